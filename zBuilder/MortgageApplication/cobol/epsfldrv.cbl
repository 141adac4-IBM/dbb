           COPY EPSFLDRX.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  LETTER-REQUEST-FILE
