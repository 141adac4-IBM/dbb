           COPY EPSAPPST.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY EPSMRPTF.

       FD  WH-MORTF-FILE
