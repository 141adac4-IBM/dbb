       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-DRAFT-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSDRAFT.

       FD  STALE-DRAFT-REPORT
