       ID DIVISION.
       PROGRAM-ID. EPSTRGEO.
      *    SHARED CENSUS TRACT GEOCODER - THE EPSJURDV CALL SHAPE.
      *    THE CRA ASSESSMENT-AREA REPORTING NEEDS EVERY PROPERTY
      *    PLACED IN ITS CENSUS TRACT; THIS LOOKS THE PROPERTY ZIP+4
      *    UP ON THE EPSTRACT REFERENCE FILE, FALLING BACK TO THE
      *    FIVE-DIGIT ZIP ROW (+4 AT SPACES) WHEN THE ZIP+4 IS NOT
      *    KEYED OR NOT ON FILE, AND RETURNS THE TRACT GEOID, MSA/MD
      *    AND TRACT INCOME LEVEL. THE FILE IS OPENED ON THE FIRST
      *    CALL OF THE RUN AND HELD OPEN; A MISSING REFERENCE FILE
      *    DEGRADES TO "NOT GEOCODED" RATHER THAN FAILING THE CALLER.
      *
      *    SEE EPSTGPM.cpy FOR THE CALL RECORD.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACT-REFERENCE-FILE ASSIGN TO EPSTRACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRACT-ZIP
                  FILE STATUS IS WS-TRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACT-REFERENCE-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSTRACT.

       WORKING-STORAGE SECTION.
      *
       01  WS-TRACT-STATUS              PIC XX.
       01  WS-OPEN-STATE                PIC X VALUE 'N'.
           88 REFERENCE-OPEN               VALUE 'Y'.
           88 REFERENCE-MISSING            VALUE 'M'.
       01  WS-FOUND-IND                 PIC X.
           88 TRACT-FOUND                  VALUE 'Y'.

       LINKAGE SECTION.
      *
       COPY EPSTGPM.

       PROCEDURE DIVISION USING EPSTRGEO-PARMS.
      *
       A000-MAINLINE.
           MOVE SPACES TO EPSTRGEO-GEOID.
           MOVE SPACES TO EPSTRGEO-MSA-CODE.
           MOVE '0'    TO EPSTRGEO-INCOME-LEVEL.
           MOVE 0      TO EPSTRGEO-RETURN-CODE.

           IF WS-OPEN-STATE = 'N'
              PERFORM A100-OPEN-REFERENCE
           END-IF.
           IF REFERENCE-MISSING
              MOVE 1 TO EPSTRGEO-RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'N' TO WS-FOUND-IND.
           IF EPSTRGEO-ZIP(6:4) NOT = SPACES
              MOVE EPSTRGEO-ZIP TO TRACT-ZIP
              PERFORM A200-READ-TRACT
           END-IF.
           IF NOT TRACT-FOUND
              MOVE SPACES            TO TRACT-ZIP
              MOVE EPSTRGEO-ZIP(1:5) TO TRACT-ZIP(1:5)
              PERFORM A200-READ-TRACT
           END-IF.
           IF NOT TRACT-FOUND
              MOVE 2 TO EPSTRGEO-RETURN-CODE
              GOBACK
           END-IF.

           MOVE TRACT-GEOID        TO EPSTRGEO-GEOID.
           MOVE TRACT-MSA-CODE     TO EPSTRGEO-MSA-CODE.
           MOVE TRACT-INCOME-LEVEL TO EPSTRGEO-INCOME-LEVEL.
           IF EPSTRGEO-COUNTY-CODE NOT = SPACES
              AND TRACT-COUNTY-CODE NOT = SPACES
              AND EPSTRGEO-COUNTY-CODE NOT = TRACT-COUNTY-CODE
              MOVE 3 TO EPSTRGEO-RETURN-CODE
           END-IF.
           GOBACK
           .

       A100-OPEN-REFERENCE.
           OPEN INPUT TRACT-REFERENCE-FILE.
           IF WS-TRACT-STATUS = '00'
              MOVE 'Y' TO WS-OPEN-STATE
           ELSE
              MOVE 'M' TO WS-OPEN-STATE
           END-IF
           .

       A200-READ-TRACT.
           READ TRACT-REFERENCE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-IND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-IND
           END-READ
           .
