       ID DIVISION.
       PROGRAM-ID. EPSLHCHK.
      *    SHARED LITIGATION HOLD CHECK - THE EPSTRGEO CALL SHAPE.
      *    EVERY PURGE, SUMMARIZE AND RETENTION STEP CALLS THIS
      *    BEFORE IT DROPS OR ROLLS UP A RECORD: IS THE LOAN (BY PAN)
      *    OR THE LENDER (BY EPSMORTF COMPANY) UNDER AN ACTIVE HOLD
      *    FOR ANY MATTER ON THE EPSLHOLD REGISTRY? THE REGISTRY IS
      *    OPENED ON THE FIRST CALL OF THE RUN AND HELD OPEN; A
      *    MISSING REGISTRY MEANS NO HOLD HAS EVER BEEN PLACED.
      *
      *    SEE EPSLHPM.cpy FOR THE CALL RECORD.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITIGATION-HOLD-FILE ASSIGN TO EPSLHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LHLD-KEY
                  FILE STATUS IS WS-LHLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LITIGATION-HOLD-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSLHOLD.

       WORKING-STORAGE SECTION.
      *
       01  WS-LHLD-STATUS               PIC XX.
       01  WS-OPEN-STATE                PIC X VALUE 'N'.
           88 REGISTRY-OPEN                VALUE 'Y'.
           88 REGISTRY-MISSING             VALUE 'M'.
       01  WS-BROWSE-IND                PIC X.
           88 BROWSE-DONE                  VALUE 'Y'.

       LINKAGE SECTION.
      *
       COPY EPSLHPM.

       PROCEDURE DIVISION USING EPSLHCHK-PARMS.
      *
       A000-MAINLINE.
           MOVE 'N'    TO EPSLHCHK-HELD-IND.
           MOVE SPACES TO EPSLHCHK-MATTER-NUM.
           MOVE 0      TO EPSLHCHK-RETURN-CODE.

           IF WS-OPEN-STATE = 'N'
              PERFORM A100-OPEN-REGISTRY
           END-IF.
           IF REGISTRY-MISSING
              MOVE 1 TO EPSLHCHK-RETURN-CODE
              GOBACK
           END-IF.

      *    EVERY MATTER ON THE LOAN OR LENDER IS LOOKED AT - A
      *    RELEASED MATTER DOES NOT CLEAR ONE STILL ACTIVE.
           MOVE EPSLHCHK-HOLD-TYPE TO LHLD-HOLD-TYPE.
           MOVE EPSLHCHK-HOLD-ID   TO LHLD-HOLD-ID.
           MOVE LOW-VALUES         TO LHLD-MATTER-NUM.
           MOVE 'N' TO WS-BROWSE-IND.
           START LITIGATION-HOLD-FILE KEY IS NOT LESS THAN LHLD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-IND
           END-START.
           PERFORM A200-READ-NEXT-MATTER UNTIL BROWSE-DONE.
           GOBACK
           .

       A100-OPEN-REGISTRY.
           OPEN INPUT LITIGATION-HOLD-FILE.
           IF WS-LHLD-STATUS = '00'
              MOVE 'Y' TO WS-OPEN-STATE
           ELSE
              MOVE 'M' TO WS-OPEN-STATE
           END-IF
           .

       A200-READ-NEXT-MATTER.
           READ LITIGATION-HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-IND
                 EXIT PARAGRAPH
           END-READ.
           IF LHLD-HOLD-TYPE NOT = EPSLHCHK-HOLD-TYPE
              OR LHLD-HOLD-ID NOT = EPSLHCHK-HOLD-ID
              MOVE 'Y' TO WS-BROWSE-IND
              EXIT PARAGRAPH
           END-IF.
           IF LHLD-ACTIVE
              MOVE 'Y'             TO EPSLHCHK-HELD-IND
              MOVE LHLD-MATTER-NUM TO EPSLHCHK-MATTER-NUM
              MOVE 'Y'             TO WS-BROWSE-IND
           END-IF
           .
