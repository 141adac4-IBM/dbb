       ID DIVISION.
       PROGRAM-ID. EPSLIENK.
      *    SHARED LIEN LINKAGE LOOKUP - THE EPSLHCHK CALL SHAPE.
      *    GIVEN A PAN, FINDS ITS ACTIVE LIEN ON THE EPSLIENL LINKAGE
      *    FILE (BY THE LIEN-PAN ALTERNATE KEY), THEN WALKS EVERY
      *    LIEN ON THE SAME PROPERTY: THE BALANCES AHEAD OF AND
      *    BEHIND THIS ONE, THE OTHER ACTIVE LIENS, AND THE COMBINED
      *    LTV OF THEM ALL AGAINST THE PROPERTY RECORD'S VALUE. THE
      *    FILE IS OPENED ON THE FIRST CALL OF THE RUN AND HELD OPEN;
      *    A MISSING FILE MEANS NO PAN HAS EVER BEEN LINKED, AND A
      *    PAN NOT LINKED IS THE ONLY LIEN ON ITS PROPERTY.
      *
      *    SEE EPSLKPM.cpy FOR THE CALL RECORD.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-LINKAGE-FILE ASSIGN TO EPSLIENL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIEN-KEY
                  ALTERNATE RECORD KEY IS LIEN-PAN WITH DUPLICATES
                  FILE STATUS IS WS-LIEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEN-LINKAGE-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EPSLIENL.

       WORKING-STORAGE SECTION.
      *
       01  WS-LIEN-STATUS               PIC XX.
       01  WS-OPEN-STATE                PIC X VALUE 'N'.
           88 LINKAGE-OPEN                 VALUE 'Y'.
           88 LINKAGE-MISSING              VALUE 'M'.
       01  WS-BROWSE-IND                PIC X.
           88 BROWSE-DONE                  VALUE 'Y'.
       01  WS-OWN-SEQ-NUM               PIC 9(2).
       01  WS-TOTAL-BALANCE             PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
      *
       COPY EPSLKPM.

       PROCEDURE DIVISION USING EPSLIENK-PARMS.
      *
       A000-MAINLINE.
           MOVE 'N'    TO EPSLIENK-LINKED-IND.
           MOVE SPACES TO EPSLIENK-PROPERTY-PAN.
           MOVE 0      TO EPSLIENK-POSITION
                          EPSLIENK-PROPERTY-VALUE
                          EPSLIENK-OWN-BALANCE
                          EPSLIENK-SENIOR-COUNT
                          EPSLIENK-SENIOR-BALANCE
                          EPSLIENK-JUNIOR-COUNT
                          EPSLIENK-JUNIOR-BALANCE
                          EPSLIENK-CLTV-PCT
                          EPSLIENK-LIEN-COUNT
                          EPSLIENK-RETURN-CODE.

           IF WS-OPEN-STATE = 'N'
              PERFORM A100-OPEN-LINKAGE
           END-IF.
           IF LINKAGE-MISSING
              MOVE 1 TO EPSLIENK-RETURN-CODE
              GOBACK
           END-IF.

      *    A PAN PAID OFF AND RE-LINKED STAYS ON FILE RELEASED UNDER
      *    ITS OLD PROPERTY - ONLY THE ACTIVE LIEN COUNTS.
           MOVE EPSLIENK-PAN TO LIEN-PAN.
           MOVE 'N' TO WS-BROWSE-IND.
           START LIEN-LINKAGE-FILE KEY IS EQUAL TO LIEN-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-IND
           END-START.
           PERFORM A200-READ-NEXT-PAN UNTIL BROWSE-DONE.
           IF NOT EPSLIENK-LINKED
              GOBACK
           END-IF.

           PERFORM A300-READ-PROPERTY.
           MOVE EPSLIENK-OWN-BALANCE TO WS-TOTAL-BALANCE.
           MOVE EPSLIENK-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0                     TO LIEN-SEQ-NUM.
           MOVE 'N' TO WS-BROWSE-IND.
           START LIEN-LINKAGE-FILE KEY IS GREATER THAN LIEN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-IND
           END-START.
           PERFORM A400-READ-NEXT-LIEN UNTIL BROWSE-DONE.

           IF EPSLIENK-PROPERTY-VALUE > 0
              COMPUTE EPSLIENK-CLTV-PCT ROUNDED =
                      WS-TOTAL-BALANCE * 100
                    / EPSLIENK-PROPERTY-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO EPSLIENK-CLTV-PCT
              END-COMPUTE
           END-IF.
           GOBACK
           .

       A100-OPEN-LINKAGE.
           OPEN INPUT LIEN-LINKAGE-FILE.
           IF WS-LIEN-STATUS = '00'
              MOVE 'Y' TO WS-OPEN-STATE
           ELSE
              MOVE 'M' TO WS-OPEN-STATE
           END-IF
           .

       A200-READ-NEXT-PAN.
           READ LIEN-LINKAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-IND
                 EXIT PARAGRAPH
           END-READ.
           IF LIEN-PAN NOT = EPSLIENK-PAN
              MOVE 'Y' TO WS-BROWSE-IND
              EXIT PARAGRAPH
           END-IF.
           IF LIEN-ACTIVE
              MOVE 'Y'                  TO EPSLIENK-LINKED-IND
              MOVE LIEN-PROPERTY-PAN    TO EPSLIENK-PROPERTY-PAN
              MOVE LIEN-POSITION        TO EPSLIENK-POSITION
              MOVE LIEN-CURRENT-BALANCE TO EPSLIENK-OWN-BALANCE
              MOVE LIEN-SEQ-NUM         TO WS-OWN-SEQ-NUM
              MOVE 'Y'                  TO WS-BROWSE-IND
           END-IF
           .

       A300-READ-PROPERTY.
           MOVE EPSLIENK-PROPERTY-PAN TO LIEN-PROPERTY-PAN.
           MOVE 0                     TO LIEN-SEQ-NUM.
           READ LIEN-LINKAGE-FILE KEY IS LIEN-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE LPRP-PROPERTY-VALUE TO EPSLIENK-PROPERTY-VALUE
           END-READ
           .

      *    LIENS OF EQUAL POSITION (A DATA-ENTRY SLIP) ARE TAKEN AS
      *    JUNIOR - THE SAFER SIDE FOR THE LIEN BEING ASKED ABOUT.
       A400-READ-NEXT-LIEN.
           READ LIEN-LINKAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-IND
                 EXIT PARAGRAPH
           END-READ.
           IF LIEN-PROPERTY-PAN NOT = EPSLIENK-PROPERTY-PAN
              MOVE 'Y' TO WS-BROWSE-IND
              EXIT PARAGRAPH
           END-IF.
           IF LIEN-SEQ-NUM = WS-OWN-SEQ-NUM OR NOT LIEN-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           ADD LIEN-CURRENT-BALANCE TO WS-TOTAL-BALANCE.
           IF LIEN-POSITION < EPSLIENK-POSITION
              ADD 1                    TO EPSLIENK-SENIOR-COUNT
              ADD LIEN-CURRENT-BALANCE TO EPSLIENK-SENIOR-BALANCE
           ELSE
              ADD 1                    TO EPSLIENK-JUNIOR-COUNT
              ADD LIEN-CURRENT-BALANCE TO EPSLIENK-JUNIOR-BALANCE
           END-IF.
           IF EPSLIENK-LIEN-COUNT < 6
              ADD 1 TO EPSLIENK-LIEN-COUNT
              MOVE LIEN-SEQ-NUM
                   TO EPSLIENK-LIEN-SEQ-NUM(EPSLIENK-LIEN-COUNT)
              MOVE LIEN-PAN
                   TO EPSLIENK-LIEN-PAN(EPSLIENK-LIEN-COUNT)
              MOVE LIEN-POSITION
                   TO EPSLIENK-LIEN-POSITION(EPSLIENK-LIEN-COUNT)
              MOVE LIEN-HOLDER-TYPE
                   TO EPSLIENK-LIEN-HOLDER-TYPE(EPSLIENK-LIEN-COUNT)
              MOVE LIEN-CURRENT-BALANCE
                   TO EPSLIENK-LIEN-BALANCE(EPSLIENK-LIEN-COUNT)
           END-IF
           .
