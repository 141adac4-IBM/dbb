       ID DIVISION.
       PROGRAM-ID. EPSSCNCD.
      *    SHARED COUPON SCAN-LINE CHECK DIGIT - THE EPSBLAMT CALL
      *    SHAPE.
      *
      *    A WEIGHTED MODULUS-10 DIGIT OVER THE FIRST NINETEEN
      *    POSITIONS OF THE SCAN LINE (PAN AND AMOUNT). EACH
      *    POSITION IS VALUED 0-9 FOR A DIGIT AND 10-35 FOR A
      *    LETTER (A PAN IS ALPHANUMERIC), A SPACE IN THE PAN COUNTS
      *    AS ZERO, THE RIGHTMOST POSITION IS WEIGHTED 2 AND THE
      *    WEIGHTS ALTERNATE 2-1 LEFTWARD, AND THE DIGITS OF EACH
      *    PRODUCT ARE ADDED. THE CHECK DIGIT BRINGS THE TOTAL UP TO
      *    A MULTIPLE OF TEN - SO ANY SINGLE MISREAD CHARACTER AND
      *    MOST SWAPS OF TWO NEIGHBOURS ARE CAUGHT.
      *
      *    SEE EPSSCNPM.cpy FOR THE CALL RECORD.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-CHARACTER-VALUES.
           03 WS-CHARACTER-SET          PIC X(36) VALUE
              '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03 WS-CHARACTER-TABLE REDEFINES WS-CHARACTER-SET.
              05 WS-CHARACTER           PIC X OCCURS 36 TIMES.

       01  WS-CHECK-WORK.
           03 WS-SCAN-POS               PIC S9(4) COMP.
           03 WS-CHAR-IDX               PIC S9(4) COMP.
           03 WS-CHAR-VALUE             PIC S9(4) COMP.
           03 WS-WEIGHT                 PIC S9(4) COMP.
           03 WS-PRODUCT                PIC S9(4) COMP.
           03 WS-PRODUCT-TENS           PIC S9(4) COMP.
           03 WS-PRODUCT-UNITS          PIC S9(4) COMP.
           03 WS-WEIGHTED-SUM           PIC S9(4) COMP.
           03 WS-SUM-TENS               PIC S9(4) COMP.
           03 WS-SUM-UNITS              PIC S9(4) COMP.
           03 WS-COMPUTED-DIGIT         PIC 9.
           03 WS-BAD-CHARACTER-IND      PIC X.
              88 BAD-CHARACTER             VALUE 'Y'.
       01  WS-SCAN-CHARACTER            PIC X.

       LINKAGE SECTION.
      *
       COPY EPSSCNPM.

       PROCEDURE DIVISION USING EPSSCNCD-PARMS.
      *
       A000-MAINLINE.
           MOVE 0 TO EPSSCNCD-RETURN-CODE.

           IF NOT EPSSCNCD-GENERATE AND NOT EPSSCNCD-VERIFY
              MOVE 2 TO EPSSCNCD-RETURN-CODE
              GOBACK
           END-IF.
           IF EPSSCNCD-SCAN-LINE(11:9) IS NOT NUMERIC
              MOVE 2 TO EPSSCNCD-RETURN-CODE
              GOBACK
           END-IF.
           IF EPSSCNCD-VERIFY
              AND EPSSCNCD-SCAN-LINE(20:1) IS NOT NUMERIC
              MOVE 2 TO EPSSCNCD-RETURN-CODE
              GOBACK
           END-IF.

           MOVE 0   TO WS-WEIGHTED-SUM.
           MOVE 2   TO WS-WEIGHT.
           MOVE 'N' TO WS-BAD-CHARACTER-IND.
           PERFORM A100-WEIGH-ONE-POSITION
                   VARYING WS-SCAN-POS FROM 19 BY -1
                   UNTIL WS-SCAN-POS < 1
                      OR BAD-CHARACTER.
           IF BAD-CHARACTER
              MOVE 2 TO EPSSCNCD-RETURN-CODE
              GOBACK
           END-IF.

           DIVIDE WS-WEIGHTED-SUM BY 10
                  GIVING WS-SUM-TENS REMAINDER WS-SUM-UNITS.
           IF WS-SUM-UNITS = 0
              MOVE 0 TO WS-COMPUTED-DIGIT
           ELSE
              COMPUTE WS-COMPUTED-DIGIT = 10 - WS-SUM-UNITS
           END-IF.

           IF EPSSCNCD-GENERATE
              MOVE WS-COMPUTED-DIGIT TO EPSSCNCD-CHECK-DIGIT
           ELSE
              IF EPSSCNCD-CHECK-DIGIT NOT = WS-COMPUTED-DIGIT
                 MOVE 1 TO EPSSCNCD-RETURN-CODE
              END-IF
           END-IF.
           GOBACK
           .

       A100-WEIGH-ONE-POSITION.
           MOVE EPSSCNCD-SCAN-LINE(WS-SCAN-POS:1) TO WS-SCAN-CHARACTER.
           MOVE -1 TO WS-CHAR-VALUE.
           IF WS-SCAN-CHARACTER = SPACE AND WS-SCAN-POS NOT > 10
              MOVE 0 TO WS-CHAR-VALUE
           ELSE
              PERFORM A110-VALUE-CHARACTER
                      VARYING WS-CHAR-IDX FROM 1 BY 1
                      UNTIL WS-CHAR-IDX > 36
                         OR WS-CHAR-VALUE NOT < 0
           END-IF.
           IF WS-CHAR-VALUE < 0
              MOVE 'Y' TO WS-BAD-CHARACTER-IND
           ELSE
              COMPUTE WS-PRODUCT = WS-CHAR-VALUE * WS-WEIGHT
              DIVIDE WS-PRODUCT BY 10
                     GIVING WS-PRODUCT-TENS
                     REMAINDER WS-PRODUCT-UNITS
              ADD WS-PRODUCT-TENS WS-PRODUCT-UNITS
                  TO WS-WEIGHTED-SUM
              IF WS-WEIGHT = 2
                 MOVE 1 TO WS-WEIGHT
              ELSE
                 MOVE 2 TO WS-WEIGHT
              END-IF
           END-IF
           .

       A110-VALUE-CHARACTER.
           IF WS-CHARACTER(WS-CHAR-IDX) = WS-SCAN-CHARACTER
              COMPUTE WS-CHAR-VALUE = WS-CHAR-IDX - 1
           END-IF
           .
