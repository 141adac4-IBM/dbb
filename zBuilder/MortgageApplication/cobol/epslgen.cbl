      *    A BORROWER FLAGGED BAD-ADDRESS BY EPSRMAIL GETS ONLY THE
      *    LETTERS ON THE REQUIRED-NOTICE LIST BELOW - THE ONES THE
      *    LAW SAYS GO OUT REGARDLESS; EVERYTHING ELSE HOLDS UNTIL
      *    THE NEXT ADDRESS CHANGE (EPSBWMNT OR EPSCADCH) LIFTS THE
      *    FLAG.
      *
      *    A 'CONT' CONTINUATION REQUEST CARRIES MORE PAIRS FOR THE
      *    LETTER REQUEST THAT FOLLOWS IT FOR THE SAME PAN - HELD
      *    UNTIL THAT REQUEST ARRIVES, NEVER PRINTED ON ITS OWN.
      *
      *    A BORROWER ENROLLED FOR PAPERLESS LETTERS (AN ENROLLED
      *    EPSEDPRF 'LT' RECORD WITH AN E-SIGN CONSENT DATE) GETS THE
      *    LETTER ON LGENLTRE, THE E-DELIVERY STREAM EPSARCST FILES
      *    AND EXTRACTS FOR THE EMAIL VENDOR, INSTEAD OF ON LGENLTR -
      *    AND A BAD POSTAL ADDRESS DOES NOT HOLD AN EMAILED LETTER.
      *    A LETTER ADDRESSED TO A CONFIRMED SUCCESSOR ALWAYS GOES ON
      *    PAPER.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LTR-STATUS.

           SELECT E-LETTER-FILE ASSIGN TO LGENLTRE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ELTR-STATUS.

           SELECT EDELIVERY-PREF-FILE ASSIGN TO EPSEDPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EDPF-KEY
                  FILE STATUS IS WS-EDPRF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO LGENRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           COPY EPSBRWRF.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  SUCCESSOR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-LINE                    PIC X(132).

       FD  E-LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  E-LETTER-LINE                  PIC X(132).

       FD  EDELIVERY-PREF-FILE
           RECORD CONTAINS 156 CHARACTERS.
           COPY EPSEDPRF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-SUCR-STATUS              PIC XX.
           03 WS-LTR-STATUS               PIC XX.
           03 WS-ELTR-STATUS              PIC XX.
           03 WS-EDPRF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 ADDRESS-HOLD                VALUE 'Y'.
           03 WS-SUCCESSOR-IND            PIC X VALUE 'N'.
              88 MAIL-TO-SUCCESSOR           VALUE 'Y'.
           03 WS-EDPRF-OPEN               PIC X VALUE 'N'.
              88 EDPRF-FILE-OPEN             VALUE 'Y'.
           03 WS-EDELIVERY-IND            PIC X VALUE 'N'.
              88 DELIVER-ELECTRONICALLY      VALUE 'Y'.
       01 WS-SUCR-IDX2                    PIC 9(1).
       01 WS-SUCR-SLOT                    PIC 9(1).

      *    THE REQUIRED-NOTICE LIST - LETTERS THAT GO OUT EVEN TO A
      *    KNOWN-BAD ADDRESS OR A BORROWER IN ACTIVE BANKRUPTCY,
      *    BECAUSE NOT SENDING THEM IS THE BIGGER COMPLIANCE
      *    PROBLEM. EPSCADCH'S TWO ADDRESS-CHANGE CONFIRMATIONS ARE
      *    ON IT TOO - THEY ARE A FRAUD WARNING, NOT COLLECTION MAIL.
      *    SO IS EPSCDGEN'S NOTICE OF RIGHT TO CANCEL.
       01 WS-REQUIRED-LETTERS.
           03 FILLER                      PIC X(4) VALUE 'ARMN'.
           03 FILLER                      PIC X(4) VALUE 'GBYE'.
           03 FILLER                      PIC X(4) VALUE 'ESCH'.
           03 FILLER                      PIC X(4) VALUE 'SATF'.
           03 FILLER                      PIC X(4) VALUE 'NSFR'.
           03 FILLER                      PIC X(4) VALUE 'PMIT'.
           03 FILLER                      PIC X(4) VALUE 'QWRA'.
           03 FILLER                      PIC X(4) VALUE 'BL90'.
           03 FILLER                      PIC X(4) VALUE 'BL60'.
           03 FILLER                      PIC X(4) VALUE 'IESC'.
           03 FILLER                      PIC X(4) VALUE 'ADCN'.
           03 FILLER                      PIC X(4) VALUE 'ADCO'.
           03 FILLER                      PIC X(4) VALUE 'NRTC'.
       01 WS-REQUIRED-LETTER-TBL REDEFINES WS-REQUIRED-LETTERS.
           03 WS-REQUIRED-LETTER OCCURS 13 TIMES
                                          PIC X(4).
       01 WS-REQ-IDX                      PIC 9(2) COMP.

           03 WS-LETTER-COUNT             PIC 9(7) VALUE 0.
           03 WS-SKIPPED-COUNT            PIC 9(7) VALUE 0.
           03 WS-SUPPRESSED-COUNT         PIC 9(7) VALUE 0.
           03 WS-EDELIVERY-COUNT          PIC 9(7) VALUE 0.

      *    THE WHOLE TEMPLATE FILE, LOADED ONCE.
       01 WS-TEMPLATE-TABLE.
       01 WS-TMPL-START                   PIC 9(3) COMP.

      *    THE VARIABLES IN PLAY FOR THE LETTER BEING BUILT - THE
      *    FOUR STANDARD BORROWER FIELDS, THE REQUEST'S EIGHT AND UP
      *    TO SIXTEEN MORE FROM ITS CONTINUATION REQUESTS.
       01 WS-VARIABLE-TABLE.
           03 WS-VAR-COUNT                PIC 9(2) COMP VALUE 0.
           03 WS-VAR-ENTRY OCCURS 28 TIMES.
              05 WS-VAR-NAME              PIC X(12).
              05 WS-VAR-VALUE             PIC X(40).
       01 WS-VAR-IDX                      PIC 9(2) COMP.
       01 WS-VAR-SLOT                     PIC 9(2) COMP.

      *    PAIRS FROM 'CONT' REQUESTS, WAITING FOR THEIR LETTER.
       01 WS-CONTINUATION-VARS.
           03 WS-CONT-PAN                 PIC X(10) VALUE SPACES.
           03 WS-CONT-COUNT               PIC 9(2) COMP VALUE 0.
           03 WS-CONT-ENTRY OCCURS 16 TIMES.
              05 WS-CONT-NAME             PIC X(12).
              05 WS-CONT-VALUE            PIC X(40).
       01 WS-CONT-IDX                     PIC 9(2) COMP.

      *    SUBSTITUTION WORK AREA - TEMPLATE TEXT IN, PRINT LINE OUT.
       01 WS-SUBST-WORK.
           03 WS-IN-IDX                   PIC 9(3) COMP.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'SUPPRESSED:'.
              05 SUM-SUPPRESSED           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'E-DELIVERY:'.
              05 SUM-EDELIVERY            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
           OPEN INPUT  BANKRUPTCY-FILE.
           OPEN INPUT  SUCCESSOR-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT E-LETTER-FILE.
      *    NO PREFERENCE FILE YET MEANS EVERY LETTER IS MAILED.
           OPEN INPUT  EDELIVERY-PREF-FILE.
           IF WS-EDPRF-STATUS = '00'
              MOVE 'Y' TO WS-EDPRF-OPEN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           .

       A200-GENERATE-ONE-LETTER.
           IF LRQX-LETTER-TYPE = 'CONT'
              PERFORM A210-HOLD-CONTINUATION
              PERFORM A150-READ-REQUEST
              EXIT PARAGRAPH
           END-IF.
           IF WS-CONT-PAN NOT = LRQX-PAN
              MOVE 0 TO WS-CONT-COUNT
           END-IF.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE LRQX-LETTER-TYPE TO DTL-LETTER.
           MOVE LRQX-PAN         TO DTL-PAN.
           PERFORM A250-CHECK-BANKRUPTCY.
           IF LETTER-SUPPRESSED
              ADD 1 TO WS-SUPPRESSED-COUNT
              MOVE 0 TO WS-CONT-COUNT
              MOVE 'SUPPRESSED - BORROWER IN ACTIVE BANKRUPTCY'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM A270-CHECK-EDELIVERY.
           PERFORM A260-CHECK-BAD-ADDRESS.
           IF ADDRESS-HOLD AND NOT DELIVER-ELECTRONICALLY
              ADD 1 TO WS-SUPPRESSED-COUNT
              MOVE 0 TO WS-CONT-COUNT
              MOVE 'HELD - BAD ADDRESS ON FILE, LETTER NOT REQUIRED'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
           IF TEMPLATE-FOUND
              PERFORM A500-PRINT-LETTER
              ADD 1 TO WS-LETTER-COUNT
              IF DELIVER-ELECTRONICALLY
                 ADD 1 TO WS-EDELIVERY-COUNT
                 MOVE 'LETTER SENT FOR ELECTRONIC DELIVERY'
                      TO DTL-RESULT
              ELSE
                 MOVE 'LETTER PRINTED' TO DTL-RESULT
              END-IF
           ELSE
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE 'NO TEMPLATE FOR LETTER TYPE/LANGUAGE'
           WRITE RPT-LINE.
           PERFORM A150-READ-REQUEST.

      *    A CONTINUATION FOR ANOTHER PAN THAN THE ONE HELD STARTS
      *    A NEW SET.
       A210-HOLD-CONTINUATION.
           IF WS-CONT-PAN NOT = LRQX-PAN
              MOVE 0        TO WS-CONT-COUNT
              MOVE LRQX-PAN TO WS-CONT-PAN
           END-IF.
           PERFORM A215-HOLD-ONE-PAIR
                   VARYING WS-VAR-IDX FROM 1 BY 1
                   UNTIL WS-VAR-IDX > 8
           .

       A215-HOLD-ONE-PAIR.
           IF LRQX-VAR-NAME(WS-VAR-IDX) NOT = SPACES
              AND WS-CONT-COUNT < 16
              ADD 1 TO WS-CONT-COUNT
              MOVE LRQX-VAR-NAME(WS-VAR-IDX)
                   TO WS-CONT-NAME(WS-CONT-COUNT)
              MOVE LRQX-VAR-VALUE(WS-VAR-IDX)
                   TO WS-CONT-VALUE(WS-CONT-COUNT)
           END-IF
           .

      *    A REQUIRED NOTICE BREAKS THROUGH THE BANKRUPTCY HOLD THE
      *    SAME WAY IT BREAKS THROUGH A BAD ADDRESS - THE RESPA
      *    GOODBYE LETTER AND THE ARM PAYMENT-CHANGE NOTICE ARE
                 IF BKRP-ACTIVE
                    MOVE 'Y' TO WS-BKRP-HOLD
                    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                            UNTIL WS-REQ-IDX > 13
                       IF WS-REQUIRED-LETTER(WS-REQ-IDX)
                             = LRQX-LETTER-TYPE
                          MOVE 'N' TO WS-BKRP-HOLD
                 IF BRWR-BAD-ADDRESS
                    MOVE 'Y' TO WS-BAD-ADDRESS-HOLD
                    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                            UNTIL WS-REQ-IDX > 13
                       IF WS-REQUIRED-LETTER(WS-REQ-IDX)
                             = LRQX-LETTER-TYPE
                          MOVE 'N' TO WS-BAD-ADDRESS-HOLD
           END-READ
           .

      *    ELECTRONIC ONLY WITH AN ENROLLED 'LT' PREFERENCE THAT HAS
      *    AN E-SIGN CONSENT DATE, AND NEVER FOR A LETTER GOING TO A
      *    SUCCESSOR - THE EMAIL ON FILE IS THE DECEASED BORROWER'S.
       A270-CHECK-EDELIVERY.
           MOVE 'N' TO WS-EDELIVERY-IND.
           IF NOT EDPRF-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE LRQX-PAN TO EDPF-PAN.
           MOVE 'LT'     TO EDPF-DOC-TYPE.
           READ EDELIVERY-PREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EDPF-ENROLLED AND EDPF-CONSENT-DATE > 0
                    MOVE 'Y' TO WS-EDELIVERY-IND
                 END-IF
           END-READ.
           IF DELIVER-ELECTRONICALLY
              PERFORM A320-CHECK-SUCCESSOR
              IF MAIL-TO-SUCCESSOR
                 MOVE 'N' TO WS-EDELIVERY-IND
              END-IF
           END-IF
           .

      *    THE REQUEST'S EIGHT PAIRS PLUS THE FOUR STANDARD BORROWER
      *    FIELDS. A BORROWER NOT ON THE MASTER GETS THE PAN AS THE
      *    NAME LINE - THE SAME FALLBACK THE LETTER RUNS USED BEFORE
                 MOVE LRQX-VAR-VALUE(WS-VAR-IDX)
                      TO WS-VAR-VALUE(WS-VAR-COUNT)
              END-IF
           END-PERFORM.
           PERFORM A345-ADD-CONTINUATION-VAR
                   VARYING WS-CONT-IDX FROM 1 BY 1
                   UNTIL WS-CONT-IDX > WS-CONT-COUNT.
           MOVE 0 TO WS-CONT-COUNT
           .

       A345-ADD-CONTINUATION-VAR.
           ADD 1 TO WS-VAR-COUNT.
           MOVE WS-CONT-NAME(WS-CONT-IDX)  TO WS-VAR-NAME(WS-VAR-COUNT).
           MOVE WS-CONT-VALUE(WS-CONT-IDX) TO WS-VAR-VALUE(WS-VAR-COUNT)
           .

      *    THE TEMPLATE IS THE 'T' HEADER MATCHING LETTER TYPE AND

      *    PRINT EVERY 'L' LINE FOLLOWING THE HEADER, SUBSTITUTED,
      *    UNTIL THE NEXT 'T' HEADER OR THE END OF THE TABLE. EACH
      *    LETTER STARTS ON A NEW PAGE, ON WHICHEVER STREAM IT IS
      *    DELIVERED BY.
       A500-PRINT-LETTER.
           IF DELIVER-ELECTRONICALLY
              MOVE SPACES TO E-LETTER-LINE
              WRITE E-LETTER-LINE AFTER ADVANCING PAGE
           ELSE
              MOVE SPACES TO LETTER-LINE
              WRITE LETTER-LINE AFTER ADVANCING PAGE
           END-IF.
           COMPUTE WS-TMPL-IDX = WS-TMPL-START + 1.
           PERFORM UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                      OR WS-TMP-TYPE(WS-TMPL-IDX) = 'T'
              PERFORM A600-SUBSTITUTE-LINE
              IF DELIVER-ELECTRONICALLY
                 MOVE WS-OUT-LINE TO E-LETTER-LINE
                 WRITE E-LETTER-LINE
              ELSE
                 MOVE WS-OUT-LINE TO LETTER-LINE
                 WRITE LETTER-LINE
              END-IF
              ADD 1 TO WS-TMPL-IDX
           END-PERFORM
           .
           MOVE WS-LETTER-COUNT  TO SUM-LETTERS.
           MOVE WS-SKIPPED-COUNT TO SUM-SKIPPED.
           MOVE WS-SUPPRESSED-COUNT TO SUM-SUPPRESSED.
           MOVE WS-EDELIVERY-COUNT  TO SUM-EDELIVERY.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE BANKRUPTCY-FILE.
           CLOSE SUCCESSOR-FILE.
           CLOSE LETTER-FILE.
           CLOSE E-LETTER-FILE.
           IF EDPRF-FILE-OPEN
              CLOSE EDELIVERY-PREF-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
