      *    STREAM. EPSFLDRV POSTS THE VENDOR'S DETERMINATIONS AND
      *    REMAPPINGS BACK TO THE PROPERTY MASTER.
      *
      *    THE VENDOR ON THE TRANSACTION MUST BE ACTIVE ON THE
      *    EPSVNDRF VENDOR MASTER WITH A FLOOD DETERMINATION FEE; A
      *    BLANK VENDOR TAKES THE DEFAULT FLOOD VENDOR (BOTH THROUGH
      *    EPSVNDLK). EACH ORDER PLACED IS KEPT ON EPSFLDOF, WHICH
      *    EPSVNINV MATCHES THE VENDOR'S INVOICE AGAINST.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT FLOOD-ORDER-FILE ASSIGN TO EPSFLDOF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FLDOF-PAN
                  FILE STATUS IS WS-FLDOF-STATUS.

           SELECT ORDER-EXTRACT-FILE ASSIGN TO EPSFLDOX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FLDOX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANSACTION-FILE
           RECORD CONTAINS 26 CHARACTERS.
           COPY EPSFLDOT.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  FLOOD-ORDER-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSFLDOF.

       FD  ORDER-EXTRACT-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY EPSFLDOX.

       FD  CONTROL-REPORT
       01 WS-FILE-STATUSES.
           03 WS-FLDOT-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-FLDOF-STATUS             PIC XX.
           03 WS-FLDOX-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.

           03 WS-ORDER-FOUND              PIC X VALUE 'N'.
              88 ORDER-ON-FILE               VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ORDERED-COUNT            PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    PARAMETER AREA FOR THE SHARED EPSVNDLK VENDOR LOOKUP -
      *    SEE A250-ASSIGN-VENDOR.
           COPY EPSVNLPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.

           OPEN INPUT  ORDER-TRANSACTION-FILE.
           OPEN INPUT  PROPERTY-MASTER-FILE.
           OPEN I-O    FLOOD-ORDER-FILE.
           IF WS-FLDOF-STATUS = '05' OR '35'
              CLOSE FLOOD-ORDER-FILE
              OPEN OUTPUT FLOOD-ORDER-FILE
              CLOSE FLOOD-ORDER-FILE
              OPEN I-O FLOOD-ORDER-FILE
           END-IF.
           OPEN OUTPUT ORDER-EXTRACT-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
       A200-PLACE-ORDER.
           MOVE SPACES    TO WS-DETAIL-LINE.
           MOVE FLDOT-PAN TO DTL-PAN.
           PERFORM A250-ASSIGN-VENDOR.
           IF DTL-RESULT = SPACES
              MOVE FLDOT-PAN TO PROP-PAN
              READ PROPERTY-MASTER-FILE
                 INVALID KEY
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'NO EPSPROPF ADDRESS - NOT ORDERED'
                         TO DTL-RESULT
                 NOT INVALID KEY
                    PERFORM A300-WRITE-ORDER
              END-READ
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

       A250-ASSIGN-VENDOR.
           MOVE 'F'             TO EPSVNDLK-SERVICE.
           MOVE FLDOT-VENDOR-ID TO EPSVNDLK-VENDOR-ID.
           CALL 'EPSVNDLK' USING EPSVNDLK-PARMS.
           EVALUATE TRUE
              WHEN EPSVNDLK-SUCCESS
                 CONTINUE
              WHEN EPSVNDLK-NO-DEFAULT
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'NO DEFAULT FLOOD VENDOR ON FILE - NOT ORDERED'
                      TO DTL-RESULT
              WHEN OTHER
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'VENDOR NOT ACTIVE FOR FLOOD ORDERS - NOT ORDERED'
                      TO DTL-RESULT
           END-EVALUATE
           .

      *    A RE-ORDER FOR THE SAME PAN REUSES THE EPSFLDOF RECORD.
       A300-WRITE-ORDER.
           MOVE 'N' TO WS-ORDER-FOUND.
           MOVE FLDOT-PAN TO FLDOF-PAN.
           READ FLOOD-ORDER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ORDER-FOUND
           END-READ.
           MOVE FLDOT-PAN          TO FLDOF-PAN.
           MOVE EPSVNDLK-VENDOR-ID TO FLDOF-VENDOR-ID.
           MOVE FLDOT-ORDER-DATE   TO FLDOF-ORDER-DATE.
           MOVE WS-CURRENT-DATE-8  TO FLDOF-LAST-MAINT-DATE.
           IF ORDER-ON-FILE
              REWRITE FLOOD-ORDER-RECORD
           ELSE
              WRITE FLOOD-ORDER-RECORD
           END-IF.

           MOVE FLDOT-PAN          TO FLDOX-PAN.
           MOVE PROP-ADDR-LINE-1   TO FLDOX-ADDR-LINE-1.
           MOVE PROP-STATE         TO FLDOX-STATE.
           MOVE PROP-ZIP           TO FLDOX-ZIP.
           MOVE PROP-COUNTY-CODE   TO FLDOX-COUNTY-CODE.
           MOVE FLDOT-ORDER-DATE   TO FLDOX-ORDER-DATE.
           MOVE EPSVNDLK-VENDOR-ID TO FLDOX-VENDOR-ID.
           WRITE FLOOD-ORDER-EXTRACT-RECORD.
           ADD 1 TO WS-ORDERED-COUNT.
           MOVE 'DETERMINATION ORDERED' TO DTL-RESULT
           .

       A900-FINALIZE.
           MOVE WS-ORDERED-COUNT TO SUM-ORDERED.

           CLOSE ORDER-TRANSACTION-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           CLOSE FLOOD-ORDER-FILE.
           CLOSE ORDER-EXTRACT-FILE.
           CLOSE CONTROL-REPORT.

