      *    FILE BLOCKS THE WIRE AT INTAKE - THE FEDERAL REQUIREMENT
      *    IS NO FUNDING WITHOUT FLOOD INSURANCE.
      *
      *    THE BENEFICIARY IS SCREENED AGAINST THE OFAC SDN LIST
      *    THROUGH EPSSDNSC. A POTENTIAL MATCH IS PARKED ON OFAC HOLD
      *    ('H'), WHICH EPSWIRAP WILL NOT APPROVE AND EPSWIRXR WILL
      *    NOT RELEASE; EPSSDNAP PUTS IT BACK TO PENDING WHEN
      *    COMPLIANCE CLEARS THE MATCH. A SCREEN THAT CANNOT RUN
      *    REJECTS THE REQUEST FOR RESUBMISSION.
      *
      *    A RESCINDABLE REFINANCE (EPSRSCN) IS BLOCKED UNTIL THE DAY
      *    AFTER ITS RIGHT TO CANCEL EXPIRES - THE DESK RESUBMITS THE
      *    WIRE ONCE EPSRSCDY NO LONGER LISTS IT - AND REJECTED FOR
      *    GOOD ONCE THE BORROWER HAS RESCINDED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT RESCISSION-FILE ASSIGN TO EPSRSCN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSCN-PAN
                  FILE STATUS IS WS-RSCN-STATUS.

           SELECT REVIEW-LISTING ASSIGN TO WIRERVW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           COPY EPSAPPST.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  RESCISSION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSRSCN.

       FD  REVIEW-LISTING
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-WIREP-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-RSCN-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 END-OF-REQUESTS             VALUE 'Y'.
           03 WS-END-OF-PENDING           PIC X VALUE 'N'.
              88 END-OF-PENDING              VALUE 'Y'.
           03 WS-RSCN-OPENED              PIC X VALUE 'N'.
              88 RSCN-FILE-OPEN              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-PARKED-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
           03 WS-OFAC-HELD-COUNT          PIC 9(7) VALUE 0.
       01 WS-NEXT-SEQ                     PIC 9(7) VALUE 0.
      *    THE SEQUENCE ZERO-FILLED TO THE EPSSDNHT REFERENCE WIDTH.
       01 WS-SDN-REFERENCE                PIC 9(10) VALUE 0.

      *    PARAMETER AREA FOR THE SHARED EPSSDNSC OFAC SCREENING
      *    SERVICE.
           COPY EPSSDNPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'OFAC HELD:'.
              05 SUM-OFAC-HELD            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
           END-IF.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  PROPERTY-MASTER-FILE.
      *    NO RESCISSION FILE YET MEANS NO RESCINDABLE CLOSING YET.
           OPEN INPUT  RESCISSION-FILE.
           IF WS-RSCN-STATUS = '00'
              MOVE 'Y' TO WS-RSCN-OPENED
           END-IF.
           OPEN OUTPUT REVIEW-LISTING.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
                 END-IF
           END-READ.

      *    THE RESCISSION BLOCK - NO FUNDS BEFORE THE RIGHT TO CANCEL
      *    HAS RUN OUT, AND NONE AT ALL ONCE IT HAS BEEN USED.
           IF RSCN-FILE-OPEN
              MOVE WIRRQ-PAN TO RSCN-PAN
              READ RESCISSION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RSCN-RESCINDED
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 0 TO DTL-SEQ
                       MOVE 'REJECTED - BORROWER RESCINDED, DO NOT FUND'
                            TO DTL-RESULT
                       MOVE WS-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       PERFORM A150-READ-REQUEST
                       EXIT PARAGRAPH
                    END-IF
                    IF WS-CURRENT-DATE-8 NOT > RSCN-EXPIRATION-DATE
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 0 TO DTL-SEQ
                       MOVE 'BLOCKED - RESCISSION WINDOW OPEN THROUGH '
                            TO DTL-RESULT
                       MOVE RSCN-EXPIRATION-DATE TO DTL-RESULT(42:8)
                       MOVE WS-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       PERFORM A150-READ-REQUEST
                       EXIT PARAGRAPH
                    END-IF
              END-READ
           END-IF.

           ADD 1 TO WS-NEXT-SEQ.
           MOVE WS-NEXT-SEQ          TO WS-SDN-REFERENCE.
           SET EPSSDNSC-SCREEN TO TRUE.
           MOVE 'EPSWIRSB'           TO EPSSDNSC-CALLER-ID.
           MOVE 'W'                  TO EPSSDNSC-SOURCE.
           MOVE WS-SDN-REFERENCE     TO EPSSDNSC-REFERENCE.
           MOVE WIRRQ-PAN            TO EPSSDNSC-PAN.
           MOVE WIRRQ-AGENT-NAME     TO EPSSDNSC-NAME.
           CALL 'EPSSDNSC' USING EPSSDNSC-PARMS.
           IF NOT EPSSDNSC-SUCCESS
              SUBTRACT 1 FROM WS-NEXT-SEQ
              ADD 1 TO WS-ERROR-COUNT
              MOVE 0 TO DTL-SEQ
              MOVE 'REJECTED - OFAC SCREEN COULD NOT RUN, RESUBMIT'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A150-READ-REQUEST
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEXT-SEQ          TO WIREP-SEQ-NUM.
           IF EPSSDNSC-CLEAR
              MOVE 'P'               TO WIREP-STATUS-IND
           ELSE
              MOVE 'H'               TO WIREP-STATUS-IND
           END-IF.
           MOVE WIRRQ-PAN            TO WIREP-PAN.
           MOVE WIRRQ-AMOUNT         TO WIREP-AMOUNT.
           MOVE WIRRQ-AGENT-NAME     TO WIREP-AGENT-NAME.
           MOVE 0                    TO WIREP-RELEASE-DATE.
           WRITE PENDING-WIRE-RECORD.

           MOVE WS-NEXT-SEQ TO DTL-SEQ.
           IF WIREP-OFAC-HOLD
              ADD 1 TO WS-OFAC-HELD-COUNT
              MOVE 'HELD - OFAC POTENTIAL MATCH, COMPLIANCE REVIEW'
                   TO DTL-RESULT
           ELSE
              ADD 1 TO WS-PARKED-COUNT
              MOVE 'PARKED FOR APPROVAL' TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-REQUEST.
       A900-FINALIZE.
           MOVE WS-PARKED-COUNT TO SUM-PARKED.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE WS-OFAC-HELD-COUNT TO SUM-OFAC-HELD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           CLOSE PENDING-WIRE-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           IF RSCN-FILE-OPEN
              CLOSE RESCISSION-FILE
           END-IF.
           CLOSE REVIEW-LISTING.

           SET EPSJOBTM-END TO TRUE.
