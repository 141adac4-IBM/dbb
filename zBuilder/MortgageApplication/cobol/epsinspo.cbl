      *    EPSCTLWR BEFORE TRANSMISSION. REPEAT INSPECTIONS CYCLE
      *    AUTOMATICALLY UNTIL THE LOAN CURES AND LEAVES THE QUEUE.
      *
      *    EVERY ORDER IS STAMPED WITH THE DEFAULT INSPECTION VENDOR
      *    FROM THE EPSVNDRF VENDOR MASTER (THROUGH EPSVNDLK), WHICH
      *    THE EXTRACT GOES TO AND WHICH EPSVNINV MATCHES THE INVOICE
      *    AGAINST. WITH NO DEFAULT ON FILE THE ORDERS STILL GO OUT -
      *    THE INVESTORS REQUIRE THE INSPECTION - BUT UNASSIGNED, AND
      *    THE REPORT SAYS SO.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-QUEUE-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY EPSCOLWQ.

       FD  INSPECTION-ORDER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY EPSINSPF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  ORDER-EXTRACT-FILE
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-RESULT-AGE-DAYS          PIC S9(7) COMP.

      *    PARAMETER AREA FOR THE SHARED EPSVNDLK VENDOR LOOKUP -
      *    SEE A120-ASSIGN-VENDOR.
           COPY EPSVNLPM.
       01 WS-INSPECTION-VENDOR            PIC X(8) VALUE SPACES.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           IF WS-CARD-INTERVAL IS NUMERIC
              MOVE WS-CARD-INTERVAL TO WS-RECYCLE-DAYS
           END-IF.
           PERFORM A120-ASSIGN-VENDOR.

           PERFORM A150-READ-QUEUE.

       A120-ASSIGN-VENDOR.
           MOVE 'I'    TO EPSVNDLK-SERVICE.
           MOVE SPACES TO EPSVNDLK-VENDOR-ID.
           CALL 'EPSVNDLK' USING EPSVNDLK-PARMS.
           IF EPSVNDLK-SUCCESS
              MOVE EPSVNDLK-VENDOR-ID TO WS-INSPECTION-VENDOR
           ELSE
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE 'NO DEFAULT INSPECTION VENDOR - ORDERS UNASSIGNED'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A150-READ-QUEUE.
           READ WORK-QUEUE-FILE
              AT END
           MOVE 0                  TO INSP-RESULT-DATE.
           MOVE SPACE              TO INSP-OCCUPANCY-IND.
           MOVE SPACE              TO INSP-CONDITION-IND.
           MOVE 0                  TO INSP-REPAIR-PCT.
           MOVE PROP-ADDR-LINE-1   TO INSP-ADDR-LINE-1.
           MOVE PROP-CITY          TO INSP-CITY.
           MOVE PROP-STATE         TO INSP-STATE.
           MOVE PROP-ZIP           TO INSP-ZIP.
           MOVE WS-CURRENT-DATE-8  TO INSP-LAST-MAINT-DATE.
           MOVE WS-INSPECTION-VENDOR TO INSP-VENDOR-ID.
           IF ORDER-ON-FILE
              REWRITE INSPECTION-ORDER-RECORD
           ELSE
