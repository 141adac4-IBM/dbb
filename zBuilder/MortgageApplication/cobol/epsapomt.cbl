      *    FILES. EPSAPRCV POSTS THE RESULTS BACK; EPSAPAGE CHASES
      *    THE OVERDUE ONES.
      *
      *    THE VENDOR ON THE TRANSACTION MUST BE ACTIVE ON THE
      *    EPSVNDRF VENDOR MASTER WITH AN APPRAISAL FEE; A BLANK
      *    VENDOR TAKES THE DEFAULT APPRAISAL VENDOR. BOTH COME
      *    THROUGH EPSVNDLK, SO EPSVNINV CAN MATCH THE INVOICE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY EPSAPORD.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  ORDER-EXTRACT-FILE
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT O OR X'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ORDER FAILED - VENDOR NOT ON EPSVNDRF'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ORDER FAILED - VENDOR INACTIVE, NO APPRAISAL FEE'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'ORDER FAILED - NO DEFAULT APPRAISAL VENDOR'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 7 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

           03 WS-CANCELLED-COUNT          PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    PARAMETER AREA FOR THE SHARED EPSVNDLK VENDOR LOOKUP -
      *    SEE A350-ASSIGN-VENDOR.
           COPY EPSVNLPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           PERFORM A350-ASSIGN-VENDOR.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.

           MOVE APOTX-PAN         TO APORD-PAN.
           MOVE EPSVNDLK-VENDOR-ID TO APORD-VENDOR-ID.
           MOVE 'O'               TO APORD-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO APORD-ORDER-DATE.
           MOVE APOTX-DUE-DATE    TO APORD-DUE-DATE.
           END-IF.

           MOVE APOTX-PAN        TO APODX-PAN.
           MOVE EPSVNDLK-VENDOR-ID TO APODX-VENDOR-ID.
           MOVE PROP-ADDR-LINE-1 TO APODX-ADDR-LINE-1.
           MOVE PROP-STATE       TO APODX-STATE.
           MOVE PROP-ZIP         TO APODX-ZIP.
           MOVE 'APPRAISAL ORDERED' TO DTL-RESULT
           .

       A350-ASSIGN-VENDOR.
           MOVE 'A'             TO EPSVNDLK-SERVICE.
           MOVE APOTX-VENDOR-ID TO EPSVNDLK-VENDOR-ID.
           CALL 'EPSVNDLK' USING EPSVNDLK-PARMS.
           EVALUATE TRUE
              WHEN EPSVNDLK-SUCCESS
                 CONTINUE
              WHEN EPSVNDLK-NOT-FOUND
                 MOVE 5 TO WS-VALIDATION-INDICATOR
              WHEN EPSVNDLK-NO-DEFAULT
                 MOVE 7 TO WS-VALIDATION-INDICATOR
              WHEN EPSVNDLK-FILE-ERROR
                 MOVE 5 TO WS-VALIDATION-INDICATOR
              WHEN OTHER
                 MOVE 6 TO WS-VALIDATION-INDICATOR
           END-EVALUATE
           .

       A400-CANCEL-ORDER.
           IF NOT ORDER-ON-FILE OR NOT APORD-ORDERED
              MOVE 3 TO WS-VALIDATION-INDICATOR
