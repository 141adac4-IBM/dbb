      * EPSQWRCF.cpy
      * RESPA qualified written request case record - one per
      * borrower dispute or information request received by mail,
      * keyed by PAN and the date the servicer received it. Opened
      * and worked through EPSQWRMT, which computes both Regulation X
      * deadlines with EPSBDCAL at open: acknowledgment 5 business
      * days and response 30 business days after receipt (7 for a
      * payoff-statement error, and one 15-day extension allowed on
      * the others). EPSQWRAG ages the open cases daily, EPSQWRTR
      * prints the life-of-loan transcript for the response package,
      * and EPSMTRO2 keeps adverse reporting off any loan with an
      * open payment-related notice of error.

       01  QWR-CASE-RECORD.
           03 QWR-KEY.
              05 QWR-PAN                 PIC X(10).
              05 QWR-RECEIPT-DATE        PIC 9(8).
           03 QWR-CASE-TYPE              PIC X.
              88 QWR-NOTICE-OF-ERROR        VALUE 'E'.
              88 QWR-INFO-REQUEST           VALUE 'I'.
              88 QWR-VALID-TYPE             VALUE 'E' 'I'.
      * WHAT THE BORROWER SAYS WENT WRONG - PA PAYMENT NOT ACCEPTED
      * OR MISAPPLIED, FE FEE IMPOSED, ES ESCROW DISBURSEMENT, PO
      * PAYOFF STATEMENT, FC FORECLOSURE, IN FORCE-PLACED
      * INSURANCE, OT OTHER.
           03 QWR-ERROR-CATEGORY         PIC X(2).
              88 QWR-PAYOFF-ERROR           VALUE 'PO'.
      * THE CATEGORIES THAT DISPUTE WHAT THE BORROWER OWES - WHILE
      * ONE IS OPEN THE LOAN IS HELD OUT OF ADVERSE REPORTING.
              88 QWR-PAYMENT-RELATED        VALUE 'PA' 'FE'.
              88 QWR-VALID-CATEGORY         VALUE 'PA' 'FE' 'ES'
                                                  'PO' 'FC' 'IN'
                                                  'OT'.
           03 QWR-STATUS-IND             PIC X.
              88 QWR-OPEN                   VALUE 'O'.
              88 QWR-ACKNOWLEDGED           VALUE 'A'.
              88 QWR-CLOSED                 VALUE 'C'.
              88 QWR-WITHDRAWN              VALUE 'W'.
              88 QWR-CASE-PENDING           VALUE 'O' 'A'.
           03 QWR-RESPONDER-ID           PIC X(8).
           03 QWR-ACK-DUE-DATE           PIC 9(8).
      * ZERO UNTIL THE ACKNOWLEDGMENT IS QUEUED OR RECORDED.
           03 QWR-ACK-SENT-DATE          PIC 9(8).
           03 QWR-RESPONSE-DUE-DATE      PIC 9(8).
           03 QWR-EXTENSION-IND          PIC X.
              88 QWR-EXTENDED               VALUE 'Y'.
           03 QWR-RESPONSE-DATE          PIC 9(8).
           03 QWR-RESOLUTION-CODE        PIC X.
              88 QWR-ERROR-CORRECTED        VALUE 'C'.
              88 QWR-NO-ERROR-FOUND         VALUE 'N'.
              88 QWR-INFO-PROVIDED          VALUE 'I'.
              88 QWR-VALID-RESOLUTION       VALUE 'C' 'N' 'I'.
      * SET BY EPSQWRTR WHEN THE TRANSCRIPT HAS BEEN PRINTED.
           03 QWR-TRANSCRIPT-DATE        PIC 9(8).
           03 QWR-DESCRIPTION            PIC X(40).
           03 QWR-ADD-DATE               PIC 9(8).
           03 QWR-LAST-MAINT-DATE        PIC 9(8).
           03 QWR-USER-ID                PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(14).
