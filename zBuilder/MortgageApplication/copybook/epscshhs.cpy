      * EPSCSHHS.cpy
      * Daily cash history record - one per borrower per business day
      * that borrower paid cash at a teller window, keyed by borrower
      * and date. Written by EPSCTRDY from the day's EPSTLRTX detail
      * and browsed back over the rolling review window when the run
      * looks for structuring. The borrower is the EPSSSNXR SSN token
      * when the PAN has one, so every loan the borrower pays on
      * aggregates together; a PAN with no token stands alone.

       01  CASH-HISTORY-RECORD.
           03 CSHH-KEY.
              05 CSHH-BORROWER-KEY       PIC X(10).
              05 CSHH-BUSINESS-DATE      PIC 9(8).
           03 CSHH-KEY-TYPE              PIC X.
              88 CSHH-KEYED-BY-TOKEN        VALUE 'T'.
              88 CSHH-KEYED-BY-PAN          VALUE 'P'.
      * THE DAY'S CASH ACROSS EVERY BRANCH AND TELLER.
           03 CSHH-CASH-TOTAL            PIC 9(9)V99.
           03 CSHH-CASH-COUNT            PIC 9(3).
      * PAYMENTS THAT DAY IN THE JUST-UNDER-THRESHOLD BAND.
           03 CSHH-NEAR-COUNT            PIC 9(3).
           03 CSHH-CTR-FILED-IND         PIC X.
              88 CSHH-CTR-FILED             VALUE 'Y'.
      * EXPANSION SPACE.
           03 FILLER                     PIC X(13).
