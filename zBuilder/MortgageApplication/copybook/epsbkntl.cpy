      * EPSBKNTL.cpy
      * Bankruptcy filing log - one record per document EPSBKPOC has
      * produced for a borrower's bankruptcy attorney, keyed by PAN,
      * document type and the event the document is for. The key is
      * what keeps a rerun from producing anything twice: a proof of
      * claim is logged against the petition's filing date, a
      * payment change notice against the new payment's effective
      * date and source, and a postpetition fee notice against the
      * day it was produced - the latest fee notice for a loan is
      * also where the next one picks up. The tracking report is
      * printed from here.

       01  BANKRUPTCY-NOTICE-LOG-RECORD.
           03 BKNL-KEY.
              05 BKNL-PAN                PIC X(10).
              05 BKNL-TYPE               PIC X.
      * OFFICIAL FORM 410A MORTGAGE PROOF OF CLAIM ATTACHMENT.
                 88 BKNL-PROOF-OF-CLAIM     VALUE 'P'.
      * RULE 3002.1(B) NOTICE OF MORTGAGE PAYMENT CHANGE.
                 88 BKNL-PAYMENT-CHANGE     VALUE 'C'.
      * RULE 3002.1(C) NOTICE OF POSTPETITION FEES AND CHARGES.
                 88 BKNL-FEE-NOTICE         VALUE 'F'.
              05 BKNL-EVENT-DATE         PIC 9(8).
      * THE EPSPYCHG SOURCE ON A PAYMENT CHANGE; SPACE OTHERWISE.
              05 BKNL-SOURCE             PIC X.
           03 BKNL-FILING-DATE           PIC 9(8).
           03 BKNL-CHAPTER               PIC X(2).
           03 BKNL-PRODUCED-DATE         PIC 9(8).
      * LAST DAY THE DOCUMENT CAN BE FILED ON TIME - 70 DAYS AFTER
      * THE PETITION FOR A CLAIM, 21 DAYS BEFORE THE NEW PAYMENT IS
      * DUE FOR A PAYMENT CHANGE, 180 DAYS AFTER THE OLDEST FEE WAS
      * INCURRED FOR A FEE NOTICE.
           03 BKNL-DEADLINE-DATE         PIC 9(8).
      * TOTAL CLAIM, NEW TOTAL PAYMENT OR TOTAL FEES NOTICED.
           03 BKNL-AMOUNT                PIC 9(9)V99.
           03 BKNL-TIMELY-IND            PIC X.
              88 BKNL-TIMELY                VALUE 'Y'.
              88 BKNL-LATE                  VALUE 'N'.
           03 BKNL-ATTORNEY-NAME         PIC X(30).
           03 FILLER                     PIC X(12).
