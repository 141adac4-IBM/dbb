      * EPSNTHST.cpy
      * Notification history record - one per text or email message
      * EPSNTFEX sent to the vendor, keyed by PAN, send date and type
      * so a PAN's messages browse together, oldest first. Written
      * 'S' when the message is extracted and updated when the
      * vendor's delivery result comes back; the collector screen
      * EPSCCOLW shows the latest three, so a borrower who says they
      * were never told can be answered on the call. The key also
      * stops a rerun from sending the same message twice in a day.

       01  NOTIFICATION-HISTORY-RECORD.
           03 NTHS-KEY.
              05 NTHS-PAN                PIC X(10).
              05 NTHS-SEND-DATE          PIC 9(8).
              05 NTHS-TYPE               PIC X(2).
           03 NTHS-CHANNEL               PIC X.
           03 NTHS-DUE-DATE              PIC 9(8).
           03 NTHS-AMOUNT                PIC 9(7)V99.
           03 NTHS-STATUS-IND            PIC X.
              88 NTHS-SENT                  VALUE 'S'.
              88 NTHS-DELIVERED             VALUE 'D'.
              88 NTHS-FAILED                VALUE 'F'.
              88 NTHS-OPTED-OUT             VALUE 'O'.
           03 NTHS-RESULT-DATE           PIC 9(8).
           03 NTHS-RESULT-TIME           PIC 9(4).
           03 NTHS-REASON-TEXT           PIC X(40).
           03 FILLER                     PIC X(9).
