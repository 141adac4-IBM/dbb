      * EPSNTRSL.cpy
      * Notification delivery result returned by the notification
      * vendor - one per EPSNTFXT message, keyed back to it by PAN,
      * type and send date. EPSNTFEX posts each result to the
      * EPSNTHST history the collector screen shows, and an opt-out
      * (a STOP reply to a text, an unsubscribe from an email)
      * withdraws that channel's consent on EPSCMPRF.

       01  NOTIFICATION-RESULT-RECORD.
           03 NTRS-PAN                   PIC X(10).
           03 NTRS-TYPE                  PIC X(2).
           03 NTRS-SEND-DATE             PIC 9(8).
           03 NTRS-CHANNEL               PIC X.
           03 NTRS-RESULT-CODE           PIC X.
              88 NTRS-DELIVERED             VALUE 'D'.
              88 NTRS-FAILED                VALUE 'F'.
              88 NTRS-OPTED-OUT             VALUE 'O'.
           03 NTRS-RESULT-DATE           PIC 9(8).
           03 NTRS-RESULT-TIME           PIC 9(4).
           03 NTRS-REASON-TEXT           PIC X(40).
           03 FILLER                     PIC X(26).
