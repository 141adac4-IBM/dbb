      * EPSLDRFF.cpy
      * Hazard insurance loss-draft record - one per insurance claim
      * whose proceeds the shop is holding, keyed by PAN and the
      * insurer's claim number. The claim check is endorsed to the
      * shop and the money sits in the restricted loss-draft account
      * until the repairs are done; EPSLDRFT posts each receipt here
      * and releases the funds in stages as the EPSINSPF inspections
      * report the repair percent complete. Read by EPSCSVIQ so the
      * servicing inquiry shows a loan with an open claim.

       01  LOSS-DRAFT-RECORD.
           03 LDRF-KEY.
              05 LDRF-PAN                PIC X(10).
              05 LDRF-CLAIM-NUMBER       PIC X(12).
           03 LDRF-STATUS-IND            PIC X.
              88 LDRF-OPEN                  VALUE 'O'.
              88 LDRF-CLOSED                VALUE 'C'.
           03 LDRF-INSURER-NAME          PIC X(24).
           03 LDRF-LOSS-DATE             PIC 9(8).
           03 LDRF-RECEIVED-TO-DATE      PIC 9(9)V99.
           03 LDRF-RELEASED-TO-DATE      PIC 9(9)V99.
           03 LDRF-BALANCE-HELD          PIC 9(9)V99.
      * REPAIR PERCENT COMPLETE THE RELEASES SO FAR HAVE PAID UP TO.
           03 LDRF-RELEASED-PCT          PIC 9(3).
           03 LDRF-RELEASE-COUNT         PIC 9(3).
           03 LDRF-FIRST-RECEIPT-DATE    PIC 9(8).
           03 LDRF-LAST-RECEIPT-DATE     PIC 9(8).
           03 LDRF-LAST-RELEASE-DATE     PIC 9(8).
      * RESULT DATE OF THE LAST EPSINSPF INSPECTION ACTED ON - A
      * RESULT IS ONLY EVER RELEASED AGAINST ONCE.
           03 LDRF-LAST-INSPECTION-DATE  PIC 9(8).
           03 LDRF-CLOSED-DATE           PIC 9(8).
           03 LDRF-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(8).
