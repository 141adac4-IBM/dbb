      * EPSRGOTX.cpy
      * Regulation O maintenance transaction for EPSRGOMT:
      *    'I' ADD OR CHANGE AN INSIDER ON EPSRGOIN - NAME,
      *        RELATIONSHIP, STATUS AND ANY BOARD-SET LENDING LIMIT.
      *    'L' LINK RGOTX-PAN TO THE INSIDER (OWN OR RELATED
      *        INTEREST) - EPSRGOIN'S PAN TABLE AND EPSRGOPX.
      *    'U' UNLINK RGOTX-PAN - AN INTEREST NO LONGER RELATED.
      *    'B' RECORD THE BOARD APPROVAL OF RGOTX-PAN ON EPSRGOAP.
      *    'R' RESCIND THE BOARD APPROVAL OF RGOTX-PAN.
      * Only the fields the action names are edited; the rest may be
      * left blank.

       01  INSIDER-MAINT-TRANSACTION.
           03 RGOTX-ACTION               PIC X.
              88 RGOTX-INSIDER              VALUE 'I'.
              88 RGOTX-LINK-PAN             VALUE 'L'.
              88 RGOTX-UNLINK-PAN           VALUE 'U'.
              88 RGOTX-BOARD-APPROVAL       VALUE 'B'.
              88 RGOTX-RESCIND-APPROVAL     VALUE 'R'.
           03 RGOTX-INSIDER-ID           PIC X(8).
           03 RGOTX-INSIDER-NAME         PIC X(30).
           03 RGOTX-RELATIONSHIP         PIC X.
           03 RGOTX-STATUS-IND           PIC X.
           03 RGOTX-LENDING-LIMIT        PIC 9(9)V99.
           03 RGOTX-PAN                  PIC X(10).
           03 RGOTX-PAN-RELATION         PIC X.
           03 RGOTX-APPROVAL-DATE        PIC 9(8).
           03 RGOTX-BOARD-MEETING-REF    PIC X(12).
           03 RGOTX-APPROVED-AMOUNT      PIC 9(9)V99.
           03 RGOTX-APPROVED-RATE        PIC 9(3)V99.
           03 RGOTX-LENDER-COMPANY       PIC X(24).
           03 RGOTX-OCCUPANCY-IND        PIC X.
           03 RGOTX-ABSTAIN-IND          PIC X.
           03 RGOTX-USER-ID              PIC X(8).
           03 FILLER                     PIC X(7).
