      * EPSBYDNH.cpy
      * Buydown subsidy activity history - appended, one record per
      * movement on an EPSBYDNF subsidy balance: the funding boarded
      * by EPSBYDBD, each month's draw by EPSPYPST and the unused
      * balance paid out at payoff by EPSPOFCP. EPSGLPST posts the
      * day's movements to the GL from here.

       01  BUYDOWN-HISTORY-RECORD.
           03 BYDH-PAN                   PIC X(10).
           03 BYDH-ACTIVITY              PIC X.
              88 BYDH-FUNDED                VALUE 'F'.
              88 BYDH-DRAWN                 VALUE 'D'.
              88 BYDH-UNUSED-PAID-OUT       VALUE 'U'.
           03 BYDH-POST-DATE             PIC 9(8).
      * INSTALLMENT THE DRAW PAID TOWARD - ZERO ON OTHER ACTIVITY.
           03 BYDH-DUE-DATE              PIC 9(8).
           03 BYDH-AMOUNT                PIC 9(7)V99.
           03 BYDH-BALANCE-AFTER         PIC 9(7)V99.
      * PROGRAM THAT POSTED THE MOVEMENT.
           03 BYDH-SOURCE-PGM            PIC X(8).
           03 FILLER                     PIC X(7).
