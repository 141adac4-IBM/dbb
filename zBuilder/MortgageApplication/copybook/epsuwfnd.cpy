      * EPSUWFND.cpy
      * Automated underwriting findings record - one per application
      * sent to underwriting, keyed by PAN like EPSAPPST. EPSASMNT
      * writes it pending when it moves an application to UW, carrying
      * the income, debt, appraised value and occupancy the processor
      * submitted with the file; EPSUWDCN scores it against the
      * EPSUWRUL rules and fills in the factors it measured, the
      * approve/refer/decline recommendation and every finding that
      * drove it. The underwriter still decides - this is where the
      * file review starts.

       01  UW-FINDINGS-RECORD.
           03 UWFND-PAN                  PIC X(10).
           03 UWFND-STATUS-IND           PIC X.
      * SUBMITTED BY EPSASMNT AND NOT YET SCORED - OR SCORED WHILE THE
      * CREDIT BUREAU WAS DOWN, SO THE NEXT RUN SCORES IT AGAIN.
              88 UWFND-PENDING              VALUE 'P'.
              88 UWFND-SCORED               VALUE 'S'.
           03 UWFND-SUBMIT-DATE          PIC 9(8).
           03 UWFND-LOAN-OFFICER         PIC X(8).
      * SUBMITTED WITH THE UW STATUS CHANGE - ZERO/SPACE WHEN THE
      * PROCESSOR SENT NONE, WHICH REFERS THE FILE.
           03 UWFND-MONTHLY-INCOME       PIC 9(7)V99.
           03 UWFND-OTHER-MONTHLY-DEBT   PIC 9(7)V99.
           03 UWFND-APPRAISED-VALUE      PIC 9(9)V99.
      * 'O' OWNER, 'S' SECOND HOME, 'I' INVESTMENT - THE EPSLLPA CODES.
           03 UWFND-OCCUPANCY-IND        PIC X.
      * FACTORS AS MEASURED AT THE LAST SCORING.
           03 UWFND-LOAN-AMOUNT          PIC 9(9)V99.
           03 UWFND-DTI-PCT              PIC 9(3)V99.
           03 UWFND-LTV-PCT              PIC 9(3)V99.
           03 UWFND-CREDIT-SCORE         PIC 9(3).
           03 UWFND-LLPA-SIGN            PIC X.
           03 UWFND-LLPA-ADJ-BP          PIC 9(4).
           03 UWFND-DOCS-OUTSTANDING     PIC 9(2).
           03 UWFND-RECOMMENDATION       PIC X.
              88 UWFND-APPROVE              VALUE 'A'.
              88 UWFND-REFER                VALUE 'R'.
              88 UWFND-DECLINE              VALUE 'D'.
           03 UWFND-DECLINE-COUNT        PIC 9(2).
           03 UWFND-REFER-COUNT          PIC 9(2).
      * THE FINDINGS, IN RULE ORDER. A RULE ID OF 'SYS ' IS THE ENGINE
      * ITSELF REFERRING A FILE IT COULD NOT MEASURE - NO QUOTE, NO
      * INCOME, NO SCORE.
           03 UWFND-FINDING-COUNT        PIC 9(2).
           03 UWFND-FINDING-ENTRY OCCURS 8 TIMES.
              05 UWFND-FINDING-RULE-ID   PIC X(4).
              05 UWFND-FINDING-RESULT    PIC X.
              05 UWFND-FINDING-TEXT      PIC X(40).
           03 UWFND-SCORE-DATE           PIC 9(8).
           03 UWFND-LAST-MAINT-DATE      PIC 9(8).
      * COMBINED LTV OVER EVERY ACTIVE LIEN ON THE PROPERTY (SEE
      * EPSLIENK) - THE LTV WHEN THE LOAN STANDS ALONE. SPACES ON A
      * FILE SCORED BEFORE THE FIELD WAS CARRIED.
           03 UWFND-CLTV-PCT             PIC 9(3)V99.
      * EXPANSION SPACE.
           03 FILLER                     PIC X(4).
