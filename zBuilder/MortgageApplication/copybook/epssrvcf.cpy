      * forward nightly by EPSPYPST as borrower payments post. This is
      * the live file the servicing side works from - EPSMRPTF stays
      * the point-in-time extract the re-quote jobs read.
      *
      * Three alternate indexes (WITH DUPLICATES) are defined over the
      * cluster in the upgrade set, so every program that writes or
      * rewrites the master keeps them current without declaring them:
      *    SRV-POOL-NUMBER        path DD EPSSRVC1
      *    SRV-JURISDICTION-CODE  path DD EPSSRVC2
      *    SRV-NEXT-DUE-DATE      path DD EPSSRVC3
      * Only a program that browses by one of them names it as an
      * ALTERNATE RECORD KEY (EPSBESTX, EPSTXDSB, EPSBILST, EPSLTCHG).
      * EPSSRVIX proves nightly that each index still matches the
      * base cluster. A program browsing by an alternate key must not
      * change that key's field on the REWRITE it makes mid-browse.

       01  SERVICING-MASTER-RECORD.
           03 SRV-PAN                    PIC X(10).
      * UNDER THE NEW PAN AND EPSASMXR CONNECTS THE TWO. NOT PAID
      * OFF; NOTHING WAS COLLECTED.
              88 SRV-LOAN-ASSUMED           VALUE 'B'.
      * CHARGED OFF AFTER A SHORT FORECLOSURE SALE, OR AFTER THE
      * SALE OF ITS REO PROPERTY - THE DEFICIENCY LIVES ON THE
      * EPSRCVSL RECOVERY SUB-LEDGER.
              88 SRV-LOAN-CHARGED-OFF       VALUE 'O'.
      * THE FORECLOSURE SALE REVERTED THE PROPERTY TO THE SHOP - THE
      * BALANCES ARE ZERO AND THE PROPERTY LIVES ON EPSREOF UNTIL
      * EPSREOMT CLOSES ITS SALE.
              88 SRV-LOAN-REO               VALUE 'R'.
      * SERVICING RELEASED TO ANOTHER SERVICER - FROZEN AT THE
      * EPSSVTRO CUTOFF; THE NEW SERVICER'S TAPE CARRIES THE LIVE
      * BALANCES FROM HERE ON.
      * MONTHLY PAYMENT COMPONENTS, COMPUTED THROUGH EPSMPMT WHEN THE
      * LOAN IS BOARDED (SEE EPSSVBLD'S A210-BUILD-EPSPDATA) SO THE
      * POSTING RUN SPLITS EVERY PAYMENT WITH THE SAME MATH THE QUOTE
      * SIDE ALREADY PRODUCES. ON AN FHA, VA OR USDA LOAN THE PMI
      * AMOUNT IS THE AGENCY'S MONTHLY PREMIUM (SEE EPSGOVLN).
           03 SRV-PI-PAYMENT             PIC 9(7)V99.
           03 SRV-PMI-MONTHLY            PIC 9(7)V99.
           03 SRV-ESCROW-MONTHLY         PIC 9(7)V99.
      * CLEARS THE STAMP JUST AS AUTOMATICALLY AT WINDOW END.
           03 SRV-RELIEF-EVENT-ID        PIC X(6).
           03 SRV-RELIEF-END-DATE        PIC 9(8).
      * BALLOON TERMS - SPACE/ZERO ON A FULLY AMORTIZING LOAN. SET
      * ONLY BY EPSBLMNT: THE LOAN KEEPS AMORTIZING ON ITS LONG
      * SCHEDULE (SRV-PI-PAYMENT OVER SRV-REMAINING-YEARS) BUT THE
      * WHOLE UNPAID BALANCE FALLS DUE WITH THE INSTALLMENT ON
      * SRV-MATURITY-DATE. EPSBLNOT SENDS THE 90- AND 60-DAY MATURITY
      * NOTICES AND STAMPS WHICH HAS GONE OUT IN
      * SRV-MATURITY-NOTICE-IND; EPSBILST BILLS THE BALLOON ON THE
      * MATURITY INSTALLMENT; EPSDLQAG AGES AN UNPAID LOAN PAST
      * MATURITY APART FROM ORDINARY DELINQUENCY.
           03 SRV-BALLOON-IND            PIC X.
              88 SRV-BALLOON-LOAN           VALUE 'Y'.
           03 SRV-MATURITY-DATE          PIC 9(8).
           03 SRV-MATURITY-NOTICE-IND    PIC X.
              88 SRV-MATURITY-NOT-NOTICED   VALUE SPACE.
              88 SRV-MATURITY-90-NOTICED    VALUE '9'.
              88 SRV-MATURITY-60-NOTICED    VALUE '6'.
      * PAYMENT ORDER A LOAN MODIFICATION AGREEMENT SPECIFIED - THE
      * EPSWFALL BUCKET CODES (I P M E L), EACH ONCE. SET ONLY BY
      * EPSLNMOD; SPACES (AND ON RECORDS WRITTEN BEFORE THE FIELD
      * EXISTED) LEAVE THE LOAN ON ITS EPSWFALL WATERFALL. CARVED
      * FROM THE FRONT OF THE EXPANSION SPACE.
           03 SRV-PAYMENT-ORDER          PIC X(5).
      * 'Y' WHEN THE LOAN WAS BOARDED WITH PREPAYMENT PENALTY TERMS -
      * THE TERMS THEMSELVES, AND THE LOAN-YEAR PREPAYMENTS THEY ARE
      * MEASURED AGAINST, ARE ON EPSPPNTF UNDER THE SAME PAN. SET BY
      * EPSSVBLD; SPACE ON EVERY OTHER LOAN, SO EPSPAYOF AND EPSPYPST
      * ONLY LOOK THE TERMS UP WHEN THERE ARE SOME. CARVED FROM THE
      * FRONT OF THE EXPANSION SPACE.
           03 SRV-PREPAY-PENALTY-IND     PIC X.
              88 SRV-HAS-PREPAY-PENALTY     VALUE 'Y'.
      * EXPANSION SPACE - CARVE NEW FIELDS FROM THE FRONT OF THIS
      * FILLER (THE WAY SRV-LATE-ASSESS-CYCLE AND SRV-SUSPENSE-BALANCE
      * WERE) SO THE 250-BYTE RECORD LENGTH, AND EVERY READER'S FD,
      * ONLY HAS TO CHANGE WHEN THE SPACE RUNS OUT.
           03 FILLER                     PIC X(10).
