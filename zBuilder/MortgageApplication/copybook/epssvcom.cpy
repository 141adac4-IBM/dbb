      *****************************************************************
      *                                                               *
      * EPSSVCOM.cpy                                                  *
      *                                                               *
      * COMMAREA PASSED TO EPSSVAPI - THE SELF-SERVICE SERVICING      *
      * INQUIRY ENTRY POINT THE IVR AND THE CUSTOMER WEB SITE LINK TO *
      * FOR A BORROWER'S BALANCE, NEXT DUE DATE, RECENT PAYMENTS AND  *
      * PAYOFF. ONE REQUEST/ONE ANSWER, THE SAME SHAPE AS EPSQTCOM    *
      * AND EPSQCCOM - NO PAGING, NO PSEUDO-CONVERSATION STATE. NO    *
      * 01-LEVEL OF ITS OWN, MEANT TO BE COPIED UNDER A CALLER-       *
      * SUPPLIED 01 (DFHCOMMAREA, ETC).                               *
      *****************************************************************

      * INPUT
      * REGISTERED CALLER ID - CHECKED AGAINST THE EPSAPICR CALLER
      * REGISTRY BY EPSAPICK THE SAME AS EVERY QUOTE REQUEST. 90 =
      * NOT REGISTERED OR INACTIVE, 91 = THROTTLED.
          03 EPSSVCOM-CALLER-ID       PIC X(8).
          03 EPSSVCOM-PAN             PIC X(10).
      * BORROWER VERIFICATION - THE FIRST FIVE OF THE MAILING ZIP AND
      * THE LAST FOUR DIGITS OF THE PHONE NUMBER ON EPSBRWRF. BOTH
      * MUST MATCH OR NOTHING ABOUT THE LOAN IS RETURNED.
          03 EPSSVCOM-VERIFY-ZIP      PIC X(5).
          03 EPSSVCOM-VERIFY-PHONE-LAST4
                                      PIC X(4).
      * THE DATE THE PAYOFF MUST BE GOOD THROUGH - ZERO MEANS TODAY.
          03 EPSSVCOM-PAYOFF-GOOD-THRU PIC 9(8).
      * LANGUAGE CODE - OPTIONAL. SPACES/'EN' DEFAULTS TO THE COMPILED
      * ENGLISH TEXT - SEE EPSSVAPI'S A990-TRANSLATE-MSG.
          03 EPSSVCOM-LANGUAGE-CODE   PIC X(2).
      * OUTPUT
      * A LOAN IN ACTIVE BANKRUPTCY ('B') ANSWERS WITH ITS BALANCES,
      * RATE AND NEXT DUE DATE ONLY - NO AMOUNT DUE, PAYMENTS OR
      * PAYOFF. A DECEASED BORROWER ('S') ANSWERS WITH NOTHING BUT
      * THIS INDICATOR: THE CALLER VERIFIED WITH THE DECEASED'S OWN
      * DATA, WHICH DOES NOT MAKE THEM A CONFIRMED SUCCESSOR.
          03 EPSSVCOM-RESTRICTION-IND PIC X.
             88 EPSSVCOM-UNRESTRICTED     VALUE SPACE.
             88 EPSSVCOM-BANKRUPTCY       VALUE 'B'.
             88 EPSSVCOM-SUCCESSOR        VALUE 'S'.
      * THE EPSSRVCF STATUS - 'A' ACTIVE, 'P' PAID OFF, ETC.
          03 EPSSVCOM-LOAN-STATUS     PIC X.
          03 EPSSVCOM-PRINCIPAL-BALANCE
                                      PIC S9(9)V99 COMP.
          03 EPSSVCOM-ESCROW-BALANCE  PIC S9(9)V99 COMP.
          03 EPSSVCOM-CURRENT-RATE    PIC 9(3)V99.
          03 EPSSVCOM-NEXT-DUE-DATE   PIC 9(8).
      * THE FULLY LOADED MONTHLY PAYMENT - P+I, PMI AND ESCROW.
          03 EPSSVCOM-MONTHLY-PAYMENT PIC S9(7)V99 COMP.
          03 EPSSVCOM-LATE-CHARGE-DUE PIC S9(5)V99 COMP.
          03 EPSSVCOM-LAST-PAYMENT-DATE
                                      PIC 9(8).
      * PAYOFF THROUGH EPSPAYOF, GOOD THROUGH THE DATE ECHOED BACK.
          03 EPSSVCOM-PAYOFF-AMOUNT   PIC S9(9)V99 COMP.
          03 EPSSVCOM-PAYOFF-PER-DIEM PIC S9(5)V99 COMP.
          03 EPSSVCOM-PAYOFF-DATE     PIC 9(8).
      * THE MOST RECENT POSTINGS FROM EPSPYHSV, NEWEST FIRST.
          03 EPSSVCOM-PAYMENT-COUNT   PIC 9(3) COMP.
          03 EPSSVCOM-PAYMENT-TBL OCCURS 5 TIMES.
             05 EPSSVCOM-PMT-POST-DATE  PIC 9(8).
             05 EPSSVCOM-PMT-AMOUNT     PIC S9(7)V99 COMP.
             05 EPSSVCOM-PMT-PRINCIPAL  PIC S9(7)V99 COMP.
             05 EPSSVCOM-PMT-INTEREST   PIC S9(7)V99 COMP.
             05 EPSSVCOM-PMT-ESCROW     PIC S9(7)V99 COMP.
      * RETURN CODES - 0 ANSWERED (ERRMSG MAY STILL CARRY THE
      * BANKRUPTCY OR PAYOFF-UNAVAILABLE NOTE), 1 PAN OR VERIFICATION
      * DATA MISSING, 2 LOAN NOT FOUND OR BORROWER NOT VERIFIED, 3
      * RESTRICTED (DECEASED BORROWER), 4 E-DELIVERY REQUEST
      * INCOMPLETE, 5 E-DELIVERY PREFERENCE NOT UPDATED, 90/91 CALLER
      * REFUSED. A 4 OR 5 STILL CARRIES THE FULL INQUIRY ANSWER.
          03 EPSSVCOM-ERRMSG           PIC X(80).
          03 EPSSVCOM-PROGRAM-RETCODE  PIC 9(4).
             88 EPS04-REQUEST-SUCCESS  VALUE 0.
      * PAPERLESS DELIVERY ENROLLMENT - OPTIONAL, AND ONLY LOOKED AT
      * WHEN THE CALLER'S COMMAREA IS LONG ENOUGH TO CARRY IT, SO A
      * CALLER BUILT BEFORE IT WAS ADDED STILL GETS THE INQUIRY ALONE.
      * ACTED ON ONLY FOR A VERIFIED, NOT-DECEASED BORROWER. ENROLL
      * NEEDS THE EMAIL ADDRESS AND THE BORROWER'S AFFIRMATION OF THE
      * E-SIGN DISCLOSURE JUST SHOWN - TODAY BECOMES THE CONSENT DATE
      * ON EPSEDPRF. DOCUMENT TYPE ST STATEMENTS, EA ESCROW ANALYSES,
      * LT LETTERS, AL ALL THREE.
          03 EPSSVCOM-EDLV-ACTION      PIC X.
             88 EPSSVCOM-EDLV-NONE        VALUE SPACE.
             88 EPSSVCOM-EDLV-ENROLL      VALUE 'E'.
             88 EPSSVCOM-EDLV-WITHDRAW    VALUE 'W'.
          03 EPSSVCOM-EDLV-DOC-TYPE    PIC X(2).
          03 EPSSVCOM-EDLV-EMAIL       PIC X(60).
          03 EPSSVCOM-EDLV-CONSENT-IND PIC X.
             88 EPSSVCOM-EDLV-CONSENTED   VALUE 'Y'.
      * 'E' ENROLLED, 'W' WITHDRAWN, SPACE NOTHING CHANGED.
          03 EPSSVCOM-EDLV-RESULT      PIC X.
