      * EPSACDVI.cpy
      * Credit bureau dispute intake record - one per ACDV (automated
      * consumer dispute verification) the bureaus send us about a
      * loan we report through EPSMTRO2. Received daily as a flat
      * file from the bureaus' dispute system and read by EPSACDVP,
      * which opens an EPSACDVF case for each one.

       01  ACDV-INTAKE-RECORD.
      * THE BUREAU'S ACDV CONTROL NUMBER - QUOTED BACK ON THE RESPONSE.
           03 ACDVI-CONTROL-NUM          PIC X(12).
           03 ACDVI-BUREAU-CODE          PIC X.
              88 ACDVI-EQUIFAX              VALUE 'E'.
              88 ACDVI-EXPERIAN             VALUE 'X'.
              88 ACDVI-TRANSUNION           VALUE 'T'.
              88 ACDVI-VALID-BUREAU         VALUE 'E' 'X' 'T'.
           03 ACDVI-RECEIPT-DATE         PIC 9(8).
      * THE BUREAU'S DEADLINE FOR OUR ANSWER. ZERO MEANS THE BUREAU
      * DID NOT SEND ONE - 30 CALENDAR DAYS FROM RECEIPT IS USED.
           03 ACDVI-RESPONSE-DUE-DATE    PIC 9(8).
      * THE ACCOUNT NUMBER AS WE REPORTED IT - THE PAN.
           03 ACDVI-ACCOUNT-NUM          PIC X(10).
           03 ACDVI-CONSUMER-ZIP         PIC X(5).
      * THE BUREAU'S DISPUTE REASON CODE, CARRIED TO THE CASE AS SENT.
           03 ACDVI-DISPUTE-CODE         PIC X(3).
      * THE REPORTING CYCLE (YYYYMM) THE CONSUMER DISPUTES - ZERO
      * MEANS THE MOST RECENT CYCLE WE REPORTED.
           03 ACDVI-DISPUTED-CYCLE       PIC 9(6).
      * THE ACCOUNT STATUS THE CONSUMER SAYS IS RIGHT, IF GIVEN.
           03 ACDVI-CLAIMED-STATUS       PIC X(2).
           03 ACDVI-CONSUMER-CLAIM       PIC X(40).
           03 FILLER                     PIC X(5).
