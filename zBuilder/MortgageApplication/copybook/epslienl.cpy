      * EPSLIENL.cpy
      * Lien linkage record - ties every lien on one property
      * together, first mortgage, second, HELOC, whether we service
      * it or not. A property is anchored by the PAN whose EPSPROPF
      * record describes it (LIEN-PROPERTY-PAN); sequence 00 is the
      * property record carrying the value the combined LTV is
      * measured against, and each lien on the property is a
      * sequence 01-99 under it. A lien we service carries its own
      * PAN, which is an alternate key, so any PAN can be walked to
      * its property; a third-party senior or junior lien we do not
      * service has a blank PAN and the holder's name instead.
      * Maintained by EPSLNMNT; EPSCLTRP refreshes the serviced
      * balances from EPSSRVCF. A released lien stays on file for
      * the history. Read through EPSLIENK.

       01  LIEN-LINKAGE-RECORD.
           03 LIEN-KEY.
              05 LIEN-PROPERTY-PAN       PIC X(10).
              05 LIEN-SEQ-NUM            PIC 9(2).
                 88 LIEN-PROPERTY-ENTRY     VALUE 0.
      * THE SERVICED LIEN'S PAN - SPACES ON THE PROPERTY RECORD AND
      * ON A THIRD-PARTY LIEN.
           03 LIEN-PAN                   PIC X(10).
           03 LIEN-DATA.
      * 1 = FIRST MORTGAGE, 2 = SECOND, 3 OR 4 BEHIND THAT.
              05 LIEN-POSITION           PIC 9.
                 88 LIEN-FIRST              VALUE 1.
                 88 LIEN-SUBORDINATE        VALUE 2 THRU 4.
                 88 LIEN-VALID-POSITION     VALUE 1 THRU 4.
              05 LIEN-HOLDER-TYPE        PIC X.
                 88 LIEN-SERVICED           VALUE 'S'.
                 88 LIEN-THIRD-PARTY        VALUE 'T'.
              05 LIEN-PRODUCT            PIC X.
                 88 LIEN-CLOSED-END         VALUE 'M'.
                 88 LIEN-HELOC              VALUE 'H'.
              05 LIEN-STATUS             PIC X.
                 88 LIEN-ACTIVE             VALUE 'A'.
                 88 LIEN-RELEASED           VALUE 'R'.
              05 LIEN-HOLDER-NAME        PIC X(30).
              05 LIEN-ORIGINAL-AMOUNT    PIC 9(9)V99.
              05 LIEN-CREDIT-LIMIT       PIC 9(9)V99.
      * THE DRAWN BALANCE - COMBINED LTV IS MEASURED ON WHAT IS
      * OWED, NOT ON AN UNDRAWN HELOC LINE.
              05 LIEN-CURRENT-BALANCE    PIC 9(9)V99.
              05 LIEN-BALANCE-DATE       PIC 9(8).
              05 LIEN-RECORDED-DATE      PIC 9(8).
      * SUBORDINATION - SET PENDING BY EPSPOFCP WHEN THE FIRST AHEAD
      * OF THIS LIEN IS PAID OFF BY A REFINANCE (THE NEW FIRST NEEDS
      * THIS LIEN TO SUBORDINATE TO IT); EPSLNMNT RECORDS THE
      * EXECUTED AGREEMENT OR THE HOLDER'S REFUSAL.
              05 LIEN-SUBORD-STATUS      PIC X.
                 88 LIEN-SUBORD-NONE        VALUE SPACE.
                 88 LIEN-SUBORD-PENDING     VALUE 'P'.
                 88 LIEN-SUBORDINATED       VALUE 'S'.
                 88 LIEN-SUBORD-DECLINED    VALUE 'D'.
              05 LIEN-SUBORD-DATE        PIC 9(8).
      * THE PAID-OFF FIRST WHILE PENDING; THE NEW FIRST ONCE DONE.
              05 LIEN-SUBORD-TO-PAN      PIC X(10).
              05 LIEN-RELEASED-DATE      PIC 9(8).
           03 LIEN-PROPERTY-DATA REDEFINES LIEN-DATA.
              05 LPRP-PROPERTY-VALUE     PIC 9(9)V99.
      * 'O' = THE ORIGINATION APPRAISAL (SRV-APPRAISED-VALUE OF THE
      * PROPERTY PAN), 'M' = KEYED THROUGH EPSLNMNT, 'A' = THE
      * LATEST AVM VALUATION LOADED BY EPSAVMLD.
              05 LPRP-VALUE-SOURCE       PIC X.
                 88 LPRP-ORIGINATION-VALUE  VALUE 'O'.
                 88 LPRP-MANUAL-VALUE       VALUE 'M'.
                 88 LPRP-AVM-VALUE          VALUE 'A'.
              05 LPRP-VALUE-DATE         PIC 9(8).
      * LAST LIEN SEQUENCE HANDED OUT ON THE PROPERTY.
              05 LPRP-LAST-SEQ-NUM       PIC 9(2).
      * AS OF THE LAST EPSCLTRP REFRESH.
              05 LPRP-ACTIVE-LIEN-COUNT  PIC 9.
              05 LPRP-TOTAL-BALANCE      PIC 9(10)V99.
              05 LPRP-CLTV-PCT           PIC 9(3)V99.
              05 LPRP-CLTV-DATE          PIC 9(8).
              05 FILLER                  PIC X(62).
           03 LIEN-LAST-MAINT-USER       PIC X(8).
           03 LIEN-LAST-MAINT-DATE       PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(12).
