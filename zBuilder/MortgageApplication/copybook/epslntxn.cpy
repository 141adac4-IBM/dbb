      * EPSLNTXN.cpy
      * Lien linkage maintenance transaction record for EPSLNMNT -
      * the EPSLHTXN transaction shape. LINK puts a lien on the
      * property anchored by LNTX-PROPERTY-PAN (the property record
      * is built on the first link) and hands it the next sequence;
      * CHANGE corrects a lien's holder, limit or third-party
      * balance; RELEASE marks a lien satisfied; VALUE keys the
      * property value the combined LTV is measured against;
      * SUBORDINATED and DECLINED close out a pending subordination
      * against the new first lien's PAN. Every action but LINK and
      * VALUE names the lien by property PAN and sequence.

       01  LIEN-LINKAGE-TRANSACTION.
           03 LNTX-ACTION                PIC X.
              88 LNTX-LINK                  VALUE 'L'.
              88 LNTX-CHANGE                VALUE 'C'.
              88 LNTX-RELEASE               VALUE 'R'.
              88 LNTX-VALUE                 VALUE 'V'.
              88 LNTX-SUBORDINATED          VALUE 'S'.
              88 LNTX-SUBORD-DECLINED       VALUE 'D'.
              88 LNTX-VALID-ACTION          VALUE 'L' 'C' 'R' 'V'
                                                  'S' 'D'.
           03 LNTX-PROPERTY-PAN          PIC X(10).
           03 LNTX-SEQ-NUM               PIC 9(2).
      * LINK ONLY - THE SERVICED LIEN'S PAN, SPACES FOR A THIRD
      * PARTY'S.
           03 LNTX-LIEN-PAN              PIC X(10).
           03 LNTX-POSITION              PIC 9.
           03 LNTX-HOLDER-TYPE           PIC X.
              88 LNTX-SERVICED              VALUE 'S'.
              88 LNTX-THIRD-PARTY           VALUE 'T'.
           03 LNTX-PRODUCT               PIC X.
              88 LNTX-VALID-PRODUCT         VALUE 'M' 'H'.
           03 LNTX-HOLDER-NAME           PIC X(30).
      * ORIGINAL AMOUNT ON A LINK; THE PROPERTY VALUE ON A VALUE.
           03 LNTX-AMOUNT                PIC 9(9)V99.
           03 LNTX-CREDIT-LIMIT          PIC 9(9)V99.
      * A THIRD-PARTY LIEN'S BALANCE AS LAST REPORTED - A SERVICED
      * LIEN'S COMES FROM EPSSRVCF.
           03 LNTX-BALANCE               PIC 9(9)V99.
           03 LNTX-RECORDED-DATE         PIC 9(8).
      * SUBORDINATED - THE NEW FIRST LIEN'S PAN.
           03 LNTX-SUBORD-TO-PAN         PIC X(10).
           03 LNTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(5).
