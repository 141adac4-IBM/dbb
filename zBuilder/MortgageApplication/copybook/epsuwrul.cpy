      * EPSUWRUL.cpy
      * Automated underwriting rule record - one per test EPSUWDCN
      * applies to an application entering underwriting. Externalized
      * like EPSLLPAG so credit policy tightens a ceiling or adds a
      * test without a program change; loaded once per run. A rule
      * compares one factor against its threshold and, when the
      * comparison holds, writes its finding text onto the PAN's
      * EPSUWFND record with the rule's result. Any decline finding
      * makes the recommendation decline, otherwise any refer finding
      * makes it refer, otherwise it is approve.

       01  UW-RULE-RECORD.
           03 UWRUL-RULE-ID              PIC X(4).
      * WHAT THE RULE MEASURES.
           03 UWRUL-FACTOR               PIC X(4).
      * BACK-END DTI PERCENT FROM EPSMPMT.
              88 UWRUL-FACTOR-DTI           VALUE 'DTI '.
      * LTV PERCENT OF THE QUOTED LOAN AMOUNT TO THE APPRAISED VALUE.
              88 UWRUL-FACTOR-LTV           VALUE 'LTV '.
      * COMBINED LTV - THE QUOTED LOAN PLUS EVERY OTHER ACTIVE LIEN ON
      * THE PROPERTY (EPSLIENK), TO THE APPRAISED VALUE.
              88 UWRUL-FACTOR-CLTV          VALUE 'CLTV'.
      * CREDIT SCORE FROM THE EPSCRBUR PULL.
              88 UWRUL-FACTOR-SCORE         VALUE 'FICO'.
      * STACKED EPSLLPA ADJUSTMENT IN BASIS POINTS.
              88 UWRUL-FACTOR-LLPA          VALUE 'LLPA'.
      * REQUIRED EPSDOCCK ITEMS NEITHER RECEIVED NOR WAIVED.
              88 UWRUL-FACTOR-DOCS          VALUE 'DOCS'.
              88 UWRUL-VALID-FACTOR         VALUE 'DTI ' 'LTV ' 'FICO'
                                                  'LLPA' 'DOCS' 'CLTV'.
      * THE FINDING IS WRITTEN WHEN FACTOR <OPERATOR> THRESHOLD.
           03 UWRUL-OPERATOR             PIC X(2).
              88 UWRUL-GREATER-THAN         VALUE 'GT'.
              88 UWRUL-GREATER-OR-EQUAL     VALUE 'GE'.
              88 UWRUL-LESS-THAN            VALUE 'LT'.
              88 UWRUL-LESS-OR-EQUAL        VALUE 'LE'.
              88 UWRUL-VALID-OPERATOR       VALUE 'GT' 'GE' 'LT' 'LE'.
      * '-' FOR A NEGATIVE THRESHOLD (AN LLPA CREDIT), OTHERWISE
      * SPACE OR '+', THE SAME SIGN CONVENTION AS LLPAG-ADJ-SIGN.
           03 UWRUL-THRESHOLD-SIGN       PIC X.
           03 UWRUL-THRESHOLD            PIC 9(5)V99.
           03 UWRUL-RESULT               PIC X.
              88 UWRUL-REFER                VALUE 'R'.
              88 UWRUL-DECLINE              VALUE 'D'.
      * 'N' PARKS A RULE WITHOUT TAKING IT OFF THE FILE.
           03 UWRUL-ACTIVE-IND           PIC X.
              88 UWRUL-ACTIVE               VALUE 'Y'.
           03 UWRUL-FINDING-TEXT         PIC X(40).
