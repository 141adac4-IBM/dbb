      *    REQUIRED-DOCUMENTS CHECKLIST - AN APPLICATION WITH ANY
      *    REQUIRED ITEM NEITHER RECEIVED NOR WAIVED STAYS IN UW - SEE
      *    A560-CHECK-DOCUMENTS.
      *    A MOVE INTO UW ALSO SUBMITS THE FILE TO AUTOMATED
      *    UNDERWRITING - THE PACKAGE ON THE TRANSACTION IS WRITTEN TO
      *    A PENDING EPSUWFND RECORD THAT EPSUWDCN SCORES - SEE
      *    A580-SUBMIT-TO-UNDERWRITING.
      *    UW-TO-AP IS ALSO REFUSED FOR A LOAN THAT FAILED THE HOEPA
      *    HIGH-COST OR QM POINTS-AND-FEES TEST EPSCLNTK RAN AT INTAKE
      *    (EPSHQTST), UNLESS THE TRANSACTION CARRIES AN ACTIVE
      *    SUPERVISOR'S OVERRIDE - SEE A570-CHECK-HOEPA-QM.
      *    THE LOAN OFFICER MUST HOLD A CURRENT EPSOLIC LICENSE (OR
      *    FEDERAL REGISTRATION) FOR THE EPSPROPF PROPERTY STATE - AN
      *    ADD, OR A MOVE INTO UW, AP OR CL, UNDER AN UNLICENSED
      *    OFFICER IS REFUSED, AND AP/CL ALSO NEED THE PROPERTY ON
      *    FILE TO TEST AGAINST - SEE A590-CHECK-OFFICER-LICENSE.
      *    AN INSIDER LOAN - A PAN EPSRGOPX TIES TO AN ACTIVE
      *    EXECUTIVE OFFICER, DIRECTOR OR PRINCIPAL SHAREHOLDER, OR TO
      *    ONE OF THEIR RELATED INTERESTS - ONLY MOVES FROM UW TO AP
      *    ON A BOARD APPROVAL RECORDED ON EPSRGOAP, AND ONLY WHILE
      *    THE INSIDER'S AGGREGATE CREDIT, THE APPROVED AMOUNT
      *    INCLUDED, STAYS WITHIN THE INSIDER'S LENDING LIMIT - SEE
      *    A565-CHECK-INSIDER.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  RECORD KEY IS DOCCK-PAN
                  FILE STATUS IS WS-DOCCK-STATUS.

           SELECT UW-FINDINGS-FILE ASSIGN TO EPSUWFND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UWFND-PAN
                  FILE STATUS IS WS-UWFND-STATUS.

           SELECT HOEPA-QM-TEST-FILE ASSIGN TO EPSHQTST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HQT-PAN
                  FILE STATUS IS WS-HQT-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO EPSUSRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USRP-USER-ID
                  FILE STATUS IS WS-USRP-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT OFFICER-LICENSE-FILE ASSIGN TO EPSOLIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLIC-KEY
                  FILE STATUS IS WS-OLIC-STATUS.

      *    REGULATION O INSIDER FILES AND THE SERVICING MASTER THE
      *    INSIDER'S OUTSTANDING CREDIT IS SUMMED FROM - SEE
      *    A565-CHECK-INSIDER. ALL FOUR ARE READ ONLY.
           SELECT INSIDER-XREF-FILE ASSIGN TO EPSRGOPX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOPX-PAN
                  FILE STATUS IS WS-RGOPX-STATUS.

           SELECT INSIDER-REGISTRY-FILE ASSIGN TO EPSRGOIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOIN-INSIDER-ID
                  FILE STATUS IS WS-RGOIN-STATUS.

           SELECT INSIDER-APPROVAL-FILE ASSIGN TO EPSRGOAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGOAP-PAN
                  FILE STATUS IS WS-RGOAP-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

      *    FORWARD-RECOVERY CHANGE JOURNAL - EVERY APPLIED UPDATE'S
      *    BEFORE/AFTER IMAGE, APPENDED ACROSS RUNS. EPSJNLRP REPLAYS
      *    IT AGAINST A RESTORED BACKUP - SEE EPSCHJNL.cpy.
           COPY EPSAPPST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 75 CHARACTERS.
           COPY EPSASTXN.

       FD  SSN-XREF-FILE
           RECORD CONTAINS 201 CHARACTERS.
           COPY EPSDOCCK.

       FD  UW-FINDINGS-FILE
           RECORD CONTAINS 480 CHARACTERS.
           COPY EPSUWFND.

       FD  HOEPA-QM-TEST-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY EPSHQTST.

       FD  USER-PROFILE-FILE
           RECORD CONTAINS 26 CHARACTERS.
           COPY EPSUSRPF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  OFFICER-LICENSE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSOLIC.

       FD  INSIDER-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY EPSRGOPX.

       FD  INSIDER-REGISTRY-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSRGOIN.

       FD  INSIDER-APPROVAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSRGOAP.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'APPROVAL REFUSED - REQUIRED DOCUMENTS MISSING'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X(80)
              VALUE 'APPROVAL REFUSED - HOEPA/QM FAILED, NO OVERRIDE'.
              05 FILLER                  PIC 99 VALUE 10.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - OFFICER NOT LICENSED IN STATE'.
              05 FILLER                  PIC 99 VALUE 11.
              05 FILLER                  PIC X(80)
              VALUE 'STATUS REFUSED - OFFICER NOT LICENSED IN STATE'.
              05 FILLER                  PIC 99 VALUE 12.
              05 FILLER                  PIC X(80)
              VALUE 'STATUS REFUSED - NO PROPERTY TO CHECK LICENSE'.
              05 FILLER                  PIC 99 VALUE 13.
              05 FILLER                  PIC X(80)
              VALUE 'APPROVAL REFUSED - INSIDER, NO BOARD APPROVAL'.
              05 FILLER                  PIC 99 VALUE 14.
              05 FILLER                  PIC X(80)
              VALUE 'APPROVAL REFUSED - INSIDER OVER LENDING LIMIT'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 14 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

                07 TRANS-FROM-STATUS       PIC X(2).
                07 TRANS-TO-STATUS         PIC X(2).

      *    REGULATION O LENDING LIMIT - AN INSIDER'S AGGREGATE CREDIT
      *    MAY NOT EXCEED THIS PERCENT OF THE BANK'S UNIMPAIRED
      *    CAPITAL AND SURPLUS, UNLESS THE BOARD HAS SET THE INSIDER
      *    A LOWER LIMIT ON EPSRGOIN. EPSRGORP CARRIES THE SAME TWO
      *    FIGURES - CHANGE THEM TOGETHER AT EACH CALL REPORT.
           03 STATIC-UNIMPAIRED-CAPITAL   PIC 9(11)V99
                                          VALUE 250000000.00.
           03 STATIC-INSIDER-LIMIT-PCT    PIC 9(3)V99 VALUE 15.00.

       01 WS-FILE-STATUSES.
           03 WS-APPST-STATUS             PIC XX.
              88 APPST-FILE-OK               VALUE '00'.
           03 WS-RPT-STATUS                PIC XX.
           03 WS-SSNXR-STATUS              PIC XX.
           03 WS-DOCCK-STATUS              PIC XX.
           03 WS-UWFND-STATUS              PIC XX.
           03 WS-HQT-STATUS                PIC XX.
           03 WS-USRP-STATUS               PIC XX.
           03 WS-JNL-STATUS                PIC XX.
           03 WS-PROPF-STATUS              PIC XX.
           03 WS-OLIC-STATUS               PIC XX.
           03 WS-RGOPX-STATUS              PIC XX.
           03 WS-RGOIN-STATUS              PIC XX.
           03 WS-RGOAP-STATUS              PIC XX.
           03 WS-SRVCF-STATUS              PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 99 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-TRANSITION-FOUND         PIC X VALUE 'N'.
              88 WS-TRANSITION-OK            VALUE 'Y'.
              88 WS-DUPLICATE-SSN-FOUND      VALUE 'Y'.
           03 WS-DOCS-OUTSTANDING         PIC X VALUE 'N'.
              88 WS-DOCS-MISSING             VALUE 'Y'.
           03 WS-UWFND-FOUND              PIC X VALUE 'N'.
              88 WS-UWFND-ON-FILE            VALUE 'Y'.
           03 WS-HQT-FOUND                PIC X VALUE 'N'.
              88 WS-HQT-ON-FILE              VALUE 'Y'.
           03 WS-HQT-OVERRIDE             PIC X VALUE 'N'.
              88 WS-HQT-OVERRIDE-USED        VALUE 'Y'.
           03 WS-USRP-OPEN                PIC X VALUE 'N'.
              88 USRP-FILE-OPEN              VALUE 'Y'.
           03 WS-PROPF-OPEN               PIC X VALUE 'N'.
              88 PROPF-FILE-OPEN             VALUE 'Y'.
           03 WS-OLIC-OPEN                PIC X VALUE 'N'.
              88 OLIC-FILE-OPEN              VALUE 'Y'.
           03 WS-PROPERTY-FOUND           PIC X VALUE 'N'.
              88 WS-PROPERTY-ON-FILE         VALUE 'Y'.
           03 WS-OFFICER-LICENSED         PIC X VALUE 'N'.
              88 WS-OFFICER-IS-LICENSED      VALUE 'Y'.
           03 WS-RGOPX-OPEN               PIC X VALUE 'N'.
              88 RGOPX-FILE-OPEN             VALUE 'Y'.
           03 WS-RGOIN-OPEN               PIC X VALUE 'N'.
              88 RGOIN-FILE-OPEN             VALUE 'Y'.
           03 WS-RGOAP-OPEN               PIC X VALUE 'N'.
              88 RGOAP-FILE-OPEN             VALUE 'Y'.
           03 WS-SRVCF-OPEN               PIC X VALUE 'N'.
              88 SRVCF-FILE-OPEN             VALUE 'Y'.
           03 WS-INSIDER-APPROVAL         PIC X VALUE 'N'.
              88 WS-INSIDER-APPROVED         VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADD-COUNT                PIC 9(5) VALUE 0.
           03 WS-STATUS-CHANGE-COUNT      PIC 9(5) VALUE 0.
           03 WS-RATE-LOCK-COUNT          PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           03 WS-OVERRIDE-COUNT           PIC 9(5) VALUE 0.


      *    INTERFACE-FILE CONTROL-RECORD ENFORCEMENT - SEE EPSHDTRL.
      *    THE SSN'S OTHER APPLICATIONS THROUGH THE SAME RECORD AREA.
       01 WS-ADDED-PAN                    PIC X(10).
       01 WS-LOCK-EXPIRE-INT              PIC S9(7) COMP.
      *    THE OFFICER A590-CHECK-OFFICER-LICENSE TESTS - THE ONE THE
      *    TRANSACTION NAMES, OR THE ONE ALREADY ON THE APPLICATION.
       01 WS-CHECK-OFFICER                PIC X(8).

      *    THE INSIDER AGGREGATE A565-CHECK-INSIDER TESTS - THE
      *    CREDIT ALREADY OUTSTANDING UNDER THE INSIDER'S OTHER PANS
      *    PLUS THE AMOUNT THE BOARD APPROVED FOR THIS ONE.
       01 WS-INSIDER-WORK.
           03 WS-INSIDER-PAN-IDX          PIC 9(2) COMP.
           03 WS-INSIDER-NEW-CREDIT       PIC 9(9)V99.
           03 WS-INSIDER-AGGREGATE        PIC 9(11)V99.
           03 WS-INSIDER-LIMIT            PIC 9(11)V99.


      *    JOURNALING STATE - THE IMAGE CAPTURED BEFORE THE UPDATE
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-ERRORS                PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'OVERRIDES:'.
              05 SUM-OVERRIDES            PIC ZZZZ9.

      *    PARAMETER AREA FOR THE SHARED EPSSSNTK TOKENIZATION CALL -
      *    SEE A420-MAINTAIN-SSN-XREF.
              OPEN OUTPUT SSN-XREF-FILE
           END-IF.
           OPEN INPUT  DOCUMENT-CHECKLIST-FILE.
           OPEN I-O    UW-FINDINGS-FILE.
           IF WS-UWFND-STATUS = '05' OR '35'
              CLOSE UW-FINDINGS-FILE
              OPEN OUTPUT UW-FINDINGS-FILE
              CLOSE UW-FINDINGS-FILE
              OPEN I-O UW-FINDINGS-FILE
           END-IF.
           OPEN I-O    HOEPA-QM-TEST-FILE.
           IF WS-HQT-STATUS = '05' OR '35'
              CLOSE HOEPA-QM-TEST-FILE
              OPEN OUTPUT HOEPA-QM-TEST-FILE
              CLOSE HOEPA-QM-TEST-FILE
              OPEN I-O HOEPA-QM-TEST-FILE
           END-IF.
           OPEN INPUT  USER-PROFILE-FILE.
           IF WS-USRP-STATUS = '00'
              MOVE 'Y' TO WS-USRP-OPEN
           END-IF.
           OPEN INPUT  PROPERTY-MASTER-FILE.
           IF WS-PROPF-STATUS = '00'
              MOVE 'Y' TO WS-PROPF-OPEN
           END-IF.
           OPEN INPUT  OFFICER-LICENSE-FILE.
           IF WS-OLIC-STATUS = '00'
              MOVE 'Y' TO WS-OLIC-OPEN
           END-IF.
           OPEN INPUT  INSIDER-XREF-FILE.
           IF WS-RGOPX-STATUS = '00'
              MOVE 'Y' TO WS-RGOPX-OPEN
           END-IF.
           OPEN INPUT  INSIDER-REGISTRY-FILE.
           IF WS-RGOIN-STATUS = '00'
              MOVE 'Y' TO WS-RGOIN-OPEN
           END-IF.
           OPEN INPUT  INSIDER-APPROVAL-FILE.
           IF WS-RGOAP-STATUS = '00'
              MOVE 'Y' TO WS-RGOAP-OPEN
           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
           IF WS-SRVCF-STATUS = '00'
              MOVE 'Y' TO WS-SRVCF-OPEN
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           PERFORM A150-READ-TRANSACTION.

       A400-ADD-APPLICATION.
           MOVE ASTXN-LOAN-OFFICER   TO WS-CHECK-OFFICER.
           PERFORM A590-CHECK-OFFICER-LICENSE.
           IF WS-PROPERTY-ON-FILE AND NOT WS-OFFICER-IS-LICENSED
              MOVE 10 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE ASTXN-PAN            TO APPST-PAN.
           MOVE 'RC'                 TO APPST-STATUS-CODE.
           MOVE ASTXN-LOAN-OFFICER   TO APPST-LOAN-OFFICER.
              NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE 'RC'           TO DTL-NEW-STATUS
                 IF WS-PROPERTY-ON-FILE
                    MOVE 'RECEIVED' TO DTL-RESULT
                 ELSE
                    MOVE 'RECEIVED - LICENSE UNCHECKED, NO PROPERTY'
                         TO DTL-RESULT
                 END-IF
                 MOVE 'A'    TO WS-JNL-ACTION
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE SPACES TO WS-AFTER-IMAGE
              PERFORM A560-CHECK-DOCUMENTS
           END-IF
           .
           MOVE 'N' TO WS-HQT-OVERRIDE.
           IF WS-TRANSACTION-VALID
              AND WS-OLD-STATUS-CODE = 'UW'
              AND ASTXN-NEW-STATUS-CODE = 'AP'
              PERFORM A570-CHECK-HOEPA-QM
           END-IF
           .
           MOVE 'N' TO WS-INSIDER-APPROVAL.
           IF WS-TRANSACTION-VALID
              AND WS-OLD-STATUS-CODE = 'UW'
              AND ASTXN-NEW-STATUS-CODE = 'AP'
              PERFORM A565-CHECK-INSIDER
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND (ASTXN-NEW-STATUS-CODE = 'UW' OR 'AP' OR 'CL')
              IF ASTXN-LOAN-OFFICER NOT = SPACES
                 MOVE ASTXN-LOAN-OFFICER TO WS-CHECK-OFFICER
              ELSE
                 MOVE APPST-LOAN-OFFICER TO WS-CHECK-OFFICER
              END-IF
              PERFORM A590-CHECK-OFFICER-LICENSE
              EVALUATE TRUE
                 WHEN WS-PROPERTY-ON-FILE
                      AND NOT WS-OFFICER-IS-LICENSED
                    MOVE 11 TO WS-VALIDATION-INDICATOR
                 WHEN NOT WS-PROPERTY-ON-FILE
                      AND ASTXN-NEW-STATUS-CODE NOT = 'UW'
                    MOVE 12 TO WS-VALIDATION-INDICATOR
              END-EVALUATE
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE ASTXN-NEW-STATUS-CODE TO APPST-STATUS-CODE
              IF ASTXN-LOAN-OFFICER NOT = SPACES
                    MOVE 2 TO WS-VALIDATION-INDICATOR
                 NOT INVALID KEY
                    ADD 1 TO WS-STATUS-CHANGE-COUNT
                    EVALUATE TRUE
                       WHEN WS-HQT-OVERRIDE-USED
                          MOVE 'STATUS CHANGED - HOEPA/QM OVERRIDDEN'
                               TO DTL-RESULT
                       WHEN WS-INSIDER-APPROVED
                          MOVE 'STATUS CHANGED - REG O BOARD APPROVED'
                               TO DTL-RESULT
                       WHEN OTHER
                          MOVE 'STATUS CHANGED' TO DTL-RESULT
                    END-EVALUATE
                    MOVE WS-DETAIL-LINE    TO RPT-LINE
                    WRITE RPT-LINE
                    MOVE 'C' TO WS-JNL-ACTION
              END-REWRITE
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND WS-HQT-OVERRIDE-USED
              PERFORM A575-RECORD-OVERRIDE
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND ASTXN-NEW-STATUS-CODE = 'UW'
              PERFORM A580-SUBMIT-TO-UNDERWRITING
           END-IF
           .

       A550-VALIDATE-TRANSITION.
           MOVE 'N' TO WS-TRANSITION-FOUND.
           END-IF
           .

      *    GATE THE UW-TO-AP TRANSITION OF AN INSIDER LOAN ON
      *    REGULATION O. A PAN NOT ON EPSRGOPX, OR TIED TO AN INSIDER
      *    NOW INACTIVE, IS NOT AN INSIDER LOAN AND PASSES. AN INSIDER
      *    LOAN NEEDS A CURRENT BOARD APPROVAL FOR THIS PAN AND THIS
      *    INSIDER, VOTED NO LATER THAN TODAY - THE APPROVAL MUST BE
      *    PRIOR. THE INSIDER'S AGGREGATE IS THEN THE OUTSTANDING
      *    CREDIT UNDER EVERY OTHER PAN IN THE REGISTRY (A LINE OF
      *    CREDIT COUNTS AT ITS LIMIT WHEN THAT IS HIGHER THAN THE
      *    DRAWN BALANCE), PLUS THE APPROVED AMOUNT OF ANY OF THEM
      *    NOT YET ON THE BOOKS, PLUS THIS APPROVAL - AND IT MAY NOT
      *    EXCEED THE LENDING LIMIT. WITH THE INSIDER FILES MISSING
      *    NO PAN CAN BE SHOWN TO BE AN INSIDER'S.
       A565-CHECK-INSIDER.
           IF NOT RGOPX-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE ASTXN-PAN TO RGOPX-PAN.
           READ INSIDER-XREF-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF RGOIN-FILE-OPEN
              MOVE RGOPX-INSIDER-ID TO RGOIN-INSIDER-ID
              READ INSIDER-REGISTRY-FILE
                 INVALID KEY
                    MOVE SPACES TO INSIDER-REGISTRY-RECORD
                    MOVE 'A'    TO RGOIN-STATUS-IND
                    MOVE 0      TO RGOIN-LENDING-LIMIT
                    MOVE 0      TO RGOIN-PAN-COUNT
              END-READ
           ELSE
              MOVE SPACES TO INSIDER-REGISTRY-RECORD
              MOVE 'A'    TO RGOIN-STATUS-IND
              MOVE 0      TO RGOIN-LENDING-LIMIT
              MOVE 0      TO RGOIN-PAN-COUNT
           END-IF.
           IF RGOIN-INACTIVE
              EXIT PARAGRAPH
           END-IF.

           IF NOT RGOAP-FILE-OPEN
              MOVE 13 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE ASTXN-PAN TO RGOAP-PAN.
           READ INSIDER-APPROVAL-FILE
              INVALID KEY
                 MOVE 13 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-READ.
           IF NOT RGOAP-APPROVED
              OR RGOAP-INSIDER-ID NOT = RGOPX-INSIDER-ID
              OR RGOAP-APPROVAL-DATE > WS-CURRENT-DATE-8
              MOVE 13 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE RGOAP-APPROVED-AMOUNT TO WS-INSIDER-NEW-CREDIT.

           IF RGOIN-LENDING-LIMIT > 0
              MOVE RGOIN-LENDING-LIMIT TO WS-INSIDER-LIMIT
           ELSE
              COMPUTE WS-INSIDER-LIMIT ROUNDED =
                      STATIC-UNIMPAIRED-CAPITAL
                    * STATIC-INSIDER-LIMIT-PCT / 100
           END-IF.
           MOVE WS-INSIDER-NEW-CREDIT TO WS-INSIDER-AGGREGATE.
           PERFORM A567-ADD-INSIDER-PAN
                   VARYING WS-INSIDER-PAN-IDX FROM 1 BY 1
                   UNTIL WS-INSIDER-PAN-IDX > RGOIN-PAN-COUNT.
           IF WS-INSIDER-AGGREGATE > WS-INSIDER-LIMIT
              MOVE 14 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-INSIDER-APPROVAL
           .

       A567-ADD-INSIDER-PAN.
           IF RGOIN-PAN(WS-INSIDER-PAN-IDX) = ASTXN-PAN
              OR RGOIN-PAN(WS-INSIDER-PAN-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF SRVCF-FILE-OPEN
              MOVE RGOIN-PAN(WS-INSIDER-PAN-IDX) TO SRV-PAN
              READ SERVICING-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION
                       IF SRV-CREDIT-LIMIT > SRV-PRINCIPAL-BALANCE
                          ADD SRV-CREDIT-LIMIT
                              TO WS-INSIDER-AGGREGATE
                       ELSE
                          ADD SRV-PRINCIPAL-BALANCE
                              TO WS-INSIDER-AGGREGATE
                       END-IF
                    END-IF
                    EXIT PARAGRAPH
              END-READ
           END-IF.
      *    NOT ON THE BOOKS YET - A BOARD-APPROVED COMMITMENT STILL
      *    COUNTS AGAINST THE LIMIT.
           IF RGOAP-FILE-OPEN
              MOVE RGOIN-PAN(WS-INSIDER-PAN-IDX) TO RGOAP-PAN
              READ INSIDER-APPROVAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RGOAP-APPROVED
                       ADD RGOAP-APPROVED-AMOUNT
                           TO WS-INSIDER-AGGREGATE
                    END-IF
              END-READ
           END-IF
           .

      *    GATE THE UW-TO-AP TRANSITION ON THE HOEPA/QM TEST EPSCLNTK
      *    STORED AT INTAKE. A LOAN THAT FAILED THE HIGH-COST TRIGGERS
      *    OR THE QM POINTS-AND-FEES CAP IS ONLY APPROVED ON AN
      *    OVERRIDE NAMING AN ACTIVE SUPERVISOR ON EPSUSRPF WHO IS NOT
      *    THE LOAN OFFICER - THE EPSADJAP SECOND-USER RULE. AN
      *    APPLICATION WITH NO TEST ON FILE, TAKEN BEFORE INTAKE RAN
      *    THE TEST, PASSES.
       A570-CHECK-HOEPA-QM.
           MOVE 'N' TO WS-HQT-FOUND.
           MOVE ASTXN-PAN TO HQT-PAN.
           READ HOEPA-QM-TEST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-HQT-FOUND
           END-READ
           .
           IF NOT WS-HQT-ON-FILE OR HQT-PASSED
              EXIT PARAGRAPH
           END-IF.
           IF ASTXN-OVERRIDE-USER-ID = SPACES
              OR ASTXN-OVERRIDE-USER-ID = APPST-LOAN-OFFICER
              OR ASTXN-OVERRIDE-USER-ID = ASTXN-LOAN-OFFICER
              OR NOT USRP-FILE-OPEN
              MOVE 9 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE ASTXN-OVERRIDE-USER-ID TO USRP-USER-ID.
           READ USER-PROFILE-FILE
              INVALID KEY
                 MOVE 9 TO WS-VALIDATION-INDICATOR
              NOT INVALID KEY
                 IF NOT USRP-SUPERVISOR OR NOT USRP-ACTIVE
                    MOVE 9 TO WS-VALIDATION-INDICATOR
                 END-IF
           END-READ
           .
           IF WS-TRANSACTION-VALID
              MOVE 'Y' TO WS-HQT-OVERRIDE
           END-IF
           .

      *    THE APPROVAL STOOD - RECORD WHO OVERRODE THE FAILED TEST ON
      *    THE RESULT READ BY A570 ABOVE.
       A575-RECORD-OVERRIDE.
           ADD 1 TO WS-OVERRIDE-COUNT.
           MOVE ASTXN-OVERRIDE-USER-ID TO HQT-OVERRIDE-USER-ID.
           MOVE WS-CURRENT-DATE-8      TO HQT-OVERRIDE-DATE.
           MOVE WS-CURRENT-DATE-8      TO HQT-LAST-MAINT-DATE.
           REWRITE HOEPA-QM-TEST-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    THE OFFICER IN WS-CHECK-OFFICER NEEDS A CURRENT LICENSE FOR
      *    THE PROPERTY STATE - ACTIVE AND NOT PAST ITS EXPIRATION -
      *    OR A CURRENT FEDERAL REGISTRATION, HELD UNDER STATE 'US'.
      *    THE SAME TEST EPSCLNTK MAKES AT INTAKE. WITH NO PROPERTY ON
      *    EPSPROPF THERE IS NO STATE TO TEST AND THE CALLER DECIDES;
      *    WITH NO LICENSE FILE NOTHING CAN BE PROVEN AND THE OFFICER
      *    IS TREATED AS UNLICENSED.
       A590-CHECK-OFFICER-LICENSE.
           MOVE 'N' TO WS-PROPERTY-FOUND.
           MOVE 'N' TO WS-OFFICER-LICENSED.
           IF NOT PROPF-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE ASTXN-PAN TO PROP-PAN.
           READ PROPERTY-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PROPERTY-FOUND
           END-READ
           .
           IF NOT WS-PROPERTY-ON-FILE OR NOT OLIC-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-OFFICER TO OLIC-LOAN-OFFICER.
           MOVE PROP-STATE       TO OLIC-STATE.
           READ OFFICER-LICENSE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OLIC-ACTIVE
                    AND OLIC-EXPIRATION-DATE NOT < WS-CURRENT-DATE-8
                    MOVE 'Y' TO WS-OFFICER-LICENSED
                 END-IF
           END-READ
           .
           IF WS-OFFICER-IS-LICENSED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-OFFICER TO OLIC-LOAN-OFFICER.
           MOVE 'US'             TO OLIC-STATE.
           READ OFFICER-LICENSE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OLIC-FEDERAL-REGISTRATION AND OLIC-ACTIVE
                    AND OLIC-EXPIRATION-DATE NOT < WS-CURRENT-DATE-8
                    MOVE 'Y' TO WS-OFFICER-LICENSED
                 END-IF
           END-READ
           .

      *    SUBMIT THE FILE TO AUTOMATED UNDERWRITING - A PENDING
      *    EPSUWFND RECORD CARRYING THE PACKAGE FROM THE TRANSACTION,
      *    WITH ANY EARLIER FINDINGS CLEARED. EPSUWDCN SCORES IT ON
      *    ITS NEXT RUN. A PACKAGE FIELD LEFT BLANK GOES OVER AS ZERO
      *    AND THE ENGINE REFERS THE FILE FOR IT.
       A580-SUBMIT-TO-UNDERWRITING.
           MOVE 'N' TO WS-UWFND-FOUND.
           MOVE APPST-PAN TO UWFND-PAN.
           READ UW-FINDINGS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-UWFND-FOUND
           END-READ
           .
           MOVE SPACES             TO UW-FINDINGS-RECORD.
           MOVE APPST-PAN          TO UWFND-PAN.
           MOVE 'P'                TO UWFND-STATUS-IND.
           MOVE WS-CURRENT-DATE-8  TO UWFND-SUBMIT-DATE.
           MOVE APPST-LOAN-OFFICER TO UWFND-LOAN-OFFICER.
           MOVE 0 TO UWFND-MONTHLY-INCOME.
           MOVE 0 TO UWFND-OTHER-MONTHLY-DEBT.
           MOVE 0 TO UWFND-APPRAISED-VALUE.
           IF ASTXN-MONTHLY-INCOME IS NUMERIC
              MOVE ASTXN-MONTHLY-INCOME TO UWFND-MONTHLY-INCOME
           END-IF.
           IF ASTXN-OTHER-MONTHLY-DEBT IS NUMERIC
              MOVE ASTXN-OTHER-MONTHLY-DEBT
                   TO UWFND-OTHER-MONTHLY-DEBT
           END-IF.
           IF ASTXN-APPRAISED-VALUE IS NUMERIC
              MOVE ASTXN-APPRAISED-VALUE TO UWFND-APPRAISED-VALUE
           END-IF.
           MOVE ASTXN-OCCUPANCY-IND TO UWFND-OCCUPANCY-IND.
           MOVE 0 TO UWFND-LOAN-AMOUNT.
           MOVE 0 TO UWFND-DTI-PCT.
           MOVE 0 TO UWFND-LTV-PCT.
           MOVE 0 TO UWFND-CLTV-PCT.
           MOVE 0 TO UWFND-CREDIT-SCORE.
           MOVE 0 TO UWFND-LLPA-ADJ-BP.
           MOVE 0 TO UWFND-DOCS-OUTSTANDING.
           MOVE 0 TO UWFND-DECLINE-COUNT.
           MOVE 0 TO UWFND-REFER-COUNT.
           MOVE 0 TO UWFND-FINDING-COUNT.
           MOVE 0 TO UWFND-SCORE-DATE.
           MOVE WS-CURRENT-DATE-8 TO UWFND-LAST-MAINT-DATE.
           IF WS-UWFND-ON-FILE
              REWRITE UW-FINDINGS-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE UW-FINDINGS-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           .

       A600-RATE-LOCK.
           IF ASTXN-LOCK-RATE NOT > 0 OR ASTXN-LOCK-DAYS NOT > 0
              MOVE 7 TO WS-VALIDATION-INDICATOR
           MOVE WS-STATUS-CHANGE-COUNT TO SUM-STATUS-CHANGES.
           MOVE WS-RATE-LOCK-COUNT     TO SUM-RATE-LOCKS.
           MOVE WS-ERROR-COUNT         TO SUM-ERRORS.
           MOVE WS-OVERRIDE-COUNT      TO SUM-OVERRIDES.
           MOVE WS-SUMMARY-LINE        TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE CONTROL-REPORT.
           CLOSE SSN-XREF-FILE.
           CLOSE DOCUMENT-CHECKLIST-FILE.
           CLOSE UW-FINDINGS-FILE.
           CLOSE HOEPA-QM-TEST-FILE.
           IF USRP-FILE-OPEN
              CLOSE USER-PROFILE-FILE
           END-IF.
           IF PROPF-FILE-OPEN
              CLOSE PROPERTY-MASTER-FILE
           END-IF.
           IF OLIC-FILE-OPEN
              CLOSE OFFICER-LICENSE-FILE
           END-IF.
           IF RGOPX-FILE-OPEN
              CLOSE INSIDER-XREF-FILE
           END-IF.
           IF RGOIN-FILE-OPEN
              CLOSE INSIDER-REGISTRY-FILE
           END-IF.
           IF RGOAP-FILE-OPEN
              CLOSE INSIDER-APPROVAL-FILE
           END-IF.
           IF SRVCF-FILE-OPEN
              CLOSE SERVICING-MASTER-FILE
           END-IF.
           IF NOT JNL-FIRST-CALL
              CLOSE CHANGE-JOURNAL-FILE
           END-IF.
