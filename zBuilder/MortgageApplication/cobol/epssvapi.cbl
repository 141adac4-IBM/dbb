       ID DIVISION.
       PROGRAM-ID. EPSSVAPI.
      *    SELF-SERVICE SERVICING INQUIRY API ENTRY POINT.
      *    LINKED TO ONCE PER REQUEST BY THE IVR AND THE CUSTOMER WEB
      *    SITE THE SAME WAY EPSQUOTE AND EPSQCMPR ARE - NO BMS MAP,
      *    NO PSEUDO-CONVERSATION, NO SEND/RECEIVE. ANSWERS THE
      *    QUESTIONS BORROWERS OTHERWISE CALL THE DESK FOR AND
      *    EPSCSVIQ SHOWS THE DESK: THE LIVE EPSSRVCF BALANCES AND
      *    DATES, THE MOST RECENT POSTINGS OFF THE EPSPYHSV KEYED
      *    HISTORY, AND A PAYOFF FIGURE THROUGH THE SAME EPSPAYOF
      *    FUNCTION EPSPOFST PRINTS FROM.
      *
      *    NOTHING ABOUT A LOAN IS RETURNED UNTIL THE CALLER HAS BEEN
      *    CHECKED AGAINST EPSAPICR AND THE BORROWER HAS BEEN VERIFIED
      *    AGAINST EPSBRWRF - SEE A200-VERIFY-BORROWER. A LOAN IN
      *    ACTIVE BANKRUPTCY (EPSBKRPF) OR WITH A DECEASED BORROWER
      *    (EPSSUCCR) ANSWERS WITH LIMITED DATA ONLY - SEE
      *    A300-CHECK-RESTRICTIONS. EVERY CALL, ANSWERED OR REFUSED,
      *    IS LOGGED TO THE EPSACCLG ACCESS LOG AND THE EPSAUDIT TRAIL.
      *
      *    A VERIFIED BORROWER MAY ALSO ENROLL IN OR WITHDRAW FROM
      *    PAPERLESS DELIVERY ON THE SAME CALL, ONCE THE IVR OR WEB
      *    SITE HAS PRESENTED THE E-SIGN DISCLOSURE AND THE BORROWER
      *    HAS AFFIRMED IT - THE EPSEDPRF PREFERENCE THE BATCH
      *    EPSEDMNT RUN ALSO MAINTAINS. SEE A700-CHANGE-EDELIVERY.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    PARAMETER AREA FOR THE SHARED EPSMSGLK MESSAGE-TABLE CALL -
      *    SEE A990-TRANSLATE-MSG.
           COPY EPSMSGTB.

       01  SQL-ERROR-MSG.
           03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
           03  SQL-ERROR-CODE      PIC 9(5) DISPLAY.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    AUDIT-LOG TABLE DECLARATION/HOST VARIABLES - SEE
      *    A900-LOG-AUDIT-TRANSACTION/A910-CHECK-SQLCODE. THE SAME
      *    TRAIL EVERY QUOTE ENTRY POINT WRITES TO, UNDER ITS OWN
      *    TRANCODE.
           COPY EPSAUDIT.

      *    COMMAREA FOR THE SHARED EPSAPICK CALLER REGISTRY CHECK -
      *    SEE A050-CHECK-CALLER.
           COPY EPSAKPM.

      *    COMMAREA FOR THE SHARED EPSACCLG CUSTOMER-DATA ACCESS LOG -
      *    SEE A800-LOG-ACCESS.
           COPY EPSACLPM.

      *    CALL LINKAGE RECORD FOR EPSPAYOF - SEE A600-GET-PAYOFF.
           COPY EPSPOPM.

           COPY EPSSRVCF.

           COPY EPSBRWRF.

           COPY EPSBKRPF.

           COPY EPSSUCCR.

           COPY EPSPYHSV.

           COPY EPSEDPRF.

       01 RESPONSE                     PIC S9(8) COMP.
       01 WS-BROWSE-DONE               PIC X.
           88 BROWSE-DONE                 VALUE 'Y'.
       01 WS-LOAN-FOUND                PIC X VALUE 'N'.
           88 LOAN-ON-FILE                VALUE 'Y'.
      *    THE LANGUAGE MESSAGES GO BACK IN - THE CALLER'S OWN CODE,
      *    OR THE BORROWER'S EPSBRWRF PREFERENCE ONCE VERIFIED WHEN
      *    THE CALLER SENT NONE.
       01 WS-LANGUAGE-CODE             PIC X(2).
       01 WS-TODAY                     PIC 9(8).
       01 WS-H-IDX                     PIC 9(2) COMP.
       01 WS-H-COUNT                   PIC 9(2) COMP.
       01 WS-EDLV-IDX                  PIC 9(2) COMP.
       01 WS-EDLV-FAILED               PIC X.
           88 EDLV-UPDATE-FAILED          VALUE 'Y'.
       01 WS-EDLV-WORK-TYPE            PIC X(2).
      *    THE DOCUMENT TYPES AN 'AL' REQUEST APPLIES TO.
       01 WS-EDLV-TYPE-VALUES          PIC X(6) VALUE 'STEALT'.
       01 WS-EDLV-TYPE-TABLE REDEFINES WS-EDLV-TYPE-VALUES.
           03 WS-EDLV-TYPE             PIC X(2) OCCURS 3 TIMES.

      *    THE LATEST FIVE POSTINGS, OLDEST FIRST, AS THE FORWARD
      *    BROWSE PASSES THEM - SEE A510-READ-NEXT-POSTING. SAME SHAPE
      *    AS ONE EPSSVCOM-PAYMENT-TBL ENTRY.
       01 WS-HOLD-HISTORY.
           03 WS-HOLD-ENTRY OCCURS 5 TIMES.
              05 HOLD-POST-DATE         PIC 9(8).
              05 HOLD-AMOUNT            PIC S9(7)V99 COMP.
              05 HOLD-PRINCIPAL         PIC S9(7)V99 COMP.
              05 HOLD-INTEREST          PIC S9(7)V99 COMP.
              05 HOLD-ESCROW            PIC S9(7)V99 COMP.

       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
       COPY EPSSVCOM.

       PROCEDURE DIVISION USING DFHCOMMAREA.

       A000-MAINLINE SECTION.
       A000-10.
           IF EIBCALEN = ZERO
      * LINKED WITHOUT A COMMAREA - NOTHING TO VALIDATE AND NOWHERE TO
      * RETURN AN ANSWER, SO THERE IS NOTHING FURTHER TO DO.
              GOBACK
           END-IF.
           MOVE SPACES TO EPSSVCOM-ERRMSG.
           MOVE ZERO   TO EPSSVCOM-PROGRAM-RETCODE.
           MOVE SPACE  TO EPSSVCOM-RESTRICTION-IND.
           MOVE SPACE  TO EPSSVCOM-LOAN-STATUS.
           MOVE ZERO   TO EPSSVCOM-PRINCIPAL-BALANCE
                          EPSSVCOM-ESCROW-BALANCE
                          EPSSVCOM-CURRENT-RATE
                          EPSSVCOM-NEXT-DUE-DATE
                          EPSSVCOM-MONTHLY-PAYMENT
                          EPSSVCOM-LATE-CHARGE-DUE
                          EPSSVCOM-LAST-PAYMENT-DATE
                          EPSSVCOM-PAYOFF-AMOUNT
                          EPSSVCOM-PAYOFF-PER-DIEM
                          EPSSVCOM-PAYOFF-DATE
                          EPSSVCOM-PAYMENT-COUNT.
           MOVE EPSSVCOM-LANGUAGE-CODE TO WS-LANGUAGE-CODE.
           MOVE 'N' TO WS-LOAN-FOUND.
           PERFORM A050-CHECK-CALLER.
           IF EPS04-REQUEST-SUCCESS
              PERFORM A100-VALIDATE-REQUEST
           END-IF.
           IF EPS04-REQUEST-SUCCESS
              PERFORM A200-VERIFY-BORROWER
           END-IF.
           IF EPS04-REQUEST-SUCCESS
              PERFORM A300-CHECK-RESTRICTIONS
           END-IF.
           IF EPS04-REQUEST-SUCCESS
              PERFORM A400-RETURN-LOAN
           END-IF.
           IF EPS04-REQUEST-SUCCESS AND EPSSVCOM-UNRESTRICTED
              PERFORM A500-RECENT-PAYMENTS
              PERFORM A600-GET-PAYOFF
           END-IF.
           IF EPS04-REQUEST-SUCCESS
              PERFORM A700-CHANGE-EDELIVERY
           END-IF.
           PERFORM A800-LOG-ACCESS.
           PERFORM A900-LOG-AUDIT-TRANSACTION.
       A000-EXIT.
           GOBACK.

       A050-CHECK-CALLER SECTION.
       A050-10.
      *    EVERY REQUEST MUST NAME A REGISTERED CALLER - EPSAPICK
      *    VALIDATES THE ID AGAINST EPSAPICR AND COUNTS THE REQUEST
      *    TOWARD THE CALLER'S DAILY CEILING. 90 = NOT REGISTERED OR
      *    INACTIVE, 91 = OVER THE CEILING (RETRY TOMORROW).
           MOVE EPSSVCOM-CALLER-ID TO EPSAPICK-CALLER-ID.
           MOVE 'EPSSVAPI' TO EPSAPICK-PROGRAM.
           MOVE 0 TO EPSAPICK-RETURN-CODE.
           EXEC CICS LINK PROGRAM('EPSAPICK')
                          COMMAREA(EPSAPICK-PARMS)
           END-EXEC.
           EVALUATE TRUE
              WHEN EPSAPICK-ALLOWED
                 CONTINUE
              WHEN EPSAPICK-THROTTLED
                 MOVE 91 TO EPSSVCOM-PROGRAM-RETCODE
                 MOVE 'QUO5' TO EPSMSGLK-MSG-ID
                 PERFORM A990-TRANSLATE-MSG
                 MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
              WHEN OTHER
                 MOVE 90 TO EPSSVCOM-PROGRAM-RETCODE
                 MOVE 'QUO4' TO EPSMSGLK-MSG-ID
                 PERFORM A990-TRANSLATE-MSG
                 MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
           END-EVALUATE.
       A050-EXIT.
           EXIT.

       A100-VALIDATE-REQUEST SECTION.
       A100-10.
           IF EPSSVCOM-PAN = SPACES OR LOW-VALUES
              OR EPSSVCOM-VERIFY-ZIP = SPACES OR LOW-VALUES
              OR EPSSVCOM-VERIFY-PHONE-LAST4 = SPACES OR LOW-VALUES
              MOVE 1 TO EPSSVCOM-PROGRAM-RETCODE
              MOVE 'SVA1' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
           END-IF.
       A100-EXIT.
           EXIT.

      *    THE LOAN AND ITS BORROWER MUST BOTH BE ON FILE AND THE
      *    CALLER'S ZIP AND PHONE DIGITS MUST MATCH THE BORROWER'S.
      *    AN UNKNOWN PAN AND A FAILED MATCH GET THE SAME ANSWER, SO
      *    THE API CANNOT BE USED TO FISH FOR WHICH PANS EXIST.
       A200-VERIFY-BORROWER SECTION.
       A200-10.
           MOVE EPSSVCOM-PAN TO SRV-PAN.
           EXEC CICS READ FILE('EPSSRVCF')
                     INTO(SERVICING-MASTER-RECORD)
                     RIDFLD(SRV-PAN)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A200-NOT-VERIFIED
           END-IF.
           MOVE EPSSVCOM-PAN TO BRWR-PAN.
           EXEC CICS READ FILE('EPSBRWRF')
                     INTO(BORROWER-MASTER-RECORD)
                     RIDFLD(BRWR-PAN)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A200-NOT-VERIFIED
           END-IF.
      *    THE PHONE NUMBER IS CARRIED (999)999-9999, SO THE LAST FOUR
      *    DIGITS ARE ITS LAST FOUR BYTES.
           IF BRWR-ZIP(1:5) NOT = EPSSVCOM-VERIFY-ZIP
              OR BRWR-PHONE-NUM(10:4) NOT = EPSSVCOM-VERIFY-PHONE-LAST4
              GO TO A200-NOT-VERIFIED
           END-IF.
           MOVE 'Y' TO WS-LOAN-FOUND.
           IF WS-LANGUAGE-CODE = SPACES OR LOW-VALUES
              MOVE BRWR-LANGUAGE-CODE TO WS-LANGUAGE-CODE
           END-IF.
           GO TO A200-EXIT.
       A200-NOT-VERIFIED.
           MOVE 2 TO EPSSVCOM-PROGRAM-RETCODE.
           MOVE 'SVA2' TO EPSMSGLK-MSG-ID.
           PERFORM A990-TRANSLATE-MSG.
           MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG.
       A200-EXIT.
           EXIT.

      *    NOTFND (NO RECORD) OR ANY FILE TROUBLE ON EITHER FILE MEANS
      *    NO RESTRICTION - THE SAME READING EPSQCMPR GIVES EPSSUSPF.
      *    AN ACTIVE BANKRUPTCY STILL ANSWERS, WITH BALANCES ONLY: THE
      *    STAY BARS ANYTHING THAT READS AS A DEMAND FOR PAYMENT. A
      *    DECEASED BORROWER ANSWERS WITH NOTHING - WHOEVER IS CALLING
      *    VERIFIED WITH THE DECEASED'S DATA, AND ONLY A CONFIRMED
      *    SUCCESSOR ON EPSSUCCR MAY BE TOLD ABOUT THE LOAN, WHICH THE
      *    DESK, NOT THE IVR, HAS TO ESTABLISH.
       A300-CHECK-RESTRICTIONS SECTION.
       A300-10.
           MOVE EPSSVCOM-PAN TO SUCR-PAN.
           EXEC CICS READ FILE('EPSSUCCR')
                     INTO(SUCCESSOR-INTEREST-RECORD)
                     RIDFLD(SUCR-PAN)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE = DFHRESP(NORMAL)
              AND SUCR-BORROWER-DECEASED
              SET EPSSVCOM-SUCCESSOR TO TRUE
              MOVE 3 TO EPSSVCOM-PROGRAM-RETCODE
              MOVE 'SVA4' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
              GO TO A300-EXIT
           END-IF.
           MOVE EPSSVCOM-PAN TO BKRP-PAN.
           EXEC CICS READ FILE('EPSBKRPF')
                     INTO(BANKRUPTCY-STATUS-RECORD)
                     RIDFLD(BKRP-PAN)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE = DFHRESP(NORMAL)
              AND BKRP-ACTIVE
              SET EPSSVCOM-BANKRUPTCY TO TRUE
              MOVE 'SVA3' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
           END-IF.
       A300-EXIT.
           EXIT.

      *    THE BALANCES, RATE AND NEXT DUE DATE GO BACK ON EVERY
      *    ANSWERED CALL; WHAT IS OWED AND WHEN IT WAS LAST PAID ONLY
      *    WHEN THE LOAN IS UNRESTRICTED.
       A400-RETURN-LOAN SECTION.
       A400-10.
           MOVE SRV-STATUS-IND        TO EPSSVCOM-LOAN-STATUS.
           MOVE SRV-PRINCIPAL-BALANCE TO EPSSVCOM-PRINCIPAL-BALANCE.
           MOVE SRV-ESCROW-BALANCE    TO EPSSVCOM-ESCROW-BALANCE.
           MOVE SRV-CURRENT-RATE      TO EPSSVCOM-CURRENT-RATE.
           MOVE SRV-NEXT-DUE-DATE     TO EPSSVCOM-NEXT-DUE-DATE.
           IF NOT EPSSVCOM-UNRESTRICTED
              GO TO A400-EXIT
           END-IF.
           COMPUTE EPSSVCOM-MONTHLY-PAYMENT =
                   SRV-PI-PAYMENT + SRV-PMI-MONTHLY
                 + SRV-ESCROW-MONTHLY.
           MOVE SRV-LATE-CHARGE-DUE   TO EPSSVCOM-LATE-CHARGE-DUE.
           MOVE SRV-LAST-PAYMENT-DATE TO EPSSVCOM-LAST-PAYMENT-DATE.
       A400-EXIT.
           EXIT.

      *    FORWARD BROWSE OF THE LOAN'S EPSPYHSV POSTINGS, KEEPING THE
      *    LATEST FIVE, THEN HANDED BACK NEWEST FIRST. NO HISTORY FILE
      *    OR NO POSTINGS YET IS SIMPLY A ZERO PAYMENT COUNT.
       A500-RECENT-PAYMENTS SECTION.
       A500-10.
           MOVE 0 TO WS-H-COUNT.
           MOVE EPSSVCOM-PAN TO PYHSV-PAN.
           MOVE 0 TO PYHSV-POST-DATE.
           MOVE 0 TO PYHSV-SEQ.
           EXEC CICS STARTBR FILE('EPSPYHSV')
                     RIDFLD(PYHSV-KEY)
                     GTEQ
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A500-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE.
           PERFORM A510-READ-NEXT-POSTING UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('EPSPYHSV') END-EXEC.
           MOVE WS-H-COUNT TO EPSSVCOM-PAYMENT-COUNT.
           PERFORM A530-RETURN-POSTING
                   VARYING WS-H-IDX FROM 1 BY 1
                   UNTIL WS-H-IDX > WS-H-COUNT.
       A500-EXIT.
           EXIT.

       A510-READ-NEXT-POSTING SECTION.
       A510-10.
           EXEC CICS READNEXT FILE('EPSPYHSV')
                     INTO(ONLINE-PAYMENT-HISTORY-RECORD)
                     RIDFLD(PYHSV-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              OR PYHSV-PAN NOT = EPSSVCOM-PAN
              MOVE 'Y' TO WS-BROWSE-DONE
              GO TO A510-EXIT
           END-IF.
      *    FIVE ALREADY HELD - THE OLDEST DROPS OFF THE FRONT.
           IF WS-H-COUNT < 5
              ADD 1 TO WS-H-COUNT
           ELSE
              PERFORM A520-SHIFT-HISTORY
                      VARYING WS-H-IDX FROM 1 BY 1
                      UNTIL WS-H-IDX > 4
           END-IF.
           MOVE PYHSV-POST-DATE         TO HOLD-POST-DATE(WS-H-COUNT).
           MOVE PYHSV-AMOUNT-RECEIVED   TO HOLD-AMOUNT(WS-H-COUNT).
           MOVE PYHSV-PRINCIPAL-APPLIED TO HOLD-PRINCIPAL(WS-H-COUNT).
           MOVE PYHSV-INTEREST-APPLIED  TO HOLD-INTEREST(WS-H-COUNT).
           MOVE PYHSV-ESCROW-APPLIED    TO HOLD-ESCROW(WS-H-COUNT).
       A510-EXIT.
           EXIT.

       A520-SHIFT-HISTORY SECTION.
       A520-10.
           MOVE WS-HOLD-ENTRY(WS-H-IDX + 1) TO WS-HOLD-ENTRY(WS-H-IDX).
       A520-EXIT.
           EXIT.

       A530-RETURN-POSTING SECTION.
       A530-10.
           MOVE HOLD-POST-DATE(WS-H-COUNT + 1 - WS-H-IDX) TO
                          EPSSVCOM-PMT-POST-DATE(WS-H-IDX).
           MOVE HOLD-AMOUNT(WS-H-COUNT + 1 - WS-H-IDX) TO
                          EPSSVCOM-PMT-AMOUNT(WS-H-IDX).
           MOVE HOLD-PRINCIPAL(WS-H-COUNT + 1 - WS-H-IDX) TO
                          EPSSVCOM-PMT-PRINCIPAL(WS-H-IDX).
           MOVE HOLD-INTEREST(WS-H-COUNT + 1 - WS-H-IDX) TO
                          EPSSVCOM-PMT-INTEREST(WS-H-IDX).
           MOVE HOLD-ESCROW(WS-H-COUNT + 1 - WS-H-IDX) TO
                          EPSSVCOM-PMT-ESCROW(WS-H-IDX).
       A530-EXIT.
           EXIT.

      *    ONLY AN ACTIVE LOAN HAS A PAYOFF TO QUOTE. A FIGURE EPSPAYOF
      *    CANNOT PRODUCE (A GOOD-THRU DATE BEFORE THE PAID-TO DATE,
      *    SAY) LEAVES THE REST OF THE ANSWER GOOD AND TELLS THE
      *    BORROWER TO CALL - THE REQUEST ITSELF STILL SUCCEEDED.
       A600-GET-PAYOFF SECTION.
       A600-10.
           IF NOT SRV-LOAN-ACTIVE
              GO TO A600-EXIT
           END-IF.
           INITIALIZE EPSPAYOF-PARMS.
           MOVE EPSSVCOM-PAN TO EPSPAYOF-PAN.
           IF EPSSVCOM-PAYOFF-GOOD-THRU IS NUMERIC
              AND EPSSVCOM-PAYOFF-GOOD-THRU NOT = ZERO
              MOVE EPSSVCOM-PAYOFF-GOOD-THRU TO EPSPAYOF-GOOD-THRU-DATE
           ELSE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO EPSPAYOF-GOOD-THRU-DATE
           END-IF.
           CALL 'EPSPAYOF' USING EPSPAYOF-PARMS.
           IF EPSPAYOF-SUCCESS
              MOVE EPSPAYOF-TOTAL-PAYOFF   TO EPSSVCOM-PAYOFF-AMOUNT
              MOVE EPSPAYOF-PER-DIEM       TO EPSSVCOM-PAYOFF-PER-DIEM
              MOVE EPSPAYOF-GOOD-THRU-DATE TO EPSSVCOM-PAYOFF-DATE
           ELSE
              MOVE 'SVA5' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
           END-IF.
       A600-EXIT.
           EXIT.

      *    PAPERLESS DELIVERY ENROLL/WITHDRAW. A CALLER WHOSE COMMAREA
      *    PREDATES THE E-DELIVERY FIELDS IS NEVER TOUCHED BEYOND ITS
      *    OWN LENGTH. A DECEASED BORROWER NEVER GETS THIS FAR (RETURN
      *    CODE 3); A BANKRUPTCY DOES - WHERE THE NOTICES GO IS NOT A
      *    DEMAND FOR PAYMENT. THE INQUIRY ANSWER ALREADY BUILT STANDS
      *    WHATEVER HAPPENS HERE: A BAD REQUEST IS RETURN CODE 4, A
      *    FILE PROBLEM 5, AND THE CALLER RETRIES THE CHANGE ALONE.
       A700-CHANGE-EDELIVERY SECTION.
       A700-10.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              GO TO A700-EXIT
           END-IF.
           MOVE SPACE TO EPSSVCOM-EDLV-RESULT.
           IF EPSSVCOM-EDLV-NONE OR EPSSVCOM-EDLV-ACTION = LOW-VALUE
              GO TO A700-EXIT
           END-IF.
           IF NOT EPSSVCOM-EDLV-ENROLL AND NOT EPSSVCOM-EDLV-WITHDRAW
              GO TO A700-BAD-REQUEST
           END-IF.
           IF EPSSVCOM-EDLV-DOC-TYPE NOT = 'ST' AND NOT = 'EA'
                                 AND NOT = 'LT' AND NOT = 'AL'
              GO TO A700-BAD-REQUEST
           END-IF.
      *    ENROLLMENT WITHOUT AN ADDRESS OR WITHOUT THE AFFIRMED E-SIGN
      *    DISCLOSURE IS REFUSED OUTRIGHT - NO CONSENT, NO RECORD.
           IF EPSSVCOM-EDLV-ENROLL
              AND (EPSSVCOM-EDLV-EMAIL = SPACES OR LOW-VALUES
                   OR NOT EPSSVCOM-EDLV-CONSENTED)
              GO TO A700-BAD-REQUEST
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-EDLV-FAILED.
           IF EPSSVCOM-EDLV-DOC-TYPE = 'AL'
              PERFORM A710-ALL-DOC-TYPES
                      VARYING WS-EDLV-IDX FROM 1 BY 1
                      UNTIL WS-EDLV-IDX > 3
           ELSE
              MOVE EPSSVCOM-EDLV-DOC-TYPE TO WS-EDLV-WORK-TYPE
              PERFORM A720-UPDATE-PREFERENCE
           END-IF.
           IF EDLV-UPDATE-FAILED
              MOVE 5 TO EPSSVCOM-PROGRAM-RETCODE
              MOVE 'SVA8' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
              GO TO A700-EXIT
           END-IF.
           MOVE EPSSVCOM-EDLV-ACTION TO EPSSVCOM-EDLV-RESULT.
      *    A BANKRUPTCY OR PAYOFF NOTE ALREADY IN ERRMSG IS KEPT.
           IF EPSSVCOM-ERRMSG = SPACES
              MOVE 'SVA7' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG
           END-IF.
           GO TO A700-EXIT.
       A700-BAD-REQUEST.
           MOVE 4 TO EPSSVCOM-PROGRAM-RETCODE.
           MOVE 'SVA6' TO EPSMSGLK-MSG-ID.
           PERFORM A990-TRANSLATE-MSG.
           MOVE EPSMSGLK-MSG-TEXT TO EPSSVCOM-ERRMSG.
       A700-EXIT.
           EXIT.

       A710-ALL-DOC-TYPES SECTION.
       A710-10.
           MOVE WS-EDLV-TYPE(WS-EDLV-IDX) TO WS-EDLV-WORK-TYPE.
           PERFORM A720-UPDATE-PREFERENCE.
       A710-EXIT.
           EXIT.

      *    READ FOR UPDATE THEN REWRITE, OR WRITE A NEW RECORD ON
      *    NOTFND. WITHDRAWING A TYPE NEVER ENROLLED HAS NOTHING TO
      *    CHANGE AND IS NOT AN ERROR. THE CALLER ID STANDS IN FOR THE
      *    MAINTENANCE USER, AS IT DOES FOR THE ACCESS LOG.
       A720-UPDATE-PREFERENCE SECTION.
       A720-10.
           MOVE EPSSVCOM-PAN      TO EDPF-PAN.
           MOVE WS-EDLV-WORK-TYPE TO EDPF-DOC-TYPE.
           EXEC CICS READ FILE('EPSEDPRF')
                     INTO(EDELIVERY-PREFERENCE-RECORD)
                     RIDFLD(EDPF-KEY)
                     UPDATE
                     RESP(RESPONSE)
           END-EXEC.
           EVALUATE TRUE
              WHEN RESPONSE = DFHRESP(NORMAL)
                 CONTINUE
              WHEN RESPONSE = DFHRESP(NOTFND)
                 IF EPSSVCOM-EDLV-WITHDRAW
                    GO TO A720-EXIT
                 END-IF
                 MOVE SPACES TO EDELIVERY-PREFERENCE-RECORD
                 MOVE EPSSVCOM-PAN      TO EDPF-PAN
                 MOVE WS-EDLV-WORK-TYPE TO EDPF-DOC-TYPE
                 MOVE 0 TO EDPF-WITHDRAW-DATE
                           EDPF-BOUNCE-DATE
                           EDPF-BOUNCE-COUNT
                           EDPF-LAST-SENT-DATE
                           EDPF-COUNT-MONTH
                           EDPF-MONTH-SENT-COUNT
              WHEN OTHER
                 MOVE 'Y' TO WS-EDLV-FAILED
                 GO TO A720-EXIT
           END-EVALUATE.
           IF EPSSVCOM-EDLV-ENROLL
              MOVE 'E'                 TO EDPF-STATUS-IND
              MOVE WS-TODAY            TO EDPF-CONSENT-DATE
              MOVE EPSSVCOM-EDLV-EMAIL TO EDPF-EMAIL-ADDRESS
              MOVE WS-TODAY            TO EDPF-ENROLL-DATE
              MOVE 'A'                 TO EDPF-SOURCE-IND
           ELSE
              MOVE 'W'                 TO EDPF-STATUS-IND
              MOVE WS-TODAY            TO EDPF-WITHDRAW-DATE
           END-IF.
           MOVE WS-TODAY           TO EDPF-LAST-MAINT-DATE.
           MOVE EPSSVCOM-CALLER-ID TO EDPF-LAST-MAINT-USER.
           IF RESPONSE = DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE('EPSEDPRF')
                        FROM(EDELIVERY-PREFERENCE-RECORD)
                        RESP(RESPONSE)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('EPSEDPRF')
                        FROM(EDELIVERY-PREFERENCE-RECORD)
                        RIDFLD(EDPF-KEY)
                        RESP(RESPONSE)
              END-EXEC
           END-IF.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-EDLV-FAILED
           END-IF.
       A720-EXIT.
           EXIT.

      *    EVERY PAN THIS API IS ASKED ABOUT IS LOGGED, VERIFIED OR
      *    NOT - A RUN OF FAILED VERIFICATIONS AGAINST ONE PAN IS
      *    EXACTLY WHAT EPSACCUR'S UNUSUAL-ACCESS REPORT IS FOR. THE
      *    REGISTERED CALLER ID STANDS IN FOR THE SIGNED-ON USER.
       A800-LOG-ACCESS SECTION.
       A800-10.
           IF EPSSVCOM-PAN = SPACES OR LOW-VALUES
              GO TO A800-EXIT
           END-IF.
           MOVE EPSSVCOM-CALLER-ID TO EPSACCLG-USER-ID.
           MOVE EIBTRNID           TO EPSACCLG-TRANSACTION.
           MOVE 'EPSSVAPI'         TO EPSACCLG-PROGRAM.
           MOVE EPSSVCOM-PAN       TO EPSACCLG-PAN.
           EXEC CICS LINK PROGRAM('EPSACCLG')
                          COMMAREA(EPSACCLG-PARMS)
           END-EXEC.
       A800-EXIT.
           EXIT.

       A900-LOG-AUDIT-TRANSACTION SECTION.
       A900-10.
      *    ONE EPSAUDIT ROW PER REQUEST, SUCCESSFUL OR NOT - THE SAME
      *    TRAIL EPSQUOTE WRITES, UNDER TRANCODE SVIQ. THE PRINCIPAL,
      *    RATE, YEARS AND PAYMENT COLUMNS CARRY WHAT WAS ACTUALLY
      *    DISCLOSED (ZERO ON A REFUSED OR RESTRICTED CALL).
           MOVE EIBTASKN               TO EPSAUDIT-SEQ-NUM.
           MOVE 'SVIQ'                  TO EPSAUDIT-TRANCODE.
           MOVE EPSSVCOM-PAN            TO EPSAUDIT-PAN.
           MOVE EPSSVCOM-PRINCIPAL-BALANCE TO EPSAUDIT-PRINCIPAL.
           MOVE EPSSVCOM-CURRENT-RATE   TO EPSAUDIT-RATE.
           IF LOAN-ON-FILE AND NOT EPSSVCOM-SUCCESSOR
              MOVE SRV-REMAINING-YEARS  TO EPSAUDIT-YEARS
           ELSE
              MOVE 0                    TO EPSAUDIT-YEARS
           END-IF.
           MOVE EPSSVCOM-MONTHLY-PAYMENT TO EPSAUDIT-PAYMENT.
           MOVE EPSSVCOM-PROGRAM-RETCODE TO EPSAUDIT-RETURN-CODE.
           MOVE EPSSVCOM-ERRMSG          TO EPSAUDIT-ERROR-TEXT.
           EXEC SQL
               INSERT INTO EPSAUDIT
                   ( AUDIT-SEQ-NUM, AUDIT-TIMESTAMP, AUDIT-TRANCODE,
                     AUDIT-PAN, AUDIT-PRINCIPAL, AUDIT-RATE,
                     AUDIT-YEARS, AUDIT-PAYMENT, AUDIT-RETURN-CODE,
                     AUDIT-ERROR-TEXT )
                   VALUES
                   ( :EPSAUDIT-SEQ-NUM, CURRENT TIMESTAMP,
                     :EPSAUDIT-TRANCODE, :EPSAUDIT-PAN,
                     :EPSAUDIT-PRINCIPAL, :EPSAUDIT-RATE,
                     :EPSAUDIT-YEARS, :EPSAUDIT-PAYMENT,
                     :EPSAUDIT-RETURN-CODE, :EPSAUDIT-ERROR-TEXT )
           END-EXEC.
           PERFORM A910-CHECK-SQLCODE.
       A900-EXIT.
           EXIT.

       A910-CHECK-SQLCODE SECTION.
       A910-10.
      *    THE AUDIT ROW IS A BY-PRODUCT OF THE INQUIRY, NOT THE
      *    REASON FOR IT - A LOGGING FAILURE IS DISPLAYED FOR THE
      *    CONSOLE BUT NEVER TURNS A GOOD ANSWER INTO A FAILED ONE.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE > 0
                 DISPLAY 'EPSAUDIT INSERT WARNING, SQLCODE=' SQLCODE
              WHEN OTHER
                 MOVE SQLCODE TO SQL-ERROR-CODE
                 DISPLAY SQL-ERROR-MSG
           END-EVALUATE.
       A910-EXIT.
           EXIT.

       A990-TRANSLATE-MSG SECTION.
       A990-10.
      *    SPACES/'EN' GIVES THE COMPILED ENGLISH TEXT - EPSMSGLK-MSG-
      *    TEXT IS LOADED WITH THE ENGLISH TEXT REGARDLESS.
           MOVE WS-LANGUAGE-CODE TO EPSMSGLK-LANG-CODE.
           CALL 'EPSMSGLK' USING EPSMSGLK-PARMS.
       A990-EXIT.
           EXIT.
