       ID DIVISION.
       PROGRAM-ID. EPSNTFEX.
      *    DAILY TEXT AND EMAIL PAYMENT-NOTIFICATION EXTRACT RUN.
      *
      *    BORROWERS WHO SAY THEY SIMPLY FORGOT GET A NUDGE INSTEAD OF
      *    A LATE CHARGE. EACH DAY THIS RUN WRITES THE EPSNTFXT
      *    EXTRACT FOR THE NOTIFICATION VENDOR:
      *       RM - A PAYMENT REMINDER NTCTL-REMINDER-DAYS BEFORE
      *            SRV-NEXT-DUE-DATE, FOR A LOAN NOT ON AUTOPAY;
      *       AD - AN ACH DRAFT CONFIRMATION THE DAY BEFORE EPSACHDR
      *            PULLS AN EPSACHEN AUTOPAY LOAN'S PAYMENT, FOR THE
      *            SAME AMOUNT EPSACHDR WILL DRAFT;
      *       CP - A COURTESY NOTICE NTCTL-COURTESY-DAY DAYS PAST DUE,
      *            NEVER LATER THAN THE LAST EPSLCCTL GRACE DAY, SO IT
      *            ALWAYS LANDS BEFORE THE EPSLTCHG LATE CHARGE.
      *    THE REMINDER AND COURTESY LOANS ARE READ STRAIGHT OFF THE
      *    SRV-NEXT-DUE-DATE ALTERNATE INDEX FOR THE ONE DUE DATE EACH
      *    NEEDS - NOTHING ELSE ON THE MASTER IS TOUCHED.
      *
      *    NOTHING GOES TO A BORROWER WITHOUT CONSENT: THE EPSCMPRF
      *    COMMUNICATION PREFERENCE PICKS THE CONSENTED CHANNEL (THE
      *    PREFERRED ONE FIRST) AND THE NUMBER OR ADDRESS. NOTHING
      *    GOES AT ALL TO A LOAN IN ACTIVE BANKRUPTCY, TO A BORROWER
      *    WHOSE EPSBKRPF RECORD CARRIES A CEASE-COMMUNICATION
      *    REQUEST, OR TO A DECEASED BORROWER ON EPSSUCCR - THE
      *    CONSENT WAS THE DECEASED'S, NOT THE SUCCESSOR'S. EVERY
      *    MESSAGE CARRIES A SEND WINDOW OUTSIDE THE EPSNTCTL QUIET
      *    HOURS IN THE BORROWER'S OWN TIME ZONE.
      *
      *    BEFORE ANY OF THAT, THE VENDOR'S DELIVERY RESULTS FOR
      *    EARLIER MESSAGES (EPSNTRSL - OPTIONAL) ARE POSTED TO THE
      *    EPSNTHST HISTORY THE EPSCCOLW COLLECTOR SCREEN SHOWS. AN
      *    OPT-OUT WITHDRAWS THE CHANNEL'S CONSENT FIRST, SO A
      *    BORROWER WHO REPLIED STOP IS NEVER SENT ANOTHER MESSAGE.
      *    THE HISTORY KEY ALSO MAKES A RERUN SEND NOTHING TWICE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  ALTERNATE RECORD KEY IS SRV-NEXT-DUE-DATE
                     WITH DUPLICATES
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT NOTIFICATION-CONTROL-FILE ASSIGN TO EPSNTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NTCTL-STATUS.

           SELECT LATE-CHARGE-CONTROL-FILE ASSIGN TO EPSLCCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LCCTL-STATUS.

           SELECT AUTOPAY-ENROLLMENT-FILE ASSIGN TO EPSACHEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACHEN-PAN
                  FILE STATUS IS WS-ACHEN-STATUS.

           SELECT BUYDOWN-FILE ASSIGN TO EPSBYDNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BYDN-PAN
                  FILE STATUS IS WS-BYDNF-STATUS.

           SELECT COMM-PREF-FILE ASSIGN TO EPSCMPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMPF-PAN
                  FILE STATUS IS WS-CMPF-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO EPSBKRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKRP-PAN
                  FILE STATUS IS WS-BKRP-STATUS.

           SELECT SUCCESSOR-FILE ASSIGN TO EPSSUCCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUCR-PAN
                  FILE STATUS IS WS-SUCR-STATUS.

           SELECT NOTIFICATION-HISTORY-FILE ASSIGN TO EPSNTHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NTHS-KEY
                  FILE STATUS IS WS-NTHS-STATUS.

           SELECT RESULT-FILE ASSIGN TO EPSNTRSL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NTRS-STATUS.

           SELECT NOTIFICATION-EXTRACT-FILE ASSIGN TO EPSNTFXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NTFX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO NTFEXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  NOTIFICATION-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY EPSNTCTL.

       FD  LATE-CHARGE-CONTROL-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY EPSLCCTL.

       FD  AUTOPAY-ENROLLMENT-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSACHEN.

       FD  BUYDOWN-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSBYDNF.

       FD  COMM-PREF-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSCMPRF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  SUCCESSOR-FILE
           RECORD CONTAINS 448 CHARACTERS.
           COPY EPSSUCCR.

       FD  NOTIFICATION-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSNTHST.

       FD  RESULT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSNTRSL.

       FD  NOTIFICATION-EXTRACT-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSNTFXT.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-NTCTL-STATUS             PIC XX.
           03 WS-LCCTL-STATUS             PIC XX.
           03 WS-ACHEN-STATUS             PIC XX.
           03 WS-BYDNF-STATUS             PIC XX.
           03 WS-CMPF-STATUS              PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-SUCR-STATUS              PIC XX.
           03 WS-NTHS-STATUS              PIC XX.
           03 WS-NTRS-STATUS              PIC XX.
           03 WS-NTFX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-CONTROL-LOADED           PIC X VALUE 'N'.
              88 WS-CONTROL-OK               VALUE 'Y'.
           03 WS-END-OF-RESULTS           PIC X VALUE 'N'.
              88 END-OF-RESULTS              VALUE 'Y'.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-ENROLL            PIC X VALUE 'N'.
              88 END-OF-ENROLL               VALUE 'Y'.
           03 WS-NTRS-OPEN                PIC X VALUE 'N'.
              88 RESULT-FILE-OPEN            VALUE 'Y'.
           03 WS-ACHEN-OPEN               PIC X VALUE 'N'.
              88 ENROLLMENT-FILE-OPEN        VALUE 'Y'.
           03 WS-BYDNF-OPEN               PIC X VALUE 'N'.
              88 BUYDOWN-FILE-OPEN           VALUE 'Y'.
           03 WS-CMPF-OPEN                PIC X VALUE 'N'.
              88 COMM-PREF-FILE-OPEN         VALUE 'Y'.
           03 WS-BKRP-OPEN                PIC X VALUE 'N'.
              88 BANKRUPTCY-FILE-OPEN        VALUE 'Y'.
           03 WS-SUCR-OPEN                PIC X VALUE 'N'.
              88 SUCCESSOR-FILE-OPEN         VALUE 'Y'.
           03 WS-ON-AUTOPAY               PIC X VALUE 'N'.
              88 LOAN-ON-AUTOPAY             VALUE 'Y'.
      *    WHY A NOTICE WAS NOT SENT - SPACE WHEN IT WAS.
           03 WS-SUPPRESS-IND             PIC X.
              88 NOTICE-NOT-SUPPRESSED       VALUE SPACE.
              88 SUPPRESS-ALREADY-SENT       VALUE 'S'.
              88 SUPPRESS-BANKRUPTCY         VALUE 'B'.
              88 SUPPRESS-CEASE              VALUE 'C'.
              88 SUPPRESS-DECEASED           VALUE 'D'.
              88 SUPPRESS-NO-CONSENT         VALUE 'N'.

       01 WS-COUNTERS.
           03 WS-RESULT-COUNT             PIC 9(7) VALUE 0.
           03 WS-POSTED-COUNT             PIC 9(7) VALUE 0.
           03 WS-UNMATCHED-COUNT          PIC 9(7) VALUE 0.
           03 WS-OPT-OUT-COUNT            PIC 9(7) VALUE 0.
           03 WS-CONSIDERED-COUNT         PIC 9(7) VALUE 0.
           03 WS-REMINDER-COUNT           PIC 9(7) VALUE 0.
           03 WS-ACH-CONFIRM-COUNT        PIC 9(7) VALUE 0.
           03 WS-COURTESY-COUNT           PIC 9(7) VALUE 0.
           03 WS-TEXT-COUNT               PIC 9(7) VALUE 0.
           03 WS-EMAIL-COUNT              PIC 9(7) VALUE 0.
           03 WS-NO-CONSENT-COUNT         PIC 9(7) VALUE 0.
           03 WS-SUPPRESSED-COUNT         PIC 9(7) VALUE 0.
           03 WS-DUPLICATE-COUNT          PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    THE ONE DUE DATE EACH PASS LOOKS FOR, AND TOMORROW - THE
      *    DRAFT DATE THE ACH CONFIRMATION ANNOUNCES.
       01 WS-REMINDER-DUE-DATE            PIC 9(8).
       01 WS-COURTESY-DUE-DATE            PIC 9(8).
       01 WS-COURTESY-DAYS                PIC 9(2).
       01 WS-PASS-DUE-DATE                PIC 9(8).
       01 WS-TOMORROW.
           03 WS-TMRW-YYYY                PIC 9(4).
           03 WS-TMRW-MM                  PIC 9(2).
           03 WS-TMRW-DD                  PIC 9(2).
       01 WS-TOMORROW-8 REDEFINES WS-TOMORROW
                                          PIC 9(8).

      *    THE NOTICE BEING BUILT - SET BY EACH PASS, SENT BY A600.
       01 WS-NOTICE-WORK.
           03 WS-NOTICE-TYPE              PIC X(2).
           03 WS-NOTICE-DUE-DATE          PIC 9(8).
           03 WS-NOTICE-AMOUNT            PIC S9(7)V99 COMP.
           03 WS-NOTICE-CHANNEL           PIC X.
           03 WS-NOTICE-ADDRESS           PIC X(60).

      *    BUYDOWN SUBSIDY FOR THE INSTALLMENT DRAFTED - SEE A560.
       01 WS-BUYDOWN-WORK.
           03 WS-DRAFT-SUBSIDY            PIC S9(7)V99 COMP.
           03 WS-DRAFT-YEAR               PIC 9(1).

      *    HOURS EACH ZONE RUNS BEHIND EASTERN, AS THE EARLIEST SEND
      *    TIME SEES IT (THE MOST IT IS EVER BEHIND) AND AS THE LATEST
      *    SEES IT (THE LEAST) - SO ARIZONA'S AND HAWAII'S MISSING
      *    DAYLIGHT SAVING TIME NEVER PUTS A MESSAGE INSIDE QUIET
      *    HOURS. THE LAST ENTRY, SPACE, IS A BORROWER WHOSE ZONE IS
      *    NOT KNOWN: PACIFIC FOR THE EARLIEST, EASTERN FOR THE LATEST.
       01 WS-ZONE-VALUES                  PIC X(21)
                                          VALUE 'E00C11M32P33A44H65 30'.
       01 WS-ZONE-TABLE REDEFINES WS-ZONE-VALUES.
           03 WS-ZONE-ENTRY OCCURS 7 TIMES INDEXED BY WS-ZONE-IDX.
              05 WS-ZONE-CODE             PIC X.
              05 WS-ZONE-EARLY-HOURS      PIC 9.
              05 WS-ZONE-LATE-HOURS       PIC 9.
       01 WS-SEND-WINDOW.
           03 WS-EARLIEST-TIME            PIC 9(4).
           03 WS-LATEST-TIME              PIC 9(4).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSNTFEX - PAYMENT NOTIFICATION EXTRACT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-RESULT-HEADING           PIC X(80) VALUE
              'VENDOR DELIVERY RESULTS POSTED'.
           03 WS-NOTICE-HEADING           PIC X(80) VALUE
              'NOTIFICATIONS'.
           03 WS-HEADING-2.
              05 FILLER                   PIC X(10) VALUE 'PAN'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'TYPE'.
              05 FILLER                   PIC X(4)  VALUE 'CH'.
              05 FILLER                   PIC X(10) VALUE 'DUE DATE'.
              05 FILLER                   PIC X(14) VALUE 'AMOUNT'.
              05 FILLER                   PIC X(12) VALUE 'WINDOW'.
              05 FILLER                   PIC X(40) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TYPE                 PIC X(2).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-CHANNEL              PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-DUE-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EARLIEST             PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 DTL-LATEST               PIC 9(4).
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-RESULT               PIC X(50).
           03 WS-NO-CONTROL-LINE          PIC X(58) VALUE
              'EPSNTCTL CONTROL RECORD MISSING - NO NOTIFICATIONS SENT'.
           03 WS-RESULT-SUMMARY-LINE.
              05 FILLER                   PIC X(9)  VALUE 'RESULTS:'.
              05 SUM-RESULTS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'POSTED:'.
              05 SUM-POSTED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(11) VALUE 'UNMATCHED:'.
              05 SUM-UNMATCHED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'OPT-OUTS:'.
              05 SUM-OPT-OUTS             PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(11) VALUE 'REMINDERS:'.
              05 SUM-REMINDERS            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(15) VALUE
                 'ACH CONFIRMS:'.
              05 SUM-ACH-CONFIRMS         PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'COURTESY:'.
              05 SUM-COURTESY             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'TEXT:'.
              05 SUM-TEXT                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'EMAIL:'.
              05 SUM-EMAIL                PIC ZZZZZZ9.
           03 WS-SUPPRESS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'NO CONSENT:'.
              05 SUM-NO-CONSENT           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'SUPPRESSED:'.
              05 SUM-SUPPRESSED           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'ALREADY SENT:'.
              05 SUM-DUPLICATES           PIC ZZZZZZ9.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           IF RESULT-FILE-OPEN
              MOVE WS-RESULT-HEADING TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A200-POST-RESULT UNTIL END-OF-RESULTS
           END-IF.
           IF WS-CONTROL-OK
              MOVE WS-NOTICE-HEADING TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-HEADING-2 TO RPT-LINE
              WRITE RPT-LINE
              IF NTCTL-REMINDER-DAYS > 0
                 PERFORM A300-REMINDER-PASS
              END-IF
              IF WS-COURTESY-DAYS > 0
                 PERFORM A400-COURTESY-PASS
              END-IF
              IF NTCTL-ACH-CONFIRM-ON AND ENROLLMENT-FILE-OPEN
                 PERFORM A500-ACH-CONFIRM-PASS
              END-IF
           END-IF.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSNTFEX' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  NOTIFICATION-CONTROL-FILE.
           OPEN INPUT  LATE-CHARGE-CONTROL-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
      *    NO ENROLLMENT, BUYDOWN, BANKRUPTCY OR SUCCESSOR FILE YET
      *    MEANS NOBODY IS ON ONE. NO PREFERENCE FILE MEANS NOBODY HAS
      *    CONSENTED, AND NOTHING IS SENT.
           OPEN INPUT  AUTOPAY-ENROLLMENT-FILE.
           IF WS-ACHEN-STATUS = '00'
              MOVE 'Y' TO WS-ACHEN-OPEN
           END-IF.
           OPEN INPUT  BUYDOWN-FILE.
           IF WS-BYDNF-STATUS = '00'
              MOVE 'Y' TO WS-BYDNF-OPEN
           END-IF.
           OPEN I-O    COMM-PREF-FILE.
           IF WS-CMPF-STATUS = '00'
              MOVE 'Y' TO WS-CMPF-OPEN
           END-IF.
           OPEN INPUT  BANKRUPTCY-FILE.
           IF WS-BKRP-STATUS = '00'
              MOVE 'Y' TO WS-BKRP-OPEN
           END-IF.
           OPEN INPUT  SUCCESSOR-FILE.
           IF WS-SUCR-STATUS = '00'
              MOVE 'Y' TO WS-SUCR-OPEN
           END-IF.
           OPEN I-O    NOTIFICATION-HISTORY-FILE.
           IF WS-NTHS-STATUS = '05' OR '35'
              CLOSE NOTIFICATION-HISTORY-FILE
              OPEN OUTPUT NOTIFICATION-HISTORY-FILE
              CLOSE NOTIFICATION-HISTORY-FILE
              OPEN I-O NOTIFICATION-HISTORY-FILE
           END-IF.
      *    NO RESULT FILE FROM THE VENDOR MEANS NO RESULTS TODAY.
           OPEN INPUT  RESULT-FILE.
           IF WS-NTRS-STATUS = '00'
              MOVE 'Y' TO WS-NTRS-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-RESULTS
           END-IF.
           OPEN OUTPUT NOTIFICATION-EXTRACT-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           READ NOTIFICATION-CONTROL-FILE
              AT END
                 MOVE WS-NO-CONTROL-LINE TO RPT-LINE
                 WRITE RPT-LINE
              NOT AT END
                 MOVE 'Y' TO WS-CONTROL-LOADED
           END-READ.

           IF WS-CONTROL-OK
              PERFORM A110-SET-PASS-DATES
           END-IF.
           IF RESULT-FILE-OPEN
              PERFORM A150-READ-RESULT
           END-IF
           .

      *    THE COURTESY NOTICE MUST BEAT THE LATE CHARGE, WHICH
      *    EPSLTCHG ASSESSES ONCE A LOAN IS MORE THAN THE GRACE DAYS
      *    PAST DUE - SO THE LAST GRACE DAY IS AS LATE AS IT CAN GO.
       A110-SET-PASS-DATES.
           MOVE NTCTL-COURTESY-DAY TO WS-COURTESY-DAYS.
           READ LATE-CHARGE-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF WS-COURTESY-DAYS > LCCTL-GRACE-DAYS
                    MOVE LCCTL-GRACE-DAYS TO WS-COURTESY-DAYS
                 END-IF
           END-READ.
           COMPUTE WS-REMINDER-DUE-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                 + NTCTL-REMINDER-DAYS).
           COMPUTE WS-COURTESY-DUE-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                 - WS-COURTESY-DAYS).
           COMPUTE WS-TOMORROW-8 = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8) + 1)
           .

       A150-READ-RESULT.
           READ RESULT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-RESULTS
              NOT AT END
                 ADD 1 TO WS-RESULT-COUNT
           END-READ
           .

      *    A RESULT FOR A MESSAGE NOT IN THE HISTORY IS REPORTED AND
      *    COUNTED AS AN ERROR FOR THE VENDOR TO EXPLAIN.
       A200-POST-RESULT.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE NTRS-PAN         TO DTL-PAN.
           MOVE NTRS-TYPE        TO DTL-TYPE.
           MOVE NTRS-CHANNEL     TO DTL-CHANNEL.
           MOVE NTRS-PAN         TO NTHS-PAN.
           MOVE NTRS-SEND-DATE   TO NTHS-SEND-DATE.
           MOVE NTRS-TYPE        TO NTHS-TYPE.
           READ NOTIFICATION-HISTORY-FILE
              INVALID KEY
                 ADD 1 TO WS-UNMATCHED-COUNT
                 MOVE 'RESULT HAS NO MATCHING NOTIFICATION ON EPSNTHST'
                      TO DTL-RESULT
              NOT INVALID KEY
                 PERFORM A210-UPDATE-HISTORY
           END-READ.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-RESULT.

       A210-UPDATE-HISTORY.
           MOVE NTHS-DUE-DATE     TO DTL-DUE-DATE.
           MOVE NTHS-AMOUNT       TO DTL-AMOUNT.
           EVALUATE TRUE
              WHEN NTRS-DELIVERED
                 MOVE 'D' TO NTHS-STATUS-IND
                 MOVE 'DELIVERED' TO DTL-RESULT
              WHEN NTRS-OPTED-OUT
                 MOVE 'O' TO NTHS-STATUS-IND
                 MOVE 'OPTED OUT - CHANNEL CONSENT WITHDRAWN'
                      TO DTL-RESULT
                 PERFORM A250-WITHDRAW-CONSENT
              WHEN OTHER
                 MOVE 'F' TO NTHS-STATUS-IND
                 MOVE NTRS-REASON-TEXT TO DTL-RESULT
           END-EVALUATE.
           MOVE NTRS-RESULT-DATE  TO NTHS-RESULT-DATE.
           MOVE NTRS-RESULT-TIME  TO NTHS-RESULT-TIME.
           MOVE NTRS-REASON-TEXT  TO NTHS-REASON-TEXT.
           REWRITE NOTIFICATION-HISTORY-RECORD.
           ADD 1 TO WS-POSTED-COUNT
           .

      *    A STOP OR UNSUBSCRIBE ENDS THAT CHANNEL ONLY. IF IT WAS THE
      *    PREFERRED ONE AND THE OTHER IS STILL CONSENTED, THE OTHER
      *    BECOMES PREFERRED; OTHERWISE THE BORROWER HEARS NOTHING
      *    FURTHER UNTIL EPSCPMNT RECORDS A NEW CONSENT.
       A250-WITHDRAW-CONSENT.
           ADD 1 TO WS-OPT-OUT-COUNT.
           IF NOT COMM-PREF-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE NTRS-PAN TO CMPF-PAN.
           READ COMM-PREF-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NTRS-CHANNEL = 'T'
              MOVE 'N' TO CMPF-TEXT-CONSENT-IND
              MOVE 0   TO CMPF-TEXT-CONSENT-DATE
              IF CMPF-PREFER-TEXT AND CMPF-EMAIL-CONSENTED
                 MOVE 'E' TO CMPF-PREFERRED-CHANNEL
              END-IF
           ELSE
              MOVE 'N' TO CMPF-EMAIL-CONSENT-IND
              MOVE 0   TO CMPF-EMAIL-CONSENT-DATE
              IF CMPF-PREFER-EMAIL AND CMPF-TEXT-CONSENTED
                 MOVE 'T' TO CMPF-PREFERRED-CHANNEL
              END-IF
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO CMPF-LAST-MAINT-DATE.
           MOVE 'EPSNTFEX'        TO CMPF-LAST-MAINT-USER.
           REWRITE COMMUNICATION-PREFERENCE-RECORD
           .

      *    LOANS DUE EXACTLY NTCTL-REMINDER-DAYS FROM TODAY. A LOAN ON
      *    AUTOPAY GETS THE DRAFT CONFIRMATION INSTEAD.
       A300-REMINDER-PASS.
           MOVE WS-REMINDER-DUE-DATE TO WS-PASS-DUE-DATE.
           PERFORM A350-START-DUE-DATE.
           PERFORM A310-REMIND-LOAN UNTIL END-OF-MASTER
           .

       A310-REMIND-LOAN.
           IF SRV-LOAN-ACTIVE
              PERFORM A320-CHECK-AUTOPAY
              IF NOT LOAN-ON-AUTOPAY
                 MOVE 'RM'              TO WS-NOTICE-TYPE
                 MOVE SRV-NEXT-DUE-DATE TO WS-NOTICE-DUE-DATE
                 COMPUTE WS-NOTICE-AMOUNT =
                         SRV-PI-PAYMENT + SRV-PMI-MONTHLY
                       + SRV-ESCROW-MONTHLY + SRV-LATE-CHARGE-DUE
                 PERFORM A600-SEND-NOTICE
                 IF NOTICE-NOT-SUPPRESSED
                    ADD 1 TO WS-REMINDER-COUNT
                 END-IF
              END-IF
           END-IF.
           PERFORM A360-READ-DUE-DATE.

       A320-CHECK-AUTOPAY.
           MOVE 'N' TO WS-ON-AUTOPAY.
           IF NOT ENROLLMENT-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO ACHEN-PAN.
           READ AUTOPAY-ENROLLMENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ACHEN-ACTIVE
                    MOVE 'Y' TO WS-ON-AUTOPAY
                 END-IF
           END-READ
           .

      *    POSITION THE DUE-DATE INDEX AT THE PASS'S DATE. THE BROWSE
      *    ENDS AT THE FIRST LOAN DUE ON ANY OTHER DAY.
       A350-START-DUE-DATE.
           MOVE 'N' TO WS-END-OF-MASTER.
           MOVE WS-PASS-DUE-DATE TO SRV-NEXT-DUE-DATE.
           START SERVICING-MASTER-FILE
                 KEY IS NOT LESS THAN SRV-NEXT-DUE-DATE
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START.
           IF NOT END-OF-MASTER
              PERFORM A360-READ-DUE-DATE
           END-IF
           .

       A360-READ-DUE-DATE.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
              NOT AT END
                 IF SRV-NEXT-DUE-DATE NOT = WS-PASS-DUE-DATE
                    MOVE 'Y' TO WS-END-OF-MASTER
                 END-IF
           END-READ
           .

      *    LOANS EXACTLY WS-COURTESY-DAYS PAST DUE - STILL DUE ON THAT
      *    DATE MEANS THE PAYMENT HAS NOT POSTED. AUTOPAY LOANS ARE
      *    INCLUDED: A PAST-DUE AUTOPAY LOAN HAD ITS DRAFT RETURNED.
       A400-COURTESY-PASS.
           MOVE WS-COURTESY-DUE-DATE TO WS-PASS-DUE-DATE.
           PERFORM A350-START-DUE-DATE.
           PERFORM A410-COURTESY-LOAN UNTIL END-OF-MASTER
           .

       A410-COURTESY-LOAN.
           IF SRV-LOAN-ACTIVE
              MOVE 'CP'              TO WS-NOTICE-TYPE
              MOVE SRV-NEXT-DUE-DATE TO WS-NOTICE-DUE-DATE
              COMPUTE WS-NOTICE-AMOUNT =
                      SRV-PI-PAYMENT + SRV-PMI-MONTHLY
                    + SRV-ESCROW-MONTHLY + SRV-LATE-CHARGE-DUE
              PERFORM A600-SEND-NOTICE
              IF NOTICE-NOT-SUPPRESSED
                 ADD 1 TO WS-COURTESY-COUNT
              END-IF
           END-IF.
           PERFORM A360-READ-DUE-DATE.

      *    EPSACHDR DRAFTS EACH ACTIVE ENROLLMENT ON ITS DRAFT DAY, SO
      *    TOMORROW'S DRAFTS ARE THE ENROLLMENTS WHOSE DAY IS
      *    TOMORROW'S DAY OF THE MONTH. DRAFT DAYS RUN 1 THROUGH 28.
       A500-ACH-CONFIRM-PASS.
           IF WS-TMRW-DD > 28
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-ENROLL.
           MOVE LOW-VALUES TO ACHEN-PAN.
           START AUTOPAY-ENROLLMENT-FILE KEY IS NOT LESS THAN ACHEN-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ENROLL
           END-START.
           IF NOT END-OF-ENROLL
              PERFORM A510-READ-ENROLLMENT
           END-IF.
           PERFORM A520-CONFIRM-DRAFT UNTIL END-OF-ENROLL
           .

       A510-READ-ENROLLMENT.
           READ AUTOPAY-ENROLLMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ENROLL
           END-READ
           .

       A520-CONFIRM-DRAFT.
           IF ACHEN-ACTIVE AND ACHEN-DRAFT-DAY = WS-TMRW-DD
              MOVE ACHEN-PAN TO SRV-PAN
              READ SERVICING-MASTER-FILE KEY IS SRV-PAN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SRV-LOAN-ACTIVE
                       PERFORM A550-BUILD-CONFIRMATION
                    END-IF
              END-READ
           END-IF.
           PERFORM A510-READ-ENROLLMENT.

      *    THE SAME AMOUNT EPSACHDR'S A300 WILL DRAFT.
       A550-BUILD-CONFIRMATION.
           MOVE 'AD'          TO WS-NOTICE-TYPE.
           MOVE WS-TOMORROW-8 TO WS-NOTICE-DUE-DATE.
           COMPUTE WS-NOTICE-AMOUNT =
                   SRV-PI-PAYMENT + SRV-PMI-MONTHLY
                 + SRV-ESCROW-MONTHLY + SRV-LATE-CHARGE-DUE.
           PERFORM A560-CHECK-BUYDOWN.
           SUBTRACT WS-DRAFT-SUBSIDY FROM WS-NOTICE-AMOUNT.
           PERFORM A600-SEND-NOTICE.
           IF NOTICE-NOT-SUPPRESSED
              ADD 1 TO WS-ACH-CONFIRM-COUNT
           END-IF
           .

      *    THE BUYDOWN SUBSIDY EPSACHDR TAKES OFF THE DRAFT - SEE ITS
      *    A350.
       A560-CHECK-BUYDOWN.
           MOVE 0 TO WS-DRAFT-SUBSIDY.
           IF NOT BUYDOWN-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO BYDN-PAN.
           READ BUYDOWN-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT BYDN-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           MOVE BYDN-CURRENT-YEAR TO WS-DRAFT-YEAR.
           IF SRV-NEXT-DUE-DATE NOT < BYDN-NEXT-STEP-DATE
              ADD 1 TO WS-DRAFT-YEAR
           END-IF.
           IF WS-DRAFT-YEAR > BYDN-YEAR-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DRAFT-SUBSIDY = SRV-PI-PAYMENT
                 - BYDN-REDUCED-PAYMENT(WS-DRAFT-YEAR).
           IF WS-DRAFT-SUBSIDY > BYDN-SUBSIDY-BALANCE
              MOVE BYDN-SUBSIDY-BALANCE TO WS-DRAFT-SUBSIDY
           END-IF.
           IF WS-DRAFT-SUBSIDY < 0
              MOVE 0 TO WS-DRAFT-SUBSIDY
           END-IF
           .

      *    ONE NOTICE FOR SRV-PAN, IF NOTHING STANDS IN THE WAY.
      *    WS-SUPPRESS-IND TELLS THE CALLER WHETHER IT WENT. A LOAN
      *    WITH NO CONSENT IS ONLY COUNTED - MOST BORROWERS HAVE NONE.
       A600-SEND-NOTICE.
           ADD 1 TO WS-CONSIDERED-COUNT.
           MOVE SPACE TO WS-SUPPRESS-IND.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SRV-PAN            TO DTL-PAN.
           MOVE WS-NOTICE-TYPE     TO DTL-TYPE.
           MOVE WS-NOTICE-DUE-DATE TO DTL-DUE-DATE.
           MOVE WS-NOTICE-AMOUNT   TO DTL-AMOUNT.
           PERFORM A610-CHECK-ALREADY-SENT.
           IF NOTICE-NOT-SUPPRESSED
              PERFORM A620-CHECK-RESTRICTIONS
           END-IF.
           IF NOTICE-NOT-SUPPRESSED
              PERFORM A630-CHOOSE-CHANNEL
           END-IF.
           EVALUATE TRUE
              WHEN NOTICE-NOT-SUPPRESSED
                 PERFORM A650-WRITE-NOTICE
              WHEN SUPPRESS-NO-CONSENT
                 ADD 1 TO WS-NO-CONSENT-COUNT
              WHEN SUPPRESS-ALREADY-SENT
                 ADD 1 TO WS-DUPLICATE-COUNT
              WHEN OTHER
                 ADD 1 TO WS-SUPPRESSED-COUNT
                 MOVE WS-DETAIL-LINE TO RPT-LINE
                 WRITE RPT-LINE
           END-EVALUATE
           .

       A610-CHECK-ALREADY-SENT.
           MOVE SRV-PAN           TO NTHS-PAN.
           MOVE WS-CURRENT-DATE-8 TO NTHS-SEND-DATE.
           MOVE WS-NOTICE-TYPE    TO NTHS-TYPE.
           READ NOTIFICATION-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-SUPPRESS-IND
           END-READ
           .

       A620-CHECK-RESTRICTIONS.
           IF BANKRUPTCY-FILE-OPEN
              MOVE SRV-PAN TO BKRP-PAN
              READ BANKRUPTCY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN BKRP-ACTIVE
                          MOVE 'B' TO WS-SUPPRESS-IND
                          MOVE 'NOT SENT - ACTIVE BANKRUPTCY'
                               TO DTL-RESULT
                       WHEN BKRP-CEASE-COMMUNICATION
                          MOVE 'C' TO WS-SUPPRESS-IND
                          MOVE 'NOT SENT - CEASE-COMMUNICATION REQUEST'
                               TO DTL-RESULT
                    END-EVALUATE
              END-READ
           END-IF.
           IF NOTICE-NOT-SUPPRESSED AND SUCCESSOR-FILE-OPEN
              MOVE SRV-PAN TO SUCR-PAN
              READ SUCCESSOR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SUCR-BORROWER-DECEASED
                       MOVE 'D' TO WS-SUPPRESS-IND
                       MOVE 'NOT SENT - BORROWER DECEASED'
                            TO DTL-RESULT
                    END-IF
              END-READ
           END-IF
           .

      *    THE PREFERRED CHANNEL IF IT IS CONSENTED, OTHERWISE THE
      *    OTHER ONE IF THAT IS.
       A630-CHOOSE-CHANNEL.
           MOVE 'N' TO WS-SUPPRESS-IND.
           IF NOT COMM-PREF-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO CMPF-PAN.
           READ COMM-PREF-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
              WHEN CMPF-PREFER-TEXT AND CMPF-TEXT-CONSENTED
                 PERFORM A635-USE-TEXT
              WHEN CMPF-PREFER-EMAIL AND CMPF-EMAIL-CONSENTED
                 PERFORM A636-USE-EMAIL
              WHEN CMPF-TEXT-CONSENTED
                 PERFORM A635-USE-TEXT
              WHEN CMPF-EMAIL-CONSENTED
                 PERFORM A636-USE-EMAIL
           END-EVALUATE
           .

       A635-USE-TEXT.
           MOVE SPACE             TO WS-SUPPRESS-IND.
           MOVE 'T'               TO WS-NOTICE-CHANNEL.
           MOVE CMPF-MOBILE-PHONE TO WS-NOTICE-ADDRESS
           .

       A636-USE-EMAIL.
           MOVE SPACE              TO WS-SUPPRESS-IND.
           MOVE 'E'                TO WS-NOTICE-CHANNEL.
           MOVE CMPF-EMAIL-ADDRESS TO WS-NOTICE-ADDRESS
           .

       A650-WRITE-NOTICE.
           PERFORM A660-SET-SEND-WINDOW.
           MOVE SRV-PAN TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO BRWR-NAME
                 MOVE 'EN'   TO BRWR-LANGUAGE-CODE
           END-READ.
           IF BRWR-LANGUAGE-CODE = SPACES
              MOVE 'EN' TO BRWR-LANGUAGE-CODE
           END-IF.

           MOVE SPACES             TO NOTIFICATION-EXTRACT-RECORD.
           MOVE SRV-PAN            TO NTFX-PAN.
           MOVE WS-NOTICE-TYPE     TO NTFX-TYPE.
           MOVE WS-NOTICE-CHANNEL  TO NTFX-CHANNEL.
           MOVE WS-NOTICE-ADDRESS  TO NTFX-ADDRESS.
           MOVE BRWR-NAME          TO NTFX-BORROWER-NAME.
           MOVE BRWR-LANGUAGE-CODE TO NTFX-LANGUAGE-CODE.
           MOVE WS-NOTICE-DUE-DATE TO NTFX-DUE-DATE.
           MOVE WS-NOTICE-AMOUNT   TO NTFX-AMOUNT.
           MOVE WS-CURRENT-DATE-8  TO NTFX-SEND-DATE.
           MOVE WS-EARLIEST-TIME   TO NTFX-EARLIEST-TIME.
           MOVE WS-LATEST-TIME     TO NTFX-LATEST-TIME.
           WRITE NOTIFICATION-EXTRACT-RECORD.

           MOVE SPACES             TO NOTIFICATION-HISTORY-RECORD.
           MOVE SRV-PAN            TO NTHS-PAN.
           MOVE WS-CURRENT-DATE-8  TO NTHS-SEND-DATE.
           MOVE WS-NOTICE-TYPE     TO NTHS-TYPE.
           MOVE WS-NOTICE-CHANNEL  TO NTHS-CHANNEL.
           MOVE WS-NOTICE-DUE-DATE TO NTHS-DUE-DATE.
           MOVE WS-NOTICE-AMOUNT   TO NTHS-AMOUNT.
           MOVE 'S'                TO NTHS-STATUS-IND.
           MOVE 0                  TO NTHS-RESULT-DATE
                                      NTHS-RESULT-TIME.
           WRITE NOTIFICATION-HISTORY-RECORD.

           IF WS-NOTICE-CHANNEL = 'T'
              ADD 1 TO WS-TEXT-COUNT
           ELSE
              ADD 1 TO WS-EMAIL-COUNT
           END-IF.
           MOVE WS-NOTICE-CHANNEL TO DTL-CHANNEL.
           MOVE WS-EARLIEST-TIME  TO DTL-EARLIEST.
           MOVE WS-LATEST-TIME    TO DTL-LATEST.
           MOVE 'SENT TO VENDOR'  TO DTL-RESULT.
           MOVE WS-DETAIL-LINE    TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE QUIET HOURS ARE THE BORROWER'S LOCAL TIME; THE VENDOR
      *    RUNS ON EASTERN. A ZONE NOT IN THE TABLE IS TREATED AS NOT
      *    KNOWN. A WINDOW RUNNING PAST MIDNIGHT EASTERN STOPS AT 2359.
       A660-SET-SEND-WINDOW.
           SET WS-ZONE-IDX TO 1.
           SEARCH WS-ZONE-ENTRY
              AT END
                 SET WS-ZONE-IDX TO 7
              WHEN WS-ZONE-CODE(WS-ZONE-IDX) = CMPF-TIME-ZONE
                 CONTINUE
           END-SEARCH.
           COMPUTE WS-EARLIEST-TIME = NTCTL-QUIET-END-TIME
                 + WS-ZONE-EARLY-HOURS(WS-ZONE-IDX) * 100.
           IF NTCTL-QUIET-START-TIME
                 + WS-ZONE-LATE-HOURS(WS-ZONE-IDX) * 100 > 2359
              MOVE 2359 TO WS-LATEST-TIME
           ELSE
              COMPUTE WS-LATEST-TIME = NTCTL-QUIET-START-TIME
                    + WS-ZONE-LATE-HOURS(WS-ZONE-IDX) * 100
           END-IF
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RESULT-COUNT    TO SUM-RESULTS.
           MOVE WS-POSTED-COUNT    TO SUM-POSTED.
           MOVE WS-UNMATCHED-COUNT TO SUM-UNMATCHED.
           MOVE WS-OPT-OUT-COUNT   TO SUM-OPT-OUTS.
           MOVE WS-RESULT-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REMINDER-COUNT    TO SUM-REMINDERS.
           MOVE WS-ACH-CONFIRM-COUNT TO SUM-ACH-CONFIRMS.
           MOVE WS-COURTESY-COUNT    TO SUM-COURTESY.
           MOVE WS-TEXT-COUNT        TO SUM-TEXT.
           MOVE WS-EMAIL-COUNT       TO SUM-EMAIL.
           MOVE WS-SUMMARY-LINE      TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NO-CONSENT-COUNT  TO SUM-NO-CONSENT.
           MOVE WS-SUPPRESSED-COUNT  TO SUM-SUPPRESSED.
           MOVE WS-DUPLICATE-COUNT   TO SUM-DUPLICATES.
           MOVE WS-SUPPRESS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE NOTIFICATION-CONTROL-FILE.
           CLOSE LATE-CHARGE-CONTROL-FILE.
           CLOSE BORROWER-MASTER-FILE.
           IF ENROLLMENT-FILE-OPEN
              CLOSE AUTOPAY-ENROLLMENT-FILE
           END-IF.
           IF BUYDOWN-FILE-OPEN
              CLOSE BUYDOWN-FILE
           END-IF.
           IF COMM-PREF-FILE-OPEN
              CLOSE COMM-PREF-FILE
           END-IF.
           IF BANKRUPTCY-FILE-OPEN
              CLOSE BANKRUPTCY-FILE
           END-IF.
           IF SUCCESSOR-FILE-OPEN
              CLOSE SUCCESSOR-FILE
           END-IF.
           CLOSE NOTIFICATION-HISTORY-FILE.
           IF RESULT-FILE-OPEN
              CLOSE RESULT-FILE
           END-IF.
           CLOSE NOTIFICATION-EXTRACT-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSNTFEX'          TO EPSRUNWR-JOB-NAME.
           COMPUTE EPSRUNWR-IN-COUNT =
                   WS-RESULT-COUNT + WS-CONSIDERED-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-TEXT-COUNT + WS-EMAIL-COUNT.
      *    A MISSING EPSNTCTL RECORD SENT NOTHING - ONE ERROR, ON TOP
      *    OF ANY RESULTS THE VENDOR SENT FOR MESSAGES NOT ON FILE.
           MOVE WS-UNMATCHED-COUNT  TO EPSRUNWR-ERROR-COUNT.
           IF NOT WS-CONTROL-OK
              ADD 1                 TO EPSRUNWR-ERROR-COUNT
           END-IF.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
