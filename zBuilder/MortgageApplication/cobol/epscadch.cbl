       ID DIVISION.
       PROGRAM-ID. EPSCADCH.
      *    ONLINE BORROWER ADDRESS CHANGE TRANSACTION. AN ADDRESS
      *    CHANGE KEYED THROUGH EPSBWMNT'S BATCH TRANSACTION WAITS FOR
      *    THE NIGHT RUN; THIS SCREEN UPDATES THE EPSBRWRF MAILING
      *    ADDRESS AND PHONE THE MOMENT THE CHANGE IS CONFIRMED, AND
      *    CLEARS THE RETURNED-MAIL BAD-ADDRESS FLAG WHEN A NEW
      *    ADDRESS GOES ON.
      *
      *    BECAUSE AN ADDRESS CHANGE IS HOW STATEMENTS AND PAYOFF
      *    CHECKS GET REDIRECTED, EVERY CHANGE ALSO:
      *       - WRITES THE BEFORE AND AFTER VALUES TO EPSADCHG, WHERE
      *         EPSPOFST AND EPSCKISS FIND IT AND HOLD PAYOFF
      *         STATEMENT REQUESTS AND CHECKS PAYABLE TO THE BORROWER
      *         FOR REVIEW FOR THE NEXT 30 DAYS.
      *       - QUEUES A CHANGE-CONFIRMATION LETTER TO THE NEW
      *         ADDRESS (ADCN) AND ANOTHER TO THE OLD ONE (ADCO) ON
      *         THE LTRQ EXTRAPARTITION TD QUEUE, WHICH THE NIGHTLY
      *         STREAM HANDS TO EPSLGEN WITH THE OTHER LETTER
      *         REQUESTS. A BORROWER WHO DID NOT ASK FOR THE CHANGE
      *         HEARS ABOUT IT AT THE ADDRESS WE KNEW. A PHONE-ONLY
      *         CHANGE GETS THE ONE LETTER.
      *
      *    ON INITIAL ENTRY DISPLAY MAP.
      *    ON SUBSEQUENT ENTRY:
      *       F3    - QUIT.
      *       ENTER - WITHOUT A Y CONFIRMATION, SHOW THE BORROWER'S
      *               CURRENT NAME, ADDRESS AND PHONE FOR THE PAN.
      *               WITH ONE, APPLY THE ADDRESS AND PHONE AS KEYED.
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
       01  W-FLAGS.
           10  W-SEND-FLAG                    PIC X.
               88  SEND-ERASE                   VALUE '1'.
               88  SEND-DATAONLY                VALUE '2'.

       01 W-COMAREA-LENGTH                    PIC 9(4) COMP.
       01 RESPONSE                            PIC S9(8) COMP.
       01 WS-TODAY-8                          PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY-8.
           03 WS-TODAY-YYYY                   PIC 9(4).
           03 WS-TODAY-MM                     PIC 9(2).
           03 WS-TODAY-DD                     PIC 9(2).
       01 WS-TIME-6                           PIC 9(6).
       01 WS-TIME-RAW                         PIC 9(8).
       01 WS-ADDRESS-CHANGED                  PIC X VALUE 'N'.
           88 ADDRESS-CHANGED                   VALUE 'Y'.
       01 WS-PHONE-CHANGED                    PIC X VALUE 'N'.
           88 PHONE-CHANGED                     VALUE 'Y'.
       01 WS-CHANGE-DATE-X                    PIC X(10).
       01 WS-OLD-CITY-LINE                    PIC X(40).

      *    STATEMENTS AND BORROWER CHECKS ARE HELD THIS MANY DAYS
      *    AFTER AN ADDRESS CHANGE.
       01 WS-HOLD-DAYS                        PIC 9(3) VALUE 30.

       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.

      *    PARAMETER AREA FOR THE SHARED EPSMSGLK MESSAGE-TABLE CALL -
      *    SEE A990-TRANSLATE-MSG.
           COPY EPSMSGTB.
           COPY DFHAID.
           COPY EPSADCH.

           COPY EPSBRWRF.

           COPY EPSADCHG.

           COPY EPSLRQX.

       01  W-COMMUNICATION-AREA.
           COPY EPSMTCOM.

      *    COMMAREA FOR THE SHARED EPSAUTHC AUTHORIZATION CHECK -
      *    SEE A010-CHECK-AUTHORITY.
           COPY EPSAUPM.
       01  AUTH-DENIED-MSG                  PIC X(40)
             VALUE 'NOT AUTHORIZED FOR THIS FUNCTION'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       COPY EPSMTCOM.

       PROCEDURE DIVISION USING DFHCOMMAREA.

       A000-MAINLINE SECTION.
       A000-10.
           INITIALIZE W-COMMUNICATION-AREA.
           MOVE LOW-VALUES TO W-COMMUNICATION-AREA.
           MOVE LENGTH OF DFHCOMMAREA TO W-COMAREA-LENGTH.
           MOVE DFHCOMMAREA TO W-COMMUNICATION-AREA.
           PERFORM A010-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUES TO EPSADCHO
                   SET SEND-ERASE TO TRUE
                   PERFORM A300-SEND-MAP
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUES TO EPSADCHO
                   SET SEND-ERASE TO TRUE
                   PERFORM A300-SEND-MAP
               WHEN EIBAID = DFHPF3
                   MOVE 'CMT3' TO EPSMSGLK-MSG-ID
                   PERFORM A990-TRANSLATE-MSG
                   MOVE EPSMSGLK-MSG-TEXT(1:30) TO END-OF-TRANS-MSG
                   EXEC CICS
                      SEND TEXT FROM (END-OF-TRANS-MSG)
                      ERASE
                      FREEKB
                   END-EXEC
                   EXEC CICS
                        RETURN
                   END-EXEC
               WHEN EIBAID = DFHENTER
                   PERFORM A100-PROCESS-CHANGE
               WHEN OTHER
                    MOVE 'CMT2' TO EPSMSGLK-MSG-ID
                    PERFORM A990-TRANSLATE-MSG
                    MOVE EPSMSGLK-MSG-TEXT TO ACMSGO
                    SET SEND-DATAONLY TO TRUE
                    PERFORM A300-SEND-MAP
           END-EVALUATE
           EXEC CICS
               RETURN TRANSID(EIBTRNID)
               COMMAREA(W-COMMUNICATION-AREA)
               LENGTH(W-COMAREA-LENGTH)
           END-EXEC.

      * NEVER EXECUTED BECAUSE OF ABOVE EXEC CICS RETURN
       A000-EXIT.
           GOBACK.

       A010-CHECK-AUTHORITY SECTION.
       A010-10.
      *    ROLE CHECK AT TRANSACTION ENTRY - BORROWER MAINTENANCE IS A
      *    SUPERVISOR FUNCTION. A DENIAL ENDS THE TRANSACTION AND IS
      *    LOGGED BY EPSAUTHC FOR THE MONTHLY ACCESS REVIEW.
           EXEC CICS ASSIGN USERID(EPSAUTHC-USER-ID) END-EXEC.
           MOVE 'M' TO EPSAUTHC-FUNCTION.
           MOVE 'EPSCADCH' TO EPSAUTHC-PROGRAM.
           MOVE 0 TO EPSAUTHC-RETURN-CODE.
           EXEC CICS LINK PROGRAM('EPSAUTHC')
                          COMMAREA(EPSAUTHC-PARMS)
           END-EXEC.
           IF NOT EPSAUTHC-ALLOWED
              EXEC CICS
                 SEND TEXT FROM (AUTH-DENIED-MSG)
                 ERASE
                 FREEKB
              END-EXEC
              EXEC CICS
                   RETURN
              END-EXEC
           END-IF.
       A010-EXIT.
           EXIT.

      *    THE ADDRESS AND PHONE FIELDS ARE FSET IN THE MAP, SO WHAT
      *    WAS DISPLAYED COMES BACK WITH WHATEVER WAS OVERKEYED. THE
      *    NAME IS PROTECTED AND COMES BACK TOO - A NAME THAT DOES NOT
      *    MATCH THE PAN MEANS THE PAN WAS CHANGED AFTER THE DISPLAY,
      *    SO THE NEW BORROWER IS SHOWN INSTEAD OF CHANGED.
       A100-PROCESS-CHANGE SECTION.
       A100-10.
           EXEC CICS
                RECEIVE MAP('EPSADCH')
                   MAPSET('EPSADCH')
                   INTO (EPSADCHI)
           END-EXEC.
           INSPECT ACPANI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACNAMEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACADR1I REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACADR2I REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACCITYI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACSTATI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACZIPI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACPHONI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ACCONFI REPLACING ALL LOW-VALUES BY SPACES.
           IF ACPANI = SPACES
              MOVE 'ADC1' TO EPSMSGLK-MSG-ID
              PERFORM A980-SEND-MESSAGE
              GO TO A100-EXIT
           END-IF.

           MOVE ACPANI TO BRWR-PAN.
           EXEC CICS READ FILE('EPSBRWRF')
                     INTO(BORROWER-MASTER-RECORD)
                     RIDFLD(BRWR-PAN)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              MOVE 'ADC2' TO EPSMSGLK-MSG-ID
              PERFORM A980-SEND-MESSAGE
              GO TO A100-EXIT
           END-IF.

           IF ACCONFI NOT = 'Y' OR ACNAMEI NOT = BRWR-NAME
              PERFORM A150-SHOW-CURRENT
              GO TO A100-EXIT
           END-IF.

           MOVE 'N' TO WS-ADDRESS-CHANGED.
           MOVE 'N' TO WS-PHONE-CHANGED.
           IF ACADR1I NOT = BRWR-ADDR-LINE-1
              OR ACADR2I NOT = BRWR-ADDR-LINE-2
              OR ACCITYI NOT = BRWR-CITY
              OR ACSTATI NOT = BRWR-STATE
              OR ACZIPI  NOT = BRWR-ZIP
              MOVE 'Y' TO WS-ADDRESS-CHANGED
           END-IF.
           IF ACPHONI NOT = BRWR-PHONE-NUM
              MOVE 'Y' TO WS-PHONE-CHANGED
           END-IF.
           IF NOT ADDRESS-CHANGED AND NOT PHONE-CHANGED
              MOVE 'ADC4' TO EPSMSGLK-MSG-ID
              PERFORM A980-SEND-MESSAGE
              GO TO A100-EXIT
           END-IF.
           IF ACADR1I = SPACES OR ACCITYI = SPACES
              OR ACSTATI = SPACES OR ACZIPI = SPACES
              MOVE 'ADC5' TO EPSMSGLK-MSG-ID
              PERFORM A980-SEND-MESSAGE
              GO TO A100-EXIT
           END-IF.

           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-TIME-6.

           PERFORM A200-APPLY-CHANGE.
           IF RESPONSE = DFHRESP(NORMAL)
              PERFORM A250-WRITE-HISTORY
              PERFORM A270-QUEUE-LETTERS
              MOVE SPACES TO ACCONFO
              MOVE 'ADC6' TO EPSMSGLK-MSG-ID
           ELSE
              MOVE 'ADC7' TO EPSMSGLK-MSG-ID
           END-IF.
           PERFORM A980-SEND-MESSAGE.
       A100-EXIT.
           EXIT.

       A150-SHOW-CURRENT SECTION.
       A150-10.
           MOVE BRWR-PAN         TO ACPANO.
           MOVE BRWR-NAME        TO ACNAMEO.
           MOVE BRWR-ADDR-LINE-1 TO ACADR1O.
           MOVE BRWR-ADDR-LINE-2 TO ACADR2O.
           MOVE BRWR-CITY        TO ACCITYO.
           MOVE BRWR-STATE       TO ACSTATO.
           MOVE BRWR-ZIP         TO ACZIPO.
           MOVE BRWR-PHONE-NUM   TO ACPHONO.
           MOVE SPACES           TO ACCONFO.
           MOVE 'ADC3' TO EPSMSGLK-MSG-ID.
           PERFORM A980-SEND-MESSAGE.
       A150-EXIT.
           EXIT.

      *    THE MASTER IS RE-READ FOR UPDATE AND THE OLD VALUES TAKEN
      *    FROM THAT COPY, SO THE HISTORY SHOWS WHAT WAS REPLACED EVEN
      *    IF THE BATCH RAN BETWEEN THE DISPLAY AND THE CONFIRM.
       A200-APPLY-CHANGE SECTION.
       A200-10.
           EXEC CICS READ FILE('EPSBRWRF')
                     INTO(BORROWER-MASTER-RECORD)
                     RIDFLD(BRWR-PAN)
                     UPDATE
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A200-EXIT
           END-IF.

           MOVE BRWR-PAN         TO ADCH-PAN.
           MOVE WS-TODAY-8       TO ADCH-CHANGE-DATE.
           MOVE WS-TIME-6        TO ADCH-CHANGE-TIME.
           MOVE EPSAUTHC-USER-ID TO ADCH-USER-ID.
           MOVE BRWR-ADDR-LINE-1 TO ADCH-OLD-ADDR-LINE-1.
           MOVE BRWR-ADDR-LINE-2 TO ADCH-OLD-ADDR-LINE-2.
           MOVE BRWR-CITY        TO ADCH-OLD-CITY.
           MOVE BRWR-STATE       TO ADCH-OLD-STATE.
           MOVE BRWR-ZIP         TO ADCH-OLD-ZIP.
           MOVE BRWR-PHONE-NUM   TO ADCH-OLD-PHONE-NUM.
           MOVE ACADR1I          TO ADCH-NEW-ADDR-LINE-1.
           MOVE ACADR2I          TO ADCH-NEW-ADDR-LINE-2.
           MOVE ACCITYI          TO ADCH-NEW-CITY.
           MOVE ACSTATI          TO ADCH-NEW-STATE.
           MOVE ACZIPI           TO ADCH-NEW-ZIP.
           MOVE ACPHONI          TO ADCH-NEW-PHONE-NUM.
           IF ADDRESS-CHANGED
              MOVE 'A' TO ADCH-CHANGE-TYPE
              COMPUTE ADCH-HOLD-END-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-TODAY-8) + WS-HOLD-DAYS)
           ELSE
              MOVE 'P' TO ADCH-CHANGE-TYPE
              MOVE 0   TO ADCH-HOLD-END-DATE
           END-IF.

           MOVE ACADR1I    TO BRWR-ADDR-LINE-1.
           MOVE ACADR2I    TO BRWR-ADDR-LINE-2.
           MOVE ACCITYI    TO BRWR-CITY.
           MOVE ACSTATI    TO BRWR-STATE.
           MOVE ACZIPI     TO BRWR-ZIP.
           MOVE ACPHONI    TO BRWR-PHONE-NUM.
           MOVE WS-TODAY-8 TO BRWR-LAST-MAINT-DATE.
      *    A NEW ADDRESS CONFIRMED BY THE BORROWER ENDS THE
      *    RETURNED-MAIL HOLD, THE SAME AS AN EPSBWMNT CHANGE.
           IF ADDRESS-CHANGED
              MOVE SPACE TO BRWR-BAD-ADDRESS-IND
              MOVE 0     TO BRWR-BAD-ADDRESS-DATE
           END-IF.
           EXEC CICS REWRITE FILE('EPSBRWRF')
                     FROM(BORROWER-MASTER-RECORD)
                     RESP(RESPONSE)
           END-EXEC.
       A200-EXIT.
           EXIT.

       A250-WRITE-HISTORY SECTION.
       A250-10.
           EXEC CICS WRITE FILE('EPSADCHG')
                     FROM(ADDRESS-CHANGE-RECORD)
                     RIDFLD(ADCH-KEY)
                     RESP(RESPONSE)
           END-EXEC.
       A250-EXIT.
           EXIT.

      *    BOTH LETTERS CARRY THE OLD ADDRESS (OADDR1, OADDR2,
      *    OCITYLN), THE NEW PHONE (BPHONE) AND THE CHANGE DATE
      *    (CHGDATE). EPSLGEN FILLS THE STANDARD BNAME/BADDR FIELDS
      *    FROM THE MASTER, WHICH NOW HOLDS THE NEW ADDRESS - THE ADCO
      *    TEMPLATE ADDRESSES ITSELF FROM THE O- FIELDS INSTEAD.
       A270-QUEUE-LETTERS SECTION.
       A270-10.
           STRING WS-TODAY-MM   DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  WS-TODAY-DD   DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  WS-TODAY-YYYY DELIMITED BY SIZE
                  INTO WS-CHANGE-DATE-X
           END-STRING.
           MOVE SPACES TO WS-OLD-CITY-LINE.
           STRING ADCH-OLD-CITY  DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  ADCH-OLD-STATE DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ADCH-OLD-ZIP   DELIMITED BY SIZE
                  INTO WS-OLD-CITY-LINE
           END-STRING.

           MOVE SPACES               TO LETTER-REQUEST-RECORD.
           MOVE 'ADCN'               TO LRQX-LETTER-TYPE.
           MOVE BRWR-PAN             TO LRQX-PAN.
           MOVE 'OADDR1'             TO LRQX-VAR-NAME(1).
           MOVE ADCH-OLD-ADDR-LINE-1 TO LRQX-VAR-VALUE(1).
           MOVE 'OADDR2'             TO LRQX-VAR-NAME(2).
           MOVE ADCH-OLD-ADDR-LINE-2 TO LRQX-VAR-VALUE(2).
           MOVE 'OCITYLN'            TO LRQX-VAR-NAME(3).
           MOVE WS-OLD-CITY-LINE     TO LRQX-VAR-VALUE(3).
           MOVE 'BPHONE'             TO LRQX-VAR-NAME(4).
           MOVE ADCH-NEW-PHONE-NUM   TO LRQX-VAR-VALUE(4).
           MOVE 'CHGDATE'            TO LRQX-VAR-NAME(5).
           MOVE WS-CHANGE-DATE-X     TO LRQX-VAR-VALUE(5).
           EXEC CICS
                WRITEQ TD QUEUE('LTRQ')
                     FROM(LETTER-REQUEST-RECORD)
                     LENGTH(LENGTH OF LETTER-REQUEST-RECORD)
           END-EXEC.

           IF ADDRESS-CHANGED
              MOVE 'ADCO' TO LRQX-LETTER-TYPE
              EXEC CICS
                   WRITEQ TD QUEUE('LTRQ')
                        FROM(LETTER-REQUEST-RECORD)
                        LENGTH(LENGTH OF LETTER-REQUEST-RECORD)
              END-EXEC
           END-IF.
       A270-EXIT.
           EXIT.

       A300-SEND-MAP SECTION.
       A300-10.
           EVALUATE TRUE
              WHEN SEND-ERASE
                   EXEC CICS
                     SEND MAP ('EPSADCH')
                         MAPSET('EPSADCH')
                         FROM(EPSADCHO)
                         ERASE
                         FREEKB
                         CURSOR
                   END-EXEC
              WHEN SEND-DATAONLY
                   EXEC CICS
                     SEND MAP ('EPSADCH')
                         MAPSET('EPSADCH')
                         FROM(EPSADCHO)
                         DATAONLY
                         CURSOR
                         FREEKB
                   END-EXEC
           END-EVALUATE
           .
       A300-EXIT.
           EXIT.

       A980-SEND-MESSAGE SECTION.
       A980-10.
           PERFORM A990-TRANSLATE-MSG.
           MOVE EPSMSGLK-MSG-TEXT TO ACMSGO.
           SET SEND-DATAONLY TO TRUE.
           PERFORM A300-SEND-MAP.
       A980-EXIT.
           EXIT.

       A990-TRANSLATE-MSG SECTION.
       A990-10.
           MOVE EPSPCOM-LANGUAGE-CODE OF W-COMMUNICATION-AREA
             TO EPSMSGLK-LANG-CODE
           CALL 'EPSMSGLK' USING EPSMSGLK-PARMS
           .
       A990-EXIT.
           EXIT.
