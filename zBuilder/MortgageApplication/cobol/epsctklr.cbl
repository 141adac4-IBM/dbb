       ID DIVISION.
       PROGRAM-ID. EPSCTKLR.
      *    ONLINE SERVICING TICKLER (DIARY) TRANSACTION. SHOWS THE
      *    OPEN FOLLOW-UP ITEMS ON A LOAN FROM EPSTICKL AND LETS THE
      *    SERVICER WORK THEM:
      *
      *       V - VIEW.     LIST THE PAN'S OPEN ITEMS, OLDEST FIRST.
      *       A - ADD.      A NEW ITEM WITH DUE DATE, REASON, WORK
      *                     GROUP, OPTIONAL USER AND TEXT.
      *       C - COMPLETE. THE ITEM KEYED BY CREATED DATE AND SEQ.
      *       R - REASSIGN. THE ITEM KEYED BY CREATED DATE AND SEQ
      *                     TO ANOTHER GROUP AND/OR USER, AND/OR TO A
      *                     NEW DUE DATE. A GROUP KEYED WITHOUT A
      *                     USER LEAVES THE ITEM UNASSIGNED IN ITS
      *                     NEW GROUP.
      *
      *    ITEMS THE BATCH RAISES THROUGH EPSTKLWR (LAPSED HAZARD
      *    COVER, MISSING LOSS-MIT DOCUMENTS, RETURNED MAIL, LATE
      *    APPRAISALS) LIST HERE WITH THE ONES KEYED ONLINE, AND ARE
      *    COMPLETED THE SAME WAY. EPSTKLOD REPORTS WHAT IS OVERDUE
      *    BY WORK GROUP EACH MORNING.
      *
      *    ON INITIAL ENTRY DISPLAY MAP.
      *    ON SUBSEQUENT ENTRY:
      *       F3    - QUIT.
      *       ENTER - APPLY THE ACTION (BLANK IS V) AND RE-LIST.
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
       01 WS-BROWSE-DONE                      PIC X.
           88 BROWSE-DONE                       VALUE 'Y'.
       01 WS-LINE-IDX                         PIC 9(3) COMP.
       01 WS-LAST-SEQ                         PIC 9(4).
       01 WS-TODAY-8                          PIC 9(8).
       01 WS-DATE-VALID                       PIC X.
           88 DATE-VALID                        VALUE 'Y'.
       01 WS-DATE-CHECK                       PIC X(8).
       01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           03 WS-DC-YYYY                      PIC 9(4).
           03 WS-DC-MM                        PIC 9(2).
           03 WS-DC-DD                        PIC 9(2).
       01 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                              PIC 9(8).

       01 WS-LIST-LINE.
           03 WLL-CREATE-DATE             PIC 9(8).
           03 FILLER                      PIC X(2) VALUE SPACES.
           03 WLL-SEQ                     PIC 9(4).
           03 FILLER                      PIC X(2) VALUE SPACES.
           03 WLL-DUE-DATE                PIC 9(8).
           03 FILLER                      PIC X(2) VALUE SPACES.
           03 WLL-REASON                  PIC X(4).
           03 FILLER                      PIC X(2) VALUE SPACES.
           03 WLL-GROUP                   PIC X(4).
           03 FILLER                      PIC X(2) VALUE SPACES.
           03 WLL-USER                    PIC X(8).
           03 FILLER                      PIC X(2) VALUE SPACES.
           03 WLL-DESCRIPTION             PIC X(30).

       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.

      *    PARAMETER AREA FOR THE SHARED EPSMSGLK MESSAGE-TABLE CALL -
      *    SEE A990-TRANSLATE-MSG.
           COPY EPSMSGTB.
           COPY DFHAID.
           COPY EPSTKLR.

           COPY EPSTICKL.

       01  W-COMMUNICATION-AREA.
           COPY EPSMTCOM.

      *    COMMAREA FOR THE SHARED EPSAUTHC AUTHORIZATION CHECK -
      *    SEE A010-CHECK-AUTHORITY.
           COPY EPSAUPM.
       01  AUTH-DENIED-MSG                  PIC X(40)
             VALUE 'NOT AUTHORIZED FOR THIS FUNCTION'.

      *    COMMAREA FOR THE SHARED EPSACCLG CUSTOMER-DATA ACCESS LOG -
      *    SEE A020-LOG-ACCESS.
           COPY EPSACLPM.

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
                   MOVE LOW-VALUES TO EPSTKLRO
                   SET SEND-ERASE TO TRUE
                   PERFORM A300-SEND-MAP
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUES TO EPSTKLRO
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
                   PERFORM A100-PROCESS-ACTION
               WHEN OTHER
                    MOVE 'CMT2' TO EPSMSGLK-MSG-ID
                    PERFORM A990-TRANSLATE-MSG
                    MOVE EPSMSGLK-MSG-TEXT TO TKMSGO
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
      *    ROLE CHECK AT TRANSACTION ENTRY - THE DIARY IS WORKED BY
      *    OFFICERS AND SUPERVISORS, THE SAME ROLES AS THE INQUIRY
      *    SCREENS. A DENIAL ENDS THE TRANSACTION AND IS LOGGED BY
      *    EPSAUTHC FOR THE MONTHLY ACCESS REVIEW.
           EXEC CICS ASSIGN USERID(EPSAUTHC-USER-ID) END-EXEC.
           MOVE 'I' TO EPSAUTHC-FUNCTION.
           MOVE 'EPSCTKLR' TO EPSAUTHC-PROGRAM.
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

       A020-LOG-ACCESS SECTION.
       A020-10.
      *    EVERY PAN THIS SCREEN IS ASKED TO SHOW IS LOGGED - WHO,
      *    WHICH TRANSACTION, WHICH LOAN, WHEN - FOR THE PRIVACY
      *    REVIEW AND EPSACCUR'S UNUSUAL-ACCESS REPORT.
           MOVE EPSAUTHC-USER-ID TO EPSACCLG-USER-ID.
           MOVE EIBTRNID         TO EPSACCLG-TRANSACTION.
           MOVE 'EPSCTKLR'       TO EPSACCLG-PROGRAM.
           MOVE TKPANI           TO EPSACCLG-PAN.
           EXEC CICS LINK PROGRAM('EPSACCLG')
                          COMMAREA(EPSACCLG-PARMS)
           END-EXEC.
       A020-EXIT.
           EXIT.

      *    EVERY ACTION ENDS WITH THE PAN'S OPEN ITEMS RE-LISTED, SO
      *    THE SERVICER SEES THE RESULT. AN ACTION THAT FAILS LEAVES
      *    THE SCREEN AS KEYED WITH THE REASON ON THE MESSAGE LINE.
       A100-PROCESS-ACTION SECTION.
       A100-10.
           EXEC CICS
                RECEIVE MAP('EPSTKLR')
                   MAPSET('EPSTKLR')
                   INTO (EPSTKLRI)
           END-EXEC.
           INSPECT TKACTI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKPANI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKCDATI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKSEQI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKDUEI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKRSNI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKGRPI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKUSERI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TKDESCI REPLACING ALL LOW-VALUES BY SPACES.
           IF TKPANI = SPACES
              MOVE 'TKL1' TO EPSMSGLK-MSG-ID
              PERFORM A980-SEND-MESSAGE
              GO TO A100-EXIT
           END-IF.
           PERFORM A020-LOG-ACCESS.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.

           MOVE SPACES TO EPSMSGLK-MSG-ID.
           EVALUATE TKACTI
              WHEN SPACE
              WHEN 'V'
                 CONTINUE
              WHEN 'A'
                 PERFORM A400-ADD-TICKLER
              WHEN 'C'
                 PERFORM A500-COMPLETE-TICKLER
              WHEN 'R'
                 PERFORM A600-REASSIGN-TICKLER
              WHEN OTHER
                 MOVE 'TKL2' TO EPSMSGLK-MSG-ID
           END-EVALUATE.
           IF EPSMSGLK-MSG-ID NOT = SPACES
              PERFORM A980-SEND-MESSAGE
              GO TO A100-EXIT
           END-IF.

           PERFORM A200-LIST-TICKLERS.
           IF TKACTI = 'A' OR 'C' OR 'R'
              MOVE SPACES TO TKACTO
              MOVE 'TKLA' TO EPSMSGLK-MSG-ID
           END-IF.
           IF EPSMSGLK-MSG-ID = SPACES
              MOVE SPACES TO TKMSGO
              SET SEND-DATAONLY TO TRUE
              PERFORM A300-SEND-MAP
           ELSE
              PERFORM A980-SEND-MESSAGE
           END-IF.
       A100-EXIT.
           EXIT.

       A200-LIST-TICKLERS SECTION.
       A200-10.
           PERFORM A260-CLEAR-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 12.
           MOVE TKPANI TO TKL-PAN.
           MOVE 0      TO TKL-CREATE-DATE.
           MOVE 0      TO TKL-SEQ.
           EXEC CICS STARTBR FILE('EPSTICKL')
                     RIDFLD(TKL-KEY)
                     GTEQ
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              MOVE 'TKL3' TO EPSMSGLK-MSG-ID
              GO TO A200-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE 0   TO WS-LINE-IDX.
           PERFORM A250-LIST-ONE-TICKLER UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('EPSTICKL') END-EXEC.
           IF WS-LINE-IDX = 0
              MOVE 'TKL3' TO EPSMSGLK-MSG-ID
           END-IF.
       A200-EXIT.
           EXIT.

       A250-LIST-ONE-TICKLER SECTION.
       A250-10.
           EXEC CICS READNEXT FILE('EPSTICKL')
                     INTO(TICKLER-RECORD)
                     RIDFLD(TKL-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              OR TKL-PAN NOT = TKPANI
              MOVE 'Y' TO WS-BROWSE-DONE
              GO TO A250-EXIT
           END-IF.
           IF NOT TKL-OPEN
              GO TO A250-EXIT
           END-IF.
           IF WS-LINE-IDX >= 12
              MOVE 'Y' TO WS-BROWSE-DONE
              MOVE 'TKLB' TO EPSMSGLK-MSG-ID
              GO TO A250-EXIT
           END-IF.
           ADD 1 TO WS-LINE-IDX.
           MOVE TKL-CREATE-DATE   TO WLL-CREATE-DATE.
           MOVE TKL-SEQ           TO WLL-SEQ.
           MOVE TKL-DUE-DATE      TO WLL-DUE-DATE.
           MOVE TKL-REASON-CODE   TO WLL-REASON.
           MOVE TKL-WORK-GROUP    TO WLL-GROUP.
           MOVE TKL-ASSIGNED-USER TO WLL-USER.
           MOVE TKL-DESCRIPTION   TO WLL-DESCRIPTION.
           MOVE WS-LIST-LINE      TO TKLINEO(WS-LINE-IDX).
       A250-EXIT.
           EXIT.

       A260-CLEAR-LINE SECTION.
       A260-10.
           MOVE SPACES TO TKLINEO(WS-LINE-IDX).
       A260-EXIT.
           EXIT.

       A400-ADD-TICKLER SECTION.
       A400-10.
           IF TKDUEI = SPACES OR TKRSNI = SPACES
              OR TKGRPI = SPACES OR TKDESCI = SPACES
              MOVE 'TKL4' TO EPSMSGLK-MSG-ID
              GO TO A400-EXIT
           END-IF.
           MOVE TKRSNI TO TKL-REASON-CODE.
           MOVE TKGRPI TO TKL-WORK-GROUP.
           IF NOT TKL-KNOWN-REASON OR NOT TKL-KNOWN-GROUP
              MOVE 'TKL5' TO EPSMSGLK-MSG-ID
              GO TO A400-EXIT
           END-IF.
           MOVE TKDUEI TO WS-DATE-CHECK.
           PERFORM A700-CHECK-DUE-DATE.
           IF NOT DATE-VALID
              MOVE 'TKL6' TO EPSMSGLK-MSG-ID
              GO TO A400-EXIT
           END-IF.

           PERFORM A450-FIND-LAST-SEQ.

           MOVE SPACES            TO TICKLER-RECORD.
           MOVE TKPANI            TO TKL-PAN.
           MOVE WS-TODAY-8        TO TKL-CREATE-DATE.
           COMPUTE TKL-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-DATE-CHECK-N   TO TKL-DUE-DATE.
           MOVE TKRSNI            TO TKL-REASON-CODE.
           MOVE TKGRPI            TO TKL-WORK-GROUP.
           MOVE TKUSERI           TO TKL-ASSIGNED-USER.
           MOVE 'O'               TO TKL-STATUS.
           MOVE TKDESCI           TO TKL-DESCRIPTION.
           MOVE EPSAUTHC-USER-ID  TO TKL-CREATED-BY.
           MOVE 0                 TO TKL-COMPLETED-DATE.
           MOVE SPACES            TO TKL-COMPLETED-BY.
           MOVE WS-TODAY-8        TO TKL-LAST-MAINT-DATE.
           EXEC CICS WRITE FILE('EPSTICKL')
                     FROM(TICKLER-RECORD)
                     RIDFLD(TKL-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              MOVE 'TKL9' TO EPSMSGLK-MSG-ID
              GO TO A400-EXIT
           END-IF.
           MOVE TKL-CREATE-DATE TO TKCDATO.
           MOVE TKL-SEQ         TO TKSEQO.
       A400-EXIT.
           EXIT.

      *    THE NEXT SEQUENCE FOR TODAY IS ONE PAST THE LAST ITEM
      *    CREATED ON THE PAN TODAY, ONLINE OR BY THE BATCH.
       A450-FIND-LAST-SEQ SECTION.
       A450-10.
           MOVE 0          TO WS-LAST-SEQ.
           MOVE TKPANI     TO TKL-PAN.
           MOVE WS-TODAY-8 TO TKL-CREATE-DATE.
           MOVE 0          TO TKL-SEQ.
           EXEC CICS STARTBR FILE('EPSTICKL')
                     RIDFLD(TKL-KEY)
                     GTEQ
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A450-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE.
           PERFORM A460-CHECK-ONE-SEQ UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('EPSTICKL') END-EXEC.
       A450-EXIT.
           EXIT.

       A460-CHECK-ONE-SEQ SECTION.
       A460-10.
           EXEC CICS READNEXT FILE('EPSTICKL')
                     INTO(TICKLER-RECORD)
                     RIDFLD(TKL-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              OR TKL-PAN NOT = TKPANI
              OR TKL-CREATE-DATE NOT = WS-TODAY-8
              MOVE 'Y' TO WS-BROWSE-DONE
              GO TO A460-EXIT
           END-IF.
           MOVE TKL-SEQ TO WS-LAST-SEQ.
       A460-EXIT.
           EXIT.

       A500-COMPLETE-TICKLER SECTION.
       A500-10.
           PERFORM A550-READ-FOR-UPDATE.
           IF EPSMSGLK-MSG-ID NOT = SPACES
              GO TO A500-EXIT
           END-IF.
           MOVE 'C'              TO TKL-STATUS.
           MOVE WS-TODAY-8       TO TKL-COMPLETED-DATE.
           MOVE EPSAUTHC-USER-ID TO TKL-COMPLETED-BY.
           MOVE WS-TODAY-8       TO TKL-LAST-MAINT-DATE.
           EXEC CICS REWRITE FILE('EPSTICKL')
                     FROM(TICKLER-RECORD)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              MOVE 'TKL9' TO EPSMSGLK-MSG-ID
           END-IF.
       A500-EXIT.
           EXIT.

      *    COMPLETE AND REASSIGN BOTH WORK ONE ITEM, KEYED BY THE
      *    CREATED DATE AND SEQ FROM THE LIST, AND ONLY WHILE IT IS
      *    STILL OPEN.
       A550-READ-FOR-UPDATE SECTION.
       A550-10.
           IF TKCDATI IS NOT NUMERIC OR TKSEQI IS NOT NUMERIC
              MOVE 'TKL7' TO EPSMSGLK-MSG-ID
              GO TO A550-EXIT
           END-IF.
           MOVE TKPANI  TO TKL-PAN.
           MOVE TKCDATI TO TKL-CREATE-DATE.
           MOVE TKSEQI  TO TKL-SEQ.
           EXEC CICS READ FILE('EPSTICKL')
                     INTO(TICKLER-RECORD)
                     RIDFLD(TKL-KEY)
                     UPDATE
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              MOVE 'TKL7' TO EPSMSGLK-MSG-ID
              GO TO A550-EXIT
           END-IF.
           IF NOT TKL-OPEN
              EXEC CICS UNLOCK FILE('EPSTICKL') END-EXEC
              MOVE 'TKL8' TO EPSMSGLK-MSG-ID
           END-IF.
       A550-EXIT.
           EXIT.

       A600-REASSIGN-TICKLER SECTION.
       A600-10.
           IF TKDUEI NOT = SPACES
              MOVE TKDUEI TO WS-DATE-CHECK
              PERFORM A700-CHECK-DUE-DATE
              IF NOT DATE-VALID
                 MOVE 'TKL6' TO EPSMSGLK-MSG-ID
                 GO TO A600-EXIT
              END-IF
           END-IF.
           PERFORM A550-READ-FOR-UPDATE.
           IF EPSMSGLK-MSG-ID NOT = SPACES
              GO TO A600-EXIT
           END-IF.
           IF TKGRPI NOT = SPACES
              MOVE TKGRPI  TO TKL-WORK-GROUP
              IF NOT TKL-KNOWN-GROUP
                 EXEC CICS UNLOCK FILE('EPSTICKL') END-EXEC
                 MOVE 'TKL5' TO EPSMSGLK-MSG-ID
                 GO TO A600-EXIT
              END-IF
              MOVE TKUSERI TO TKL-ASSIGNED-USER
           ELSE
              IF TKUSERI NOT = SPACES
                 MOVE TKUSERI TO TKL-ASSIGNED-USER
              END-IF
           END-IF.
           IF TKDUEI NOT = SPACES
              MOVE WS-DATE-CHECK-N TO TKL-DUE-DATE
           END-IF.
           MOVE WS-TODAY-8 TO TKL-LAST-MAINT-DATE.
           EXEC CICS REWRITE FILE('EPSTICKL')
                     FROM(TICKLER-RECORD)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              MOVE 'TKL9' TO EPSMSGLK-MSG-ID
           END-IF.
       A600-EXIT.
           EXIT.

      *    A DUE DATE IS AN 8-DIGIT YYYYMMDD, NOT BEFORE TODAY.
       A700-CHECK-DUE-DATE SECTION.
       A700-10.
           MOVE 'N' TO WS-DATE-VALID.
           IF WS-DATE-CHECK IS NOT NUMERIC
              GO TO A700-EXIT
           END-IF.
           IF WS-DC-MM < 1 OR WS-DC-MM > 12
              OR WS-DC-DD < 1 OR WS-DC-DD > 31
              OR WS-DATE-CHECK-N < WS-TODAY-8
              GO TO A700-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-VALID.
       A700-EXIT.
           EXIT.

       A300-SEND-MAP SECTION.
       A300-10.
           EVALUATE TRUE
              WHEN SEND-ERASE
                   EXEC CICS
                     SEND MAP ('EPSTKLR')
                         MAPSET('EPSTKLR')
                         FROM(EPSTKLRO)
                         ERASE
                         FREEKB
                         CURSOR
                   END-EXEC
              WHEN SEND-DATAONLY
                   EXEC CICS
                     SEND MAP ('EPSTKLR')
                         MAPSET('EPSTKLR')
                         FROM(EPSTKLRO)
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
           MOVE EPSMSGLK-MSG-TEXT TO TKMSGO.
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
