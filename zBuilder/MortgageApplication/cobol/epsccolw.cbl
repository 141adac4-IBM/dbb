      *    HISTORY NIGHTLY AND STAMPS KEPT/BROKEN PROMISE STATUS ON
      *    THE NEXT MORNING'S QUEUE.
      *
      *    THE LOAN'S LAST THREE TEXT/EMAIL NOTIFICATIONS FROM THE
      *    EPSNTFEX HISTORY (EPSNTHST) SHOW UNDER THE ECHO, NEWEST
      *    FIRST, WITH THE VENDOR'S DELIVERY RESULT - SO A BORROWER
      *    WHO SAYS THEY WERE NEVER REMINDED CAN BE ANSWERED.
      *
      *    ON INITIAL ENTRY DISPLAY MAP.
      *    ON SUBSEQUENT ENTRY:
      *       F3    - QUIT.

           COPY EPSCNHST.

           COPY EPSNTHST.

      *    THE LATEST THREE NOTIFICATIONS, OLDEST FIRST, AS THE
      *    FORWARD BROWSE PASSES THEM - SEE A185-READ-NEXT-NOTICE.
       01 WS-NOTICE-BROWSE-DONE               PIC X.
           88 NOTICE-BROWSE-DONE                VALUE 'Y'.
       01 WS-N-COUNT                          PIC 9(4) COMP.
       01 WS-N-IDX                            PIC 9(4) COMP.
       01 WS-HOLD-NOTICES.
           03 WS-HOLD-NOTICE OCCURS 3 TIMES.
              05 HOLD-SEND-DATE               PIC 9(8).
              05 HOLD-TYPE                    PIC X(2).
              05 HOLD-CHANNEL                 PIC X.
              05 HOLD-STATUS                  PIC X.
       01 WS-NOTICE-LINE.
           03 NTL-SEND-DATE                   PIC 9(8).
           03 FILLER                          PIC X(2) VALUE SPACES.
           03 NTL-TYPE                        PIC X(16).
           03 NTL-CHANNEL                     PIC X(7).
           03 NTL-STATUS                      PIC X(27).

      *    SHARED KEYED-NUMBER EDIT - THE SAME CALL EPSCLNTK MAKES
      *    FOR ITS KEYED LOAN AMOUNT.
           COPY EPSNBRPM.
       01  AUTH-DENIED-MSG                  PIC X(40)
             VALUE 'NOT AUTHORIZED FOR THIS FUNCTION'.

      *    COMMAREA FOR THE SHARED EPSACCLG CUSTOMER-DATA ACCESS LOG -
      *    SEE A020-LOG-ACCESS.
           COPY EPSACLPM.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       A010-EXIT.
           EXIT.

       A020-LOG-ACCESS SECTION.
       A020-10.
      *    EVERY PAN THIS SCREEN IS ASKED TO SHOW IS LOGGED - WHO,
      *    WHICH TRANSACTION, WHICH LOAN, WHEN - FOR THE PRIVACY
      *    REVIEW AND EPSACCUR'S UNUSUAL-ACCESS REPORT.
           MOVE EPSAUTHC-USER-ID TO EPSACCLG-USER-ID.
           MOVE EIBTRNID         TO EPSACCLG-TRANSACTION.
           MOVE 'EPSCCOLW'       TO EPSACCLG-PROGRAM.
           MOVE CWPANI           TO EPSACCLG-PAN.
           EXEC CICS LINK PROGRAM('EPSACCLG')
                          COMMAREA(EPSACCLG-PARMS)
           END-EXEC.
       A020-EXIT.
           EXIT.

       A100-PROCESS-CONTACT SECTION.
       A100-10.
           EXEC CICS
              PERFORM A300-SEND-MAP
              GO TO A100-EXIT
           END-IF.
           PERFORM A020-LOG-ACCESS.

           PERFORM A150-READ-LOAN.
           IF NOT LOAN-ON-FILE
           MOVE WS-AMOUNT-DUE TO WS-EDIT-DUE.
           MOVE WS-EDIT-DUE TO CWDUEO.
           MOVE SRV-LAST-PAYMENT-DATE TO CWLPDO.
           PERFORM A180-RECENT-NOTICES.
       A170-EXIT.
           EXIT.

      *    FORWARD BROWSE OF THE LOAN'S EPSNTHST MESSAGES, KEEPING THE
      *    LATEST THREE, THEN SHOWN NEWEST FIRST - THE EPSSVAPI
      *    RECENT-PAYMENTS SHAPE. NO HISTORY FILE OR NO MESSAGES YET
      *    LEAVES THE LINES BLANK.
       A180-RECENT-NOTICES SECTION.
       A180-10.
           MOVE SPACES TO CWNT1O CWNT2O CWNT3O.
           MOVE 0 TO WS-N-COUNT.
           MOVE CWPANI TO NTHS-PAN.
           MOVE 0 TO NTHS-SEND-DATE.
           MOVE LOW-VALUES TO NTHS-TYPE.
           EXEC CICS STARTBR FILE('EPSNTHST')
                     RIDFLD(NTHS-KEY)
                     GTEQ
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A180-EXIT
           END-IF.
           MOVE 'N' TO WS-NOTICE-BROWSE-DONE.
           PERFORM A185-READ-NEXT-NOTICE UNTIL NOTICE-BROWSE-DONE.
           EXEC CICS ENDBR FILE('EPSNTHST') END-EXEC.
           PERFORM A189-SHOW-NOTICE
                   VARYING WS-N-IDX FROM 1 BY 1
                   UNTIL WS-N-IDX > WS-N-COUNT.
       A180-EXIT.
           EXIT.

       A185-READ-NEXT-NOTICE SECTION.
       A185-10.
           EXEC CICS READNEXT FILE('EPSNTHST')
                     INTO(NOTIFICATION-HISTORY-RECORD)
                     RIDFLD(NTHS-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              OR NTHS-PAN NOT = CWPANI
              MOVE 'Y' TO WS-NOTICE-BROWSE-DONE
              GO TO A185-EXIT
           END-IF.
      *    THREE ALREADY HELD - THE OLDEST DROPS OFF THE FRONT.
           IF WS-N-COUNT < 3
              ADD 1 TO WS-N-COUNT
           ELSE
              PERFORM A187-SHIFT-NOTICES
                      VARYING WS-N-IDX FROM 1 BY 1
                      UNTIL WS-N-IDX > 2
           END-IF.
           MOVE NTHS-SEND-DATE  TO HOLD-SEND-DATE(WS-N-COUNT).
           MOVE NTHS-TYPE       TO HOLD-TYPE(WS-N-COUNT).
           MOVE NTHS-CHANNEL    TO HOLD-CHANNEL(WS-N-COUNT).
           MOVE NTHS-STATUS-IND TO HOLD-STATUS(WS-N-COUNT).
       A185-EXIT.
           EXIT.

       A187-SHIFT-NOTICES SECTION.
       A187-10.
           MOVE WS-HOLD-NOTICE(WS-N-IDX + 1)
             TO WS-HOLD-NOTICE(WS-N-IDX).
       A187-EXIT.
           EXIT.

       A189-SHOW-NOTICE SECTION.
       A189-10.
           MOVE SPACES TO WS-NOTICE-LINE.
           MOVE HOLD-SEND-DATE(WS-N-COUNT + 1 - WS-N-IDX)
             TO NTL-SEND-DATE.
           EVALUATE HOLD-TYPE(WS-N-COUNT + 1 - WS-N-IDX)
              WHEN 'RM'
                 MOVE 'REMINDER'    TO NTL-TYPE
              WHEN 'AD'
                 MOVE 'ACH CONFIRM' TO NTL-TYPE
              WHEN 'CP'
                 MOVE 'COURTESY'    TO NTL-TYPE
              WHEN OTHER
                 MOVE HOLD-TYPE(WS-N-COUNT + 1 - WS-N-IDX) TO NTL-TYPE
           END-EVALUATE.
           IF HOLD-CHANNEL(WS-N-COUNT + 1 - WS-N-IDX) = 'T'
              MOVE 'TEXT'  TO NTL-CHANNEL
           ELSE
              MOVE 'EMAIL' TO NTL-CHANNEL
           END-IF.
           EVALUATE HOLD-STATUS(WS-N-COUNT + 1 - WS-N-IDX)
              WHEN 'D'
                 MOVE 'DELIVERED'            TO NTL-STATUS
              WHEN 'F'
                 MOVE 'FAILED'               TO NTL-STATUS
              WHEN 'O'
                 MOVE 'OPTED OUT'            TO NTL-STATUS
              WHEN OTHER
                 MOVE 'SENT - NO RESULT YET' TO NTL-STATUS
           END-EVALUATE.
           EVALUATE WS-N-IDX
              WHEN 1
                 MOVE WS-NOTICE-LINE TO CWNT1O
              WHEN 2
                 MOVE WS-NOTICE-LINE TO CWNT2O
              WHEN OTHER
                 MOVE WS-NOTICE-LINE TO CWNT3O
           END-EVALUATE.
       A189-EXIT.
           EXIT.

       A200-WRITE-CONTACT SECTION.
       A200-10.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
