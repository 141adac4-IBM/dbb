      *    AND BROWSES THE LOAN'S PAYMENT HISTORY OFF THE EPSPYHSV
      *    KEYED COPY EPSPYHLD LOADS NIGHTLY - EIGHT POSTINGS PER
      *    SCREEN, EACH PAYMENT'S FULL SPLIT, PAGED BY KEYING THE
      *    FROM DATE THE WAY EPSMLIST PAGES LENDERS BY COMPANY. A
      *    LOAN WITH HAZARD CLAIM PROCEEDS HELD ON EPSLDRFF SHOWS ITS
      *    OPEN CLAIM COUNT AND THE FUNDS HELD, SO THE DESK KNOWS TO
      *    TALK REPAIRS AND RELEASES BEFORE ANYTHING ELSE.
      *
      *    ON INITIAL ENTRY DISPLAY MAP.
      *    ON SUBSEQUENT ENTRY:
       01 WS-BROWSE-DONE                      PIC X.
           88 BROWSE-DONE                       VALUE 'Y'.
       01 WS-HIST-IDX                         PIC 9(2) COMP.
       01 WS-OPEN-CLAIM-COUNT                 PIC 9(3) COMP.
       01 WS-CLAIM-HELD                       PIC 9(9)V99.

       01 WS-EDIT-FIELDS.
           03 WS-EDIT-BALANCE             PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                      PIC X VALUE SPACE.
           03 WHL-BALANCE                 PIC ZZZZZZZZ9.99.

      *    THE OPEN LOSS-DRAFT CLAIM LINE - BLANK WHEN THERE ARE NONE.
       01 WS-CLAIM-LINE.
           03 FILLER                      PIC X(18) VALUE
              'OPEN LOSS CLAIMS: '.
           03 WCL-COUNT                   PIC ZZ9.
           03 FILLER                      PIC X(14) VALUE
              '   FUNDS HELD '.
           03 WCL-HELD                    PIC ZZZ,ZZZ,ZZ9.99.

       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.


           COPY EPSPYHSV.

           COPY EPSLDRFF.

       01  W-COMMUNICATION-AREA.
           COPY EPSMTCOM.

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
           MOVE 'EPSCSVIQ'       TO EPSACCLG-PROGRAM.
           MOVE SVPANI           TO EPSACCLG-PAN.
           EXEC CICS LINK PROGRAM('EPSACCLG')
                          COMMAREA(EPSACCLG-PARMS)
           END-EXEC.
       A020-EXIT.
           EXIT.

       A100-PROCESS-INQUIRY SECTION.
       A100-10.
           EXEC CICS
              PERFORM A300-SEND-MAP
              GO TO A100-EXIT
           END-IF.
           PERFORM A020-LOG-ACCESS.

           PERFORM A150-READ-LOAN.
           IF NOT LOAN-ON-FILE
           END-IF.

           PERFORM A170-SHOW-LOAN.
           PERFORM A180-SHOW-CLAIMS.
           PERFORM A200-BROWSE-HISTORY.
           SET SEND-DATAONLY TO TRUE.
           PERFORM A300-SEND-MAP.
       A170-EXIT.
           EXIT.

      *    THE LOAN'S CLAIMS ARE THE EPSLDRFF KEYS THAT START WITH ITS
      *    PAN - ONLY THE OPEN ONES COUNT. NO FILE, NO LINE.
       A180-SHOW-CLAIMS SECTION.
       A180-10.
           MOVE SPACES TO SVCLMO.
           MOVE 0 TO WS-OPEN-CLAIM-COUNT.
           MOVE 0 TO WS-CLAIM-HELD.
           MOVE SVPANI     TO LDRF-PAN.
           MOVE LOW-VALUES TO LDRF-CLAIM-NUMBER.
           EXEC CICS STARTBR FILE('EPSLDRFF')
                     RIDFLD(LDRF-KEY)
                     GTEQ
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A180-EXIT
           END-IF.

           MOVE 'N' TO WS-BROWSE-DONE.
           PERFORM A185-READ-NEXT-CLAIM UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('EPSLDRFF') END-EXEC.
           IF WS-OPEN-CLAIM-COUNT > 0
              MOVE WS-OPEN-CLAIM-COUNT TO WCL-COUNT
              MOVE WS-CLAIM-HELD       TO WCL-HELD
              MOVE WS-CLAIM-LINE       TO SVCLMO
           END-IF.
       A180-EXIT.
           EXIT.

       A185-READ-NEXT-CLAIM SECTION.
       A185-10.
           EXEC CICS READNEXT FILE('EPSLDRFF')
                     INTO(LOSS-DRAFT-RECORD)
                     RIDFLD(LDRF-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              OR LDRF-PAN NOT = SVPANI
              MOVE 'Y' TO WS-BROWSE-DONE
              GO TO A185-EXIT
           END-IF.
           IF LDRF-OPEN
              ADD 1 TO WS-OPEN-CLAIM-COUNT
              ADD LDRF-BALANCE-HELD TO WS-CLAIM-HELD
           END-IF.
       A185-EXIT.
           EXIT.

      *    EIGHT POSTINGS FROM THE KEYED FROM-DATE (OR THE TOP OF THE
      *    LOAN'S HISTORY), EACH WITH ITS FULL SPLIT. A NINTH RECORD
      *    STILL WAITING MEANS MORE - THE MESSAGE TELLS THE DESK THE
