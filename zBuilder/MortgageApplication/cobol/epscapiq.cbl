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
           MOVE 'EPSCAPIQ'       TO EPSACCLG-PROGRAM.
           MOVE AQPANI           TO EPSACCLG-PAN.
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
           MOVE AQPANI TO APPST-PAN.
           EXEC CICS READ FILE('EPSAPPST')
                     INTO(APPLICATION-STATUS-RECORD)
