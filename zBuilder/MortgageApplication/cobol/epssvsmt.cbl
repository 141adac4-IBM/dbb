      *    DAILY CONTROL REPORT OF LOANS ENTERING AND LEAVING EACH
      *    STATE.
      *
      *    A MOVE INTO FORECLOSURE OR REO IS REFUSED WHILE THE
      *    BORROWER IS UNDER EPSSCRAF SCRA PROTECTION, AND THE REFUSAL
      *    IS WRITTEN TO THE EPSSCRBK LOG FOR THE EPSSCRRP COMPLIANCE
      *    REPORT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRANF-STATUS.

           SELECT SCRA-FILE ASSIGN TO EPSSCRAF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCRA-PAN
                  FILE STATUS IS WS-SCRA-STATUS.

           SELECT BLOCKED-ACTION-FILE ASSIGN TO EPSSCRBK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRBK-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SVSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 13 CHARACTERS.
           COPY EPSSVTXN.

       FD  SCRA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSSCRAF.

       FD  BLOCKED-ACTION-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EPSSCRBK.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - LOAN NOT ON SERVICING MASTER'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'FORECLOSURE BLOCKED - SCRA PROTECTION'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 7 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

           03 WS-SVST-STATUS              PIC XX.
              88 SVST-FILE-OK                VALUE '00'.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-SCRA-STATUS              PIC XX.
           03 WS-SCRBK-STATUS             PIC XX.
           03 WS-TRANF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  TRANSACTION-FILE.
           OPEN INPUT  SCRA-FILE.
           OPEN EXTEND BLOCKED-ACTION-FILE.
           IF WS-SCRBK-STATUS = '05' OR '35'
              OPEN OUTPUT BLOCKED-ACTION-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
              PERFORM A550-VALIDATE-TRANSITION
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND (SVTXN-NEW-STATUS-CODE = 'FC'
                   OR SVTXN-NEW-STATUS-CODE = 'RE')
              PERFORM A560-CHECK-SCRA
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE WS-OLD-STATUS-CODE    TO SVST-PRIOR-STATUS-CODE
              MOVE SVTXN-NEW-STATUS-CODE TO SVST-STATUS-CODE
           END-IF
           .

      *    SCRA PROTECTION COVERING TODAY BARS THE MOVE - SEE
      *    EPSSCRAF.cpy. A MISSING FILE JUST MEANS NOBODY IS
      *    PROTECTED.
       A560-CHECK-SCRA.
           MOVE SVTXN-PAN TO SCRA-PAN.
           READ SCRA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SCRA-ACTIVE
                    AND SCRA-DUTY-START-DATE <= WS-CURRENT-DATE-8
                    AND SCRA-PROTECT-END-DATE >= WS-CURRENT-DATE-8
                    MOVE 7 TO WS-VALIDATION-INDICATOR
                    MOVE SVTXN-PAN         TO SCRBK-PAN
                    MOVE WS-CURRENT-DATE-8 TO SCRBK-ACTION-DATE
                    MOVE 'EPSSVSMT'        TO SCRBK-PROGRAM-ID
                    SET SCRBK-FORECLOSURE  TO TRUE
                    MOVE SPACES            TO SCRBK-DESCRIPTION
                    STRING 'STATUS CHANGE ' WS-OLD-STATUS-CODE
                           ' TO ' SVTXN-NEW-STATUS-CODE
                           ' REFUSED'
                           DELIMITED BY SIZE INTO SCRBK-DESCRIPTION
                    END-STRING
                    WRITE SCRA-BLOCKED-ACTION-RECORD
                 END-IF
           END-READ
           .

       A800-WRITE-MOVEMENT-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE SERVICING-STATUS-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE SCRA-FILE.
           CLOSE BLOCKED-ACTION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
