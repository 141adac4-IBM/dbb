      *    EPSPROPF APPRAISAL DATE AND APPRAISER ID ARE SET
      *    AUTOMATICALLY INSTEAD OF KEYED AFTER THE FACT, AND A LOAN
      *    ALREADY ON THE SERVICING MASTER GETS THE REFRESHED
      *    APPRAISED VALUE, AND THE APPRAISAL IS ADDED TO THE EPSPVALH
      *    PROPERTY VALUATION HISTORY BESIDE THE AVM VALUES EPSAVMLD
      *    LOADS (A DRIVE-BY ORDERED OFF ITS REVIEW LIST COMES BACK
      *    HERE). RESULTS WITH NO OPEN ORDER GO TO THE EXCEPTION
      *    LINES.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT VALUATION-HISTORY-FILE ASSIGN TO EPSPVALH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PVAL-KEY
                  FILE STATUS IS WS-PVALH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO APRCVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           COPY EPSAPORD.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  VALUATION-HISTORY-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSPVALH.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-APORD-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PVALH-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           OPEN I-O    ORDER-FILE.
           OPEN I-O    PROPERTY-MASTER-FILE.
           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN I-O    VALUATION-HISTORY-FILE.
           IF WS-PVALH-STATUS = '05' OR '35'
              CLOSE VALUATION-HISTORY-FILE
              OPEN OUTPUT VALUATION-HISTORY-FILE
              CLOSE VALUATION-HISTORY-FILE
              OPEN I-O VALUATION-HISTORY-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
              INVALID KEY
                 MOVE 'RESULT POSTED' TO DTL-RESULT
              NOT INVALID KEY
                 PERFORM A400-RECORD-HISTORY
                 MOVE APRRX-APPRAISED-VALUE TO SRV-APPRAISED-VALUE
                 MOVE WS-CURRENT-DATE-8     TO SRV-LAST-MAINT-DATE
                 REWRITE SERVICING-MASTER-RECORD
           ADD 1 TO WS-POSTED-COUNT
           .

      *    A RESULT RE-SENT BY THE VENDOR IS ALREADY IN THE HISTORY.
       A400-RECORD-HISTORY.
           MOVE SPACES                TO PROPERTY-VALUATION-RECORD.
           MOVE APRRX-PAN             TO PVAL-PAN.
           MOVE APRRX-APPRAISAL-DATE  TO PVAL-VALUATION-DATE.
           SET PVAL-APPRAISAL         TO TRUE.
           MOVE APRRX-APPRAISED-VALUE TO PVAL-VALUE.
           MOVE 0                     TO PVAL-VALUE-LOW
                                         PVAL-VALUE-HIGH
                                         PVAL-CONFIDENCE.
           MOVE APRRX-APPRAISER-ID    TO PVAL-MODEL-ID.
           MOVE SRV-APPRAISED-VALUE   TO PVAL-PRIOR-VALUE.
           MOVE 0                     TO PVAL-SWING-PCT
                                         PVAL-CURRENT-LTV.
           IF SRV-APPRAISED-VALUE > 0
              COMPUTE PVAL-SWING-PCT ROUNDED =
                      (APRRX-APPRAISED-VALUE - SRV-APPRAISED-VALUE)
                    * 100 / SRV-APPRAISED-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO PVAL-SWING-PCT
              END-COMPUTE
           END-IF.
           MOVE SRV-PRINCIPAL-BALANCE TO PVAL-PRINCIPAL-BALANCE.
           IF APRRX-APPRAISED-VALUE > 0
              COMPUTE PVAL-CURRENT-LTV ROUNDED =
                      SRV-PRINCIPAL-BALANCE * 100
                    / APRRX-APPRAISED-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO PVAL-CURRENT-LTV
              END-COMPUTE
           END-IF.
           MOVE WS-CURRENT-DATE-8     TO PVAL-LOAD-DATE.
           MOVE 'EPSAPRCV'            TO PVAL-SOURCE-PGM.
           WRITE PROPERTY-VALUATION-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           .

       A900-FINALIZE.
           MOVE WS-POSTED-COUNT         TO SUM-POSTED.
           MOVE WS-MASTER-REFRESH-COUNT TO SUM-REFRESH.
           CLOSE ORDER-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE VALUATION-HISTORY-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
