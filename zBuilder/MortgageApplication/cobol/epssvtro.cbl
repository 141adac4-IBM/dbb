      *         TOTALS MUST EQUAL WHAT WAS ACCUMULATED OFF THE MASTER
      *         RECORD BY RECORD, AND THE COUNTS MUST AGREE, BEFORE
      *         ANYTHING LEAVES THE SHOP - RETURN CODE 16 OTHERWISE.
      *       - QUEUES THE TRANSFER OF SERVICING RIGHTS TO THE NEW
      *         SERVICER'S MERS ORG ON EPSMERSR FOR EACH LOAN
      *         REGISTERED WITH A MIN; EPSMERSD SENDS IT IN THE NEXT
      *         DAILY MERS BATCH.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  RECORD KEY IS ACHEN-PAN
                  FILE STATUS IS WS-ACHEN-STATUS.

           SELECT MERS-REGISTRATION-FILE ASSIGN TO EPSMERSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MERS-PAN
                  FILE STATUS IS WS-MERSR-STATUS.

           SELECT TRANSFER-TAPE-FILE ASSIGN TO EPSTROXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TROXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SELECTION-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY EPSTROLS.

       FD  SERVICING-MASTER-FILE
           COPY EPSSRVCF.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  ENROLLMENT-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSACHEN.

       FD  MERS-REGISTRATION-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSMERSR.

       FD  TRANSFER-TAPE-FILE
           RECORD CONTAINS 251 CHARACTERS.
           COPY EPSTROXT.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PYHST-STATUS             PIC XX.
           03 WS-ACHEN-STATUS             PIC XX.
           03 WS-MERSR-STATUS             PIC XX.
           03 WS-TROXT-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.
              88 END-OF-SELECTS              VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-HISTORY              VALUE 'Y'.
           03 WS-MERSR-OPENED             PIC X VALUE 'N'.
              88 MERSR-FILE-OPEN             VALUE 'Y'.

      *    THE SELECTED PANS, LOADED FIRST SO THE SINGLE HISTORY
      *    PASS CAN MATCH THEM.
           03 WS-SELECT-ENTRY OCCURS 2000 TIMES.
              05 SEL-PAN                  PIC X(10).
              05 SEL-TRANSFER-DATE        PIC 9(8).
              05 SEL-NEW-SERVICER-ORG     PIC 9(7).
       01 WS-SEL-IDX                      PIC 9(4) COMP.
       01 WS-SEL-FOUND-IDX                PIC 9(4) COMP.

           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN INPUT  PAYMENT-HISTORY-FILE.
           OPEN I-O    ENROLLMENT-FILE.
      *    NO REGISTRATION FILE YET MEANS NO MIN TO TRANSFER.
           OPEN I-O    MERS-REGISTRATION-FILE.
           IF WS-MERSR-STATUS = '00'
              MOVE 'Y' TO WS-MERSR-OPENED
           END-IF.
           OPEN OUTPUT TRANSFER-TAPE-FILE.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           OPEN OUTPUT CONTROL-REPORT.
                         TO SEL-PAN(WS-SELECT-COUNT)
                    MOVE TROLS-TRANSFER-DATE
                         TO SEL-TRANSFER-DATE(WS-SELECT-COUNT)
                    MOVE TROLS-NEW-SERVICER-ORG
                         TO SEL-NEW-SERVICER-ORG(WS-SELECT-COUNT)
                 ELSE
                    DISPLAY 'EPSSVTRO - SELECTION TABLE FULL AT '
                            '2000 - SPLIT THE BLOCK AND RERUN'

           PERFORM A400-SHIP-ENROLLMENT.
           PERFORM A450-QUEUE-GOODBYE-LETTER.
           PERFORM A460-QUEUE-MERS-TRANSFER.

           MOVE 'TRANSFERRED - FROZEN AT CUTOFF' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE LETTER-REQUEST-RECORD
           .

      *    A LOAN WITH NO MIN, OR ONE ALREADY DEACTIVATED, HAS NOTHING
      *    TO TRANSFER ON MERS. A ZERO SERVICER ORG IS QUEUED ANYWAY -
      *    EPSMERSD HOLDS IT AND SAYS SO UNTIL THE ORG IS SUPPLIED.
       A460-QUEUE-MERS-TRANSFER.
           IF NOT MERSR-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SEL-PAN(WS-SEL-IDX) TO MERS-PAN.
           READ MERS-REGISTRATION-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF MERS-DEACTIVATED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO MERS-TOS-IND.
           MOVE SEL-NEW-SERVICER-ORG(WS-SEL-IDX)
                TO MERS-TOS-SERVICER-ORG.
           MOVE SEL-TRANSFER-DATE(WS-SEL-IDX)
                TO MERS-TOS-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE-8 TO MERS-LAST-MAINT-DATE.
           REWRITE MERS-REGISTRATION-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    ONE PASS DOWN THE FULL HISTORY - EVERY RECORD BELONGING TO
      *    A TRANSFERRED PAN RIDES THE TAPE.
       A500-SHIP-HISTORY.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE ENROLLMENT-FILE.
           IF MERSR-FILE-OPEN
              CLOSE MERS-REGISTRATION-FILE
           END-IF.
           CLOSE TRANSFER-TAPE-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE CONTROL-REPORT.
