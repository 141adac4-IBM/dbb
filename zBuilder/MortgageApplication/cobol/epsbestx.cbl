      *    ALLOCATION AND FEEDS THE DECISION TO EPSPOOL; TODAY THEY
      *    EYEBALL IT AND LEAVE BASIS POINTS ON THE TABLE.
      *
      *    ONLY THE RETAINED BOOK IS READ - THE MASTER IS ENTERED ON
      *    ITS SRV-POOL-NUMBER ALTERNATE INDEX AT THE BLANK POOL AND
      *    LEFT AT THE FIRST POOLED LOAN.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  ALTERNATE RECORD KEY IS SRV-POOL-NUMBER
                     WITH DUPLICATES
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT INVESTOR-PRICING-FILE ASSIGN TO EPSINVPR
           PERFORM A120-LOAD-PRICES UNTIL END-OF-PRICES.
           CLOSE INVESTOR-PRICING-FILE.

           MOVE SPACES TO SRV-POOL-NUMBER.
           START SERVICING-MASTER-FILE
                 KEY IS EQUAL TO SRV-POOL-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
              NOT AT END
                 IF SRV-POOL-NUMBER NOT = SPACES
                    MOVE 'Y' TO WS-END-OF-MASTER
                 END-IF
           END-READ
           .

