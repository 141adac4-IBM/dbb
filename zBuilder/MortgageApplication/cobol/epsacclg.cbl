       ID DIVISION.
       PROGRAM-ID. EPSACCLG.
      *    SHARED CUSTOMER-DATA ACCESS LOGGER. EVERY ONLINE INQUIRY
      *    SCREEN THAT SHOWS A BORROWER'S LOAN BY PAN (EPSCSVIQ,
      *    EPSCAPIQ, EPSCQHIQ, EPSCCOLW, EPSCAUDT, EPSCARCV) LINKS
      *    HERE WITH THE SIGNED-ON USER, ITS TRANSACTION AND PROGRAM,
      *    AND THE PAN KEYED. ONE EPSACLOG RECORD IS WRITTEN TO THE
      *    ACLQ EXTRAPARTITION TD QUEUE PER LOOKUP, SO THE PRIVACY
      *    REVIEW CAN ANSWER WHO VIEWED WHICH LOAN AND WHEN, AND
      *    EPSACCUR'S MORNING REPORT CAN FLAG THE UNUSUAL ONES.
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
       01 WS-TODAY-8                          PIC 9(8).
       01 WS-TIME-RAW                         PIC 9(8).

           COPY EPSACLOG.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       COPY EPSACLPM.

       PROCEDURE DIVISION USING DFHCOMMAREA.

       A000-MAINLINE SECTION.
       A000-10.
           IF EIBCALEN = ZERO
              EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM A100-WRITE-ACCESS.
           EXEC CICS RETURN END-EXEC.
       A000-EXIT.
           GOBACK.

       A100-WRITE-ACCESS SECTION.
       A100-10.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE EPSACCLG-USER-ID     TO ACLOG-USER-ID.
           MOVE EPSACCLG-TRANSACTION TO ACLOG-TRANSACTION.
           MOVE EPSACCLG-PROGRAM     TO ACLOG-PROGRAM.
           MOVE EPSACCLG-PAN         TO ACLOG-PAN.
           MOVE WS-TODAY-8           TO ACLOG-ACCESS-DATE.
           MOVE WS-TIME-RAW(1:6)     TO ACLOG-ACCESS-TIME.
           EXEC CICS
                WRITEQ TD QUEUE('ACLQ')
                     FROM(CUSTOMER-ACCESS-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-ACCESS-RECORD)
           END-EXEC.
       A100-EXIT.
           EXIT.
