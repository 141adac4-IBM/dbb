       ID DIVISION.
       PROGRAM-ID. EPSMINAS.
      *    SHARED MERS MIN ASSIGNMENT SERVICE - THE EPSSSNTK CALL
      *    STYLE. EPSCDGEN CALLS THIS AT CLOSING SO THE MIN IS ON FILE
      *    BEFORE THE SECURITY INSTRUMENT IS RECORDED; EPSSVBLD CALLS
      *    IT AS EACH LOAN IS BOARDED, WHICH ASSIGNS ONE IF CLOSING DID
      *    NOT AND MARKS THE MIN READY FOR THE NEXT EPSMERSD
      *    REGISTRATION BATCH.
      *
      *    THE MIN IS OUR MERS ORG ID, THE NEXT SEQUENCE NUMBER FROM
      *    THE EPSMRCTL CONTROL RECORD, AND THE MOD 10 WEIGHT 2 CHECK
      *    DIGIT MERS VALIDATES. A PAN ONLY EVER GETS ONE MIN; ASKING
      *    AGAIN RETURNS THE ONE ON EPSMERSR. BOTH FILES ARE OPENED
      *    AND CLOSED ON EVERY CALL, SO THE CALLER NEEDS NO DD
      *    HANDLING BEYOND THE EPSMERSR AND EPSMRCTL DDS THEMSELVES.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERS-REGISTRATION-FILE ASSIGN TO EPSMERSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MERS-PAN
                  FILE STATUS IS WS-MERSR-STATUS.

           SELECT MERS-CONTROL-FILE ASSIGN TO EPSMRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MRCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERS-REGISTRATION-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSMERSR.

       FD  MERS-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSMRCTL.

       WORKING-STORAGE SECTION.
      *
       01  WS-FILE-STATUSES.
           03 WS-MERSR-STATUS           PIC XX.
           03 WS-MRCTL-STATUS           PIC XX.

       01  WS-INDICATORS-AND-FLAGS.
           03 WS-MERS-FOUND             PIC X VALUE 'N'.
              88 MERS-ON-FILE              VALUE 'Y'.

      *    THE MIN BEING BUILT - ORG ID, SEQUENCE, CHECK DIGIT.
       01  WS-NEW-MIN.
           03 WS-NM-ORG-ID              PIC 9(7).
           03 WS-NM-SEQ                 PIC 9(10).
           03 WS-NM-CHECK-DIGIT         PIC 9.
       01  WS-NEW-MIN-TBL REDEFINES WS-NEW-MIN.
           03 WS-NM-DIGIT OCCURS 18 TIMES PIC 9.

       01  WS-CHECK-WORK.
           03 WS-DIGIT-IDX              PIC 9(2) COMP.
           03 WS-DIGIT-WEIGHT           PIC 9 COMP.
           03 WS-DIGIT-PRODUCT          PIC 9(2) COMP.
           03 WS-DIGIT-SUM              PIC 9(4) COMP.

       01  WS-TODAY-8                   PIC 9(8).

       LINKAGE SECTION.
      *
       COPY EPSMINPM.

       PROCEDURE DIVISION USING EPSMINAS-PARMS.
      *
       A000-MAINLINE.
           MOVE 0      TO EPSMINAS-RETURN-CODE.
           MOVE SPACES TO EPSMINAS-MIN.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           IF EPSMINAS-PAN = SPACES
              OR NOT (EPSMINAS-ASSIGN OR EPSMINAS-BOARD)
              MOVE 3 TO EPSMINAS-RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O MERS-REGISTRATION-FILE.
           IF WS-MERSR-STATUS = '05' OR '35'
              CLOSE MERS-REGISTRATION-FILE
              OPEN OUTPUT MERS-REGISTRATION-FILE
              CLOSE MERS-REGISTRATION-FILE
              OPEN I-O MERS-REGISTRATION-FILE
           END-IF.
           IF WS-MERSR-STATUS NOT = '00'
              MOVE 4 TO EPSMINAS-RETURN-CODE
              GOBACK
           END-IF.

           PERFORM A100-READ-REGISTRATION.
           IF MERS-ON-FILE
              MOVE 1        TO EPSMINAS-RETURN-CODE
              MOVE MERS-MIN TO EPSMINAS-MIN
              IF EPSMINAS-BOARD AND MERS-MIN-ASSIGNED
                 PERFORM A400-MARK-BOARDED
              END-IF
           ELSE
              PERFORM A200-ASSIGN-NEW-MIN
           END-IF.
           CLOSE MERS-REGISTRATION-FILE.
           GOBACK
           .

       A100-READ-REGISTRATION.
           MOVE 'N' TO WS-MERS-FOUND.
           MOVE EPSMINAS-PAN TO MERS-PAN.
           READ MERS-REGISTRATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MERS-FOUND
           END-READ
           .

      *    THE SEQUENCE IS ADVANCED ON THE CONTROL RECORD BEFORE THE
      *    REGISTRATION IS WRITTEN - A FAILED WRITE WASTES A NUMBER,
      *    IT NEVER ISSUES ONE TWICE.
       A200-ASSIGN-NEW-MIN.
           OPEN I-O MERS-CONTROL-FILE.
           IF WS-MRCTL-STATUS NOT = '00'
              MOVE 4 TO EPSMINAS-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           READ MERS-CONTROL-FILE
              AT END
                 MOVE 4 TO EPSMINAS-RETURN-CODE
           END-READ.
           IF EPSMINAS-FILE-ERROR
              OR MRCTL-ORG-ID NOT NUMERIC
              OR MRCTL-ORG-ID = 0
              OR MRCTL-NEXT-MIN-SEQ NOT NUMERIC
              MOVE 4 TO EPSMINAS-RETURN-CODE
              CLOSE MERS-CONTROL-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE MRCTL-ORG-ID       TO WS-NM-ORG-ID.
           MOVE MRCTL-NEXT-MIN-SEQ TO WS-NM-SEQ.
           ADD 1 TO MRCTL-NEXT-MIN-SEQ.
           REWRITE MERS-CONTROL-RECORD.
           CLOSE MERS-CONTROL-FILE.
           IF WS-MRCTL-STATUS NOT = '00'
              MOVE 4 TO EPSMINAS-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           PERFORM A300-COMPUTE-CHECK-DIGIT.

           MOVE SPACES            TO MERS-REGISTRATION-RECORD.
           MOVE EPSMINAS-PAN      TO MERS-PAN.
           MOVE WS-NEW-MIN        TO MERS-MIN.
           MOVE WS-TODAY-8        TO MERS-MIN-ASSIGN-DATE.
           IF EPSMINAS-BOARD
              MOVE 'P'            TO MERS-REG-STATUS
           ELSE
              MOVE 'A'            TO MERS-REG-STATUS
           END-IF.
           MOVE 0                 TO MERS-REG-DATE.
           MOVE 0                 TO MERS-INVESTOR-ORG.
           MOVE 0                 TO MERS-SERVICER-ORG.
           MOVE 0                 TO MERS-TOB-INVESTOR-ORG.
           MOVE 0                 TO MERS-TOB-EFFECTIVE-DATE.
           MOVE 0                 TO MERS-TOS-SERVICER-ORG.
           MOVE 0                 TO MERS-TOS-EFFECTIVE-DATE.
           MOVE 0                 TO MERS-DEA-EFFECTIVE-DATE.
           MOVE 0                 TO MERS-LAST-BATCH-DATE.
           MOVE 0                 TO MERS-LAST-RESPONSE-DATE.
           MOVE 0                 TO MERS-LAST-RECON-DATE.
           MOVE WS-TODAY-8        TO MERS-LAST-MAINT-DATE.
           WRITE MERS-REGISTRATION-RECORD
              INVALID KEY
                 MOVE 4 TO EPSMINAS-RETURN-CODE
              NOT INVALID KEY
                 MOVE MERS-MIN TO EPSMINAS-MIN
           END-WRITE
           .

      *    MOD 10 WEIGHT 2 OVER THE FIRST 17 DIGITS: FROM THE RIGHT,
      *    EVERY OTHER DIGIT STARTING WITH THE LAST IS DOUBLED, THE
      *    DIGITS OF THE PRODUCTS ARE ADDED, AND THE CHECK DIGIT
      *    BRINGS THE TOTAL UP TO A MULTIPLE OF TEN.
       A300-COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-DIGIT-SUM.
           MOVE 2 TO WS-DIGIT-WEIGHT.
           PERFORM A310-ADD-ONE-DIGIT
                   VARYING WS-DIGIT-IDX FROM 17 BY -1
                   UNTIL WS-DIGIT-IDX < 1.
           COMPUTE WS-NM-CHECK-DIGIT =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-DIGIT-SUM, 10),
                                10)
           .

       A310-ADD-ONE-DIGIT.
           COMPUTE WS-DIGIT-PRODUCT =
                   WS-NM-DIGIT(WS-DIGIT-IDX) * WS-DIGIT-WEIGHT.
           IF WS-DIGIT-PRODUCT > 9
              SUBTRACT 9 FROM WS-DIGIT-PRODUCT
           END-IF.
           ADD WS-DIGIT-PRODUCT TO WS-DIGIT-SUM.
           IF WS-DIGIT-WEIGHT = 2
              MOVE 1 TO WS-DIGIT-WEIGHT
           ELSE
              MOVE 2 TO WS-DIGIT-WEIGHT
           END-IF
           .

       A400-MARK-BOARDED.
           MOVE 'P'        TO MERS-REG-STATUS.
           MOVE WS-TODAY-8 TO MERS-LAST-MAINT-DATE.
           REWRITE MERS-REGISTRATION-RECORD
              INVALID KEY
                 MOVE 4 TO EPSMINAS-RETURN-CODE
           END-REWRITE
           .
