       ID DIVISION.
       PROGRAM-ID. EPSVNDLK.
      *    SHARED VENDOR LOOKUP - THE EPSSSNTK CALL STYLE. EVERY RUN
      *    THAT ORDERS FROM AN OUTSIDE VENDOR (EPSAPOMT APPRAISALS,
      *    EPSINSPO, EPSLDRFT AND EPSREOMT INSPECTIONS, EPSFLDOR FLOOD
      *    DETERMINATIONS) ASKS HERE WHICH VENDOR THE ORDER GOES TO.
      *
      *    A VENDOR NAMED ON THE ORDER IS READ STRAIGHT OFF THE
      *    EPSVNDRF MASTER. A BLANK VENDOR ASKS FOR THE SERVICE'S
      *    DEFAULT - THE FIRST ACTIVE VENDOR WHOSE FEE SCHEDULE
      *    CARRIES THE SERVICE WITH THE DEFAULT FLAG SET. EITHER WAY
      *    THE VENDOR RETURNED IS ACTIVE AND HAS A FEE FOR THE
      *    SERVICE, SO EPSVNINV CAN MATCH ITS INVOICE LATER.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO EPSVNDRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDR-ID
                  FILE STATUS IS WS-VNDRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSVNDRF.

       WORKING-STORAGE SECTION.
      *
       01  WS-FILE-STATUSES.
           03 WS-VNDRF-STATUS           PIC XX.

       01  WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-VENDORS         PIC X VALUE 'N'.
              88 END-OF-VENDORS            VALUE 'Y'.
           03 WS-DEFAULT-FOUND          PIC X VALUE 'N'.
              88 DEFAULT-FOUND             VALUE 'Y'.

       01  WS-FEE-IDX                   PIC 9(2) COMP.
       01  WS-FEE-SLOT                  PIC 9(2) COMP.

       LINKAGE SECTION.
      *
       COPY EPSVNLPM.

       PROCEDURE DIVISION USING EPSVNDLK-PARMS.
      *
       A000-MAINLINE.
           MOVE 0      TO EPSVNDLK-RETURN-CODE.
           MOVE SPACES TO EPSVNDLK-VENDOR-NAME.
           MOVE 0      TO EPSVNDLK-FEE-AMOUNT.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VNDRF-STATUS NOT = '00'
              MOVE 5 TO EPSVNDLK-RETURN-CODE
              GOBACK
           END-IF.
           IF EPSVNDLK-VENDOR-ID = SPACES
              PERFORM A200-FIND-DEFAULT
           ELSE
              PERFORM A100-CHECK-NAMED-VENDOR
           END-IF.
           CLOSE VENDOR-MASTER-FILE.
           GOBACK
           .

       A100-CHECK-NAMED-VENDOR.
           MOVE EPSVNDLK-VENDOR-ID TO VNDR-ID.
           READ VENDOR-MASTER-FILE
              INVALID KEY
                 MOVE 1 TO EPSVNDLK-RETURN-CODE
           END-READ.
           IF NOT EPSVNDLK-SUCCESS
              EXIT PARAGRAPH
           END-IF.
           IF NOT VNDR-ACTIVE
              MOVE 2 TO EPSVNDLK-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM A300-FIND-FEE.
           IF WS-FEE-SLOT = 0
              MOVE 3 TO EPSVNDLK-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM A400-RETURN-VENDOR
           .

      *    ONE PASS OVER THE MASTER - THE FIRST ACTIVE VENDOR FLAGGED
      *    AS THE SERVICE'S DEFAULT WINS.
       A200-FIND-DEFAULT.
           MOVE 'N' TO WS-END-OF-VENDORS.
           MOVE 'N' TO WS-DEFAULT-FOUND.
           MOVE LOW-VALUES TO VNDR-ID.
           START VENDOR-MASTER-FILE KEY IS NOT LESS THAN VNDR-ID
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-VENDORS
           END-START.
           PERFORM A250-SCAN-ONE
                   UNTIL END-OF-VENDORS OR DEFAULT-FOUND.
           IF DEFAULT-FOUND
              PERFORM A400-RETURN-VENDOR
           ELSE
              MOVE 4 TO EPSVNDLK-RETURN-CODE
           END-IF
           .

       A250-SCAN-ONE.
           READ VENDOR-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-VENDORS
           END-READ.
           IF END-OF-VENDORS OR NOT VNDR-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           PERFORM A300-FIND-FEE.
           IF WS-FEE-SLOT > 0
              IF VNDR-FEE-DEFAULT-IND(WS-FEE-SLOT) = 'Y'
                 MOVE 'Y' TO WS-DEFAULT-FOUND
              END-IF
           END-IF
           .

      *    A SERVICE WITH A ZERO FEE IS NOT ONE THE VENDOR PROVIDES.
       A300-FIND-FEE.
           MOVE 0 TO WS-FEE-SLOT.
           PERFORM A350-CHECK-ONE-FEE
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > 4 OR WS-FEE-SLOT > 0
           .

       A350-CHECK-ONE-FEE.
           IF VNDR-FEE-SERVICE(WS-FEE-IDX) = EPSVNDLK-SERVICE
              AND VNDR-FEE-AMOUNT(WS-FEE-IDX) > 0
              MOVE WS-FEE-IDX TO WS-FEE-SLOT
           END-IF
           .

       A400-RETURN-VENDOR.
           MOVE VNDR-ID                      TO EPSVNDLK-VENDOR-ID.
           MOVE VNDR-NAME                    TO EPSVNDLK-VENDOR-NAME.
           MOVE VNDR-FEE-AMOUNT(WS-FEE-SLOT) TO EPSVNDLK-FEE-AMOUNT
           .
