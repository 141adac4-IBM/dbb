      *    (LARGEST MONTHLY INCREASE AT +300), USING THE SAME SORTED
      *    MATCH-TABLE APPROACH AS EPSMRSHP'S RATE-SHOPPING REPORT.
      *
      *    A LOAN LINKED TO OTHER LIENS ON ITS PROPERTY (EPSLIENL,
      *    THROUGH EPSLIENK) ALSO SHOWS ITS LIEN POSITION AND THE
      *    PROPERTY'S COMBINED LTV, SO A SECOND BEHIND A SHOCKED ARM
      *    FIRST IS READ WITH THE WHOLE DEBT ON THE HOUSE IN VIEW.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY EPSMRPTF.

       FD  SHOCK-REPORT
              05 SHK-PLUS-300             PIC S9(7)V99 COMP.
              05 SHK-ARM-ADJ-PAYMENT      PIC S9(7)V99 COMP.
              05 SHK-INCREASE-300         PIC S9(7)V99 COMP.
              05 SHK-LIEN-POSITION        PIC 9.
              05 SHK-CLTV-PCT             PIC 9(3)V99.
       01 WS-SHOCK-COUNT                  PIC 9(3) COMP VALUE 0.
       01 WS-S-IDX                        PIC 9(3) COMP.
       01 WS-S-IDX2                       PIC 9(3) COMP.
           03 HOLD-PLUS-300               PIC S9(7)V99 COMP.
           03 HOLD-ARM-ADJ-PAYMENT        PIC S9(7)V99 COMP.
           03 HOLD-INCREASE-300           PIC S9(7)V99 COMP.
           03 HOLD-LIEN-POSITION          PIC 9.
           03 HOLD-CLTV-PCT               PIC 9(3)V99.

       01 WS-SCENARIO-WORK.
           03 WS-SCENARIO-IDX             PIC 9(2) COMP.
              05 FILLER                   PIC X(13) VALUE '+300 BP'.
              05 FILLER                   PIC X(13) VALUE 'ARM ADJ PMT'.
              05 FILLER                   PIC X(13) VALUE '+300 SHOCK'.
              05 FILLER                   PIC X(6)  VALUE 'LIEN'.
              05 FILLER                   PIC X(6)  VALUE 'CLTV'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ARM-ADJ              PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 DTL-SHOCK                PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LIEN                 PIC X(4).
              05 DTL-CLTV                 PIC ZZ9.99.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'TESTED:'.
              05 SUM-TESTED               PIC ZZZZZZ9.
      *
       COPY EPSPDATA.
       COPY EPSJOBPM.
       COPY EPSLKPM.

       PROCEDURE DIVISION.
      *
              ADD 1 TO WS-TESTED-COUNT
              COMPUTE WS-INCREASE-300 =
                      WS-SCENARIO-PAYMENT(3) - WS-BASE-PAYMENT
              MOVE PORT-PAN TO EPSLIENK-PAN
              CALL 'EPSLIENK' USING EPSLIENK-PARMS
              PERFORM A400-RANK-INTO-TABLE
           END-IF.

           MOVE WS-SCENARIO-PAYMENT(3)   TO SHK-PLUS-300(WS-S-IDX).
           MOVE WS-ARM-ADJ-PAYMENT       TO
                                     SHK-ARM-ADJ-PAYMENT(WS-S-IDX).
           MOVE WS-INCREASE-300          TO SHK-INCREASE-300(WS-S-IDX).
           IF EPSLIENK-LINKED
              MOVE EPSLIENK-POSITION     TO SHK-LIEN-POSITION(WS-S-IDX)
              MOVE EPSLIENK-CLTV-PCT     TO SHK-CLTV-PCT(WS-S-IDX)
           ELSE
              MOVE 0                     TO SHK-LIEN-POSITION(WS-S-IDX)
                                            SHK-CLTV-PCT(WS-S-IDX)
           END-IF
           .

       A420-BUBBLE-UP.
              MOVE SHK-ARM-ADJ-PAYMENT(WS-S-IDX) TO DTL-ARM-ADJ
           END-IF.
           MOVE SHK-INCREASE-300(WS-S-IDX)  TO DTL-SHOCK.
           EVALUATE SHK-LIEN-POSITION(WS-S-IDX)
              WHEN 0     CONTINUE
              WHEN 1     MOVE '1ST'          TO DTL-LIEN
              WHEN 2     MOVE '2ND'          TO DTL-LIEN
              WHEN 3     MOVE '3RD'          TO DTL-LIEN
              WHEN OTHER MOVE '4TH'          TO DTL-LIEN
           END-EVALUATE.
           IF SHK-CLTV-PCT(WS-S-IDX) > 0
              MOVE SHK-CLTV-PCT(WS-S-IDX)   TO DTL-CLTV
           END-IF.
           MOVE WS-DETAIL-LINE              TO RPT-LINE.
           WRITE RPT-LINE
           .
