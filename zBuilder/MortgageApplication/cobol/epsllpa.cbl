      *    ROW MATCHING THE LOAN'S LTV BAND, PROPERTY TYPE AND
      *    OCCUPANCY STACKS INTO ONE BASIS-POINT ANSWER. A MISSING
      *    GRID FILE DEGRADES TO NO ADJUSTMENT - THE PRE-GRID QUOTE.
      *    WHEN THE CALLER PASSES THE BALANCE OF OTHER LIENS ON THE
      *    PROPERTY THE COMBINED LTV IS TAKEN AS WELL, AND THE GRID'S
      *    CLTV-BAND ROWS PRICE THE SUBORDINATE FINANCING.
      *
      *    SEE EPSLLPM.cpy FOR THE CALL RECORD.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LLPA-GRID-FILE
           RECORD CONTAINS 18 CHARACTERS.
           COPY EPSLLPAG.

       WORKING-STORAGE SECTION.
              05 GRD-PROPERTY-TYPE      PIC X.
              05 GRD-OCCUPANCY-IND      PIC X.
              05 GRD-ADJ-BP             PIC S9(4).
              05 GRD-BAND-BASIS         PIC X.
                 88 GRD-CLTV-BAND          VALUE 'C'.
       01  WS-GRD-IDX                   PIC 9(3) COMP.
       01  WS-BAND-PCT                  PIC 9(3)V99.

       LINKAGE SECTION.
      *
           MOVE 0 TO EPSLLPA-ADJUSTMENT-BP.
           MOVE 0 TO EPSLLPA-LTV-PCT.
           MOVE 0 TO EPSLLPA-ROWS-APPLIED.
           MOVE 0 TO EPSLLPA-CLTV-PCT.
           MOVE 0 TO EPSLLPA-RETURN-CODE.

           IF EPSLLPA-LOAN-AMOUNT NOT > 0
              ON SIZE ERROR
                 MOVE 999.99 TO EPSLLPA-LTV-PCT
           END-COMPUTE.
           IF EPSLLPA-OTHER-LIEN-BALANCE > 0
              COMPUTE EPSLLPA-CLTV-PCT ROUNDED =
                      (EPSLLPA-LOAN-AMOUNT + EPSLLPA-OTHER-LIEN-BALANCE)
                    * 100 / EPSLLPA-APPRAISED-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO EPSLLPA-CLTV-PCT
              END-COMPUTE
           ELSE
              MOVE EPSLLPA-LTV-PCT TO EPSLLPA-CLTV-PCT
           END-IF.

           PERFORM A200-SCORE-ONE-ROW
                   VARYING WS-GRD-IDX FROM 1 BY 1
                         TO GRD-OCCUPANCY-IND(WS-GRID-COUNT)
                    MOVE LLPAG-ADJ-BP
                         TO GRD-ADJ-BP(WS-GRID-COUNT)
                    MOVE LLPAG-BAND-BASIS
                         TO GRD-BAND-BASIS(WS-GRID-COUNT)
                    IF LLPAG-ADJ-SIGN = '-'
                       COMPUTE GRD-ADJ-BP(WS-GRID-COUNT) =
                               0 - GRD-ADJ-BP(WS-GRID-COUNT)
           END-READ
           .

      *    EVERY MATCHING ROW STACKS, THE WAY AGENCY GRIDS PRICE. A
      *    CLTV ROW PRICES ONLY SUBORDINATE FINANCING - A LONE LIEN
      *    IS ALREADY PRICED BY THE LTV ROWS.
       A200-SCORE-ONE-ROW.
           IF GRD-CLTV-BAND(WS-GRD-IDX)
              IF EPSLLPA-OTHER-LIEN-BALANCE NOT > 0
                 EXIT PARAGRAPH
              END-IF
              MOVE EPSLLPA-CLTV-PCT TO WS-BAND-PCT
           ELSE
              MOVE EPSLLPA-LTV-PCT  TO WS-BAND-PCT
           END-IF.
           IF WS-BAND-PCT >= GRD-LTV-LOW(WS-GRD-IDX)
              AND WS-BAND-PCT <= GRD-LTV-HIGH(WS-GRD-IDX)
              AND (GRD-PROPERTY-TYPE(WS-GRD-IDX) = '*'
                   OR GRD-PROPERTY-TYPE(WS-GRD-IDX)
                      = EPSLLPA-PROPERTY-TYPE)
