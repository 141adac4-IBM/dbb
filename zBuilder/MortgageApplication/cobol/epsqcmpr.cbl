           MOVE EPSQCCOM-APPRAISED-VALUE TO EPSLLPA-APPRAISED-VALUE.
           MOVE EPSQCCOM-PROPERTY-TYPE   TO EPSLLPA-PROPERTY-TYPE.
           MOVE EPSQCCOM-OCCUPANCY-IND   TO EPSLLPA-OCCUPANCY-IND.
           MOVE 0                        TO EPSLLPA-OTHER-LIEN-BALANCE.
           CALL 'EPSLLPA' USING EPSLLPA-PARMS.
           IF EPSLLPA-SUCCESS AND EPSLLPA-ADJUSTMENT-BP NOT = 0
              MOVE EPSLLPA-ADJUSTMENT-BP TO EPSQCCOM-LLPA-ADJ-BP
