      *    APPLYING, AND - ONCE THE BORROWER CONFIRMS - QUEUES AN
      *    EPSASTXN ADD TRANSACTION FOR EPSASMNT'S NEXT BATCH RUN TO
      *    PLACE THE APPLICATION ON EPSAPPST IN RECEIVED STATUS.
      *    THE LOAN IS ALSO TESTED AGAINST THE HOEPA HIGH-COST
      *    TRIGGERS AND THE QUALIFIED MORTGAGE POINTS-AND-FEES CAP
      *    (A750-TEST-HOEPA-QM, USING THE EPSAVPR APOR TABLE), THE
      *    RESULT SHOWN ON THE SCREEN AND STORED ON EPSHQTST WHEN THE
      *    APPLICATION IS SUBMITTED.
      *    THE LOAN OFFICER MUST HOLD A CURRENT LICENSE (OR FEDERAL
      *    REGISTRATION) ON EPSOLIC FOR THE EPSPROPF PROPERTY STATE
      *    BEFORE THE DISCLOSURES ARE CALCULATED - SEE
      *    A150-CHECK-OFFICER-LICENSE.
      *
      *    ON INITIAL ENTRY DISPLAY MAP.
      *    ON SUBSEQUENT ENTRY:
      *    OF-PAYMENTS DISCLOSURE IN A700-CALCULATE-TILA-DISCLOSURES.
       01 WS-NUMBER-OF-MONTHS                 PIC S9(4) COMP.

      *    APR SEARCH - SEE A710-SOLVE-APR. MONTHLY RATES.
       01 WS-APR-WORK.
           05 WS-APR-LOW                      PIC S9(1)V9(12) COMP-3.
           05 WS-APR-HIGH                     PIC S9(1)V9(12) COMP-3.
           05 WS-APR-TRIAL                    PIC S9(1)V9(12) COMP-3.
           05 WS-APR-GROWTH                   PIC S9(9)V9(9) COMP-3.
           05 WS-APR-PRESENT-VALUE            PIC S9(9)V9(4) COMP-3.
           05 WS-APR-ITERATION                PIC S9(4) COMP.

      *    HOEPA (REG Z 1026.32) AND QUALIFIED MORTGAGE (1026.43(E)(3))
      *    LIMITS - SEE A750-TEST-HOEPA-QM. THE DOLLAR AMOUNTS ARE
      *    INDEXED EVERY JANUARY; UPDATE THEM HERE WITH THE YEAR'S
      *    PUBLISHED FIGURES.
       01 WS-HOEPA-QM-LIMITS.
           05 WS-HOEPA-APR-SPREAD             PIC 9V999 VALUE 6.500.
           05 WS-HOEPA-PF-PCT                 PIC 99V99 VALUE 5.00.
           05 WS-HOEPA-SMALL-LOAN             PIC 9(7)V99
                                              VALUE 26968.00.
           05 WS-HOEPA-SMALL-PCT              PIC 99V99 VALUE 8.00.
           05 WS-HOEPA-SMALL-DOLLARS          PIC 9(7)V99
                                              VALUE 1348.00.
      *    QM TIERS, LARGEST LOAN FIRST: 3 PERCENT, A FLAT DOLLAR
      *    CAP, 5 PERCENT, A FLAT DOLLAR CAP, AND 8 PERCENT BELOW.
           05 WS-QM-TIER-1-LOAN               PIC 9(7)V99
                                              VALUE 134841.00.
           05 WS-QM-TIER-1-PCT                PIC 99V99 VALUE 3.00.
           05 WS-QM-TIER-2-LOAN               PIC 9(7)V99
                                              VALUE 80905.00.
           05 WS-QM-TIER-2-DOLLARS            PIC 9(7)V99
                                              VALUE 4045.00.
           05 WS-QM-TIER-3-LOAN               PIC 9(7)V99
                                              VALUE 26968.00.
           05 WS-QM-TIER-3-PCT                PIC 99V99 VALUE 5.00.
           05 WS-QM-TIER-4-LOAN               PIC 9(7)V99
                                              VALUE 16855.00.
           05 WS-QM-TIER-4-DOLLARS            PIC 9(7)V99
                                              VALUE 1348.00.
           05 WS-QM-TIER-5-PCT                PIC 99V99 VALUE 8.00.

       01 WS-POINTS-AND-FEES                  PIC S9(7)V99 COMP.
       01 WS-APOR-FOUND                       PIC X VALUE 'N'.
           88 WS-APOR-ON-FILE                   VALUE 'Y'.
       01 WS-HQT-STORED                       PIC X VALUE 'N'.
           88 WS-HQT-STORE-OK                   VALUE 'Y'.
       01 WS-OFFICER-LICENSED                 PIC X VALUE 'N'.
           88 WS-OFFICER-IS-LICENSED            VALUE 'Y'.

       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
      *    A850-SAVE-DRAFT AND A870-RESUME-DRAFT.
           COPY EPSDRAFT.

      *    APOR FOR THE LOAN'S TERM AND THE HOEPA/QM TEST RESULT
      *    STORED AT SUBMIT - SEE A750-TEST-HOEPA-QM AND
      *    A780-STORE-HOEPA-QM-TEST.
           COPY EPSAVPR.
           COPY EPSHQTST.

      *    PROPERTY STATE AND THE OFFICER'S LICENSE FOR IT - SEE
      *    A150-CHECK-OFFICER-LICENSE.
           COPY EPSPROPF.
           COPY EPSOLIC.

       01  W-COMMUNICATION-AREA.
           COPY EPSMTCOM.

              PERFORM A300-SEND-MAP
              GO TO A100-EXIT
           END-IF.
      * AN UNLICENSED ORIGINATION IS A REGULATORY FINDING - THE
      * APPLICATION IS NOT TAKEN UNDER THIS OFFICER AT ALL.
           PERFORM A150-CHECK-OFFICER-LICENSE.
           IF NOT WS-OFFICER-IS-LICENSED
              MOVE 'LNTE' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO MSGERRO
              SET SEND-DATAONLY TO TRUE
              PERFORM A300-SEND-MAP
              GO TO A100-EXIT
           END-IF.
      * POINTS AND FEES ARE PREPAID OUT OF THE LOAN - THEY CANNOT
      * CONSUME ALL OF IT.
           IF EPSPCOM-POINTS-AMOUNT OF W-COMMUNICATION-AREA
              + EPSPCOM-FEES-AMOUNT OF W-COMMUNICATION-AREA
              NOT < EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
              MOVE 'LNTD' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO MSGERRO
              SET SEND-DATAONLY TO TRUE
              PERFORM A300-SEND-MAP
              GO TO A100-EXIT
           END-IF.
           MOVE 'N' TO EPSPCOM-TILA-CONFIRM-IND OF W-COMMUNICATION-AREA.
           PERFORM A600-CALCULATE-MORTGAGE.
           IF EPSPCOM-ERRMSG OF W-COMMUNICATION-AREA NOT = SPACES
              GO TO A100-EXIT
           END-IF.
           PERFORM A700-CALCULATE-TILA-DISCLOSURES.
      * NO APOR FOR THE TERM MEANS THE HIGH-COST TEST CANNOT BE RUN,
      * AND AN UNTESTED LOAN IS NOT SUBMITTED.
           PERFORM A750-TEST-HOEPA-QM.
           IF NOT WS-APOR-ON-FILE
              MOVE 'LNTA' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO MSGERRO
              SET SEND-DATAONLY TO TRUE
              PERFORM A300-SEND-MAP
              GO TO A100-EXIT
           END-IF.
           MOVE 'Y' TO EPSPCOM-TILA-CONFIRM-IND OF W-COMMUNICATION-AREA.
           IF EPSPCOM-HOEPA-APR-FAILED OF W-COMMUNICATION-AREA
              OR EPSPCOM-HOEPA-PF-FAILED OF W-COMMUNICATION-AREA
              OR EPSPCOM-QM-PF-FAILED OF W-COMMUNICATION-AREA
              MOVE 'LNTB' TO EPSMSGLK-MSG-ID
           ELSE
              MOVE 'LNT1' TO EPSMSGLK-MSG-ID
           END-IF.
           PERFORM A990-TRANSLATE-MSG.
           MOVE EPSMSGLK-MSG-TEXT TO MSGERRO.
           SET SEND-DATAONLY TO TRUE.
       A100-EXIT.
           EXIT.

       A150-CHECK-OFFICER-LICENSE SECTION.
       A150-10.
      *    THE OFFICER NEEDS A CURRENT LICENSE FOR THE PROPERTY STATE
      *    ON EPSOLIC - ACTIVE AND NOT PAST ITS EXPIRATION DATE - OR A
      *    CURRENT FEDERAL REGISTRATION, HELD UNDER STATE 'US'. A
      *    PROPERTY NOT YET ON EPSPROPF (EPSPRMNT ADDS IT ONCE THE
      *    ADDRESS IS CONFIRMED) GIVES NO STATE TO TEST HERE; EPSASMNT
      *    TESTS THE APPLICATION AGAIN BEFORE IT CAN BE APPROVED.
           MOVE 'N' TO WS-OFFICER-LICENSED.
           MOVE EPSPCOM-PAN OF W-COMMUNICATION-AREA TO PROP-PAN.
           EXEC CICS READ FILE('EPSPROPF')
                     INTO(PROPERTY-MASTER-RECORD)
                     RIDFLD(PROP-PAN)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE = DFHRESP(NOTFND)
              MOVE 'Y' TO WS-OFFICER-LICENSED
              GO TO A150-EXIT
           END-IF.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A150-EXIT
           END-IF.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           MOVE EPSPCOM-LOAN-OFFICER OF W-COMMUNICATION-AREA
                                             TO OLIC-LOAN-OFFICER.
           MOVE PROP-STATE                   TO OLIC-STATE.
           EXEC CICS READ FILE('EPSOLIC')
                     INTO(OFFICER-LICENSE-RECORD)
                     RIDFLD(OLIC-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE = DFHRESP(NORMAL)
              AND OLIC-ACTIVE
              AND OLIC-EXPIRATION-DATE NOT < WS-TODAY-8
              MOVE 'Y' TO WS-OFFICER-LICENSED
              GO TO A150-EXIT
           END-IF.
           MOVE EPSPCOM-LOAN-OFFICER OF W-COMMUNICATION-AREA
                                             TO OLIC-LOAN-OFFICER.
           MOVE 'US'                         TO OLIC-STATE.
           EXEC CICS READ FILE('EPSOLIC')
                     INTO(OFFICER-LICENSE-RECORD)
                     RIDFLD(OLIC-KEY)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE = DFHRESP(NORMAL)
              AND OLIC-FEDERAL-REGISTRATION
              AND OLIC-ACTIVE
              AND OLIC-EXPIRATION-DATE NOT < WS-TODAY-8
              MOVE 'Y' TO WS-OFFICER-LICENSED
           END-IF.
       A150-EXIT.
           EXIT.

       A300-SEND-MAP SECTION.
       A300-10.
           EVALUATE TRUE
           MOVE EPPANVI    TO EPSPCOM-PAN OF W-COMMUNICATION-AREA.
           MOVE EPOFFCRI   TO EPSPCOM-LOAN-OFFICER
                               OF W-COMMUNICATION-AREA.

      * VALIDATE POINTS AND OTHER FEES - OPTIONAL, BLANK IS ZERO
           MOVE 0 TO EPSPCOM-POINTS-AMOUNT OF W-COMMUNICATION-AREA.
           IF EPPTSI NOT = SPACES AND EPPTSI NOT = LOW-VALUES
              MOVE EPPTSI         TO EPSPARM-VALIDATE-DATA
              MOVE LENGTH OF EPPTSI TO EPSPARM-MAX-LENGTH
              CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION
              IF EPSPARM-RETURN-ERROR NOT = SPACES
                 GO TO A400-EXIT
              END-IF
              COMPUTE EPSPCOM-POINTS-AMOUNT OF W-COMMUNICATION-AREA
                   = EPSPARM-NUMBER + EPSPARM-DECIMAL
           END-IF.
           MOVE 0 TO EPSPCOM-FEES-AMOUNT OF W-COMMUNICATION-AREA.
           IF EPFEESI NOT = SPACES AND EPFEESI NOT = LOW-VALUES
              MOVE EPFEESI        TO EPSPARM-VALIDATE-DATA
              MOVE LENGTH OF EPFEESI TO EPSPARM-MAX-LENGTH
              CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION
              IF EPSPARM-RETURN-ERROR NOT = SPACES
                 GO TO A400-EXIT
              END-IF
              COMPUTE EPSPCOM-FEES-AMOUNT OF W-COMMUNICATION-AREA
                   = EPSPARM-NUMBER + EPSPARM-DECIMAL
           END-IF.
       A400-EXIT.
           EXIT.


       A700-CALCULATE-TILA-DISCLOSURES SECTION.
       A700-10.
      *    REG Z (TRUTH-IN-LENDING) DISCLOSURES. THE POINTS AND FEES
      *    KEYED ON THIS SCREEN ARE PREPAID FINANCE CHARGES: THEY COME
      *    OFF THE PRINCIPAL TO GIVE THE AMOUNT FINANCED, SO THEY ARE
      *    PART OF THE FINANCE CHARGE AND RAISE THE APR ABOVE THE NOTE
      *    RATE - SEE A710-SOLVE-APR. WITH NONE KEYED THE AMOUNT
      *    FINANCED IS THE FULL PRINCIPAL AND THE APR IS THE NOTE
      *    RATE ITSELF.
           COMPUTE WS-NUMBER-OF-MONTHS =
                EPSPCOM-NUMBER-OF-YEARS OF W-COMMUNICATION-AREA * 12.
           COMPUTE WS-POINTS-AND-FEES =
                EPSPCOM-POINTS-AMOUNT OF W-COMMUNICATION-AREA
                + EPSPCOM-FEES-AMOUNT OF W-COMMUNICATION-AREA.
           COMPUTE EPSPCOM-AMOUNT-FINANCED OF W-COMMUNICATION-AREA =
                EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                - WS-POINTS-AND-FEES.
           COMPUTE EPSPCOM-TOTAL-OF-PAYMENTS OF W-COMMUNICATION-AREA =
                EPSPCOM-RETURN-MONTH-PAYMENT OF W-COMMUNICATION-AREA
                * WS-NUMBER-OF-MONTHS
                EPSPCOM-TOTAL-OF-PAYMENTS OF W-COMMUNICATION-AREA
                - EPSPCOM-AMOUNT-FINANCED OF W-COMMUNICATION-AREA
           .
           IF WS-POINTS-AND-FEES = 0
              MOVE EPSPCOM-QUOTED-INTEREST-RATE OF W-COMMUNICATION-AREA
                             TO EPSPCOM-ANNUAL-PCT-RATE
                                OF W-COMMUNICATION-AREA
           ELSE
              PERFORM A710-SOLVE-APR
           END-IF.

           MOVE EPSPCOM-AMOUNT-FINANCED OF W-COMMUNICATION-AREA
                             TO WS-FORMAT-NUMBER.
       A700-EXIT.
           EXIT.

       A710-SOLVE-APR SECTION.
       A710-10.
      *    THE APR IS THE RATE AT WHICH THE MONTHLY PAYMENTS ARE WORTH
      *    EXACTLY THE AMOUNT FINANCED. WITH PREPAID CHARGES IT LIES
      *    ABOVE THE NOTE RATE, SO THE SEARCH STARTS BETWEEN THE NOTE
      *    RATE AND 25 POINTS OVER IT AND HALVES THE INTERVAL 40
      *    TIMES - FAR INSIDE THE 1/8 POINT TOLERANCE REG Z ALLOWS.
           COMPUTE WS-APR-LOW =
                EPSPCOM-QUOTED-INTEREST-RATE OF W-COMMUNICATION-AREA
                / 1200.
           COMPUTE WS-APR-HIGH =
                (EPSPCOM-QUOTED-INTEREST-RATE OF W-COMMUNICATION-AREA
                 + 25) / 1200.
           PERFORM A720-HALVE-APR-INTERVAL
                   VARYING WS-APR-ITERATION FROM 1 BY 1
                   UNTIL WS-APR-ITERATION > 40.
           COMPUTE EPSPCOM-ANNUAL-PCT-RATE OF W-COMMUNICATION-AREA
                ROUNDED = (WS-APR-LOW + WS-APR-HIGH) / 2 * 1200.
       A710-EXIT.
           EXIT.

       A720-HALVE-APR-INTERVAL SECTION.
       A720-10.
      *    PRESENT VALUE OF THE PAYMENT STREAM AT THE TRIAL RATE - TOO
      *    HIGH MEANS THE TRIAL RATE IS BELOW THE APR.
           COMPUTE WS-APR-TRIAL = (WS-APR-LOW + WS-APR-HIGH) / 2.
           COMPUTE WS-APR-GROWTH =
                (1 + WS-APR-TRIAL) ** WS-NUMBER-OF-MONTHS.
           COMPUTE WS-APR-PRESENT-VALUE =
                EPSPCOM-RETURN-MONTH-PAYMENT OF W-COMMUNICATION-AREA
                * (WS-APR-GROWTH - 1)
                / (WS-APR-TRIAL * WS-APR-GROWTH).
           IF WS-APR-PRESENT-VALUE >
                 EPSPCOM-AMOUNT-FINANCED OF W-COMMUNICATION-AREA
              MOVE WS-APR-TRIAL TO WS-APR-LOW
           ELSE
              MOVE WS-APR-TRIAL TO WS-APR-HIGH
           END-IF.
       A720-EXIT.
           EXIT.

       A750-TEST-HOEPA-QM SECTION.
       A750-10.
      *    HOEPA HIGH-COST TEST (REG Z 1026.32) AND THE QUALIFIED
      *    MORTGAGE POINTS-AND-FEES CAP (1026.43(E)(3)). EVERY LOAN
      *    TAKEN ON THIS SCREEN IS A FIRST LIEN ON THE BORROWER'S
      *    DWELLING, SO THE APR TRIGGER IS THE APOR FOR THE LOAN'S
      *    TERM PLUS 6.5 POINTS. POINTS AND FEES ARE MEASURED AGAINST
      *    THE LOAN AMOUNT, WITH A LIMIT FOR EACH TEST THAT DEPENDS
      *    ON THE LOAN'S SIZE - SEE WS-HOEPA-QM-LIMITS.
           MOVE 'N' TO WS-APOR-FOUND.
           MOVE EPSPCOM-NUMBER-OF-YEARS OF W-COMMUNICATION-AREA
                             TO APOR-TERM-YEARS.
           EXEC CICS READ FILE('EPSAVPR')
                     INTO(APOR-RECORD)
                     RIDFLD(APOR-TERM-YEARS)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE NOT = DFHRESP(NORMAL)
              GO TO A750-EXIT
           END-IF.
           MOVE 'Y' TO WS-APOR-FOUND.
           MOVE APOR-RATE TO EPSPCOM-APOR-RATE OF W-COMMUNICATION-AREA.
           MOVE APOR-EFFECTIVE-DATE
                             TO EPSPCOM-APOR-EFF-DATE
                                OF W-COMMUNICATION-AREA.
           COMPUTE EPSPCOM-PF-PCT OF W-COMMUNICATION-AREA ROUNDED =
                WS-POINTS-AND-FEES * 100
                / EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA.

           IF EPSPCOM-ANNUAL-PCT-RATE OF W-COMMUNICATION-AREA >
                 APOR-RATE + WS-HOEPA-APR-SPREAD
              MOVE 'F' TO EPSPCOM-HOEPA-APR-IND OF W-COMMUNICATION-AREA
           ELSE
              MOVE 'P' TO EPSPCOM-HOEPA-APR-IND OF W-COMMUNICATION-AREA
           END-IF.

      *    HOEPA - 5 PERCENT AT OR ABOVE THE SMALL-LOAN AMOUNT; BELOW
      *    IT, THE LESSER OF 8 PERCENT AND THE DOLLAR FIGURE.
           IF EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA NOT <
                 WS-HOEPA-SMALL-LOAN
              COMPUTE EPSPCOM-HOEPA-PF-LIMIT OF W-COMMUNICATION-AREA
                   ROUNDED =
                   EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                   * WS-HOEPA-PF-PCT / 100
           ELSE
              COMPUTE EPSPCOM-HOEPA-PF-LIMIT OF W-COMMUNICATION-AREA
                   ROUNDED =
                   EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                   * WS-HOEPA-SMALL-PCT / 100
              IF EPSPCOM-HOEPA-PF-LIMIT OF W-COMMUNICATION-AREA >
                    WS-HOEPA-SMALL-DOLLARS
                 MOVE WS-HOEPA-SMALL-DOLLARS
                             TO EPSPCOM-HOEPA-PF-LIMIT
                                OF W-COMMUNICATION-AREA
              END-IF
           END-IF.
           IF WS-POINTS-AND-FEES >
                 EPSPCOM-HOEPA-PF-LIMIT OF W-COMMUNICATION-AREA
              MOVE 'F' TO EPSPCOM-HOEPA-PF-IND OF W-COMMUNICATION-AREA
           ELSE
              MOVE 'P' TO EPSPCOM-HOEPA-PF-IND OF W-COMMUNICATION-AREA
           END-IF.

           EVALUATE TRUE
              WHEN EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                      NOT < WS-QM-TIER-1-LOAN
                 COMPUTE EPSPCOM-QM-PF-LIMIT OF W-COMMUNICATION-AREA
                      ROUNDED =
                      EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                      * WS-QM-TIER-1-PCT / 100
              WHEN EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                      NOT < WS-QM-TIER-2-LOAN
                 MOVE WS-QM-TIER-2-DOLLARS
                             TO EPSPCOM-QM-PF-LIMIT
                                OF W-COMMUNICATION-AREA
              WHEN EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                      NOT < WS-QM-TIER-3-LOAN
                 COMPUTE EPSPCOM-QM-PF-LIMIT OF W-COMMUNICATION-AREA
                      ROUNDED =
                      EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                      * WS-QM-TIER-3-PCT / 100
              WHEN EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                      NOT < WS-QM-TIER-4-LOAN
                 MOVE WS-QM-TIER-4-DOLLARS
                             TO EPSPCOM-QM-PF-LIMIT
                                OF W-COMMUNICATION-AREA
              WHEN OTHER
                 COMPUTE EPSPCOM-QM-PF-LIMIT OF W-COMMUNICATION-AREA
                      ROUNDED =
                      EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                      * WS-QM-TIER-5-PCT / 100
           END-EVALUATE.
           IF WS-POINTS-AND-FEES >
                 EPSPCOM-QM-PF-LIMIT OF W-COMMUNICATION-AREA
              MOVE 'F' TO EPSPCOM-QM-PF-IND OF W-COMMUNICATION-AREA
           ELSE
              MOVE 'P' TO EPSPCOM-QM-PF-IND OF W-COMMUNICATION-AREA
           END-IF.

           MOVE EPSPCOM-APOR-RATE OF W-COMMUNICATION-AREA
                             TO WS-FORMAT-RATE.
           MOVE WS-FORMAT-RATE TO EPAPORO.
           MOVE EPSPCOM-PF-PCT OF W-COMMUNICATION-AREA
                             TO WS-FORMAT-RATE.
           MOVE WS-FORMAT-RATE TO EPPFPCO.
           IF EPSPCOM-HOEPA-APR-FAILED OF W-COMMUNICATION-AREA
              OR EPSPCOM-HOEPA-PF-FAILED OF W-COMMUNICATION-AREA
              MOVE 'FAIL' TO EPHOEPAO
           ELSE
              MOVE 'PASS' TO EPHOEPAO
           END-IF.
           IF EPSPCOM-QM-PF-FAILED OF W-COMMUNICATION-AREA
              MOVE 'FAIL' TO EPQMO
           ELSE
              MOVE 'PASS' TO EPQMO
           END-IF.
       A750-EXIT.
           EXIT.

       A780-STORE-HOEPA-QM-TEST SECTION.
       A780-10.
      *    ONE RESULT PER PAN - A RESUBMITTED APPLICATION REPLACES
      *    THE EARLIER RESULT, AND ANY OVERRIDE RECORDED AGAINST IT.
           MOVE 'N' TO WS-HQT-STORED.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           PERFORM A785-BUILD-HOEPA-QM-TEST.
           EXEC CICS WRITE FILE('EPSHQTST')
                     FROM(HOEPA-QM-TEST-RECORD)
                     RIDFLD(HQT-PAN)
                     RESP(RESPONSE)
           END-EXEC.
           IF RESPONSE = DFHRESP(DUPREC)
              EXEC CICS READ FILE('EPSHQTST')
                        INTO(HOEPA-QM-TEST-RECORD)
                        RIDFLD(HQT-PAN)
                        UPDATE
                        RESP(RESPONSE)
              END-EXEC
              PERFORM A785-BUILD-HOEPA-QM-TEST
              EXEC CICS REWRITE FILE('EPSHQTST')
                        FROM(HOEPA-QM-TEST-RECORD)
                        RESP(RESPONSE)
              END-EXEC
           END-IF.
           IF RESPONSE = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-HQT-STORED
           END-IF.
       A780-EXIT.
           EXIT.

       A785-BUILD-HOEPA-QM-TEST SECTION.
       A785-10.
           MOVE SPACES TO HOEPA-QM-TEST-RECORD.
           MOVE EPSPCOM-PAN OF W-COMMUNICATION-AREA TO HQT-PAN.
           MOVE WS-TODAY-8                   TO HQT-TEST-DATE.
           MOVE EPSPCOM-LOAN-OFFICER OF W-COMMUNICATION-AREA
                                             TO HQT-LOAN-OFFICER.
           MOVE EPSPCOM-PRINCIPLE-DATA OF W-COMMUNICATION-AREA
                                             TO HQT-LOAN-AMOUNT.
           MOVE EPSPCOM-NUMBER-OF-YEARS OF W-COMMUNICATION-AREA
                                             TO HQT-TERM-YEARS.
           MOVE EPSPCOM-QUOTED-INTEREST-RATE OF W-COMMUNICATION-AREA
                                             TO HQT-NOTE-RATE.
           MOVE EPSPCOM-ANNUAL-PCT-RATE OF W-COMMUNICATION-AREA
                                             TO HQT-APR.
           MOVE EPSPCOM-APOR-RATE OF W-COMMUNICATION-AREA
                                             TO HQT-APOR-RATE.
           MOVE EPSPCOM-APOR-EFF-DATE OF W-COMMUNICATION-AREA
                                             TO HQT-APOR-EFFECTIVE-DATE.
           MOVE EPSPCOM-POINTS-AMOUNT OF W-COMMUNICATION-AREA
                                             TO HQT-POINTS-AMOUNT.
           MOVE EPSPCOM-FEES-AMOUNT OF W-COMMUNICATION-AREA
                                             TO HQT-FEES-AMOUNT.
           MOVE EPSPCOM-PF-PCT OF W-COMMUNICATION-AREA
                                             TO HQT-PF-PCT.
           MOVE EPSPCOM-HOEPA-PF-LIMIT OF W-COMMUNICATION-AREA
                                             TO HQT-HOEPA-PF-LIMIT.
           MOVE EPSPCOM-QM-PF-LIMIT OF W-COMMUNICATION-AREA
                                             TO HQT-QM-PF-LIMIT.
           MOVE EPSPCOM-HOEPA-APR-IND OF W-COMMUNICATION-AREA
                                             TO HQT-HOEPA-APR-IND.
           MOVE EPSPCOM-HOEPA-PF-IND OF W-COMMUNICATION-AREA
                                             TO HQT-HOEPA-PF-IND.
           MOVE EPSPCOM-QM-PF-IND OF W-COMMUNICATION-AREA
                                             TO HQT-QM-PF-IND.
           IF HQT-HOEPA-APR-FAILED OR HQT-HOEPA-PF-FAILED
              OR HQT-QM-PF-FAILED
              MOVE 'F' TO HQT-RESULT-IND
           ELSE
              MOVE 'P' TO HQT-RESULT-IND
           END-IF.
           MOVE SPACES                       TO HQT-OVERRIDE-USER-ID.
           MOVE 0                            TO HQT-OVERRIDE-DATE.
           MOVE WS-TODAY-8                   TO HQT-LAST-MAINT-DATE.
       A785-EXIT.
           EXIT.

       A800-QUEUE-APPLICATION SECTION.
       A800-10.
      *    QUEUE AN ADD TRANSACTION FOR EPSASMNT'S NEXT BATCH RUN
      *    RATHER THAN WRITE EPSAPPST DIRECTLY FROM THIS ONLINE
      *    SCREEN - THE SAME QUEUE-DON'T-WRITE APPROACH EPSRRECN
      *    USES AGAINST EPSMORTF, SO EPSASMNT STAYS THE ONLY PROGRAM
      *    THAT MAINTAINS EPSAPPST. THE HOEPA/QM TEST RESULT IS
      *    STORED FIRST - AN APPLICATION WHOSE RESULT COULD NOT BE
      *    KEPT IS NOT QUEUED, SINCE EPSASMNT'S APPROVAL GATE WOULD
      *    NEVER SEE A FAILURE.
           PERFORM A780-STORE-HOEPA-QM-TEST.
           IF NOT WS-HQT-STORE-OK
              MOVE 'LNTC' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO MSGERRO
              SET SEND-DATAONLY TO TRUE
              PERFORM A300-SEND-MAP
              GO TO A800-EXIT
           END-IF.
           MOVE 'A'                         TO ASTXN-ACTION.
           MOVE EPSPCOM-PAN OF W-COMMUNICATION-AREA TO ASTXN-PAN.
           MOVE SPACES                      TO ASTXN-NEW-STATUS-CODE.
      *    THIS SCREEN DOES NOT CAPTURE AN SSN - SPACES SKIPS
      *    EPSASMNT'S EPSSSNXR CROSS-REFERENCE MAINTENANCE.
           MOVE SPACES                      TO ASTXN-SSN.
      *    THE UNDERWRITING PACKAGE RIDES ONLY ON THE LATER MOVE TO
      *    UW, NEVER ON THE ADD.
           MOVE 0                           TO ASTXN-MONTHLY-INCOME.
           MOVE 0                           TO ASTXN-OTHER-MONTHLY-DEBT.
           MOVE 0                           TO ASTXN-APPRAISED-VALUE.
           MOVE SPACES                      TO ASTXN-OCCUPANCY-IND.
      *    AN OVERRIDE ONLY EVER RIDES ON THE LATER MOVE TO AP.
           MOVE SPACES                      TO ASTXN-OVERRIDE-USER-ID.
           EXEC CICS
                WRITEQ TD QUEUE('APSQ')
                     FROM(APP-STATUS-TRANSACTION)
           MOVE EPYEARSI  TO DRAFT-YEARS.
           MOVE EPOFFCRI  TO DRAFT-LOAN-OFFICER.
           MOVE WS-TODAY-8 TO DRAFT-SAVE-DATE.
           MOVE EPPTSI    TO DRAFT-POINTS.
           MOVE EPFEESI   TO DRAFT-FEES.
           EXEC CICS WRITE FILE('EPSDRAFT')
                     FROM(INTAKE-DRAFT-RECORD)
                     RIDFLD(DRAFT-PAN)
              MOVE EPYEARSI  TO DRAFT-YEARS
              MOVE EPOFFCRI  TO DRAFT-LOAN-OFFICER
              MOVE WS-TODAY-8 TO DRAFT-SAVE-DATE
              MOVE EPPTSI    TO DRAFT-POINTS
              MOVE EPFEESI   TO DRAFT-FEES
              EXEC CICS REWRITE FILE('EPSDRAFT')
                        FROM(INTAKE-DRAFT-RECORD)
                        RESP(RESPONSE)
              MOVE DRAFT-YEARS        TO EPYEARSI
              MOVE DRAFT-PAN          TO EPPANVI
              MOVE DRAFT-LOAN-OFFICER TO EPOFFCRI
              MOVE DRAFT-POINTS       TO EPPTSI
              MOVE DRAFT-FEES         TO EPFEESI
              MOVE 'LNT8' TO EPSMSGLK-MSG-ID
           ELSE
              MOVE 'LNT7' TO EPSMSGLK-MSG-ID
