           03 FILLER PIC X(04) VALUE 'LNT9'.
           03 FILLER PIC X(80)
              VALUE 'DRAFT NOT SAVED - FILE ERROR, CALL SUPPORT'.
           03 FILLER PIC X(04) VALUE 'LNTA'.
           03 FILLER PIC X(80)
              VALUE 'NO APOR ON FILE FOR THIS TERM - CALL COMPLIANCE'.
           03 FILLER PIC X(04) VALUE 'LNTB'.
           03 FILLER PIC X(80)
              VALUE 'HOEPA/QM FAILED - PF5 SUBMITS, AP NEEDS OVERRIDE'.
           03 FILLER PIC X(04) VALUE 'LNTC'.
           03 FILLER PIC X(80)
              VALUE 'APPLICATION NOT SUBMITTED - FILE ERROR'.
           03 FILLER PIC X(04) VALUE 'LNTD'.
           03 FILLER PIC X(80)
              VALUE 'POINTS AND FEES MUST BE LESS THAN THE LOAN AMOUNT'.
           03 FILLER PIC X(04) VALUE 'LNTE'.
           03 FILLER PIC X(80)
              VALUE 'LOAN OFFICER NOT LICENSED IN THE PROPERTY STATE'.
           03 FILLER PIC X(04) VALUE 'AIQ1'.
           03 FILLER PIC X(80)
              VALUE 'APPLICATION NOT ON FILE FOR THIS PAN'.
           03 FILLER PIC X(04) VALUE 'QUO5'.
           03 FILLER PIC X(80)
              VALUE 'DAILY REQUEST LIMIT REACHED - THROTTLED'.
           03 FILLER PIC X(04) VALUE 'QUO6'.
           03 FILLER PIC X(80)
              VALUE 'BALLOON TERM MUST BE SHORTER THAN THE LOAN TERM'.
           03 FILLER PIC X(04) VALUE 'CMP1'.
           03 FILLER PIC X(80)
              VALUE 'PRINCIPLE AMOUNT IS REQUIRED'.
           03 FILLER PIC X(04) VALUE 'SVA1'.
           03 FILLER PIC X(80)
              VALUE 'PAN AND BORROWER VERIFICATION DATA ARE REQUIRED'.
           03 FILLER PIC X(04) VALUE 'SVA2'.
           03 FILLER PIC X(80)
              VALUE 'LOAN NOT FOUND OR BORROWER NOT VERIFIED'.
           03 FILLER PIC X(04) VALUE 'SVA3'.
           03 FILLER PIC X(80)
              VALUE 'BANKRUPTCY - BALANCE INFORMATION ONLY'.
           03 FILLER PIC X(04) VALUE 'SVA4'.
           03 FILLER PIC X(80)
              VALUE 'ACCOUNT RESTRICTED - PLEASE CALL CUSTOMER SERVICE'.
           03 FILLER PIC X(04) VALUE 'SVA5'.
           03 FILLER PIC X(80)
              VALUE 'PAYOFF NOT AVAILABLE - CALL CUSTOMER SERVICE'.
           03 FILLER PIC X(04) VALUE 'SVA6'.
           03 FILLER PIC X(80)
              VALUE 'E-DELIVERY NEEDS DOCUMENT TYPE, EMAIL AND E-SIGN CO
      -       'NSENT'.
           03 FILLER PIC X(04) VALUE 'SVA7'.
           03 FILLER PIC X(80)
              VALUE 'E-DELIVERY PREFERENCE SAVED'.
           03 FILLER PIC X(04) VALUE 'SVA8'.
           03 FILLER PIC X(80)
              VALUE 'E-DELIVERY NOT CHANGED - PLEASE TRY AGAIN LATER'.
           03 FILLER PIC X(04) VALUE 'TLP6'.
           03 FILLER PIC X(80)
              VALUE 'TENDER TYPE MUST BE C (CASH) OR K (CHECK)'.
           03 FILLER PIC X(04) VALUE 'TLP7'.
           03 FILLER PIC X(80)
              VALUE 'ACCEPTED - CASH OVER $10,000, TAKE ID FOR THE CTR'.
           03 FILLER PIC X(04) VALUE 'ADC1'.
           03 FILLER PIC X(80)
              VALUE 'BORROWER PAN IS REQUIRED'.
           03 FILLER PIC X(04) VALUE 'ADC2'.
           03 FILLER PIC X(80)
              VALUE 'BORROWER NOT ON FILE'.
           03 FILLER PIC X(04) VALUE 'ADC3'.
           03 FILLER PIC X(80)
              VALUE 'KEY NEW ADDRESS/PHONE, Y TO CONFIRM, THEN ENTER'.
           03 FILLER PIC X(04) VALUE 'ADC4'.
           03 FILLER PIC X(80)
              VALUE 'NO CHANGE - ADDRESS AND PHONE ARE THE SAME'.
           03 FILLER PIC X(04) VALUE 'ADC5'.
           03 FILLER PIC X(80)
              VALUE 'ADDRESS LINE 1, CITY, STATE AND ZIP ARE REQUIRED'.
           03 FILLER PIC X(04) VALUE 'ADC6'.
           03 FILLER PIC X(80)
              VALUE 'CHANGE APPLIED - CONFIRMATION LETTERS QUEUED'.
           03 FILLER PIC X(04) VALUE 'ADC7'.
           03 FILLER PIC X(80)
              VALUE 'CHANGE NOT APPLIED - FILE ERROR'.
           03 FILLER PIC X(04) VALUE 'TKL1'.
           03 FILLER PIC X(80)
              VALUE 'PAN IS REQUIRED'.
           03 FILLER PIC X(04) VALUE 'TKL2'.
           03 FILLER PIC X(80)
              VALUE 'ACTION MUST BE V, A, C OR R'.
           03 FILLER PIC X(04) VALUE 'TKL3'.
           03 FILLER PIC X(80)
              VALUE 'NO OPEN TICKLERS ON FILE FOR THIS PAN'.
           03 FILLER PIC X(04) VALUE 'TKL4'.
           03 FILLER PIC X(80)
              VALUE 'KEY DUE DATE, REASON, GROUP AND TEXT TO ADD'.
           03 FILLER PIC X(04) VALUE 'TKL5'.
           03 FILLER PIC X(80)
              VALUE 'REASON CODE OR WORK GROUP NOT RECOGNIZED'.
           03 FILLER PIC X(04) VALUE 'TKL6'.
           03 FILLER PIC X(80)
              VALUE 'DUE DATE MUST BE YYYYMMDD, TODAY OR LATER'.
           03 FILLER PIC X(04) VALUE 'TKL7'.
           03 FILLER PIC X(80)
              VALUE 'TICKLER NOT FOUND - KEY CREATED DATE AND SEQ'.
           03 FILLER PIC X(04) VALUE 'TKL8'.
           03 FILLER PIC X(80)
              VALUE 'TICKLER IS NOT OPEN - NOTHING CHANGED'.
           03 FILLER PIC X(04) VALUE 'TKL9'.
           03 FILLER PIC X(80)
              VALUE 'TICKLER FILE UPDATE FAILED - TRY AGAIN'.
           03 FILLER PIC X(04) VALUE 'TKLA'.
           03 FILLER PIC X(80)
              VALUE 'TICKLER SAVED - OPEN ITEMS LISTED BELOW'.
           03 FILLER PIC X(04) VALUE 'TKLB'.
           03 FILLER PIC X(80)
              VALUE 'MORE OPEN TICKLERS THAN FIT - OLDEST SHOWN'.
       01  WS-DEFAULT-MESSAGE-TABLE REDEFINES WS-DEFAULT-MESSAGES.
           03 WS-DEFAULT-ENTRY OCCURS 88 TIMES
                                INDEXED BY WS-DFLT-IDX.
              05 WS-DEFAULT-ID            PIC X(04).
              05 WS-DEFAULT-TEXT          PIC X(80).
