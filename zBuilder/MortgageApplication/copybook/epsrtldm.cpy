      * EPSRTLDM.cpy
      * Refinance retention lead master - one record per loan ever
      * selected by the EPSRTNLD campaign, keyed by the servicing PAN.
      * EPSRTNLD adds the lead (or re-opens one that expired or whose
      * application fell through); EPSRTNRS follows it from there -
      * a new application under the same borrower's EPSSSNXR token
      * dated on or after the lead makes it applied, and the
      * application's EPSAPPST status closes it out. A lead whose
      * loan pays off with no application of ours was lost to a
      * competitor, which is the number the campaign exists to move.

       01  RETENTION-LEAD-MASTER.
           03 RTLDM-PAN                  PIC X(10).
           03 RTLDM-STATUS-IND           PIC X.
              88 RTLDM-OPEN                 VALUE 'O'.
              88 RTLDM-APPLIED              VALUE 'A'.
              88 RTLDM-REFINANCED           VALUE 'C'.
              88 RTLDM-APP-FELL-THROUGH     VALUE 'W'.
              88 RTLDM-PAID-OFF-ELSEWHERE   VALUE 'P'.
              88 RTLDM-EXPIRED              VALUE 'X'.
      * ONLY A LEAD WHOSE APPLICATION FELL THROUGH OR THAT EXPIRED
      * UNANSWERED MAY BE SELECTED AGAIN.
              88 RTLDM-RELEAD-ALLOWED       VALUE 'W' 'X'.
      * THE DATE THE CURRENT LEAD WENT OUT, AND THE MOST RECENT
      * CAMPAIGN THAT SELECTED THE LOAN (THE SAME DATE UNLESS THE
      * LOAN WAS STILL AN OPEN LEAD WHEN A LATER CAMPAIGN RAN).
           03 RTLDM-LEAD-DATE            PIC 9(8).
           03 RTLDM-LAST-SELECT-DATE     PIC 9(8).
           03 RTLDM-LEAD-COUNT           PIC 9(3).
           03 RTLDM-LOAN-OFFICER         PIC X(8).
           03 RTLDM-BRANCH-CODE          PIC X(4).
           03 RTLDM-OFFER-RATE           PIC 9(3)V99.
           03 RTLDM-MONTHLY-SAVINGS      PIC 9(7)V99.
      * THE APPLICATION THE LEAD CAME BACK AS - SPACES/ZERO UNTIL
      * EPSRTNRS FINDS ONE.
           03 RTLDM-APP-PAN              PIC X(10).
           03 RTLDM-APP-DATE             PIC 9(8).
           03 RTLDM-APP-STATUS-CODE      PIC X(2).
           03 RTLDM-STATUS-DATE          PIC 9(8).
           03 FILLER                     PIC X(16).
