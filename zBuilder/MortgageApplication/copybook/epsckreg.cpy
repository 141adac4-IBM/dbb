              88 CKREG-TYPE-ESCROW-REFUND   VALUE 'E'.
              88 CKREG-TYPE-INSURANCE       VALUE 'I'.
              88 CKREG-TYPE-OTHER           VALUE 'O'.
      * UNUSED TEMPORARY BUYDOWN SUBSIDY PAID OUT AT PAYOFF (EPSPOFCP).
              88 CKREG-TYPE-BUYDOWN-REFUND  VALUE 'B'.
      * STAGED RELEASE OF HELD HAZARD CLAIM PROCEEDS (EPSLDRFT).
              88 CKREG-TYPE-LOSS-DRAFT      VALUE 'L'.
      * HOLDING COST ON AN REO PROPERTY - INSURANCE, UTILITIES,
      * REPAIRS (EPSREOMT). ITS PROPERTY TAX GOES OUT AS 'T'.
              88 CKREG-TYPE-REO-EXPENSE     VALUE 'R'.
      * APPRAISAL, INSPECTION, FLOOD OR ATTORNEY INVOICE MATCHED TO
      * ITS ORDER AND FEE SCHEDULE (EPSVNINV).
              88 CKREG-TYPE-VENDOR-INVOICE  VALUE 'V'.
           03 CKREG-AMOUNT               PIC 9(7)V99.
           03 CKREG-ISSUE-DATE           PIC 9(8).
           03 CKREG-STATUS-IND           PIC X.
      * TURNED OVER TO THE STATE AS UNCLAIMED PROPERTY - SEE THE
      * EPSESCHT ESCHEATMENT RUN.
              88 CKREG-ESCHEATED            VALUE 'X'.
      * NUMBERED AND REGISTERED BUT HELD OFF THE POSITIVE-PAY FILE -
      * THE PAYEE IS AN OFAC POTENTIAL MATCH (SEE EPSSDNHT). EPSCKISS
      * RELEASES IT ONCE COMPLIANCE HAS CLEARED EVERY MATCH.
              88 CKREG-OFAC-HOLD            VALUE 'H'.
      * NUMBERED AND REGISTERED BUT HELD OFF THE POSITIVE-PAY FILE -
      * A CHECK PAYABLE TO THE BORROWER WITHIN 30 DAYS OF AN ONLINE
      * ADDRESS CHANGE (EPSADCHG). SERVICING REVIEWS IT AND RELEASES
      * ('L') OR VOIDS IT THROUGH EPSCKMNT.
              88 CKREG-ADDRESS-HOLD         VALUE 'A'.
           03 CKREG-CLEARED-DATE         PIC 9(8).
      * THE CHECK THIS ONE REPLACED - ZERO UNLESS THIS IS A REISSUE.
           03 CKREG-REISSUED-FROM        PIC 9(10).
