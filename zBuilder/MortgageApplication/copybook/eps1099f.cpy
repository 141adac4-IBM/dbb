      * EPS1099F.cpy
      * IRS information-return electronic filing records (the FIRE
      * system's 750-byte format) as EPS1099C writes them for the
      * Form 1099-C cancellation-of-debt return, and as EPS1099N
      * writes them for the vendors' Form 1099-NEC (return type 'NE',
      * amount slot 1 nonemployee compensation): one transmitter 'T'
      * record, one payer 'A' record, a payee 'B' record per form,
      * the payer's 'C' end-of-payer totals and the 'F' end-of-
      * transmission record. Every record carries its sequence
      * number in positions 500-507. Amounts are unsigned cents,
      * right-justified and zero-filled. Only the fields this shop
      * files are named; the rest stay blank.

       01  IRS-TRANSMITTER-RECORD.
           03 T-RECORD-TYPE              PIC X.
           03 T-PAYMENT-YEAR             PIC 9(4).
           03 T-PRIOR-YEAR-IND           PIC X.
           03 T-TRANSMITTER-TIN          PIC X(9).
           03 T-TCC                      PIC X(5).
           03 FILLER                     PIC X(7).
      * 'T' ON A TEST SUBMISSION, BLANK ON THE PRODUCTION FILE.
           03 T-TEST-FILE-IND            PIC X.
           03 T-FOREIGN-ENTITY-IND       PIC X.
           03 T-TRANSMITTER-NAME         PIC X(40).
           03 T-TRANSMITTER-NAME-2       PIC X(40).
           03 T-COMPANY-NAME             PIC X(40).
           03 T-COMPANY-NAME-2           PIC X(40).
           03 T-COMPANY-ADDRESS          PIC X(40).
           03 T-COMPANY-CITY             PIC X(40).
           03 T-COMPANY-STATE            PIC X(2).
           03 T-COMPANY-ZIP              PIC X(9).
           03 FILLER                     PIC X(15).
           03 T-TOTAL-PAYEES             PIC 9(8).
           03 T-CONTACT-NAME             PIC X(40).
           03 T-CONTACT-PHONE            PIC X(15).
           03 T-CONTACT-EMAIL            PIC X(50).
           03 FILLER                     PIC X(91).
           03 T-SEQUENCE-NUMBER          PIC 9(8).
           03 FILLER                     PIC X(10).
      * 'I' - THE FILE IS PRODUCED IN-HOUSE.
           03 T-VENDOR-IND               PIC X.
           03 FILLER                     PIC X(232).

       01  IRS-PAYER-RECORD.
           03 A-RECORD-TYPE              PIC X.
           03 A-PAYMENT-YEAR             PIC 9(4).
           03 A-COMBINED-FED-STATE-IND   PIC X.
           03 FILLER                     PIC X(5).
           03 A-PAYER-TIN                PIC X(9).
           03 A-PAYER-NAME-CONTROL       PIC X(4).
           03 A-LAST-FILING-IND          PIC X.
      * '5 ' IS THE 1099-C RETURN TYPE.
           03 A-TYPE-OF-RETURN           PIC X(2).
      * THE B-RECORD AMOUNT SLOTS THIS PAYER USES, E.G. '2' FOR
      * AMOUNT OF DEBT DISCHARGED.
           03 A-AMOUNT-CODES             PIC X(18).
           03 FILLER                     PIC X(6).
           03 A-FOREIGN-ENTITY-IND       PIC X.
           03 A-PAYER-NAME               PIC X(40).
           03 A-PAYER-NAME-2             PIC X(40).
           03 A-TRANSFER-AGENT-IND       PIC X.
           03 A-PAYER-ADDRESS            PIC X(40).
           03 A-PAYER-CITY               PIC X(40).
           03 A-PAYER-STATE              PIC X(2).
           03 A-PAYER-ZIP                PIC X(9).
           03 A-PAYER-PHONE              PIC X(15).
           03 FILLER                     PIC X(260).
           03 A-SEQUENCE-NUMBER          PIC 9(8).
           03 FILLER                     PIC X(243).

       01  IRS-PAYEE-RECORD.
           03 B-RECORD-TYPE              PIC X.
           03 B-PAYMENT-YEAR             PIC 9(4).
           03 B-CORRECTED-IND            PIC X.
      * FIRST FOUR LETTERS OF THE DEBTOR'S SURNAME.
           03 B-NAME-CONTROL             PIC X(4).
      * '1' EIN, '2' SSN.
           03 B-TIN-TYPE                 PIC X.
           03 B-PAYEE-TIN                PIC X(9).
           03 B-ACCOUNT-NUMBER           PIC X(20).
           03 B-OFFICE-CODE              PIC X(4).
           03 FILLER                     PIC X(10).
      * AMOUNT SLOTS 1-9 THEN A-G. FOR THE 1099-C: SLOT 2 AMOUNT OF
      * DEBT DISCHARGED, SLOT 3 INTEREST INCLUDED, SLOT 7 FAIR
      * MARKET VALUE OF PROPERTY.
           03 B-PAYMENT-AMOUNT OCCURS 16 TIMES
                                         PIC 9(10)V99.
           03 B-FOREIGN-COUNTRY-IND      PIC X.
           03 B-PAYEE-NAME               PIC X(40).
           03 B-PAYEE-NAME-2             PIC X(40).
           03 B-PAYEE-ADDRESS            PIC X(40).
           03 FILLER                     PIC X(40).
           03 B-PAYEE-CITY               PIC X(40).
           03 B-PAYEE-STATE              PIC X(2).
           03 B-PAYEE-ZIP                PIC X(9).
           03 FILLER                     PIC X(41).
           03 B-SEQUENCE-NUMBER          PIC 9(8).
           03 FILLER                     PIC X(36).
           03 B-SECOND-TIN-NOTICE        PIC X.
           03 FILLER                     PIC X(2).
      * 1099-C BOX 6 IDENTIFIABLE EVENT CODE, BOX 1 EVENT DATE,
      * BOX 4 DEBT DESCRIPTION AND BOX 5 PERSONAL LIABILITY ('X').
           03 B-EVENT-CODE               PIC X.
           03 B-EVENT-DATE               PIC 9(8).
           03 B-DEBT-DESCRIPTION         PIC X(39).
           03 B-PERSONAL-LIABILITY-IND   PIC X.
           03 FILLER                     PIC X(155).

       01  IRS-END-OF-PAYER-RECORD.
           03 C-RECORD-TYPE              PIC X.
           03 C-NUMBER-OF-PAYEES         PIC 9(8).
           03 FILLER                     PIC X(6).
      * ONE TOTAL PER B-RECORD AMOUNT SLOT.
           03 C-CONTROL-TOTAL OCCURS 18 TIMES
                                         PIC 9(16)V99.
           03 FILLER                     PIC X(160).
           03 C-SEQUENCE-NUMBER          PIC 9(8).
           03 FILLER                     PIC X(243).

       01  IRS-END-OF-TRANSMISSION-RECORD.
           03 F-RECORD-TYPE              PIC X.
           03 F-NUMBER-OF-A-RECORDS      PIC 9(8).
           03 F-ZERO-FILL                PIC X(21).
           03 FILLER                     PIC X(19).
           03 F-TOTAL-PAYEES             PIC 9(8).
           03 FILLER                     PIC X(442).
           03 F-SEQUENCE-NUMBER          PIC 9(8).
           03 FILLER                     PIC X(243).
