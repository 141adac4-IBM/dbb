           03 DRAFT-YEARS                PIC X(2).
           03 DRAFT-LOAN-OFFICER         PIC X(8).
           03 DRAFT-SAVE-DATE            PIC 9(8).
      * POINTS AND OTHER INCLUDED FEES, AS KEYED.
           03 DRAFT-POINTS               PIC X(10).
           03 DRAFT-FEES                 PIC X(10).
