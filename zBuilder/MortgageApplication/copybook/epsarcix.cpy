              05 ARCIX-PAN               PIC X(10).
              05 ARCIX-DOC-DATE          PIC 9(8).
              05 ARCIX-SEQ               PIC 9(3).
      * ST BILLING STATEMENT, EA ESCROW ANALYSIS, LT LETTER, PO PAYOFF
      * STATEMENT.
           03 ARCIX-DOC-TYPE             PIC X(2).
           03 ARCIX-LINE-COUNT           PIC 9(4).
