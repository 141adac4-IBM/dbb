      * EPSGVCLX.cpy
      * Government claim package record - EPSGVCLM writes one for
      * each government loan whose claim EPSCHGOF marked ready after
      * a foreclosure or short sale. Carries what the agency's claim
      * form asks for: the loan's history under the case number,
      * the disposition, the debt and proceeds, and the amount
      * claimed under the guaranty percent.

       01  GOVT-CLAIM-PACKAGE-RECORD.
           03 GVCLX-AGENCY               PIC X.
           03 GVCLX-CASE-NUMBER          PIC X(12).
           03 GVCLX-PAN                  PIC X(10).
           03 GVCLX-DISPOSITION-TYPE     PIC X.
              88 GVCLX-FORECLOSURE-SALE     VALUE 'F'.
              88 GVCLX-SHORT-SALE           VALUE 'S'.
           03 GVCLX-DISPOSITION-DATE     PIC 9(8).
           03 GVCLX-ENDORSEMENT-DATE     PIC 9(8).
           03 GVCLX-DEFAULT-DATE         PIC 9(8).
           03 GVCLX-ORIGINAL-PRINCIPAL   PIC 9(9)V99.
           03 GVCLX-DEBT-AT-DISPOSITION  PIC 9(9)V99.
           03 GVCLX-SALE-PROCEEDS        PIC 9(9)V99.
           03 GVCLX-DEFICIENCY           PIC 9(9)V99.
           03 GVCLX-GUARANTY-PCT         PIC 9(3)V99.
           03 GVCLX-CLAIM-AMOUNT         PIC 9(9)V99.
           03 GVCLX-FILED-DATE           PIC 9(8).
           03 FILLER                     PIC X(34).
