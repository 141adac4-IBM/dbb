      * EPSAVMRX.cpy
      * AVM vendor result record - one per PAN on the vendor's
      * return file for the quarter's EPSAVMX request. EPSAVMLD loads
      * it onto the EPSPVALH valuation history; the origination value
      * on EPSSRVCF is never touched. The confidence score is the
      * vendor's, 0-100; the low/high values are the model's range.

       01  AVM-RESULT-RECORD.
           03 AVMRX-PAN                  PIC X(10).
           03 AVMRX-RESULT-CODE          PIC X.
              88 AVMRX-VALUED               VALUE 'V'.
      * THE MODEL COULD NOT VALUE THE PROPERTY - NO VALUE FIELDS.
              88 AVMRX-NO-HIT               VALUE 'N'.
           03 AVMRX-VALUATION-DATE       PIC 9(8).
           03 AVMRX-VALUE                PIC 9(9)V99.
           03 AVMRX-VALUE-LOW            PIC 9(9)V99.
           03 AVMRX-VALUE-HIGH           PIC 9(9)V99.
           03 AVMRX-CONFIDENCE           PIC 9(3).
           03 AVMRX-MODEL-ID             PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(17).
