      * EPSPVALH.cpy
      * Property valuation history - one record per valuation of a
      * loan's property after origination, keyed by PAN, valuation
      * date and source, so the whole run of values is kept and an
      * AVM value never touches SRV-APPRAISED-VALUE. EPSAVMLD
      * writes the quarterly AVM results; EPSAPRCV writes an
      * appraisal or drive-by ordered on a boarded loan. The latest
      * record for a PAN is its current value.

       01  PROPERTY-VALUATION-RECORD.
           03 PVAL-KEY.
              05 PVAL-PAN                PIC X(10).
              05 PVAL-VALUATION-DATE     PIC 9(8).
              05 PVAL-SOURCE             PIC X.
                 88 PVAL-AVM                VALUE 'A'.
                 88 PVAL-APPRAISAL          VALUE 'P'.
           03 PVAL-VALUE                 PIC 9(9)V99.
      * AVM ONLY - THE MODEL'S RANGE AND CONFIDENCE (0-100).
           03 PVAL-VALUE-LOW             PIC 9(9)V99.
           03 PVAL-VALUE-HIGH            PIC 9(9)V99.
           03 PVAL-CONFIDENCE            PIC 9(3).
      * THE AVM MODEL, OR THE APPRAISER.
           03 PVAL-MODEL-ID              PIC X(8).
      * THE VALUE THIS ONE REPLACED AND THE PERCENT CHANGE FROM IT -
      * FOR AN AVM THE LAST HISTORY RECORD, ELSE THE ORIGINATION
      * APPRAISAL; FOR AN APPRAISAL THE MASTER VALUE IT REFRESHED.
           03 PVAL-PRIOR-VALUE           PIC 9(9)V99.
           03 PVAL-SWING-PCT             PIC S9(3)V99.
      * THE LOAN'S BALANCE ON THE LOAD DATE AND ITS LTV AGAINST THIS
      * VALUE.
           03 PVAL-PRINCIPAL-BALANCE     PIC 9(9)V99.
           03 PVAL-CURRENT-LTV           PIC 9(3)V99.
      * WHY THE VALUE WENT TO THE DRIVE-BY REVIEW LIST - SPACE WHEN
      * IT DID NOT.
           03 PVAL-REVIEW-IND            PIC X.
              88 PVAL-NOT-REVIEWED          VALUE SPACE.
              88 PVAL-LOW-CONFIDENCE        VALUE 'C'.
              88 PVAL-LARGE-SWING           VALUE 'S'.
           03 PVAL-LOAD-DATE             PIC 9(8).
           03 PVAL-SOURCE-PGM            PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(8).
