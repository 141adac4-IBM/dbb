      * EPSAVMX.cpy
      * AVM vendor request extract record - one per active loan on
      * EPSSRVCF, written quarterly by EPSAVMEX with the EPSPROPF
      * property address and the last value we hold (the latest
      * EPSPVALH valuation, else the origination appraisal), so the
      * vendor's model has a starting point. Wrapped with EPSHDTRL
      * control records by the EPSCTLWR step before transmission,
      * like the other interface files.

       01  AVM-REQUEST-RECORD.
           03 AVMX-PAN                   PIC X(10).
           03 AVMX-ADDR-LINE-1           PIC X(30).
           03 AVMX-CITY                  PIC X(20).
           03 AVMX-STATE                 PIC X(2).
           03 AVMX-ZIP                   PIC X(9).
           03 AVMX-PROPERTY-TYPE         PIC X.
           03 AVMX-LAST-VALUE            PIC 9(9)V99.
           03 AVMX-LAST-VALUE-DATE       PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(9).
