      * EPSRIDSC.cpy
      * Servicing-file referential integrity discrepancy - one per
      * orphan or contradiction EPSRIAUD finds when it matches the
      * PAN-keyed servicing files against the EPSSRVCF master. The
      * file is rebuilt by every weekly run, so it is always the
      * current worklist: operations works it top to bottom (the
      * severity says what to fix first) and the next run drops
      * every item that has been put right.

       01  INTEGRITY-DISCREPANCY-RECORD.
           03 RIDSC-RUN-DATE             PIC 9(8).
           03 RIDSC-PAN                  PIC X(10).
      * THE FILE THE DISCREPANT RECORD LIVES ON - THE ONE TO FIX.
           03 RIDSC-FILE-ID              PIC X(8).
           03 RIDSC-RULE-NUMBER          PIC 9(2).
           03 RIDSC-SEVERITY             PIC X.
              88 RIDSC-HIGH                 VALUE 'H'.
              88 RIDSC-MEDIUM               VALUE 'M'.
              88 RIDSC-LOW                  VALUE 'L'.
      * SRV-STATUS-IND OF THE LOAN - SPACE WHEN THE PAN IS NOT ON
      * THE SERVICING MASTER AT ALL.
           03 RIDSC-LOAN-STATUS          PIC X.
           03 RIDSC-RULE-TEXT            PIC X(50).
      * THE VALUES THAT DISAGREE, WHERE THE RULE HAS ANY - E.G. THE
      * TWO POOL NUMBERS, OR THE SATELLITE RECORD'S OWN STATUS.
           03 RIDSC-DETAIL               PIC X(14).
           03 FILLER                     PIC X(6).
