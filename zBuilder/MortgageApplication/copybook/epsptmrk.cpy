      * EPSPTMRK.cpy
      * Partition marker - laid over the front of a record on a
      * partition's own output file, never on the merged file.
      * A partition writes a header marker on each output when it
      * starts fresh, and a resume marker carrying the count of
      * records kept as of its checkpoint when it resumes - anything
      * the failed attempt wrote between that checkpoint and the
      * failure sits just ahead of the resume marker, and EPSPTMRG
      * drops it. Every output a partition writes is at least 18
      * bytes, and no data record starts with HIGH-VALUES.

       01  PARTITION-MARKER-RECORD.
           03 PTMRK-SENTINEL             PIC X(8).
           03 PTMRK-TYPE                 PIC X.
              88 PTMRK-HEADER               VALUE 'H'.
              88 PTMRK-RESUME               VALUE 'R'.
           03 PTMRK-PARTITION-NUM        PIC 9(2).
           03 PTMRK-KEPT-COUNT           PIC 9(7).
