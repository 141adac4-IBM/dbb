      * EPSRSCNT.cpy
      * Rescission notice record - one per written cancellation the
      * closing desk receives from a borrower, keyed in the day it
      * arrives and applied to EPSRSCN by EPSRSCDY. The notice date
      * is the date the borrower mailed or delivered it, which is
      * what the rescission window is measured against.

       01  RESCISSION-NOTICE-RECORD.
           03 RSCNT-PAN                  PIC X(10).
           03 RSCNT-NOTICE-DATE          PIC 9(8).
           03 RSCNT-RECORDED-BY          PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(54).
