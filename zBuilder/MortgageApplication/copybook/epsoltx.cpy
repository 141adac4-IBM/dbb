      * EPSOLTX.cpy
      * Officer license maintenance transaction for EPSOLMNT - add a
      * license (or federal registration) to EPSOLIC, or change one
      * already on file: a renewal carries the new expiration date,
      * a lapse, suspension or surrender carries the new status.
      * Add and change carry the whole record, the EPSVNDTX shape.

       01  OFFICER-LICENSE-TRANSACTION.
           03 OLTX-ACTION                PIC X.
              88 OLTX-ADD                   VALUE 'A'.
              88 OLTX-CHANGE                VALUE 'C'.
           03 OLTX-LOAN-OFFICER          PIC X(8).
           03 OLTX-STATE                 PIC X(2).
           03 OLTX-NMLS-ID               PIC X(12).
           03 OLTX-LICENSE-TYPE          PIC X.
           03 OLTX-STATUS-IND            PIC X.
           03 OLTX-EXPIRATION-DATE       PIC 9(8).
           03 OLTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(9).
