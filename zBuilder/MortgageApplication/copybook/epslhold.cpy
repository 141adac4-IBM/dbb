      * EPSLHOLD.cpy
      * Litigation hold registry record - one per hold legal has
      * placed, keyed by what is held (a loan PAN or a lender company
      * as keyed on EPSMORTF) and the matter number, so one loan can
      * sit under more than one matter. Maintained by EPSLHMNT; a
      * released hold stays on file for the history. Every purge,
      * summarize and retention step asks EPSLHCHK whether its record
      * is under an active hold before it touches it, and EPSLHRPT
      * lists the active holds monthly.

       01  LITIGATION-HOLD-RECORD.
           03 LHLD-KEY.
              05 LHLD-HOLD-TYPE          PIC X.
                 88 LHLD-LOAN-HOLD          VALUE 'P'.
                 88 LHLD-LENDER-HOLD        VALUE 'C'.
      * THE PAN, LEFT-JUSTIFIED, OR THE MORT-FILE-COMPANY NAME.
              05 LHLD-HOLD-ID            PIC X(24).
              05 LHLD-MATTER-NUM         PIC X(12).
           03 LHLD-STATUS                PIC X.
              88 LHLD-ACTIVE                VALUE 'A'.
              88 LHLD-RELEASED              VALUE 'R'.
           03 LHLD-PLACED-BY             PIC X(8).
           03 LHLD-PLACED-DATE           PIC 9(8).
           03 LHLD-RELEASED-BY           PIC X(8).
           03 LHLD-RELEASED-DATE         PIC 9(8).
           03 LHLD-DESCRIPTION           PIC X(30).
           03 LHLD-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(12).
