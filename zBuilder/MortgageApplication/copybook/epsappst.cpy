      * APPLICATION STATUS/WORKFLOW TRACKING RECORD. ONE RECORD PER
      * LOAN APPLICATION, KEYED BY APPST-PAN THE SAME WAY MORTGAGE-
      * COMPANY-INFO IS KEYED BY MORT-FILE-COMPANY. MAINTAINED BY
      * EPSASMNT, THE BATCH WORKFLOW-TRANSITION PROGRAM. AN
      * APPLICATION BY AN INSIDER OR AN INSIDER'S RELATED INTEREST
      * CARRIES NO MARK HERE - ITS PAN IS ON THE EPSRGOPX REGULATION
      * O CROSS-REFERENCE, WHICH EPSASMNT CHECKS BEFORE AN APPROVAL.

       01  APPLICATION-STATUS-RECORD.
           03 APPST-PAN                  PIC X(10).
