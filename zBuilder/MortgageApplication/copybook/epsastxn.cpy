      * APPLICANT CHECK ENTIRELY - SEE EPSASMNT'S A420-MAINTAIN-SSN-
      * XREF.
           03 ASTXN-SSN                   PIC X(9).
      * UNDERWRITING PACKAGE - OPTIONAL, USED ONLY ON A STATUS CHANGE
      * TO 'UW'. EPSASMNT CARRIES IT ONTO THE PAN'S PENDING EPSUWFND
      * RECORD FOR EPSUWDCN TO SCORE; ZERO/SPACES (EVERY TRANSACTION
      * BUILT BEFORE THESE FIELDS EXISTED) STILL SENDS THE FILE, AND
      * THE ENGINE REFERS IT FOR THE MISSING FIGURES.
           03 ASTXN-MONTHLY-INCOME        PIC 9(7)V99.
           03 ASTXN-OTHER-MONTHLY-DEBT    PIC 9(7)V99.
           03 ASTXN-APPRAISED-VALUE       PIC 9(9)V99.
           03 ASTXN-OCCUPANCY-IND         PIC X.
      * SUPERVISOR OVERRIDE - OPTIONAL, USED ONLY ON A STATUS CHANGE
      * TO 'AP'. AN APPLICATION THAT FAILED THE HOEPA/QM POINTS-AND-
      * FEES TEST AT INTAKE (EPSHQTST) IS ONLY APPROVED WHEN THIS
      * NAMES AN ACTIVE SUPERVISOR ON EPSUSRPF OTHER THAN THE LOAN
      * OFFICER - SEE EPSASMNT'S A570-CHECK-HOEPA-QM.
           03 ASTXN-OVERRIDE-USER-ID      PIC X(8).
