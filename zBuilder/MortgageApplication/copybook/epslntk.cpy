      * WITH THE PROGRAM THAT COPIES IT - RECREATED HERE, BY HAND,    *
      * TO MATCH THE FIELD LAYOUT EPSCLNTK'S "01 EPSLNTKO REDEFINES   *
      * EPSLNTKI" ALREADY DEPENDS ON: THE APPLICATION-INTAKE INPUT    *
      * FIELDS (LOAN AMOUNT, RATE, YEARS, BORROWER PAN, LOAN OFFICER, *
      * POINTS, OTHER FEES), THE REG Z (TRUTH-IN-LENDING) DISCLOSURE  *
      * FIELDS EPSCLNTK DISPLAYS BACK ONCE A100-PROCESS-MAP HAS       *
      * CALCULATED THEM, AND THE HOEPA/QM POINTS-AND-FEES TEST        *
      * RESULT (APOR, POINTS AND FEES PERCENT, PASS/FAIL).            *
      *****************************************************************

       01  EPSLNTKI.
           02  FILLER REDEFINES EPOFFCRF PIC X.
           02  EPOFFCRA     PIC X.
           02  EPOFFCRI     PIC X(8).
           02  EPPTSL       PIC S9(4) COMP.
           02  EPPTSF       PIC X.
           02  FILLER REDEFINES EPPTSF PIC X.
           02  EPPTSA       PIC X.
           02  EPPTSI       PIC X(10).
           02  EPFEESL      PIC S9(4) COMP.
           02  EPFEESF      PIC X.
           02  FILLER REDEFINES EPFEESF PIC X.
           02  EPFEESA      PIC X.
           02  EPFEESI      PIC X(10).
           02  EPAMFINL     PIC S9(4) COMP.
           02  EPAMFINF     PIC X.
           02  FILLER REDEFINES EPAMFINF PIC X.
           02  FILLER REDEFINES EPPAYMNTF PIC X.
           02  EPPAYMNTA    PIC X.
           02  EPPAYMNTI    PIC X(12).
           02  EPAPORL      PIC S9(4) COMP.
           02  EPAPORF      PIC X.
           02  FILLER REDEFINES EPAPORF PIC X.
           02  EPAPORA      PIC X.
           02  EPAPORI      PIC X(6).
           02  EPPFPCL      PIC S9(4) COMP.
           02  EPPFPCF      PIC X.
           02  FILLER REDEFINES EPPFPCF PIC X.
           02  EPPFPCA      PIC X.
           02  EPPFPCI      PIC X(6).
           02  EPHOEPAL     PIC S9(4) COMP.
           02  EPHOEPAF     PIC X.
           02  FILLER REDEFINES EPHOEPAF PIC X.
           02  EPHOEPAA     PIC X.
           02  EPHOEPAI     PIC X(4).
           02  EPQML        PIC S9(4) COMP.
           02  EPQMF        PIC X.
           02  FILLER REDEFINES EPQMF PIC X.
           02  EPQMA        PIC X.
           02  EPQMI        PIC X(4).
           02  MSGERRL      PIC S9(4) COMP.
           02  MSGERRF      PIC X.
           02  FILLER REDEFINES MSGERRF PIC X.
           02  FILLER       PIC X(4).
           02  FILLER       PIC X(8).
           02  FILLER       PIC X(4).
           02  FILLER       PIC X(10).
           02  FILLER       PIC X(4).
           02  FILLER       PIC X(10).
           02  FILLER       PIC X(4).
           02  EPAMFINO     PIC Z,ZZZ,ZZ9.99.
           02  FILLER       PIC X(4).
           02  EPFCHGO      PIC Z,ZZZ,ZZ9.99.
           02  FILLER       PIC X(4).
           02  EPPAYMNTO    PIC Z,ZZZ,ZZ9.99.
           02  FILLER       PIC X(4).
           02  EPAPORO      PIC Z9.999.
           02  FILLER       PIC X(4).
           02  EPPFPCO      PIC Z9.999.
           02  FILLER       PIC X(4).
           02  EPHOEPAO     PIC X(4).
           02  FILLER       PIC X(4).
           02  EPQMO        PIC X(4).
           02  FILLER       PIC X(4).
           02  MSGERRO      PIC X(79).
