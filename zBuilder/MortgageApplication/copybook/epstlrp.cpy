      * TELLER PAYMENT SCREEN). RECREATED HERE, BY HAND, THE SAME     *
      * WAY EPSSUSP.CPY IS FOR EPSCSUSP: THE KEYED PAN AND AMOUNT,   *
      * THE DISPLAY-ONLY BORROWER NAME AND AMOUNT DUE ECHOED BACK     *
      * FROM THE SERVICING MASTER, THE KEYED TENDER TYPE (C CASH OR   *
      * K CHECK) AND THE MESSAGE LINE.                                *
      *****************************************************************

       01  EPSTLRPI.
           02  FILLER REDEFINES TPDUEF PIC X.
           02  TPDUEA       PIC X.
           02  TPDUEI       PIC X(13).
           02  TPTNDL       PIC S9(4) COMP.
           02  TPTNDF       PIC X.
           02  FILLER REDEFINES TPTNDF PIC X.
           02  TPTNDA       PIC X.
           02  TPTNDI       PIC X.
           02  TPMSGL       PIC S9(4) COMP.
           02  TPMSGF       PIC X.
           02  FILLER REDEFINES TPMSGF PIC X.
           02  FILLER       PIC X(4).
           02  TPDUEO       PIC X(13).
           02  FILLER       PIC X(4).
           02  TPTNDO       PIC X.
           02  FILLER       PIC X(4).
           02  TPMSGO       PIC X(79).
