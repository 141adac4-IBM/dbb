      * WORK SCREEN). RECREATED HERE, BY HAND, THE SAME WAY           *
      * EPSSUSP.CPY IS FOR EPSCSUSP: THE KEYED PAN, RESULT CODE,      *
      * PROMISE DATE AND AMOUNT AND FREE-TEXT NOTE, THE DISPLAY-ONLY  *
      * BALANCE/DUE/LAST-PAYMENT ECHO FROM THE SERVICING MASTER, THE  *
      * LOAN'S LAST THREE EPSNTHST TEXT/EMAIL NOTIFICATIONS AND THE   *
      * MESSAGE LINE.                                                 *
      *****************************************************************

       01  EPSCOLWI.
           02  FILLER REDEFINES CWLPDF PIC X.
           02  CWLPDA       PIC X.
           02  CWLPDI       PIC X(8).
           02  CWNT1L       PIC S9(4) COMP.
           02  CWNT1F       PIC X.
           02  FILLER REDEFINES CWNT1F PIC X.
           02  CWNT1A       PIC X.
           02  CWNT1I       PIC X(60).
           02  CWNT2L       PIC S9(4) COMP.
           02  CWNT2F       PIC X.
           02  FILLER REDEFINES CWNT2F PIC X.
           02  CWNT2A       PIC X.
           02  CWNT2I       PIC X(60).
           02  CWNT3L       PIC S9(4) COMP.
           02  CWNT3F       PIC X.
           02  FILLER REDEFINES CWNT3F PIC X.
           02  CWNT3A       PIC X.
           02  CWNT3I       PIC X(60).
           02  CWMSGL       PIC S9(4) COMP.
           02  CWMSGF       PIC X.
           02  FILLER REDEFINES CWMSGF PIC X.
           02  FILLER       PIC X(4).
           02  CWLPDO       PIC X(8).
           02  FILLER       PIC X(4).
           02  CWNT1O       PIC X(60).
           02  FILLER       PIC X(4).
           02  CWNT2O       PIC X(60).
           02  FILLER       PIC X(4).
           02  CWNT3O       PIC X(60).
           02  FILLER       PIC X(4).
           02  CWMSGO       PIC X(79).
