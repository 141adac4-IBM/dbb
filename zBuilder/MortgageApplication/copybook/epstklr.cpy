      *****************************************************************
      *                                                               *
      * EPSTKLR.cpy                                                   *
      *                                                               *
      * BMS SYMBOLIC MAP FOR THE EPSTKLR MAPSET (EPSCTKLR'S SERVICING *
      * TICKLER SCREEN). RECREATED HERE, BY HAND, THE SAME WAY        *
      * EPSSUSP.CPY IS FOR EPSCSUSP: THE ACTION CODE, THE PAN, THE    *
      * CREATED DATE AND SEQUENCE THAT PICK ONE TICKLER, ITS DUE      *
      * DATE, REASON, WORK GROUP, USER AND TEXT, TWELVE LIST LINES,   *
      * AND THE MESSAGE LINE.                                         *
      *****************************************************************

       01  EPSTKLRI.
           02  TKACTL       PIC S9(4) COMP.
           02  TKACTF       PIC X.
           02  FILLER REDEFINES TKACTF PIC X.
           02  TKACTA       PIC X.
           02  TKACTI       PIC X(1).
           02  TKPANL       PIC S9(4) COMP.
           02  TKPANF       PIC X.
           02  FILLER REDEFINES TKPANF PIC X.
           02  TKPANA       PIC X.
           02  TKPANI       PIC X(10).
           02  TKCDATL      PIC S9(4) COMP.
           02  TKCDATF      PIC X.
           02  FILLER REDEFINES TKCDATF PIC X.
           02  TKCDATA      PIC X.
           02  TKCDATI      PIC X(8).
           02  TKSEQL       PIC S9(4) COMP.
           02  TKSEQF       PIC X.
           02  FILLER REDEFINES TKSEQF PIC X.
           02  TKSEQA       PIC X.
           02  TKSEQI       PIC X(4).
           02  TKDUEL       PIC S9(4) COMP.
           02  TKDUEF       PIC X.
           02  FILLER REDEFINES TKDUEF PIC X.
           02  TKDUEA       PIC X.
           02  TKDUEI       PIC X(8).
           02  TKRSNL       PIC S9(4) COMP.
           02  TKRSNF       PIC X.
           02  FILLER REDEFINES TKRSNF PIC X.
           02  TKRSNA       PIC X.
           02  TKRSNI       PIC X(4).
           02  TKGRPL       PIC S9(4) COMP.
           02  TKGRPF       PIC X.
           02  FILLER REDEFINES TKGRPF PIC X.
           02  TKGRPA       PIC X.
           02  TKGRPI       PIC X(4).
           02  TKUSERL      PIC S9(4) COMP.
           02  TKUSERF      PIC X.
           02  FILLER REDEFINES TKUSERF PIC X.
           02  TKUSERA      PIC X.
           02  TKUSERI      PIC X(8).
           02  TKDESCL      PIC S9(4) COMP.
           02  TKDESCF      PIC X.
           02  FILLER REDEFINES TKDESCF PIC X.
           02  TKDESCA      PIC X.
           02  TKDESCI      PIC X(60).
           02  TKLINE-GROUP OCCURS 12 TIMES.
               03  TKLINEL  PIC S9(4) COMP.
               03  TKLINEF  PIC X.
               03  TKLINEA  PIC X.
               03  TKLINEI  PIC X(78).
           02  TKMSGL       PIC S9(4) COMP.
           02  TKMSGF       PIC X.
           02  FILLER REDEFINES TKMSGF PIC X.
           02  TKMSGA       PIC X.
           02  TKMSGI       PIC X(79).

       01  EPSTKLRO REDEFINES EPSTKLRI.
           02  FILLER       PIC X(4).
           02  TKACTO       PIC X(1).
           02  FILLER       PIC X(4).
           02  TKPANO       PIC X(10).
           02  FILLER       PIC X(4).
           02  TKCDATO      PIC X(8).
           02  FILLER       PIC X(4).
           02  TKSEQO       PIC X(4).
           02  FILLER       PIC X(4).
           02  TKDUEO       PIC X(8).
           02  FILLER       PIC X(4).
           02  TKRSNO       PIC X(4).
           02  FILLER       PIC X(4).
           02  TKGRPO       PIC X(4).
           02  FILLER       PIC X(4).
           02  TKUSERO      PIC X(8).
           02  FILLER       PIC X(4).
           02  TKDESCO      PIC X(60).
           02  TKLINEO-GROUP OCCURS 12 TIMES.
               03  FILLER   PIC X(4).
               03  TKLINEO  PIC X(78).
           02  FILLER       PIC X(4).
           02  TKMSGO       PIC X(79).
