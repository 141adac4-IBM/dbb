      *****************************************************************
      *                                                               *
      * EPSADCH.cpy                                                   *
      *                                                               *
      * BMS SYMBOLIC MAP FOR THE EPSADCH MAPSET (EPSCADCH'S BORROWER  *
      * ADDRESS CHANGE SCREEN). RECREATED HERE, BY HAND, THE SAME WAY *
      * EPSSUSP.CPY IS FOR EPSCSUSP: PAN, THE BORROWER'S NAME (SHOWN  *
      * ONLY), THE MAILING ADDRESS AND PHONE, A Y/N CONFIRMATION,     *
      * AND THE MESSAGE LINE.                                         *
      *****************************************************************

       01  EPSADCHI.
           02  ACPANL       PIC S9(4) COMP.
           02  ACPANF       PIC X.
           02  FILLER REDEFINES ACPANF PIC X.
           02  ACPANA       PIC X.
           02  ACPANI       PIC X(10).
           02  ACNAMEL      PIC S9(4) COMP.
           02  ACNAMEF      PIC X.
           02  FILLER REDEFINES ACNAMEF PIC X.
           02  ACNAMEA      PIC X.
           02  ACNAMEI      PIC X(30).
           02  ACADR1L      PIC S9(4) COMP.
           02  ACADR1F      PIC X.
           02  FILLER REDEFINES ACADR1F PIC X.
           02  ACADR1A      PIC X.
           02  ACADR1I      PIC X(30).
           02  ACADR2L      PIC S9(4) COMP.
           02  ACADR2F      PIC X.
           02  FILLER REDEFINES ACADR2F PIC X.
           02  ACADR2A      PIC X.
           02  ACADR2I      PIC X(30).
           02  ACCITYL      PIC S9(4) COMP.
           02  ACCITYF      PIC X.
           02  FILLER REDEFINES ACCITYF PIC X.
           02  ACCITYA      PIC X.
           02  ACCITYI      PIC X(20).
           02  ACSTATL      PIC S9(4) COMP.
           02  ACSTATF      PIC X.
           02  FILLER REDEFINES ACSTATF PIC X.
           02  ACSTATA      PIC X.
           02  ACSTATI      PIC X(2).
           02  ACZIPL       PIC S9(4) COMP.
           02  ACZIPF       PIC X.
           02  FILLER REDEFINES ACZIPF PIC X.
           02  ACZIPA       PIC X.
           02  ACZIPI       PIC X(9).
           02  ACPHONL      PIC S9(4) COMP.
           02  ACPHONF      PIC X.
           02  FILLER REDEFINES ACPHONF PIC X.
           02  ACPHONA      PIC X.
           02  ACPHONI      PIC X(13).
           02  ACCONFL      PIC S9(4) COMP.
           02  ACCONFF      PIC X.
           02  FILLER REDEFINES ACCONFF PIC X.
           02  ACCONFA      PIC X.
           02  ACCONFI      PIC X(1).
           02  ACMSGL       PIC S9(4) COMP.
           02  ACMSGF       PIC X.
           02  FILLER REDEFINES ACMSGF PIC X.
           02  ACMSGA       PIC X.
           02  ACMSGI       PIC X(79).

       01  EPSADCHO REDEFINES EPSADCHI.
           02  FILLER       PIC X(4).
           02  ACPANO       PIC X(10).
           02  FILLER       PIC X(4).
           02  ACNAMEO      PIC X(30).
           02  FILLER       PIC X(4).
           02  ACADR1O      PIC X(30).
           02  FILLER       PIC X(4).
           02  ACADR2O      PIC X(30).
           02  FILLER       PIC X(4).
           02  ACCITYO      PIC X(20).
           02  FILLER       PIC X(4).
           02  ACSTATO      PIC X(2).
           02  FILLER       PIC X(4).
           02  ACZIPO       PIC X(9).
           02  FILLER       PIC X(4).
           02  ACPHONO      PIC X(13).
           02  FILLER       PIC X(4).
           02  ACCONFO      PIC X(1).
           02  FILLER       PIC X(4).
           02  ACMSGO       PIC X(79).
