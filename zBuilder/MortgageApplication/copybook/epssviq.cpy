      * INQUIRY SCREEN). RECREATED HERE, BY HAND, THE SAME WAY        *
      * EPSSUSP.CPY IS FOR EPSCSUSP: THE KEYED PAN AND OPTIONAL      *
      * FROM-DATE (THE PAGING KEY), THE READ-ONLY SERVICING MASTER   *
      * FIELDS, THE OPEN LOSS-DRAFT CLAIM LINE, EIGHT FORMATTED      *
      * PAYMENT-HISTORY LINES, AND THE MESSAGE LINE.                 *
      *****************************************************************

       01  EPSSVIQI.
           02  FILLER REDEFINES SVLATEF PIC X.
           02  SVLATEA      PIC X.
           02  SVLATEI      PIC X(9).
           02  SVCLML       PIC S9(4) COMP.
           02  SVCLMF       PIC X.
           02  FILLER REDEFINES SVCLMF PIC X.
           02  SVCLMA       PIC X.
           02  SVCLMI       PIC X(60).
           02  SVHIST-GROUP OCCURS 8 TIMES.
               03  SVHISTL  PIC S9(4) COMP.
               03  SVHISTF  PIC X.
           02  SVRATEO      PIC X(6).
           02  FILLER       PIC X(4).
           02  SVLATEO      PIC X(9).
           02  FILLER       PIC X(4).
           02  SVCLMO       PIC X(60).
           02  SVHISTO-GROUP OCCURS 8 TIMES.
               03  FILLER   PIC X(4).
               03  SVHISTO  PIC X(70).
