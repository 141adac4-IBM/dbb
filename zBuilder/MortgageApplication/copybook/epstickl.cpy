      * EPSTICKL.cpy
      * Servicing tickler (diary) record - one follow-up item on a
      * loan, keyed by PAN, the date the item was created and a
      * sequence within the day. Each item carries the date it is
      * due, the work group whose queue it sits in (and the user
      * within it, once somebody owns it), why it exists, and
      * whether it has been worked. Servicers add, complete and
      * reassign items on EPSCTKLR; batch programs that find
      * something a person has to chase create them through the
      * shared EPSTKLWR call; EPSTKLOD lists every open item past
      * its due date by work group each morning.

       01  TICKLER-RECORD.
           03 TKL-KEY.
              05 TKL-PAN                 PIC X(10).
              05 TKL-CREATE-DATE         PIC 9(8).
              05 TKL-SEQ                 PIC 9(4).
           03 TKL-DUE-DATE               PIC 9(8).
      * WHY THE ITEM EXISTS. THE FIRST FOUR ARE RAISED BY THE BATCH;
      * EPSTKLWR WILL NOT OPEN A SECOND ITEM FOR THE SAME REASON
      * WHILE ONE IS STILL OPEN ON THE PAN.
           03 TKL-REASON-CODE            PIC X(4).
              88 TKL-HAZARD-LAPSE           VALUE 'HZLP'.
              88 TKL-LM-DOCUMENTS           VALUE 'LMDC'.
              88 TKL-RETURNED-MAIL          VALUE 'RMAL'.
              88 TKL-APPRAISAL-OVERDUE      VALUE 'APOV'.
              88 TKL-CALL-BACK              VALUE 'CALL'.
              88 TKL-DOCUMENT-FOLLOW-UP     VALUE 'DOCS'.
              88 TKL-MISCELLANEOUS          VALUE 'MISC'.
              88 TKL-KNOWN-REASON           VALUE 'HZLP' 'LMDC'
                                                  'RMAL' 'APOV'
                                                  'CALL' 'DOCS'
                                                  'MISC'.
      * THE QUEUE THE ITEM SITS IN. EPSTKLOD PRINTS ONE SECTION PER
      * GROUP IN THIS ORDER.
           03 TKL-WORK-GROUP             PIC X(4).
              88 TKL-GROUP-INSURANCE        VALUE 'INSR'.
              88 TKL-GROUP-LOSS-MIT         VALUE 'LMIT'.
              88 TKL-GROUP-SKIP-TRACE       VALUE 'SKIP'.
              88 TKL-GROUP-APPRAISAL        VALUE 'APPR'.
              88 TKL-GROUP-COLLECTIONS      VALUE 'COLL'.
              88 TKL-GROUP-CUSTOMER-SVC     VALUE 'CSVC'.
              88 TKL-KNOWN-GROUP            VALUE 'INSR' 'LMIT'
                                                  'SKIP' 'APPR'
                                                  'COLL' 'CSVC'.
      * SPACES WHILE THE ITEM IS UNASSIGNED WITHIN THE GROUP.
           03 TKL-ASSIGNED-USER          PIC X(8).
           03 TKL-STATUS                 PIC X.
              88 TKL-OPEN                   VALUE 'O'.
              88 TKL-COMPLETED              VALUE 'C'.
           03 TKL-DESCRIPTION            PIC X(60).
      * USER ID FOR AN ONLINE ADD, PROGRAM NAME FOR A BATCH ONE.
           03 TKL-CREATED-BY             PIC X(8).
      * ZERO AND SPACES WHILE THE ITEM IS OPEN.
           03 TKL-COMPLETED-DATE         PIC 9(8).
           03 TKL-COMPLETED-BY           PIC X(8).
           03 TKL-LAST-MAINT-DATE        PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(11).
