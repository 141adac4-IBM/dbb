      * EPSTKLPM.cpy
      * Parameter record for the shared tickler service (EPSTKLWR),
      * callable in the same style as EPSSSNTK. CREATE opens a
      * follow-up item on EPSTICKL for the PAN, due the given number
      * of days from today - unless an item for the same reason is
      * already open on the PAN, in which case that item is
      * returned and nothing is written, so a condition found again
      * on every run raises one item, not one a day.

       01  EPSTKLWR-PARMS.
      * INPUT
           03 EPSTKLWR-FUNCTION         PIC X.
              88 EPSTKLWR-CREATE           VALUE 'C'.
           03 EPSTKLWR-CALLER-ID        PIC X(8).
           03 EPSTKLWR-PAN              PIC X(10).
      * SEE TKL-REASON-CODE AND TKL-WORK-GROUP.
           03 EPSTKLWR-REASON-CODE      PIC X(4).
           03 EPSTKLWR-WORK-GROUP       PIC X(4).
      * SPACES LEAVES THE ITEM UNASSIGNED WITHIN THE GROUP.
           03 EPSTKLWR-ASSIGNED-USER    PIC X(8).
      * ZERO MAKES THE ITEM DUE TODAY.
           03 EPSTKLWR-DUE-DAYS         PIC 9(3).
           03 EPSTKLWR-DESCRIPTION      PIC X(60).
      * OUTPUT
      * THE KEY OF THE ITEM CREATED, OR OF THE ONE ALREADY OPEN.
           03 EPSTKLWR-CREATE-DATE      PIC 9(8).
           03 EPSTKLWR-SEQ              PIC 9(4).
           03 EPSTKLWR-RETURN-CODE      PIC 9(2).
              88 EPSTKLWR-SUCCESS          VALUE 0.
              88 EPSTKLWR-ALREADY-OPEN     VALUE 1.
              88 EPSTKLWR-INVALID-REQUEST  VALUE 3.
      * THE TICKLER FILE COULD NOT BE OPENED OR WRITTEN - NO ITEM
      * WAS CREATED.
              88 EPSTKLWR-FILE-ERROR       VALUE 4.
