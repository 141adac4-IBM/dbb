      * EPSMINPM.cpy
      * Parameter record for the shared MIN assignment service
      * (EPSMINAS), callable in the same style as EPSSSNTK. A PAN
      * only ever gets one MIN - asking again returns the one already
      * on EPSMERSR.

       01  EPSMINAS-PARMS.
      * INPUT
           03 EPSMINAS-FUNCTION         PIC X.
      * A - ASSIGN AT CLOSING (EPSCDGEN).
      * B - LOAN BOARDED (EPSSVBLD): ASSIGN IF CLOSING DID NOT, AND
      *     MARK THE MIN READY FOR THE NEXT MERS REGISTRATION BATCH.
              88 EPSMINAS-ASSIGN           VALUE 'A'.
              88 EPSMINAS-BOARD            VALUE 'B'.
           03 EPSMINAS-CALLER-ID        PIC X(8).
           03 EPSMINAS-PAN              PIC X(10).
      * OUTPUT
           03 EPSMINAS-MIN              PIC X(18).
           03 EPSMINAS-RETURN-CODE      PIC 9(2).
              88 EPSMINAS-SUCCESS          VALUE 0.
      * THE PAN ALREADY HAD A MIN - IT IS RETURNED.
              88 EPSMINAS-ALREADY-ASSIGNED VALUE 1.
              88 EPSMINAS-INVALID-REQUEST  VALUE 3.
      * EPSMERSR OR THE EPSMRCTL CONTROL RECORD COULD NOT BE USED -
      * NO MIN WAS ASSIGNED.
              88 EPSMINAS-FILE-ERROR       VALUE 4.
