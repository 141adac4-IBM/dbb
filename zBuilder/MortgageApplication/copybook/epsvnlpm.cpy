      * EPSVNLPM.cpy
      * Parameter record for the shared vendor lookup (EPSVNDLK),
      * callable in the same style as EPSSSNTK. The order runs pass
      * the service and the vendor named on the order; a blank
      * vendor asks for the service's default vendor off the
      * EPSVNDRF fee schedule. Either way the vendor must be active
      * and carry a fee for the service.

       01  EPSVNDLK-PARMS.
      * INPUT - A APPRAISAL, I INSPECTION, F FLOOD DETERMINATION,
      * T FORECLOSURE ATTORNEY.
           03 EPSVNDLK-SERVICE          PIC X.
      * INPUT AND OUTPUT - THE VENDOR NAMED ON THE ORDER, OR SPACES
      * FOR THE DEFAULT; THE VENDOR ASSIGNED ON SUCCESS.
           03 EPSVNDLK-VENDOR-ID        PIC X(8).
      * OUTPUT
           03 EPSVNDLK-VENDOR-NAME      PIC X(30).
           03 EPSVNDLK-FEE-AMOUNT       PIC 9(5)V99.
           03 EPSVNDLK-RETURN-CODE      PIC 9(2).
              88 EPSVNDLK-SUCCESS          VALUE 0.
              88 EPSVNDLK-NOT-FOUND        VALUE 1.
              88 EPSVNDLK-INACTIVE         VALUE 2.
              88 EPSVNDLK-NOT-SCHEDULED    VALUE 3.
              88 EPSVNDLK-NO-DEFAULT       VALUE 4.
              88 EPSVNDLK-FILE-ERROR       VALUE 5.
