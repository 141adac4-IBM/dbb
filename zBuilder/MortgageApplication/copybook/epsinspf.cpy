      * investors inspect at, updated by EPSINSPR from the vendor's
      * result file. A loan still delinquent once the re-inspection
      * interval passes gets ordered again automatically - the record
      * cycles until the loan cures. EPSLDRFT also orders through
      * this record for a loan with open hazard claim proceeds held,
      * and releases those proceeds in stages by the repair percent
      * complete the result reports, and EPSREOMT orders through it
      * for the occupancy of each property in REO inventory.

       01  INSPECTION-ORDER-RECORD.
           03 INSP-PAN                   PIC X(10).
              88 INSP-CONDITION-GOOD        VALUE 'G'.
              88 INSP-CONDITION-FAIR        VALUE 'F'.
              88 INSP-CONDITION-POOR        VALUE 'P'.
      * REPAIR PERCENT COMPLETE AS OF THE RESULT - ZERO WHEN THE
      * PROPERTY HAS NO REPAIRS IN PROGRESS.
           03 INSP-REPAIR-PCT            PIC 9(3).
           03 INSP-ADDR-LINE-1           PIC X(30).
           03 INSP-CITY                  PIC X(20).
           03 INSP-STATE                 PIC X(2).
           03 INSP-ZIP                   PIC X(9).
           03 INSP-LAST-MAINT-DATE       PIC 9(8).
      * THE VENDOR THE INSPECTION WAS ORDERED FROM - THE DEFAULT
      * INSPECTION VENDOR ON EPSVNDRF AT ORDER TIME. EPSVNINV MATCHES
      * THE VENDOR'S INVOICE TO IT.
           03 INSP-VENDOR-ID             PIC X(8).
