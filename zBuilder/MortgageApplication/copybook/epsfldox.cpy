           03 FLDOX-ZIP                  PIC X(9).
           03 FLDOX-COUNTY-CODE          PIC X(5).
           03 FLDOX-ORDER-DATE           PIC 9(8).
           03 FLDOX-VENDOR-ID            PIC X(8).
