      * EPSGVDLQ.cpy
      * Agency default status record - EPSGVCLM writes one per
      * government loan each month it is 30 or more days past due
      * (new or continuing default), the month it is reinstated, and
      * the month its insurance or guaranty terminates. Sent to the
      * agency under its case number (FHA SFDMS, VA VALERI, USDA
      * default status reporting).

       01  GOVT-DEFAULT-REPORT-RECORD.
           03 GVDLQ-AGENCY               PIC X.
           03 GVDLQ-CASE-NUMBER          PIC X(12).
           03 GVDLQ-PAN                  PIC X(10).
      * YYYYMM OF THE MONTH BEING REPORTED.
           03 GVDLQ-REPORT-MONTH         PIC 9(6).
           03 GVDLQ-STATUS-CODE          PIC X.
              88 GVDLQ-NEW-DEFAULT          VALUE 'N'.
              88 GVDLQ-ONGOING-DEFAULT      VALUE 'O'.
              88 GVDLQ-REINSTATED           VALUE 'R'.
              88 GVDLQ-TERMINATED           VALUE 'T'.
           03 GVDLQ-DEFAULT-DATE         PIC 9(8).
      * OLDEST INSTALLMENT UNPAID AND HOW MANY DAYS PAST DUE IT IS.
           03 GVDLQ-NEXT-DUE-DATE        PIC 9(8).
           03 GVDLQ-DAYS-PAST-DUE        PIC 9(4).
           03 GVDLQ-PRINCIPAL-BALANCE    PIC 9(9)V99.
           03 FILLER                     PIC X(19).
