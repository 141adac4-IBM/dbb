      * EPSSCRBK.cpy
      * SCRA blocked-action log record - one per servicing action a
      * program held back because the loan was under SCRA
      * protection (see EPSSCRAF.cpy). Appended to by EPSLTCHG,
      * EPSSVSMT and EPSSCRCP; read by the EPSSCRRP compliance
      * report, which shows every block for the period.

       01  SCRA-BLOCKED-ACTION-RECORD.
           03 SCRBK-PAN                  PIC X(10).
           03 SCRBK-ACTION-DATE          PIC 9(8).
           03 SCRBK-PROGRAM-ID           PIC X(8).
           03 SCRBK-ACTION-CODE          PIC X(4).
              88 SCRBK-LATE-CHARGE          VALUE 'LATE'.
              88 SCRBK-FORECLOSURE          VALUE 'FCLS'.
              88 SCRBK-RATE-CAP             VALUE 'RCAP'.
           03 SCRBK-DESCRIPTION          PIC X(40).
