      * EPSVNIH.cpy
      * Vendor invoice history - every invoice EPSVNINV has paid.
      * Each paid invoice is filed twice on the one keyed file: an
      * 'I' record under vendor + invoice number, which catches the
      * same invoice sent again, and (except for attorney invoices,
      * which bill a foreclosure in stages) an 'O' record under
      * service + PAN + order date, which catches a second invoice
      * for an order already paid.

       01  VENDOR-INVOICE-HISTORY-RECORD.
           03 VNIH-KEY.
              05 VNIH-KEY-TYPE           PIC X.
                 88 VNIH-INVOICE-ENTRY      VALUE 'I'.
                 88 VNIH-ORDER-ENTRY        VALUE 'O'.
              05 VNIH-KEY-DATA           PIC X(24).
              05 VNIH-INVOICE-KEY REDEFINES VNIH-KEY-DATA.
                 07 VNIH-KEY-VENDOR-ID   PIC X(8).
                 07 VNIH-KEY-INVOICE-NBR PIC X(12).
                 07 FILLER               PIC X(4).
              05 VNIH-ORDER-KEY REDEFINES VNIH-KEY-DATA.
                 07 VNIH-KEY-SERVICE     PIC X.
                 07 VNIH-KEY-PAN         PIC X(10).
                 07 VNIH-KEY-ORDER-DATE  PIC 9(8).
                 07 FILLER               PIC X(5).
           03 VNIH-VENDOR-ID             PIC X(8).
           03 VNIH-INVOICE-NUMBER        PIC X(12).
           03 VNIH-SERVICE-TYPE          PIC X.
           03 VNIH-PAN                   PIC X(10).
           03 VNIH-ORDER-DATE            PIC 9(8).
           03 VNIH-INVOICE-DATE          PIC 9(8).
           03 VNIH-AMOUNT                PIC 9(7)V99.
           03 VNIH-PAID-DATE             PIC 9(8).
           03 FILLER                     PIC X.
