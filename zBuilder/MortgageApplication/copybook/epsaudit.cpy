      * DB2 AUDIT-LOG TABLE DECLARATION AND HOST VARIABLES - ONE ROW  *
      * PER QUOTE TRANSACTION, SUCCESSFUL OR NOT, ACROSS EVERY QUOTE  *
      * ENTRY POINT THAT WRITES ONE (EPSCMORT'S 3270 SCREEN AND       *
      * EPSQUOTE'S API), PLUS ONE PER EPSSVAPI SERVICING INQUIRY      *
      * UNDER TRANCODE SVIQ, KEYED TO THE PAN ASKED ABOUT.            *
      * SEE EPSQUOTE'S A900-LOG-AUDIT-TRANSACTION/                    *
      * A910-CHECK-SQLCODE. KEPT IN STEP WITH THE COPY UNDER          *
      * Snippets/PropertyMappings - EPSCMORT ONLY EXISTS THERE, SO    *
      * EVERY COLUMN HERE HAS TO LINE UP WITH WHAT THAT PROGRAM       *
