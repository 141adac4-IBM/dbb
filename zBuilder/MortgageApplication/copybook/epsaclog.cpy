      * EPSACLOG.cpy
      * Customer-data access record - one per PAN looked up on an
      * online inquiry screen, written by EPSACCLG to the ACLQ
      * extrapartition TD queue (destined to the EPSACLOG dataset,
      * appended across days - the EPSAUTLG/AUTQ shape). Who looked,
      * from which transaction and program, at which loan, and when:
      * the record the privacy and GLBA reviews ask for. EPSACCUR
      * reads it back each morning for the unusual-access report.

       01  CUSTOMER-ACCESS-RECORD.
           03 ACLOG-USER-ID              PIC X(8).
           03 ACLOG-TRANSACTION          PIC X(4).
           03 ACLOG-PROGRAM              PIC X(8).
           03 ACLOG-PAN                  PIC X(10).
           03 ACLOG-ACCESS-DATE          PIC 9(8).
           03 ACLOG-ACCESS-TIME          PIC 9(6).
