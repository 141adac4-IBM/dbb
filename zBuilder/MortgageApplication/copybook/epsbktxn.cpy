      * - the EPSASMNT transaction shape. ADD flags the borrower the
      * day the branch hears of the filing; RELEASE lifts the
      * suppression after discharge or dismissal but keeps the record
      * for the history. The cease-communication code on an ADD or
      * CHANGE sets ('Y') or lifts ('N') the borrower's written cease
      * request; a space leaves whatever is on file.

       01  BANKRUPTCY-MAINT-TRANSACTION.
           03 BKTX-ACTION                PIC X.
           03 BKTX-ATTORNEY-NAME         PIC X(30).
           03 BKTX-ATTORNEY-PHONE        PIC X(13).
           03 BKTX-USER-ID               PIC X(8).
           03 BKTX-CEASE-COMM-IND        PIC X.
              88 BKTX-CEASE-SET             VALUE 'Y'.
              88 BKTX-CEASE-LIFT            VALUE 'N'.
              88 BKTX-CEASE-UNCHANGED       VALUE SPACE.
