      * EPSRGOIN.cpy
      * Regulation O insider registry - one record per executive
      * officer, director or principal shareholder of the bank,
      * keyed by RGOIN-INSIDER-ID. Maintained by EPSRGOMT. The PAN
      * table names every application or loan the insider's credit
      * is aggregated over - the insider's own borrowing and that of
      * each related interest (a company the insider controls, a
      * political or campaign committee the insider controls or
      * benefits from). EPSRGOMT keeps the EPSRGOPX PAN-to-insider
      * cross-reference in step with this table, so EPSASMNT can tell
      * from an application's PAN alone that it is an insider loan.
      * EPSASMNT tests the aggregate against the insider's limit
      * before an approval stands; EPSRGORP reports it quarterly.

       01  INSIDER-REGISTRY-RECORD.
           03 RGOIN-INSIDER-ID           PIC X(8).
           03 RGOIN-INSIDER-NAME         PIC X(30).
           03 RGOIN-RELATIONSHIP         PIC X.
              88 RGOIN-EXECUTIVE-OFFICER    VALUE 'E'.
              88 RGOIN-DIRECTOR             VALUE 'D'.
              88 RGOIN-PRINCIPAL-SHAREHOLDER
                                            VALUE 'P'.
      * AN INSIDER WHO HAS LEFT THE BOARD OR THE OFFICER RANKS STAYS
      * ON FILE INACTIVE - THE EXAMINERS STILL ASK ABOUT CREDIT
      * EXTENDED WHILE THE PERSON WAS AN INSIDER.
           03 RGOIN-STATUS-IND           PIC X.
              88 RGOIN-ACTIVE               VALUE 'A'.
              88 RGOIN-INACTIVE             VALUE 'I'.
      * THE INSIDER'S OWN LENDING LIMIT WHEN THE BOARD HAS SET ONE
      * BELOW THE REGULATORY LIMIT. ZERO TAKES THE REGULATORY LIMIT -
      * THE PERCENT OF UNIMPAIRED CAPITAL AND SURPLUS HELD IN
      * EPSASMNT AND EPSRGORP.
           03 RGOIN-LENDING-LIMIT        PIC 9(9)V99.
           03 RGOIN-PAN-COUNT            PIC 9(2).
           03 RGOIN-PAN-ENTRY            OCCURS 10 TIMES.
              05 RGOIN-PAN               PIC X(10).
      * 'I' THE INSIDER'S OWN BORROWING, 'R' A RELATED INTEREST'S.
              05 RGOIN-PAN-RELATION      PIC X.
                 88 RGOIN-PAN-INSIDER       VALUE 'I'.
                 88 RGOIN-PAN-RELATED       VALUE 'R'.
              05 RGOIN-PAN-ADD-DATE      PIC 9(8).
           03 RGOIN-LAST-MAINT-DATE      PIC 9(8).
           03 RGOIN-USER-ID              PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(41).
