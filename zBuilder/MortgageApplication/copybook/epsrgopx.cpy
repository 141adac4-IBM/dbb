      * EPSRGOPX.cpy
      * Regulation O PAN-to-insider cross-reference - one record per
      * PAN named in an EPSRGOIN insider's PAN table, keyed by PAN.
      * Written and deleted only by EPSRGOMT as PANs are linked to
      * and unlinked from an insider. A PAN found here is an insider
      * loan: EPSASMNT will not move it to 'AP' without a board
      * approval on EPSRGOAP.

       01  INSIDER-PAN-XREF-RECORD.
           03 RGOPX-PAN                  PIC X(10).
           03 RGOPX-INSIDER-ID           PIC X(8).
           03 RGOPX-PAN-RELATION         PIC X.
              88 RGOPX-PAN-INSIDER          VALUE 'I'.
              88 RGOPX-PAN-RELATED          VALUE 'R'.
           03 RGOPX-ADD-DATE             PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(13).
