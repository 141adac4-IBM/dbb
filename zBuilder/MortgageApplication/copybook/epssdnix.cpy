      * EPSSDNIX.cpy
      * OFAC list phonetic index - one record per token of every
      * EPSSDNLS entry, keyed by the token's phonetic code so the
      * EPSSDNSC screening service reads only the list entries that
      * share a sound with the name being screened instead of the
      * whole list. Rebuilt with the list by EPSSDNLD. Single-letter
      * initials are not indexed.

       01  SDN-INDEX-RECORD.
           03 SDNIX-KEY.
              05 SDNIX-TOKEN-CODE        PIC X(4).
              05 SDNIX-LIST-KEY.
                 07 SDNIX-ENTRY-NUM      PIC 9(10).
                 07 SDNIX-ALT-NUM        PIC 9(10).
              05 SDNIX-TOKEN-SEQ         PIC 9.
           03 FILLER                     PIC X(5).
