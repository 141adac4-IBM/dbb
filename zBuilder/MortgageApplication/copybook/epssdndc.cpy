      * EPSSDNDC.cpy
      * OFAC hit decision record for EPSSDNAP - one per potential
      * match compliance has worked, the same decision-file shape
      * EPSWIRAP takes for funding wires. The reason is required
      * either way; it is what the examiners read.

       01  SDN-DECISION-RECORD.
           03 SDNDC-SOURCE               PIC X.
           03 SDNDC-REFERENCE            PIC X(10).
           03 SDNDC-ENTRY-NUM            PIC 9(10).
           03 SDNDC-ALT-NUM              PIC 9(10).
           03 SDNDC-DECISION             PIC X.
      * CLEARED - NOT THE LISTED PARTY.
              88 SDNDC-CLEAR                VALUE 'C'.
      * CONFIRMED MATCH - THE FUNDS ARE BLOCKED AND REPORTED.
              88 SDNDC-BLOCK                VALUE 'B'.
           03 SDNDC-USER-ID              PIC X(8).
           03 SDNDC-REASON               PIC X(40).
