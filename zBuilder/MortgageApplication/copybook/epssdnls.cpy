      * EPSSDNLS.cpy
      * OFAC Specially Designated Nationals list record - one per
      * SDN entry and one per alias, keyed by the Treasury entry
      * number and alias number (zero for the primary name).
      * Rebuilt in full by EPSSDNLD from each list Treasury
      * publishes; read by the EPSSDNSC screening service. The name
      * is carried as published and also broken into the normalized
      * tokens and phonetic codes the fuzzy match scores against -
      * the tokenizing is EPSSDNSC's own, so the list and every name
      * screened against it are cut up the same way.

       01  SDN-LIST-RECORD.
           03 SDNL-KEY.
              05 SDNL-ENTRY-NUM          PIC 9(10).
              05 SDNL-ALT-NUM            PIC 9(10).
           03 SDNL-NAME                  PIC X(60).
      * 'INDIVIDUAL', 'VESSEL', 'AIRCRAFT' OR BLANK FOR AN ENTITY;
      * THE ALIAS TYPE ('AKA', 'FKA', 'NKA') ON AN ALIAS RECORD.
           03 SDNL-SDN-TYPE              PIC X(12).
      * SANCTIONS PROGRAM(S) THE ENTRY IS LISTED UNDER - BLANK ON AN
      * ALIAS, WHOSE PROGRAM IS ITS PRIMARY ENTRY'S.
           03 SDNL-PROGRAM               PIC X(24).
           03 SDNL-TOKEN-COUNT           PIC 9.
           03 SDNL-TOKEN OCCURS 6 TIMES.
              05 SDNL-TOKEN-TEXT         PIC X(15).
              05 SDNL-TOKEN-CODE         PIC X(4).
           03 SDNL-LOAD-DATE             PIC 9(8).
           03 FILLER                     PIC X(11).
