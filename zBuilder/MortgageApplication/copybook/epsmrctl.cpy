      * EPSMRCTL.cpy
      * MERS control record - the one record on EPSMRCTL. Our MERS
      * org ID, which begins every MIN we assign and identifies us on
      * every batch transaction, and the next MIN sequence number.
      * EPSMINAS advances the sequence each time it assigns a MIN; a
      * missing control record assigns nothing - a guessed sequence
      * would collide with MINs already registered.

       01  MERS-CONTROL-RECORD.
           03 MRCTL-ORG-ID               PIC 9(7).
           03 MRCTL-NEXT-MIN-SEQ         PIC 9(10).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(63).
