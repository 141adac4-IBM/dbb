      * EPSMERSX.cpy
      * MERS batch transaction record - one per transaction EPSMERSD
      * sends in the daily batch. Wrapped with EPSHDTRL control
      * records by the EPSCTLWR step (file id MERSBAT) before
      * transmission, like the other outbound interface files.

       01  MERS-BATCH-RECORD.
      * REG REGISTRATION, TOB TRANSFER OF BENEFICIAL RIGHTS, TOS
      * TRANSFER OF SERVICING RIGHTS, DEA DEACTIVATION.
           03 MRSX-TXN-TYPE              PIC X(3).
           03 MRSX-MIN                   PIC X(18).
           03 MRSX-PAN                   PIC X(10).
      * THE SUBMITTING MEMBER - ALWAYS OUR ORG.
           03 MRSX-ORG-ID                PIC 9(7).
      * REG AND TOB - THE INVESTOR; TOS - THE NEW SERVICER; DEA -
      * ZERO.
           03 MRSX-TARGET-ORG            PIC 9(7).
      * REG - THE NOTE DATE; OTHERS - THE EFFECTIVE DATE.
           03 MRSX-EFFECTIVE-DATE        PIC 9(8).
      * REG ONLY - THE ORIGINAL NOTE AMOUNT.
           03 MRSX-NOTE-AMOUNT           PIC 9(9)V99.
      * DEA ONLY - SEE MERS-DEA-REASON.
           03 MRSX-DEACT-REASON          PIC X(2).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(14).
