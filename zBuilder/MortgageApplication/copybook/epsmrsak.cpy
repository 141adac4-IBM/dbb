      * EPSMRSAK.cpy
      * MERS response record - one per batch transaction MERS
      * processed, accepted or rejected. The response file arrives as
      * bare data and is wrapped with the EPSHDTRL control records by
      * EPSCTLWR (file id MERSACK) before EPSMERSA applies it to
      * EPSMERSR.

       01  MERS-RESPONSE-RECORD.
      * THE MRSX-TXN-TYPE OF THE TRANSACTION ANSWERED.
           03 MRSA-TXN-TYPE              PIC X(3).
           03 MRSA-MIN                   PIC X(18).
           03 MRSA-PAN                   PIC X(10).
           03 MRSA-STATUS                PIC X.
              88 MRSA-ACCEPTED              VALUE 'A'.
              88 MRSA-REJECTED              VALUE 'R'.
      * SPACES ON AN ACCEPTED TRANSACTION.
           03 MRSA-REJECT-CODE           PIC X(4).
           03 MRSA-REJECT-TEXT           PIC X(30).
           03 MRSA-PROCESS-DATE          PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(6).
