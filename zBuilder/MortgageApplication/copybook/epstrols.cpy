       01  TRANSFER-OUT-SELECTION-RECORD.
           03 TROLS-PAN                  PIC X(10).
           03 TROLS-TRANSFER-DATE        PIC 9(8).
      * THE NEW SERVICER'S MERS ORG ID - NAMED ON THE TRANSFER OF
      * SERVICING RIGHTS EPSSVTRO QUEUES ON EPSMERSR.
           03 TROLS-NEW-SERVICER-ORG     PIC 9(7).
