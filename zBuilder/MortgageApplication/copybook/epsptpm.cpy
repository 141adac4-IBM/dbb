      * EPSPTPM.cpy
      * Call linkage record for EPSPARTN - the shared partition
      * start/checkpoint/end service for a job running one PAN-range
      * partition, in the EPSJOBTM call shape: once at A100 with
      * EPSPARTN-START, once per loan finished with
      * EPSPARTN-CHECKPOINT (EPSPARTN itself only rewrites the
      * checkpoint every interval), once at A900 with EPSPARTN-END.
      * The caller keeps the stream counts itself, one per output
      * file, counting every record it writes - they come back
      * restored on a resume. The read, error and output counts the
      * caller passes are its own for this attempt; EPSPARTN adds
      * the earlier attempts' counts, and an END call hands back the
      * partition's totals across every attempt.

       01  EPSPARTN-PARMS.
      * INPUT
           03 EPSPARTN-JOB-NAME          PIC X(8).
           03 EPSPARTN-PARTITION-NUM     PIC 9(2).
           03 EPSPARTN-ACTION            PIC X.
              88 EPSPARTN-START             VALUE 'S'.
              88 EPSPARTN-CHECKPOINT        VALUE 'C'.
      * REWRITES THE CHECKPOINT NOW, WHATEVER THE INTERVAL - FOR A
      * LOAN WHOSE WORK A RESUME COULD NOT REDO (A MASTER UPDATE
      * THE JOB'S OWN RERUN GUARD WOULD THEN PASS OVER).
              88 EPSPARTN-CHECKPOINT-NOW    VALUE 'F'.
              88 EPSPARTN-END               VALUE 'E'.
      * INPUT ON CHECKPOINT AND END - THE LAST PAN FINISHED. OUTPUT
      * ON START WHEN RESUMING - THE PAN TO RESUME AFTER.
           03 EPSPARTN-LAST-PAN          PIC X(10).
           03 EPSPARTN-READ-COUNT        PIC 9(7).
           03 EPSPARTN-ERROR-COUNT       PIC 9(7).
           03 EPSPARTN-OUT-TOTAL         PIC 9(7).
           03 EPSPARTN-STREAM-COUNT      PIC 9(7) OCCURS 3 TIMES.
      * OUTPUT ON START
           03 EPSPARTN-PART-JOB-NAME     PIC X(8).
           03 EPSPARTN-LOW-PAN           PIC X(10).
           03 EPSPARTN-HIGH-PAN          PIC X(10).
           03 EPSPARTN-RESUME-IND        PIC X.
              88 EPSPARTN-RESUMING          VALUE 'Y'.
           03 EPSPARTN-RETURN-CODE       PIC 9(2).
              88 EPSPARTN-SUCCESS           VALUE 0.
      * THE PARTITION IS NOT ON EPSPTCTL FOR THE JOB.
              88 EPSPARTN-NOT-DEFINED       VALUE 8.
      * EPSPTCKP COULD NOT BE OPENED OR WRITTEN.
              88 EPSPARTN-CKP-FAILED        VALUE 12.
