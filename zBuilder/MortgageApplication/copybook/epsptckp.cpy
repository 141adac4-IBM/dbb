      * EPSPTCKP.cpy
      * Partition checkpoint record - the EPSRQCKP checkpoint, one
      * per partition, keyed by the job name and partition number so
      * the merge can browse a job's partitions together. EPSPARTN
      * writes it when the partition starts, rewrites it every
      * checkpoint interval with the last PAN finished and the
      * running counts, and stamps it complete at end of partition.
      * A partition restarted the same night with an incomplete
      * checkpoint resumes after the last PAN instead of at the low
      * PAN. The stream counts are the records the partition has
      * kept on each of its output files (up to three - see the job
      * for which is which); EPSPTMRG proves the merged files
      * against them.

       01  PARTITION-CHECKPOINT-RECORD.
           03 PTCKP-KEY.
              05 PTCKP-JOB-NAME          PIC X(8).
              05 PTCKP-PARTITION-NUM     PIC 9(2).
           03 PTCKP-RUN-DATE             PIC 9(8).
           03 PTCKP-LOW-PAN              PIC X(10).
           03 PTCKP-HIGH-PAN             PIC X(10).
           03 PTCKP-LAST-PAN             PIC X(10).
           03 PTCKP-READ-COUNT           PIC 9(7).
           03 PTCKP-ERROR-COUNT          PIC 9(7).
           03 PTCKP-OUT-TOTAL            PIC 9(7).
           03 PTCKP-STREAM-COUNT         PIC 9(7) OCCURS 3 TIMES.
           03 PTCKP-RESUME-COUNT         PIC 9(2).
           03 PTCKP-COMPLETE-IND         PIC X.
              88 PTCKP-COMPLETE             VALUE 'Y'.
           03 FILLER                     PIC X(27).
