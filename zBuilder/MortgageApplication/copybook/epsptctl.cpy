      * EPSPTCTL.cpy
      * Partition control record - how a big servicing-master job is
      * split into PAN-range partitions that run side by side on
      * month-end night. One record per partition, grouped by job
      * and in partition order with the ranges ascending and not
      * overlapping: partition nn of the job reads EPSSRVCF from the
      * low PAN through the high PAN and no further. The checkpoint
      * interval is how many loans go by between checkpoints on
      * EPSPTCKP (zero takes 1000). Read by EPSPARTN when a
      * partition starts, and by EPSPTMRG to know how many
      * partitions the merge must find.

       01  PARTITION-CONTROL-RECORD.
           03 PTCTL-JOB-NAME             PIC X(8).
           03 PTCTL-PARTITION-NUM        PIC 9(2).
           03 PTCTL-LOW-PAN              PIC X(10).
           03 PTCTL-HIGH-PAN             PIC X(10).
           03 PTCTL-CKP-INTERVAL         PIC 9(5).
           03 FILLER                     PIC X(45).
