      * EPSJCTLR, the batch job-stream controller, whose START call
      * refuses to let a step run while its predecessor has not
      * finished clean tonight.
      * A big servicing-master job split into PAN-range partitions
      * (see EPSPARTN) has one step per partition, each carrying its
      * partition number and sharing the one predecessor, so they run
      * side by side and a failed partition reruns alone. The
      * EPSPTMRG step that merges them names the partitioned job in
      * JSTEP-MERGE-OF-JOB and may not start until every partition
      * step of that job is OK tonight.

       01  JOB-STEP-DEFINITION.
           03 JSTEP-STEP-NUM             PIC 9(3).
           03 JSTEP-JOB-NAME             PIC X(8).
           03 JSTEP-PRED-STEP            PIC 9(3).
           03 JSTEP-DESCRIPTION          PIC X(30).
      * NONZERO - THIS STEP RUNS ONE PARTITION OF JSTEP-JOB-NAME.
           03 JSTEP-PARTITION-NUM        PIC 9(2).
      * NONBLANK - A MERGE STEP OVER THIS JOB'S PARTITION STEPS.
           03 JSTEP-MERGE-OF-JOB         PIC X(8).
