      *    THE FAILED STEP INSTEAD OF THE TOP, WITH NO HAND-FIGURING
      *    OF WHAT ALREADY RAN.
      *
      *    A JOB RUN AS PAN-RANGE PARTITIONS HAS ONE STEP PER
      *    PARTITION, ALL ON THE SAME PREDECESSOR, SO THE JCL RUNS
      *    THEM SIDE BY SIDE; A FAILED PARTITION IS THE ONLY ONE A
      *    RERUN STARTS AGAIN, AND IT RESUMES FROM ITS OWN EPSPTCKP
      *    CHECKPOINT. THE MERGE STEP AFTER THEM NAMES THE PARTITIONED
      *    JOB ON EPSJSTEP AND IS REFUSED UNTIL EVERY ONE OF THAT JOB'S
      *    PARTITION STEPS IS OK TONIGHT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-DEFINITION-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY EPSJSTEP.

       FD  STEP-STATE-FILE
              88 STEP-DEFINED                VALUE 'Y'.
           03 WS-STATE-FOUND              PIC X VALUE 'N'.
              88 STATE-ON-FILE               VALUE 'Y'.
           03 WS-PARTITIONS-READY         PIC X VALUE 'Y'.
              88 ALL-PARTITIONS-OK           VALUE 'Y'.

      *    COMMAND CARD, READ FROM SYSIN.
       01 WS-COMMAND-CARD                 PIC X(80).
           03 WS-DEF-JOB-NAME             PIC X(8).
           03 WS-DEF-PRED-STEP            PIC 9(3).
           03 WS-DEF-DESCRIPTION          PIC X(30).
           03 WS-DEF-PARTITION-NUM        PIC 9(2).
           03 WS-DEF-MERGE-OF-JOB         PIC X(8).
       01 WS-PARTITION-STEPS              PIC 9(3) VALUE 0.
       01 WS-BLOCKING-STEP                PIC 9(3) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 STL-STEP                 PIC ZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-JOB                  PIC X(10).
              05 STL-PART                 PIC X(4).
              05 STL-RUN-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 STL-START                PIC 9(6).
                    MOVE JSTEP-JOB-NAME    TO WS-DEF-JOB-NAME
                    MOVE JSTEP-PRED-STEP   TO WS-DEF-PRED-STEP
                    MOVE JSTEP-DESCRIPTION TO WS-DEF-DESCRIPTION
                    MOVE JSTEP-PARTITION-NUM
                                           TO WS-DEF-PARTITION-NUM
                    MOVE JSTEP-MERGE-OF-JOB
                                           TO WS-DEF-MERGE-OF-JOB
                 END-IF
           END-READ
           .
              END-IF
           END-IF.

      *    A MERGE WAITS FOR EVERY PARTITION OF ITS JOB.
           IF WS-DEF-MERGE-OF-JOB NOT = SPACES
              PERFORM A250-CHECK-PARTITIONS
              IF WS-PARTITION-STEPS = 0
                 MOVE 'NO PARTITION STEPS ON EPSJSTEP - REFUSED'
                      TO ACT-RESULT
                 MOVE 16 TO WS-CONTROLLER-RC
                 PERFORM A290-PRINT-ACTION
                 GO TO A200-EXIT
              END-IF
              IF NOT ALL-PARTITIONS-OK
                 MOVE SPACES TO ACT-RESULT
                 STRING 'PARTITION STEP ' WS-BLOCKING-STEP
                        ' NOT COMPLETE - REFUSED'
                        DELIMITED BY SIZE INTO ACT-RESULT
                 MOVE 16 TO WS-CONTROLLER-RC
                 PERFORM A290-PRINT-ACTION
                 GO TO A200-EXIT
              END-IF
           END-IF.

      *    CLEARED TO RUN - STAMP THE START.
           MOVE WS-REQUEST-STEP TO JSTAT-STEP-NUM.
           PERFORM A180-READ-STATE.
       A200-EXIT.
           EXIT.

      *    RESCAN THE CONTROL FILE FROM THE TOP FOR THE MERGED JOB'S
      *    PARTITION STEPS - THE FIRST ONE NOT OK TONIGHT HOLDS THE
      *    MERGE.
       A250-CHECK-PARTITIONS.
           MOVE 0   TO WS-PARTITION-STEPS.
           MOVE 0   TO WS-BLOCKING-STEP.
           MOVE 'Y' TO WS-PARTITIONS-READY.
           CLOSE STEP-DEFINITION-FILE.
           OPEN INPUT STEP-DEFINITION-FILE.
           MOVE 'N' TO WS-END-OF-STEPS.
           PERFORM A260-CHECK-ONE-PARTITION UNTIL END-OF-STEPS.

       A260-CHECK-ONE-PARTITION.
           READ STEP-DEFINITION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-STEPS
                 EXIT PARAGRAPH
           END-READ.
           IF JSTEP-JOB-NAME NOT = WS-DEF-MERGE-OF-JOB
              OR JSTEP-PARTITION-NUM = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PARTITION-STEPS.
           MOVE JSTEP-STEP-NUM TO JSTAT-STEP-NUM.
           PERFORM A180-READ-STATE.
           IF NOT STATE-ON-FILE
              OR JSTAT-RUN-DATE NOT = WS-CURRENT-DATE-8
              OR NOT JSTAT-OK
              IF ALL-PARTITIONS-OK
                 MOVE JSTEP-STEP-NUM TO WS-BLOCKING-STEP
              END-IF
              MOVE 'N' TO WS-PARTITIONS-READY
           END-IF
           .

       A290-PRINT-ACTION.
           MOVE WS-ACTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.
                 MOVE SPACES          TO WS-STATE-LINE
                 MOVE JSTEP-STEP-NUM  TO STL-STEP
                 MOVE JSTEP-JOB-NAME  TO STL-JOB
                 IF JSTEP-PARTITION-NUM > 0
                    STRING 'P' JSTEP-PARTITION-NUM
                           DELIMITED BY SIZE INTO STL-PART
                 END-IF
                 IF JSTEP-MERGE-OF-JOB NOT = SPACES
                    MOVE 'MRG' TO STL-PART
                 END-IF
                 MOVE JSTEP-STEP-NUM  TO JSTAT-STEP-NUM
                 PERFORM A180-READ-STATE
                 IF STATE-ON-FILE
