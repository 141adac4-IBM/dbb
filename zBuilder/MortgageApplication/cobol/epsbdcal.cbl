      *    ONLY - ARITHMETIC STILL WORKS, IT JUST DOES NOT KNOW THE
      *    OFFICE CLOSINGS.
      *
      *    SEE EPSBDPM.cpy FOR THE FUNCTIONS. THE RESCISSION-DAY
      *    FUNCTION COUNTS SATURDAYS, AS REG Z DOES FOR THE RIGHT TO
      *    CANCEL; EVERY OTHER FUNCTION SKIPS THEM.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       01  WS-BUS-COUNT                 PIC S9(4) COMP.
       01  WS-DATE-IS-BUS               PIC X.
           88 DATE-IS-BUSINESS             VALUE 'Y'.
       01  WS-SATURDAY-RULE             PIC X VALUE 'N'.
           88 SATURDAYS-COUNT              VALUE 'Y'.

       LINKAGE SECTION.
      *
                 PERFORM A500-ADD-BUSINESS-DAYS
              WHEN EPSBDCAL-BUS-DAYS-BETWEEN
                 PERFORM A600-COUNT-BETWEEN
              WHEN EPSBDCAL-ADD-RESCISSION-DAYS
                 MOVE 'Y' TO WS-SATURDAY-RULE
                 PERFORM A500-ADD-BUSINESS-DAYS
                 MOVE 'N' TO WS-SATURDAY-RULE
              WHEN OTHER
                 MOVE 1 TO EPSBDCAL-RETURN-CODE
           END-EVALUATE
           COMPUTE WS-WORK-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-WORK-INT, 7).
           IF WS-DAY-OF-WEEK = 0
              OR (WS-DAY-OF-WEEK = 6 AND NOT SATURDAYS-COUNT)
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
