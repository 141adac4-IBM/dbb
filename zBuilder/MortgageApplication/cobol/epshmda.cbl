      *    LARXTRCT: THE WORKFLOW OUTCOME MAPPED TO THE HMDA ACTION-
      *    TAKEN CODE, THE LOAN AMOUNT AND TERMS FROM THE PAN'S MOST
      *    RECENT EPSAUDIT QUOTE ROW (WHAT THE INTAKE QUOTED), AND
      *    THE DNLXTRCT ADVERSE-ACTION REASON CODES FOR DENIALS, AND
      *    THE APPLICANT'S EPSHMGMI ETHNICITY, RACE AND SEX. AN
      *    EDIT REPORT FLAGS EVERY APPLICATION MISSING A REPORTABLE
      *    FIELD SO THE FILE CAN BE FIXED BEFORE FILING.
      *
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DNLXT-STATUS.

           SELECT GOVT-MONITORING-FILE ASSIGN TO EPSHMGMI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GMI-PAN
                  FILE STATUS IS WS-GMI-STATUS.

           SELECT LAR-EXTRACT-FILE ASSIGN TO LARXTRCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LARXT-STATUS.
           RECORD CONTAINS 18 CHARACTERS.
           COPY EPSDNLXT.

       FD  GOVT-MONITORING-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSHMGMI.

       FD  LAR-EXTRACT-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSLARXT.

       FD  EDIT-REPORT
       01 WS-FILE-STATUSES.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-DNLXT-STATUS             PIC XX.
           03 WS-GMI-STATUS               PIC XX.
           03 WS-LARXT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

           03 WS-QUOTE-FOUND              PIC X VALUE 'N'.
              88 QUOTE-FOUND                 VALUE 'Y'.
           03 WS-RECORD-COMPLETE          PIC X VALUE 'Y'.
           03 WS-GMI-OPEN                 PIC X VALUE 'N'.
              88 MONITORING-FILE-OPEN        VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-EXTRACT-COUNT            PIC 9(7) VALUE 0.

           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  DENIAL-EXTRACT-FILE.
           OPEN INPUT  GOVT-MONITORING-FILE.
           IF WS-GMI-STATUS = '00'
              MOVE 'Y' TO WS-GMI-OPEN
           END-IF.
           OPEN OUTPUT LAR-EXTRACT-FILE.
           OPEN OUTPUT EDIT-REPORT.

              PERFORM A710-FLAG-MISSING-OFFICER
           END-IF.

           PERFORM A600-CARRY-MONITORING-DATA.

           MOVE WS-RECORD-COMPLETE TO LARXT-COMPLETE-IND.
           IF WS-RECORD-COMPLETE = 'N'
              ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF
           .

      *    A MISSING MONITORING RECORD STILL GOES ON THE LAR, BLANK,
      *    SO THE EDIT REPORT GETS IT FIXED BEFORE FILING.
       A600-CARRY-MONITORING-DATA.
           MOVE SPACES TO LARXT-ETHNICITY.
           MOVE SPACES TO LARXT-RACE.
           MOVE SPACES TO LARXT-SEX.
           IF MONITORING-FILE-OPEN
              MOVE APPST-PAN TO GMI-PAN
              READ GOVT-MONITORING-FILE
                 INVALID KEY
                    MOVE SPACES TO GOVT-MONITORING-RECORD
              END-READ
           ELSE
              MOVE SPACES TO GOVT-MONITORING-RECORD
           END-IF.
           IF GMI-PAN = SPACES
              MOVE 'N' TO WS-RECORD-COMPLETE
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE APPST-PAN TO DTL-PAN
              MOVE 'NO EPSHMGMI RECORD - ETHNICITY/RACE/SEX MISSING'
                   TO DTL-PROBLEM
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE GMI-ETHNICITY TO LARXT-ETHNICITY
              MOVE GMI-RACE      TO LARXT-RACE
              MOVE GMI-SEX       TO LARXT-SEX
           END-IF
           .

       A700-FLAG-MISSING-QUOTE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE APPST-PAN TO DTL-PAN.

           CLOSE APPLICATION-STATUS-FILE.
           CLOSE DENIAL-EXTRACT-FILE.
           IF MONITORING-FILE-OPEN
              CLOSE GOVT-MONITORING-FILE
           END-IF.
           CLOSE LAR-EXTRACT-FILE.
           CLOSE EDIT-REPORT.

