       ID DIVISION.
       PROGRAM-ID. EPSSDNLD.
      *    OFAC SDN LIST LOAD.
      *
      *    REBUILDS THE EPSSDNLS LIST FILE AND ITS EPSSDNIX PHONETIC
      *    INDEX FROM THE SPECIALLY DESIGNATED NATIONALS LIST AS
      *    TREASURY PUBLISHES IT - THE SDN FILE (ENTRY NUMBER, NAME,
      *    TYPE, PROGRAM ...) ON OFACSDN AND THE ALTERNATE-NAMES FILE
      *    (ENTRY NUMBER, ALIAS NUMBER, ALIAS TYPE, ALIAS NAME ...)
      *    ON OFACALT, BOTH COMMA-DELIMITED WITH THE TEXT FIELDS IN
      *    QUOTES. '-0-' IS TREASURY'S EMPTY FIELD. EVERY NAME IS
      *    TOKENIZED THROUGH THE EPSSDNSC SCREENING SERVICE ITSELF, SO
      *    THE LIST IS CUT UP EXACTLY AS THE NAMES SCREENED AGAINST
      *    IT WILL BE.
      *
      *    A LOAD BUMPS THE LIST VERSION ON THE EPSSDNCT CONTROL
      *    RECORD - THE SIGNAL FOR THAT NIGHT'S EPSSDNRS TO RESCREEN
      *    THE WHOLE BORROWER MASTER. A LIST THAT YIELDS NO ENTRIES
      *    AT ALL STOPS THE RUN WITH THE VERSION UNCHANGED: SCREENING
      *    AGAINST AN EMPTY LIST WOULD CLEAR EVERYONE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-INPUT-FILE ASSIGN TO OFACSDN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SDNIN-STATUS.

           SELECT ALT-INPUT-FILE ASSIGN TO OFACALT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ALTIN-STATUS.

           SELECT SDN-LIST-FILE ASSIGN TO EPSSDNLS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SDNL-KEY
                  FILE STATUS IS WS-SDNLS-STATUS.

           SELECT SDN-INDEX-FILE ASSIGN TO EPSSDNIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SDNIX-KEY
                  FILE STATUS IS WS-SDNIX-STATUS.

           SELECT SDN-CONTROL-FILE ASSIGN TO EPSSDNCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SDNCT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SDNLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDN-INPUT-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  SDN-INPUT-LINE                 PIC X(512).

       FD  ALT-INPUT-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  ALT-INPUT-LINE                 PIC X(512).

       FD  SDN-LIST-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSDNLS.

       FD  SDN-INDEX-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSSDNIX.

       FD  SDN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSSDNCT.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SDNIN-STATUS             PIC XX.
           03 WS-ALTIN-STATUS             PIC XX.
           03 WS-SDNLS-STATUS             PIC XX.
           03 WS-SDNIX-STATUS             PIC XX.
           03 WS-SDNCT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-SDN               PIC X VALUE 'N'.
              88 END-OF-SDN                  VALUE 'Y'.
           03 WS-END-OF-ALT               PIC X VALUE 'N'.
              88 END-OF-ALT                  VALUE 'Y'.
           03 WS-CONTROL-ON-FILE          PIC X VALUE 'N'.
              88 CONTROL-LOADED              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-LINE-COUNT               PIC 9(7) VALUE 0.
           03 WS-ENTRY-COUNT              PIC 9(7) VALUE 0.
           03 WS-ALIAS-COUNT              PIC 9(7) VALUE 0.
           03 WS-INDEX-COUNT              PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(7) VALUE 0.

      *    ONE DELIMITED LINE TAKEN APART. THE QUOTED FIELDS ARE
      *    SPLIT ON '","' (AND ON ',"' AFTER THE UNQUOTED NUMBERS),
      *    SO A COMMA INSIDE A NAME ('SMITH, JOHN') STAYS IN IT.
       01 WS-FIELDS.
           03 WS-F-NUMBERS                PIC X(30).
           03 WS-F-NAME                   PIC X(80).
           03 WS-F-TYPE                   PIC X(20).
           03 WS-F-PROGRAM                PIC X(40).
           03 WS-F-ENTRY-X                PIC X(10).
           03 WS-F-ALT-X                  PIC X(10).
       01 WS-F-NUMBERS-LEN                PIC 9(3) COMP.
       01 WS-F-ENTRY-LEN                  PIC 9(3) COMP.
       01 WS-F-ALT-LEN                    PIC 9(3) COMP.
       01 WS-REJECT-REASON                PIC X(40).
       01 WS-TOK-IDX                      PIC 9 COMP.

           COPY EPSSDNPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSDNLD - OFAC SDN LIST LOAD CONTROL REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-FILE                 PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LINE-NUM             PIC ZZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TEXT                 PIC X(60).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(40).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(10) VALUE 'ENTRIES:'.
              05 SUM-ENTRIES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ALIASES:'.
              05 SUM-ALIASES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'INDEX KEYS:'.
              05 SUM-INDEX                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REJECTED:'.
              05 SUM-REJECTED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'LIST VERSION:'.
              05 SUM-VERSION              PIC ZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-LOAD-SDN-ENTRY UNTIL END-OF-SDN.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM A300-LOAD-ALIAS UNTIL END-OF-ALT.
           PERFORM A800-UPDATE-CONTROL.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSDNLD' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SDN-INPUT-FILE.
           OPEN INPUT  ALT-INPUT-FILE.
           OPEN OUTPUT SDN-LIST-FILE.
           OPEN OUTPUT SDN-INDEX-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           .

       A200-LOAD-SDN-ENTRY.
           READ SDN-INPUT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-SDN
           END-READ.
           IF END-OF-SDN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           IF SDN-INPUT-LINE = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-FIELDS.
           MOVE 0      TO WS-F-NUMBERS-LEN.
           UNSTRING SDN-INPUT-LINE DELIMITED BY '","' OR ',"'
              INTO WS-F-NUMBERS COUNT IN WS-F-NUMBERS-LEN
                   WS-F-NAME
                   WS-F-TYPE
                   WS-F-PROGRAM
           END-UNSTRING.
           MOVE SPACES TO SDN-LIST-RECORD.
           IF WS-F-NUMBERS-LEN < 1 OR WS-F-NUMBERS-LEN > 10
              OR WS-F-NUMBERS(1:WS-F-NUMBERS-LEN) IS NOT NUMERIC
              MOVE 'REJECTED - ENTRY NUMBER NOT NUMERIC'
                   TO WS-REJECT-REASON
              PERFORM A700-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-F-NUMBERS(1:WS-F-NUMBERS-LEN) TO SDNL-ENTRY-NUM.
           MOVE 0 TO SDNL-ALT-NUM.
           IF WS-F-TYPE(1:3) = '-0-'
              MOVE SPACES TO WS-F-TYPE
           END-IF.
           IF WS-F-PROGRAM(1:3) = '-0-'
              MOVE SPACES TO WS-F-PROGRAM
           END-IF.
           INSPECT WS-F-TYPE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-F-TYPE    TO SDNL-SDN-TYPE.
           MOVE WS-F-PROGRAM TO SDNL-PROGRAM.
           PERFORM A500-WRITE-LIST-RECORD.
           IF SDNL-TOKEN-COUNT > 0
              ADD 1 TO WS-ENTRY-COUNT
           END-IF
           .

       A300-LOAD-ALIAS.
           READ ALT-INPUT-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-ALT
           END-READ.
           IF END-OF-ALT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           IF ALT-INPUT-LINE = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-FIELDS.
           MOVE 0      TO WS-F-ENTRY-LEN WS-F-ALT-LEN.
           UNSTRING ALT-INPUT-LINE DELIMITED BY '","' OR ',"'
              INTO WS-F-NUMBERS
                   WS-F-TYPE
                   WS-F-NAME
           END-UNSTRING.
           UNSTRING WS-F-NUMBERS DELIMITED BY ','
              INTO WS-F-ENTRY-X COUNT IN WS-F-ENTRY-LEN
                   WS-F-ALT-X   COUNT IN WS-F-ALT-LEN
           END-UNSTRING.
           MOVE SPACES TO SDN-LIST-RECORD.
           IF WS-F-ENTRY-LEN < 1 OR WS-F-ENTRY-LEN > 10
              OR WS-F-ALT-LEN < 1 OR WS-F-ALT-LEN > 10
              OR WS-F-ENTRY-X(1:WS-F-ENTRY-LEN) IS NOT NUMERIC
              OR WS-F-ALT-X(1:WS-F-ALT-LEN) IS NOT NUMERIC
              MOVE 'REJECTED - ENTRY OR ALIAS NUMBER INVALID'
                   TO WS-REJECT-REASON
              PERFORM A700-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-F-ENTRY-X(1:WS-F-ENTRY-LEN) TO SDNL-ENTRY-NUM.
           MOVE WS-F-ALT-X(1:WS-F-ALT-LEN)     TO SDNL-ALT-NUM.
           INSPECT WS-F-TYPE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-F-TYPE TO SDNL-SDN-TYPE.
           PERFORM A500-WRITE-LIST-RECORD.
           IF SDNL-TOKEN-COUNT > 0
              ADD 1 TO WS-ALIAS-COUNT
           END-IF
           .

      *    THE KEY, TYPE AND PROGRAM ARE ALREADY IN THE RECORD.
       A500-WRITE-LIST-RECORD.
           MOVE WS-F-NAME TO SDNL-NAME.
           MOVE WS-CURRENT-DATE-8 TO SDNL-LOAD-DATE.
           SET EPSSDNSC-TOKENIZE TO TRUE.
           MOVE 'EPSSDNLD' TO EPSSDNSC-CALLER-ID.
           MOVE WS-F-NAME  TO EPSSDNSC-NAME.
           CALL 'EPSSDNSC' USING EPSSDNSC-PARMS.
           IF EPSSDNSC-TOKEN-COUNT = 0
              MOVE 0 TO SDNL-TOKEN-COUNT
              MOVE 'REJECTED - NO NAME TO MATCH ON'
                   TO WS-REJECT-REASON
              PERFORM A700-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE EPSSDNSC-TOKEN-COUNT TO SDNL-TOKEN-COUNT.
           PERFORM A510-MOVE-ONE-TOKEN
                   VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 6.
           WRITE SDN-LIST-RECORD
              INVALID KEY
                 MOVE 0 TO SDNL-TOKEN-COUNT
                 MOVE 'REJECTED - DUPLICATE ENTRY/ALIAS NUMBER'
                      TO WS-REJECT-REASON
                 PERFORM A700-REJECT-LINE
                 EXIT PARAGRAPH
           END-WRITE.
           PERFORM A520-WRITE-ONE-INDEX
                   VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > SDNL-TOKEN-COUNT
           .

       A510-MOVE-ONE-TOKEN.
           MOVE EPSSDNSC-TOKEN-TEXT(WS-TOK-IDX)
                TO SDNL-TOKEN-TEXT(WS-TOK-IDX).
           MOVE EPSSDNSC-TOKEN-CODE(WS-TOK-IDX)
                TO SDNL-TOKEN-CODE(WS-TOK-IDX)
           .

      *    INITIALS ARE NOT INDEXED - THE SERVICE NEVER SEARCHES ON
      *    ONE.
       A520-WRITE-ONE-INDEX.
           IF SDNL-TOKEN-TEXT(WS-TOK-IDX)(2:1) = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                      TO SDN-INDEX-RECORD.
           MOVE SDNL-TOKEN-CODE(WS-TOK-IDX) TO SDNIX-TOKEN-CODE.
           MOVE SDNL-ENTRY-NUM              TO SDNIX-ENTRY-NUM.
           MOVE SDNL-ALT-NUM                TO SDNIX-ALT-NUM.
           MOVE WS-TOK-IDX                  TO SDNIX-TOKEN-SEQ.
           WRITE SDN-INDEX-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-INDEX-COUNT
           END-WRITE
           .

      *    THE ALIAS PASS ONLY STARTS ONCE THE SDN FILE IS AT END.
       A700-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-LINE-COUNT    TO DTL-LINE-NUM.
           IF END-OF-SDN
              MOVE 'ALT'            TO DTL-FILE
              MOVE ALT-INPUT-LINE   TO DTL-TEXT
           ELSE
              MOVE 'SDN'            TO DTL-FILE
              MOVE SDN-INPUT-LINE   TO DTL-TEXT
           END-IF.
           MOVE WS-REJECT-REASON TO DTL-RESULT.
           MOVE WS-DETAIL-LINE   TO RPT-LINE.
           WRITE RPT-LINE
           .

       A800-UPDATE-CONTROL.
           IF WS-ENTRY-COUNT = 0
              DISPLAY 'EPSSDNLD - NO SDN ENTRIES LOADED - LIST VERSION '
                      'NOT ADVANCED, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              PERFORM A900-FINALIZE
              STOP RUN
           END-IF.
           OPEN I-O SDN-CONTROL-FILE.
           IF WS-SDNCT-STATUS = '00'
              READ SDN-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO WS-CONTROL-ON-FILE
              END-READ
           END-IF.
           IF NOT CONTROL-LOADED
              CLOSE SDN-CONTROL-FILE
              OPEN OUTPUT SDN-CONTROL-FILE
              MOVE SPACES TO SDN-CONTROL-RECORD
              MOVE 0 TO SDNCT-LIST-VERSION
              MOVE 0 TO SDNCT-RESCREEN-VERSION
              MOVE 0 TO SDNCT-RESCREEN-DATE
           END-IF.
           ADD 1 TO SDNCT-LIST-VERSION.
           MOVE WS-CURRENT-DATE-8 TO SDNCT-LIST-LOAD-DATE.
           MOVE WS-ENTRY-COUNT    TO SDNCT-ENTRY-COUNT.
           MOVE WS-ALIAS-COUNT    TO SDNCT-ALIAS-COUNT.
           IF CONTROL-LOADED
              REWRITE SDN-CONTROL-RECORD
           ELSE
              WRITE SDN-CONTROL-RECORD
           END-IF.
           MOVE SDNCT-LIST-VERSION TO SUM-VERSION.
           CLOSE SDN-CONTROL-FILE
           .

       A900-FINALIZE.
           MOVE WS-ENTRY-COUNT  TO SUM-ENTRIES.
           MOVE WS-ALIAS-COUNT  TO SUM-ALIASES.
           MOVE WS-INDEX-COUNT  TO SUM-INDEX.
           MOVE WS-REJECT-COUNT TO SUM-REJECTED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SDN-INPUT-FILE.
           CLOSE ALT-INPUT-FILE.
           CLOSE SDN-LIST-FILE.
           CLOSE SDN-INDEX-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
