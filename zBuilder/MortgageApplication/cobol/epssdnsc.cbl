   CBL NUMPROC(MIG),FLAG(I,W),RENT
       ID DIVISION.
       PROGRAM-ID. EPSSDNSC.
      *    SHARED OFAC SANCTIONS SCREENING SERVICE - THE EPSSSNTK
      *    CALL STYLE. EPSBWMNT SCREENS EVERY BORROWER IT ADDS OR
      *    CHANGES, EPSCKISS EVERY CHECK PAYEE, EPSWIRSB EVERY WIRE
      *    BENEFICIARY, AND EPSSDNRS THE WHOLE BORROWER MASTER WHEN A
      *    NEW SDN LIST ARRIVES.
      *
      *    THE MATCH IS FUZZY ON PURPOSE. BOTH NAMES ARE UPPER-CASED,
      *    STRIPPED OF PUNCTUATION AND NOISE WORDS (INC, LLC, MR ...)
      *    AND BROKEN INTO UP TO SIX TOKENS, EACH WITH A FOUR-BYTE
      *    SOUNDEX-STYLE PHONETIC CODE. A SCREENED TOKEN SCORES 2
      *    AGAINST AN IDENTICAL LIST TOKEN, 1 AGAINST ONE THAT SOUNDS
      *    THE SAME (MOHAMMED/MUHAMMAD) OR AGAINST A MATCHING
      *    INITIAL. THE NAME SCORE IS THE POINTS OVER THE TWO TOKEN
      *    COUNTS COMBINED, AS A PERCENTAGE - WORD ORDER DOES NOT
      *    MATTER, SO 'SMITH, JOHN' AND 'JOHN SMITH' SCORE 100. ONLY
      *    LIST ENTRIES SHARING AT LEAST ONE PHONETIC CODE WITH THE
      *    NAME ARE READ, THROUGH THE EPSSDNIX INDEX.
      *
      *    EVERY ENTRY SCORING AT OR OVER STATIC-MATCH-THRESHOLD IS A
      *    POTENTIAL MATCH AND GETS AN EPSSDNHT HIT RECORD FOR THIS
      *    ITEM. THE ANSWER IS HOLD WHILE ANY OF THEM IS PENDING
      *    REVIEW, BLOCKED IF COMPLIANCE HAS CONFIRMED ONE, AND CLEAR
      *    WHEN THERE ARE NONE - OR WHEN COMPLIANCE HAS ALREADY
      *    CLEARED EVERY ONE OF THEM FOR THIS ITEM. IF THE LIST CANNOT
      *    BE READ THE NAME IS NOT SCREENED: THE RETURN CODE SAYS SO
      *    AND THE RESULT IS HOLD, NEVER CLEAR.
      *
      *    TOKENIZE RETURNS THE TOKENS WITHOUT SCREENING - EPSSDNLD
      *    BUILDS THE LIST WITH IT SO THE LIST AND THE SCREENED NAMES
      *    ARE CUT UP BY THE SAME CODE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SDN-HIT-FILE ASSIGN TO EPSSDNHT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SDNHT-KEY
                  FILE STATUS IS WS-SDNHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDN-LIST-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSDNLS.

       FD  SDN-INDEX-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSSDNIX.

       FD  SDN-HIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSDNHT.

       WORKING-STORAGE SECTION.
      *
       01  WS-STATIC-DATA.
      *    SCORE AT OR OVER WHICH A LIST ENTRY IS A POTENTIAL MATCH.
      *    SET LOW - A FALSE POSITIVE COSTS A COMPLIANCE REVIEW, A
      *    MISSED MATCH COSTS FAR MORE.
           03 STATIC-MATCH-THRESHOLD    PIC 9(3) VALUE 75.
      *    WORDS THAT SAY NOTHING ABOUT WHO THE PARTY IS.
           03 STATIC-NOISE-WORDS.
              05 FILLER                 PIC X(8) VALUE 'THE'.
              05 FILLER                 PIC X(8) VALUE 'OF'.
              05 FILLER                 PIC X(8) VALUE 'AND'.
              05 FILLER                 PIC X(8) VALUE 'INC'.
              05 FILLER                 PIC X(8) VALUE 'LLC'.
              05 FILLER                 PIC X(8) VALUE 'LTD'.
              05 FILLER                 PIC X(8) VALUE 'CO'.
              05 FILLER                 PIC X(8) VALUE 'CORP'.
              05 FILLER                 PIC X(8) VALUE 'SA'.
              05 FILLER                 PIC X(8) VALUE 'MR'.
              05 FILLER                 PIC X(8) VALUE 'MRS'.
              05 FILLER                 PIC X(8) VALUE 'MS'.
              05 FILLER                 PIC X(8) VALUE 'JR'.
              05 FILLER                 PIC X(8) VALUE 'SR'.
           03 STATIC-NOISE-TBL REDEFINES STATIC-NOISE-WORDS.
              05 STATIC-NOISE-WORD OCCURS 14 TIMES
                                        PIC X(8).

       01  WS-FILE-STATUSES.
           03 WS-SDNLS-STATUS           PIC XX.
           03 WS-SDNIX-STATUS           PIC XX.
           03 WS-SDNHT-STATUS           PIC XX.

       01  WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-CODE            PIC X VALUE 'N'.
              88 END-OF-CODE               VALUE 'Y'.
           03 WS-NOISE-FOUND            PIC X VALUE 'N'.
              88 NOISE-WORD                VALUE 'Y'.
           03 WS-CANDIDATE-FOUND        PIC X VALUE 'N'.
              88 CANDIDATE-ALREADY-HELD    VALUE 'Y'.

      *    NAME NORMALIZATION.
       01  WS-NORM-NAME                 PIC X(60).
       01  WS-CLEAN-NAME                PIC X(60).
       01  WS-CHAR                      PIC X.
           88 WS-CHAR-KEPT                 VALUE 'A' THRU 'I'
                                                 'J' THRU 'R'
                                                 'S' THRU 'Z'
                                                 '0' THRU '9'.
           88 WS-CHAR-DROPPED              VALUE "'" '.'.
           88 WS-CHAR-DIGIT                VALUE '0' THRU '9'.
           88 WS-CHAR-CLASS-1              VALUE 'B' 'F' 'P' 'V'.
           88 WS-CHAR-CLASS-2              VALUE 'C' 'G' 'J' 'K'
                                                 'Q' 'S' 'X' 'Z'.
           88 WS-CHAR-CLASS-3              VALUE 'D' 'T'.
           88 WS-CHAR-CLASS-4              VALUE 'L'.
           88 WS-CHAR-CLASS-5              VALUE 'M' 'N'.
           88 WS-CHAR-CLASS-6              VALUE 'R'.
           88 WS-CHAR-SILENT               VALUE 'H' 'W'.
       01  WS-IN-IDX                    PIC 9(3) COMP.
       01  WS-OUT-IDX                   PIC 9(3) COMP.
       01  WS-WORDS.
           03 WS-WORD OCCURS 10 TIMES   PIC X(30).
       01  WS-WORD-IDX                  PIC 9(2) COMP.
       01  WS-NOISE-IDX                 PIC 9(2) COMP.

      *    PHONETIC CODE WORK.
       01  WS-CODE-WORD                 PIC X(15).
       01  WS-CODE                      PIC X(4).
       01  WS-CODE-LEN                  PIC 9 COMP.
       01  WS-CLASS                     PIC X.
       01  WS-LAST-CLASS                PIC X.
       01  WS-CODE-IDX                  PIC 9(2) COMP.

      *    SCORING WORK.
       01  WS-TOK-IDX                   PIC 9 COMP.
       01  WS-CAND-TOK-IDX              PIC 9 COMP.
       01  WS-LIST-TOK-IDX              PIC 9 COMP.
       01  WS-POINTS                    PIC 9(3) COMP.
       01  WS-BEST-POINTS               PIC 9 COMP.
       01  WS-SCORE                     PIC 9(3) COMP.

      *    LIST ENTRIES AT OR OVER THE THRESHOLD FOR THIS NAME. ONE
      *    IS ENOUGH TO HOLD THE ITEM; PAST TWENTY THE REST ADD
      *    NOTHING COMPLIANCE WOULD NOT SEE FROM THESE.
       01  WS-CANDIDATE-TABLE.
           03 WS-CAND-COUNT             PIC 9(2) COMP VALUE 0.
           03 WS-CANDIDATE OCCURS 20 TIMES.
              05 WS-CAND-LIST-KEY       PIC X(20).
              05 WS-CAND-SCORE          PIC 9(3).
              05 WS-CAND-NAME           PIC X(60).
       01  WS-CAND-IDX                  PIC 9(2) COMP.

       01  WS-TODAY-8                   PIC 9(8).

       LINKAGE SECTION.
      *
       COPY EPSSDNPM.

       PROCEDURE DIVISION USING EPSSDNSC-PARMS.
      *
       A000-MAINLINE.
           MOVE 0 TO EPSSDNSC-RETURN-CODE.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           EVALUATE TRUE
              WHEN EPSSDNSC-TOKENIZE
                 PERFORM A100-TOKENIZE-NAME
              WHEN EPSSDNSC-SCREEN
                 PERFORM A300-SCREEN-NAME
              WHEN OTHER
                 MOVE 3 TO EPSSDNSC-RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      *    UPPER CASE; LETTERS AND DIGITS KEPT, APOSTROPHES AND
      *    PERIODS CLOSED UP (O'BRIEN, U.S.A.), ANYTHING ELSE A WORD
      *    BREAK.
       A100-TOKENIZE-NAME.
           MOVE 0 TO EPSSDNSC-TOKEN-COUNT.
           MOVE SPACES TO WS-CLEAN-NAME.
           MOVE 0 TO WS-OUT-IDX.
           MOVE EPSSDNSC-NAME TO WS-NORM-NAME.
           INSPECT WS-NORM-NAME
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM A110-CLEAN-ONE-CHAR
                   VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > 60.

           MOVE SPACES TO WS-WORDS.
           UNSTRING WS-CLEAN-NAME DELIMITED BY ALL SPACE
              INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
                   WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
                   WS-WORD(9) WS-WORD(10)
           END-UNSTRING.
           PERFORM A120-KEEP-ONE-WORD
                   VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 10
                      OR EPSSDNSC-TOKEN-COUNT = 6
           .

       A110-CLEAN-ONE-CHAR.
           MOVE WS-NORM-NAME(WS-IN-IDX:1) TO WS-CHAR.
           EVALUATE TRUE
              WHEN WS-CHAR-KEPT
                 ADD 1 TO WS-OUT-IDX
                 MOVE WS-CHAR TO WS-CLEAN-NAME(WS-OUT-IDX:1)
              WHEN WS-CHAR-DROPPED
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-OUT-IDX
           END-EVALUATE
           .

       A120-KEEP-ONE-WORD.
           IF WS-WORD(WS-WORD-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NOISE-FOUND.
           PERFORM A125-CHECK-NOISE-WORD
                   VARYING WS-NOISE-IDX FROM 1 BY 1
                   UNTIL WS-NOISE-IDX > 14 OR NOISE-WORD.
           IF NOISE-WORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EPSSDNSC-TOKEN-COUNT.
           MOVE WS-WORD(WS-WORD-IDX) TO WS-CODE-WORD.
           MOVE WS-CODE-WORD
                TO EPSSDNSC-TOKEN-TEXT(EPSSDNSC-TOKEN-COUNT).
           PERFORM A150-PHONETIC-CODE.
           MOVE WS-CODE TO EPSSDNSC-TOKEN-CODE(EPSSDNSC-TOKEN-COUNT)
           .

       A125-CHECK-NOISE-WORD.
           IF WS-WORD(WS-WORD-IDX) = STATIC-NOISE-WORD(WS-NOISE-IDX)
              MOVE 'Y' TO WS-NOISE-FOUND
           END-IF
           .

      *    SOUNDEX: THE FIRST LETTER, THEN THE CLASS DIGITS OF THE
      *    CONSONANTS THAT FOLLOW - A REPEATED CLASS COUNTS ONCE
      *    UNLESS A VOWEL SEPARATES IT, H AND W ARE IGNORED - PADDED
      *    WITH ZEROS TO FOUR. A TOKEN THAT STARTS WITH A DIGIT (HULL
      *    AND TAIL NUMBERS) IS CODED BY ITS FIRST FOUR CHARACTERS.
       A150-PHONETIC-CODE.
           MOVE WS-CODE-WORD(1:1) TO WS-CHAR.
           IF WS-CHAR-DIGIT
              MOVE WS-CODE-WORD(1:4) TO WS-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE '0000'  TO WS-CODE.
           MOVE WS-CHAR TO WS-CODE(1:1).
           MOVE 1       TO WS-CODE-LEN.
           PERFORM A160-CLASS-OF-CHAR.
           MOVE WS-CLASS TO WS-LAST-CLASS.
           PERFORM A155-CODE-ONE-CHAR
                   VARYING WS-CODE-IDX FROM 2 BY 1
                   UNTIL WS-CODE-IDX > 15 OR WS-CODE-LEN = 4
           .

       A155-CODE-ONE-CHAR.
           MOVE WS-CODE-WORD(WS-CODE-IDX:1) TO WS-CHAR.
           IF WS-CHAR = SPACE OR WS-CHAR-SILENT
              EXIT PARAGRAPH
           END-IF.
           PERFORM A160-CLASS-OF-CHAR.
           EVALUATE TRUE
              WHEN WS-CLASS = '0'
                 MOVE '0' TO WS-LAST-CLASS
              WHEN WS-CLASS NOT = WS-LAST-CLASS
                 ADD 1 TO WS-CODE-LEN
                 MOVE WS-CLASS TO WS-CODE(WS-CODE-LEN:1)
                 MOVE WS-CLASS TO WS-LAST-CLASS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       A160-CLASS-OF-CHAR.
           EVALUATE TRUE
              WHEN WS-CHAR-CLASS-1
                 MOVE '1' TO WS-CLASS
              WHEN WS-CHAR-CLASS-2
                 MOVE '2' TO WS-CLASS
              WHEN WS-CHAR-CLASS-3
                 MOVE '3' TO WS-CLASS
              WHEN WS-CHAR-CLASS-4
                 MOVE '4' TO WS-CLASS
              WHEN WS-CHAR-CLASS-5
                 MOVE '5' TO WS-CLASS
              WHEN WS-CHAR-CLASS-6
                 MOVE '6' TO WS-CLASS
              WHEN OTHER
                 MOVE '0' TO WS-CLASS
           END-EVALUATE
           .

       A300-SCREEN-NAME.
           MOVE 'C'    TO EPSSDNSC-RESULT.
           MOVE 0      TO EPSSDNSC-MATCH-SCORE.
           MOVE 0      TO EPSSDNSC-MATCH-ENTRY.
           MOVE SPACES TO EPSSDNSC-MATCH-NAME.
           IF EPSSDNSC-NAME = SPACES
              OR (EPSSDNSC-SOURCE NOT = 'B'
                  AND EPSSDNSC-SOURCE NOT = 'C'
                  AND EPSSDNSC-SOURCE NOT = 'W')
              MOVE 3 TO EPSSDNSC-RETURN-CODE
              MOVE 'H' TO EPSSDNSC-RESULT
              EXIT PARAGRAPH
           END-IF.
           PERFORM A100-TOKENIZE-NAME.
           IF EPSSDNSC-TOKEN-COUNT = 0
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SDN-LIST-FILE.
           IF WS-SDNLS-STATUS NOT = '00'
              MOVE 4 TO EPSSDNSC-RETURN-CODE
              MOVE 'H' TO EPSSDNSC-RESULT
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SDN-INDEX-FILE.
           IF WS-SDNIX-STATUS NOT = '00'
              CLOSE SDN-LIST-FILE
              MOVE 4 TO EPSSDNSC-RETURN-CODE
              MOVE 'H' TO EPSSDNSC-RESULT
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CAND-COUNT.
           PERFORM A320-SEARCH-ONE-TOKEN
                   VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > EPSSDNSC-TOKEN-COUNT.
           CLOSE SDN-LIST-FILE.
           CLOSE SDN-INDEX-FILE.

           IF WS-CAND-COUNT > 0
              PERFORM A500-RECORD-HITS
           END-IF
           .

      *    AN INITIAL IS TOO COMMON A SOUND TO SEARCH ON - IT ONLY
      *    COUNTS TOWARD A SCORE.
       A320-SEARCH-ONE-TOKEN.
           IF EPSSDNSC-TOKEN-TEXT(WS-TOK-IDX)(2:1) = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE EPSSDNSC-TOKEN-CODE(WS-TOK-IDX) TO SDNIX-TOKEN-CODE.
           MOVE 0 TO SDNIX-ENTRY-NUM SDNIX-ALT-NUM SDNIX-TOKEN-SEQ.
           MOVE 'N' TO WS-END-OF-CODE.
           START SDN-INDEX-FILE KEY IS NOT LESS THAN SDNIX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-CODE
           END-START.
           PERFORM A330-READ-ONE-INDEX UNTIL END-OF-CODE
           .

       A330-READ-ONE-INDEX.
           READ SDN-INDEX-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-CODE
              NOT AT END
                 IF SDNIX-TOKEN-CODE
                       NOT = EPSSDNSC-TOKEN-CODE(WS-TOK-IDX)
                    MOVE 'Y' TO WS-END-OF-CODE
                 ELSE
                    PERFORM A340-SCORE-ENTRY
                 END-IF
           END-READ
           .

       A340-SCORE-ENTRY.
           MOVE SDNIX-LIST-KEY TO SDNL-KEY.
           READ SDN-LIST-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE 0 TO WS-POINTS.
           PERFORM A350-BEST-FOR-TOKEN
                   VARYING WS-CAND-TOK-IDX FROM 1 BY 1
                   UNTIL WS-CAND-TOK-IDX > EPSSDNSC-TOKEN-COUNT.
           COMPUTE WS-SCORE =
                   (WS-POINTS * 100)
                 / (EPSSDNSC-TOKEN-COUNT + SDNL-TOKEN-COUNT).
           IF WS-SCORE > 100
              MOVE 100 TO WS-SCORE
           END-IF.
           IF WS-SCORE >= STATIC-MATCH-THRESHOLD
              PERFORM A370-ADD-CANDIDATE
           END-IF
           .

       A350-BEST-FOR-TOKEN.
           MOVE 0 TO WS-BEST-POINTS.
           PERFORM A360-COMPARE-TOKENS
                   VARYING WS-LIST-TOK-IDX FROM 1 BY 1
                   UNTIL WS-LIST-TOK-IDX > SDNL-TOKEN-COUNT
                      OR WS-BEST-POINTS = 2.
           ADD WS-BEST-POINTS TO WS-POINTS
           .

       A360-COMPARE-TOKENS.
           EVALUATE TRUE
              WHEN EPSSDNSC-TOKEN-TEXT(WS-CAND-TOK-IDX)
                 = SDNL-TOKEN-TEXT(WS-LIST-TOK-IDX)
                 MOVE 2 TO WS-BEST-POINTS
              WHEN WS-BEST-POINTS > 0
                 CONTINUE
              WHEN EPSSDNSC-TOKEN-TEXT(WS-CAND-TOK-IDX)(2:1) = SPACE
                OR SDNL-TOKEN-TEXT(WS-LIST-TOK-IDX)(2:1) = SPACE
                 IF EPSSDNSC-TOKEN-TEXT(WS-CAND-TOK-IDX)(1:1)
                    = SDNL-TOKEN-TEXT(WS-LIST-TOK-IDX)(1:1)
                    MOVE 1 TO WS-BEST-POINTS
                 END-IF
              WHEN EPSSDNSC-TOKEN-CODE(WS-CAND-TOK-IDX)
                 = SDNL-TOKEN-CODE(WS-LIST-TOK-IDX)
                 MOVE 1 TO WS-BEST-POINTS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *    AN ENTRY SHARING TWO SOUNDS WITH THE NAME IS REACHED TWICE
      *    THROUGH THE INDEX - IT IS KEPT ONCE.
       A370-ADD-CANDIDATE.
           MOVE 'N' TO WS-CANDIDATE-FOUND.
           PERFORM A375-CHECK-ONE-CANDIDATE
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
                      OR CANDIDATE-ALREADY-HELD.
           IF CANDIDATE-ALREADY-HELD OR WS-CAND-COUNT >= 20
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE SDNL-KEY  TO WS-CAND-LIST-KEY(WS-CAND-COUNT).
           MOVE WS-SCORE  TO WS-CAND-SCORE(WS-CAND-COUNT).
           MOVE SDNL-NAME TO WS-CAND-NAME(WS-CAND-COUNT)
           .

       A375-CHECK-ONE-CANDIDATE.
           IF WS-CAND-LIST-KEY(WS-CAND-IDX) = SDNL-KEY
              MOVE 'Y' TO WS-CANDIDATE-FOUND
           END-IF
           .

      *    ONE HIT RECORD PER ITEM AND LIST ENTRY. A NEW POTENTIAL
      *    MATCH IS WRITTEN PENDING; ONE ALREADY ON FILE KEEPS THE
      *    DECISION COMPLIANCE GAVE IT.
       A500-RECORD-HITS.
           OPEN I-O SDN-HIT-FILE.
           IF WS-SDNHT-STATUS = '05' OR '35'
              CLOSE SDN-HIT-FILE
              OPEN OUTPUT SDN-HIT-FILE
              CLOSE SDN-HIT-FILE
              OPEN I-O SDN-HIT-FILE
           END-IF.
           IF WS-SDNHT-STATUS NOT = '00'
              MOVE 4 TO EPSSDNSC-RETURN-CODE
              MOVE 'H' TO EPSSDNSC-RESULT
              EXIT PARAGRAPH
           END-IF.
           PERFORM A510-RECORD-ONE-HIT
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT.
           CLOSE SDN-HIT-FILE
           .

       A510-RECORD-ONE-HIT.
           MOVE EPSSDNSC-SOURCE    TO SDNHT-SOURCE.
           MOVE EPSSDNSC-REFERENCE TO SDNHT-REFERENCE.
           MOVE WS-CAND-LIST-KEY(WS-CAND-IDX) TO SDNHT-LIST-KEY.
           READ SDN-HIT-FILE
              INVALID KEY
                 PERFORM A520-WRITE-NEW-HIT
           END-READ.
           IF SDNHT-CLEARED
              EXIT PARAGRAPH
           END-IF.
           IF SDNHT-BLOCKED
              MOVE 'B' TO EPSSDNSC-RESULT
           ELSE
              IF NOT EPSSDNSC-BLOCKED
                 MOVE 'H' TO EPSSDNSC-RESULT
              END-IF
           END-IF.
           IF WS-CAND-SCORE(WS-CAND-IDX) > EPSSDNSC-MATCH-SCORE
              MOVE WS-CAND-SCORE(WS-CAND-IDX) TO EPSSDNSC-MATCH-SCORE
              MOVE SDNHT-ENTRY-NUM TO EPSSDNSC-MATCH-ENTRY
              MOVE WS-CAND-NAME(WS-CAND-IDX) TO EPSSDNSC-MATCH-NAME
           END-IF
           .

       A520-WRITE-NEW-HIT.
           MOVE SPACES TO SDN-HIT-RECORD.
           MOVE EPSSDNSC-SOURCE    TO SDNHT-SOURCE.
           MOVE EPSSDNSC-REFERENCE TO SDNHT-REFERENCE.
           MOVE WS-CAND-LIST-KEY(WS-CAND-IDX) TO SDNHT-LIST-KEY.
           MOVE EPSSDNSC-PAN       TO SDNHT-PAN.
           MOVE EPSSDNSC-NAME      TO SDNHT-SCREENED-NAME.
           MOVE WS-CAND-NAME(WS-CAND-IDX)  TO SDNHT-LIST-NAME.
           MOVE WS-CAND-SCORE(WS-CAND-IDX) TO SDNHT-SCORE.
           MOVE EPSSDNSC-CALLER-ID TO SDNHT-CALLER-ID.
           MOVE WS-TODAY-8         TO SDNHT-HIT-DATE.
           MOVE 'P'                TO SDNHT-STATUS-IND.
           MOVE 0                  TO SDNHT-DECISION-DATE.
           MOVE 0                  TO SDNHT-RELEASED-DATE.
           WRITE SDN-HIT-RECORD
              INVALID KEY
                 MOVE 4 TO EPSSDNSC-RETURN-CODE
           END-WRITE
           .
