       ID DIVISION.
       PROGRAM-ID. EPSMSKSV.
      *    SHARED TEST-DATA MASKING SERVICE - THE EPSSSNTK CALL STYLE.
      *    EPSMASK CALLS THIS FOR EVERY PERSONAL FIELD IT COPIES DOWN
      *    TO THE TEST REGION. NOTHING HERE IS RANDOM: THE SAME VALUE
      *    ALWAYS MASKS THE SAME WAY, SO KEYS AND CROSS-FILE JOINS
      *    SURVIVE THE MASKING.
      *
      *    PANS, ACCOUNT NUMBERS AND PHONE NUMBERS ARE SCRAMBLED ONE
      *    CHARACTER AT A TIME - A DIGIT STAYS A DIGIT, A LETTER A
      *    LETTER - BY A SHIFT TAKEN FROM STATIC-KEYS AND THE
      *    CHARACTER BEFORE IT. THE SHIFT IS NEVER ZERO, SO EVERY
      *    CHARACTER CHANGES, AND TWO DIFFERENT VALUES NEVER SCRAMBLE
      *    TO THE SAME RESULT. NAMES AND ADDRESSES ARE REPLACED BY
      *    FAKES PICKED FROM THE TABLES BELOW BY A HASH OF THE
      *    ORIGINAL.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-STATIC-DATA.
           03 STATIC-ALPHABET           PIC X(36) VALUE
              '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03 STATIC-ALPHA-TBL REDEFINES STATIC-ALPHABET.
              05 STATIC-ALPHA-CHAR OCCURS 36 TIMES PIC X.
      *    ONE SHIFT DIGIT PER CHARACTER POSITION. CHANGING THESE
      *    CHANGES EVERY MASKED VALUE - THE TEST REGION MUST THEN BE
      *    REFRESHED WHOLE, NEVER ONE FILE AT A TIME.
           03 STATIC-KEYS               PIC X(30) VALUE
              '749218365027481936502817463951'.
           03 STATIC-KEY-TBL REDEFINES STATIC-KEYS.
              05 STATIC-KEY OCCURS 30 TIMES PIC 9.
           03 STATIC-FIRST-NAMES.
              05 FILLER                 PIC X(10) VALUE 'JAMES'.
              05 FILLER                 PIC X(10) VALUE 'MARY'.
              05 FILLER                 PIC X(10) VALUE 'ROBERT'.
              05 FILLER                 PIC X(10) VALUE 'PATRICIA'.
              05 FILLER                 PIC X(10) VALUE 'MICHAEL'.
              05 FILLER                 PIC X(10) VALUE 'LINDA'.
              05 FILLER                 PIC X(10) VALUE 'WILLIAM'.
              05 FILLER                 PIC X(10) VALUE 'BARBARA'.
              05 FILLER                 PIC X(10) VALUE 'DAVID'.
              05 FILLER                 PIC X(10) VALUE 'SUSAN'.
              05 FILLER                 PIC X(10) VALUE 'RICHARD'.
              05 FILLER                 PIC X(10) VALUE 'KAREN'.
              05 FILLER                 PIC X(10) VALUE 'THOMAS'.
              05 FILLER                 PIC X(10) VALUE 'NANCY'.
              05 FILLER                 PIC X(10) VALUE 'CHARLES'.
              05 FILLER                 PIC X(10) VALUE 'LISA'.
              05 FILLER                 PIC X(10) VALUE 'DANIEL'.
              05 FILLER                 PIC X(10) VALUE 'SANDRA'.
              05 FILLER                 PIC X(10) VALUE 'MARK'.
              05 FILLER                 PIC X(10) VALUE 'DONNA'.
           03 STATIC-FIRST-NAME-TBL REDEFINES STATIC-FIRST-NAMES.
              05 STATIC-FIRST-NAME OCCURS 20 TIMES PIC X(10).
           03 STATIC-LAST-NAMES.
              05 FILLER                 PIC X(12) VALUE 'ANDERSON'.
              05 FILLER                 PIC X(12) VALUE 'BRENNAN'.
              05 FILLER                 PIC X(12) VALUE 'CALLOWAY'.
              05 FILLER                 PIC X(12) VALUE 'DOUGHERTY'.
              05 FILLER                 PIC X(12) VALUE 'ELLSWORTH'.
              05 FILLER                 PIC X(12) VALUE 'FAIRBANKS'.
              05 FILLER                 PIC X(12) VALUE 'GALLAGHER'.
              05 FILLER                 PIC X(12) VALUE 'HOLLOWAY'.
              05 FILLER                 PIC X(12) VALUE 'IVERSON'.
              05 FILLER                 PIC X(12) VALUE 'JEFFERSON'.
              05 FILLER                 PIC X(12) VALUE 'KINCAID'.
              05 FILLER                 PIC X(12) VALUE 'LANGSTON'.
              05 FILLER                 PIC X(12) VALUE 'MERRIWEATHER'.
              05 FILLER                 PIC X(12) VALUE 'NORTHCUTT'.
              05 FILLER                 PIC X(12) VALUE 'OSBORNE'.
              05 FILLER                 PIC X(12) VALUE 'PEMBERTON'.
              05 FILLER                 PIC X(12) VALUE 'QUINLAN'.
              05 FILLER                 PIC X(12) VALUE 'ROCKWELL'.
              05 FILLER                 PIC X(12) VALUE 'SHELBY'.
              05 FILLER                 PIC X(12) VALUE 'WHITAKER'.
           03 STATIC-LAST-NAME-TBL REDEFINES STATIC-LAST-NAMES.
              05 STATIC-LAST-NAME OCCURS 20 TIMES PIC X(12).
           03 STATIC-STREETS.
              05 FILLER                 PIC X(18) VALUE 'MAPLE AVE'.
              05 FILLER                 PIC X(18) VALUE 'OAK ST'.
              05 FILLER                 PIC X(18) VALUE 'CEDAR LN'.
              05 FILLER                 PIC X(18) VALUE 'ELM DR'.
              05 FILLER                 PIC X(18) VALUE 'PINE RIDGE RD'.
              05 FILLER                 PIC X(18) VALUE 'WILLOW CT'.
              05 FILLER                 PIC X(18) VALUE 'BIRCH WAY'.
              05 FILLER                 PIC X(18) VALUE 'LAKEVIEW DR'.
              05 FILLER                 PIC X(18) VALUE 'HILLCREST RD'.
              05 FILLER                 PIC X(18) VALUE 'SUNSET BLVD'.
              05 FILLER                 PIC X(18) VALUE 'MEADOW LN'.
              05 FILLER                 PIC X(18) VALUE 'RIVERSIDE DR'.
              05 FILLER                 PIC X(18) VALUE 'CHESTNUT ST'.
              05 FILLER                 PIC X(18) VALUE 'VALLEY RD'.
              05 FILLER                 PIC X(18) VALUE 'HIGHLAND AVE'.
              05 FILLER                 PIC X(18) VALUE 'ORCHARD CIR'.
              05 FILLER                 PIC X(18) VALUE 'PARK PL'.
              05 FILLER                 PIC X(18) VALUE 'FOREST GLEN'.
              05 FILLER                 PIC X(18) VALUE 'MILL POND RD'.
              05 FILLER                 PIC X(18) VALUE 'HARBOR TER'.
           03 STATIC-STREET-TBL REDEFINES STATIC-STREETS.
              05 STATIC-STREET OCCURS 20 TIMES PIC X(18).
           03 STATIC-COMPANIES.
              05 FILLER                 PIC X(24) VALUE
                 'FIRST SUMMIT TITLE'.
              05 FILLER                 PIC X(24) VALUE
                 'HERITAGE ESCROW CO'.
              05 FILLER                 PIC X(24) VALUE
                 'LANDMARK SETTLEMENT LLC'.
              05 FILLER                 PIC X(24) VALUE
                 'KEYSTONE CLOSING SVCS'.
              05 FILLER                 PIC X(24) VALUE
                 'PINNACLE TITLE AGENCY'.
              05 FILLER                 PIC X(24) VALUE
                 'BLUE RIVER ESCROW'.
              05 FILLER                 PIC X(24) VALUE
                 'CORNERSTONE TITLE GROUP'.
              05 FILLER                 PIC X(24) VALUE
                 'MERIDIAN SETTLEMENT'.
              05 FILLER                 PIC X(24) VALUE
                 'GATEWAY LAND TITLE'.
              05 FILLER                 PIC X(24) VALUE
                 'SUMMIT RIDGE CLOSINGS'.
           03 STATIC-COMPANY-TBL REDEFINES STATIC-COMPANIES.
              05 STATIC-COMPANY OCCURS 10 TIMES PIC X(24).

       01  WS-SCRAMBLE-AREA.
           03 WS-SCRAMBLE-IN            PIC X(30).
           03 WS-SCRAMBLE-OUT           PIC X(30).
       01  WS-CHAR                      PIC X.
       01  WS-POS                       PIC 9(2) COMP.
       01  WS-ALPHA-IDX                 PIC 9(2) COMP.
       01  WS-CHAR-IDX                  PIC 9(2) COMP.
       01  WS-NEW-IDX                   PIC 9(2) COMP.
       01  WS-CARRY                     PIC 9(2) COMP.
       01  WS-SHIFT                     PIC 9(2) COMP.
       01  WS-HASH                      PIC 9(9) COMP.
       01  WS-HASH-WORK                 PIC 9(9) COMP.
       01  WS-PICK-1                    PIC 9(2) COMP.
       01  WS-PICK-2                    PIC 9(2) COMP.
       01  WS-HOUSE-NUMBER              PIC 9(4).
       01  WS-UNIT-NUMBER               PIC 9(3).

       LINKAGE SECTION.
      *
       COPY EPSMSKPM.

       PROCEDURE DIVISION USING EPSMSKSV-PARMS.
      *
       A000-MAINLINE.
           MOVE 0      TO EPSMSKSV-RETURN-CODE.
           MOVE SPACES TO EPSMSKSV-VALUE-OUT.
           IF EPSMSKSV-VALUE-IN = SPACES
              MOVE 1 TO EPSMSKSV-RETURN-CODE
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN EPSMSKSV-PAN
              WHEN EPSMSKSV-DIGITS
                 MOVE EPSMSKSV-VALUE-IN TO WS-SCRAMBLE-IN
                 PERFORM A100-SCRAMBLE
                 MOVE WS-SCRAMBLE-OUT   TO EPSMSKSV-VALUE-OUT
              WHEN EPSMSKSV-PERSON-NAME
                 PERFORM A300-FAKE-PERSON-NAME
              WHEN EPSMSKSV-STREET-ADDRESS
                 PERFORM A400-FAKE-STREET-ADDRESS
              WHEN EPSMSKSV-ADDRESS-UNIT
                 PERFORM A450-FAKE-ADDRESS-UNIT
              WHEN EPSMSKSV-BUSINESS-NAME
                 PERFORM A500-FAKE-BUSINESS-NAME
              WHEN EPSMSKSV-SSN-TOKEN
                 PERFORM A600-FAKE-SSN
              WHEN OTHER
                 MOVE 3 TO EPSMSKSV-RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      *    THE SHIFT FOR EACH CHARACTER COMES FROM ITS POSITION'S KEY
      *    AND THE ORIGINAL CHARACTER BEFORE IT, SO TWO PANS THAT
      *    DIFFER ONLY IN ONE DIGIT DO NOT MASK TO NEAR NEIGHBOURS.
      *    ANYTHING THAT IS NOT A LETTER OR DIGIT IS KEPT AS IT IS.
       A100-SCRAMBLE.
           MOVE SPACES TO WS-SCRAMBLE-OUT.
           MOVE 0      TO WS-CARRY.
           PERFORM A110-SCRAMBLE-ONE-CHAR
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 30
           .

       A110-SCRAMBLE-ONE-CHAR.
           MOVE WS-SCRAMBLE-IN(WS-POS:1) TO WS-CHAR.
           MOVE WS-CHAR TO WS-SCRAMBLE-OUT(WS-POS:1).
           PERFORM A150-FIND-CHAR.
           IF WS-CHAR-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHAR-IDX NOT > 10
              COMPUTE WS-SHIFT = 1 + FUNCTION MOD
                      (STATIC-KEY(WS-POS) + WS-CARRY, 9)
              COMPUTE WS-NEW-IDX = 1 + FUNCTION MOD
                      (WS-CHAR-IDX - 1 + WS-SHIFT, 10)
           ELSE
              COMPUTE WS-SHIFT = 1 + FUNCTION MOD
                      (STATIC-KEY(WS-POS) + WS-CARRY, 25)
              COMPUTE WS-NEW-IDX = 11 + FUNCTION MOD
                      (WS-CHAR-IDX - 11 + WS-SHIFT, 26)
           END-IF.
           MOVE STATIC-ALPHA-CHAR(WS-NEW-IDX)
                TO WS-SCRAMBLE-OUT(WS-POS:1).
           MOVE WS-CHAR-IDX TO WS-CARRY
           .

      *    WS-CHAR-IDX IS THE CHARACTER'S PLACE IN STATIC-ALPHABET -
      *    1-10 THE DIGITS, 11-36 THE LETTERS - OR ZERO.
       A150-FIND-CHAR.
           MOVE 0 TO WS-CHAR-IDX.
           PERFORM A160-MATCH-CHAR
                   VARYING WS-ALPHA-IDX FROM 1 BY 1
                   UNTIL WS-ALPHA-IDX > 36
                      OR WS-CHAR-IDX > 0
           .

       A160-MATCH-CHAR.
           IF STATIC-ALPHA-CHAR(WS-ALPHA-IDX) = WS-CHAR
              MOVE WS-ALPHA-IDX TO WS-CHAR-IDX
           END-IF
           .

       A200-HASH-VALUE.
           MOVE 0 TO WS-HASH.
           PERFORM A210-HASH-ONE-CHAR
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 30
           .

       A210-HASH-ONE-CHAR.
           MOVE EPSMSKSV-VALUE-IN(WS-POS:1) TO WS-CHAR.
           PERFORM A150-FIND-CHAR.
           COMPUTE WS-HASH = FUNCTION MOD
                   (WS-HASH * 37 + WS-CHAR-IDX + STATIC-KEY(WS-POS),
                    999983)
           .

       A300-FAKE-PERSON-NAME.
           PERFORM A200-HASH-VALUE.
           COMPUTE WS-PICK-1 = 1 + FUNCTION MOD(WS-HASH, 20).
           COMPUTE WS-HASH-WORK = WS-HASH / 20.
           COMPUTE WS-PICK-2 = 1 + FUNCTION MOD(WS-HASH-WORK, 20).
           PERFORM A310-BUILD-PERSON-NAME.
           IF EPSMSKSV-VALUE-OUT = EPSMSKSV-VALUE-IN
              COMPUTE WS-PICK-2 = 1 + FUNCTION MOD(WS-PICK-2, 20)
              PERFORM A310-BUILD-PERSON-NAME
           END-IF
           .

       A310-BUILD-PERSON-NAME.
           MOVE SPACES TO EPSMSKSV-VALUE-OUT.
           STRING STATIC-FIRST-NAME(WS-PICK-1) DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  STATIC-LAST-NAME(WS-PICK-2)  DELIMITED BY SPACE
                  INTO EPSMSKSV-VALUE-OUT
           END-STRING
           .

       A400-FAKE-STREET-ADDRESS.
           PERFORM A200-HASH-VALUE.
           COMPUTE WS-HOUSE-NUMBER = 1000 + FUNCTION MOD(WS-HASH, 9000).
           COMPUTE WS-HASH-WORK = WS-HASH / 7.
           COMPUTE WS-PICK-1 = 1 + FUNCTION MOD(WS-HASH-WORK, 20).
           PERFORM A410-BUILD-STREET-ADDRESS.
           IF EPSMSKSV-VALUE-OUT = EPSMSKSV-VALUE-IN
              COMPUTE WS-PICK-1 = 1 + FUNCTION MOD(WS-PICK-1, 20)
              PERFORM A410-BUILD-STREET-ADDRESS
           END-IF
           .

       A410-BUILD-STREET-ADDRESS.
           MOVE SPACES TO EPSMSKSV-VALUE-OUT.
           STRING WS-HOUSE-NUMBER           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  STATIC-STREET(WS-PICK-1)  DELIMITED BY SIZE
                  INTO EPSMSKSV-VALUE-OUT
           END-STRING
           .

       A450-FAKE-ADDRESS-UNIT.
           PERFORM A200-HASH-VALUE.
           COMPUTE WS-UNIT-NUMBER = 100 + FUNCTION MOD(WS-HASH, 900).
           PERFORM A460-BUILD-ADDRESS-UNIT.
           IF EPSMSKSV-VALUE-OUT = EPSMSKSV-VALUE-IN
              COMPUTE WS-UNIT-NUMBER = 100
                    + FUNCTION MOD(WS-UNIT-NUMBER - 99, 900)
              PERFORM A460-BUILD-ADDRESS-UNIT
           END-IF
           .

       A460-BUILD-ADDRESS-UNIT.
           MOVE SPACES TO EPSMSKSV-VALUE-OUT.
           STRING 'UNIT '         DELIMITED BY SIZE
                  WS-UNIT-NUMBER  DELIMITED BY SIZE
                  INTO EPSMSKSV-VALUE-OUT
           END-STRING
           .

       A500-FAKE-BUSINESS-NAME.
           PERFORM A200-HASH-VALUE.
           COMPUTE WS-PICK-1 = 1 + FUNCTION MOD(WS-HASH, 10).
           MOVE STATIC-COMPANY(WS-PICK-1) TO EPSMSKSV-VALUE-OUT.
           IF EPSMSKSV-VALUE-OUT = EPSMSKSV-VALUE-IN
              COMPUTE WS-PICK-1 = 1 + FUNCTION MOD(WS-PICK-1, 10)
              MOVE STATIC-COMPANY(WS-PICK-1) TO EPSMSKSV-VALUE-OUT
           END-IF
           .

      *    THE TOKEN IS 'T' + SEQUENCE + LAST FOUR. ITS EIGHT DIGITS
      *    ARE SCRAMBLED BEHIND A 9, SO EACH PRODUCTION TOKEN - AND SO
      *    EACH REAL SSN - HAS EXACTLY ONE FAKE SSN, AND ITS LAST FOUR
      *    ARE NOT THE REAL LAST FOUR.
       A600-FAKE-SSN.
           IF EPSMSKSV-VALUE-IN(1:1) NOT = 'T'
              OR EPSMSKSV-VALUE-IN(2:8) IS NOT NUMERIC
              MOVE 3 TO EPSMSKSV-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                  TO WS-SCRAMBLE-IN.
           MOVE EPSMSKSV-VALUE-IN(2:8)  TO WS-SCRAMBLE-IN.
           PERFORM A100-SCRAMBLE.
           MOVE '9'                     TO EPSMSKSV-VALUE-OUT(1:1).
           MOVE WS-SCRAMBLE-OUT(1:8)    TO EPSMSKSV-VALUE-OUT(2:8)
           .
