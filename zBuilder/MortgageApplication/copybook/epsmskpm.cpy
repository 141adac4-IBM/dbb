      * EPSMSKPM.cpy
      * Parameter record for the shared test-data masking service
      * (EPSMSKSV), callable in the same style as EPSSSNTK. Every
      * function is deterministic - the same value in always gives
      * the same masked value out, whichever file it came from - so
      * a PAN masked on the borrower master still joins to the same
      * masked PAN on the servicing master, and a borrower's name is
      * the same fake name wherever it appears. A masked value never
      * equals the value it replaced.

       01  EPSMSKSV-PARMS.
      * INPUT
           03 EPSMSKSV-FUNCTION         PIC X.
      * P - PAN, D - DIGIT STRING (ACCOUNT, PHONE): EVERY LETTER AND
      *     DIGIT REPLACED IN PLACE, PUNCTUATION AND LENGTH KEPT, AND
      *     NO TWO VALUES MASK ALIKE, SO A MASKED KEY STAYS UNIQUE.
              88 EPSMSKSV-PAN              VALUE 'P'.
              88 EPSMSKSV-DIGITS           VALUE 'D'.
      * N - PERSON NAME, A - STREET ADDRESS, U - SECOND ADDRESS LINE,
      * B - BUSINESS NAME: A REALISTIC FAKE FROM THE SERVICE'S TABLES.
              88 EPSMSKSV-PERSON-NAME      VALUE 'N'.
              88 EPSMSKSV-STREET-ADDRESS   VALUE 'A'.
              88 EPSMSKSV-ADDRESS-UNIT     VALUE 'U'.
              88 EPSMSKSV-BUSINESS-NAME    VALUE 'B'.
      * S - EPSSSNTK TOKEN IN, A FAKE SSN OUT (IN THE 9XX AREA, WHICH
      *     IS NEVER ISSUED) FOR THE CALLER TO TOKENIZE AGAINST THE
      *     TEST VAULT. THE REAL SSN IS NEVER LOOKED UP.
              88 EPSMSKSV-SSN-TOKEN        VALUE 'S'.
           03 EPSMSKSV-CALLER-ID        PIC X(8).
           03 EPSMSKSV-VALUE-IN         PIC X(30).
      * OUTPUT
           03 EPSMSKSV-VALUE-OUT        PIC X(30).
           03 EPSMSKSV-RETURN-CODE      PIC 9(2).
              88 EPSMSKSV-MASKED           VALUE 0.
      * BLANK IN, BLANK OUT - THERE WAS NOTHING TO MASK.
              88 EPSMSKSV-NOTHING-TO-MASK  VALUE 1.
              88 EPSMSKSV-INVALID-REQUEST  VALUE 3.
