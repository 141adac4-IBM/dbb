      * EPSSDNPM.cpy
      * Parameter record for the shared OFAC screening service
      * (EPSSDNSC), callable in the same style as EPSSSNTK.
      * TOKENIZE breaks a name into the normalized tokens and
      * phonetic codes the match is scored on - EPSSDNLD uses it to
      * build the list so list and screened names are cut the same
      * way. SCREEN scores a name against the current SDN list and,
      * on a potential match, writes the EPSSDNHT hit for compliance
      * and answers HOLD; a match compliance has already cleared for
      * this item and list entry does not hold it again.

       01  EPSSDNSC-PARMS.
      * INPUT
           03 EPSSDNSC-FUNCTION         PIC X.
              88 EPSSDNSC-TOKENIZE         VALUE 'T'.
              88 EPSSDNSC-SCREEN           VALUE 'S'.
           03 EPSSDNSC-CALLER-ID        PIC X(8).
      * SCREEN ONLY - WHAT IS BEING SCREENED (SEE SDNHT-SOURCE AND
      * SDNHT-REFERENCE) AND THE LOAN IT BELONGS TO.
           03 EPSSDNSC-SOURCE           PIC X.
           03 EPSSDNSC-REFERENCE        PIC X(10).
           03 EPSSDNSC-PAN              PIC X(10).
           03 EPSSDNSC-NAME             PIC X(60).
      * OUTPUT
           03 EPSSDNSC-TOKEN-COUNT      PIC 9.
           03 EPSSDNSC-TOKEN OCCURS 6 TIMES.
              05 EPSSDNSC-TOKEN-TEXT    PIC X(15).
              05 EPSSDNSC-TOKEN-CODE    PIC X(4).
           03 EPSSDNSC-RESULT           PIC X.
              88 EPSSDNSC-CLEAR            VALUE 'C'.
              88 EPSSDNSC-HOLD             VALUE 'H'.
              88 EPSSDNSC-BLOCKED          VALUE 'B'.
      * THE HIGHEST-SCORING OPEN MATCH ON A HOLD OR BLOCK.
           03 EPSSDNSC-MATCH-SCORE      PIC 9(3).
           03 EPSSDNSC-MATCH-ENTRY      PIC 9(10).
           03 EPSSDNSC-MATCH-NAME       PIC X(60).
           03 EPSSDNSC-RETURN-CODE      PIC 9(2).
              88 EPSSDNSC-SUCCESS          VALUE 0.
              88 EPSSDNSC-INVALID-REQUEST  VALUE 3.
      * THE LIST OR HIT FILE COULD NOT BE OPENED - THE NAME WAS NOT
      * SCREENED AND MUST NOT BE TREATED AS CLEAR.
              88 EPSSDNSC-LIST-ERROR       VALUE 4.
