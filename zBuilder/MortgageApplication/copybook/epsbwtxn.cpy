           03 BWTXN-ZIP                  PIC X(9).
           03 BWTXN-PHONE-NUM            PIC X(13).
           03 BWTXN-LANGUAGE-CODE        PIC X(2).
      * SPACE, E (EMPLOYEE) OR I (DIRECTOR / EXECUTIVE OFFICER).
           03 BWTXN-INSIDER-IND          PIC X.
              88 BWTXN-INSIDER-VALID        VALUE ' ' 'E' 'I'.
