           MOVE AUTX-NEW-ZIP        TO BRWR-ZIP.
           MOVE AUTX-NEW-PHONE-NUM  TO BRWR-PHONE-NUM.
           MOVE WS-CURRENT-DATE-8   TO BRWR-LAST-MAINT-DATE.
      *    THE BUYER IS OFAC-SCREENED BY THAT NIGHT'S EPSSDNRS.
           MOVE 'U'                 TO BRWR-OFAC-IND.
           WRITE BORROWER-MASTER-RECORD
              INVALID KEY
      *          AN EXISTING BORROWER RECORD UNDER THE NEW PAN IS
