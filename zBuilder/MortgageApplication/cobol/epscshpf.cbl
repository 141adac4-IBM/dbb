       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  BANK-DEPOSIT-FILE
