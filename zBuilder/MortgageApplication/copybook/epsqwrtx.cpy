      * EPSQWRTX.cpy
      * QWR case maintenance transaction record for EPSQWRMT - the
      * EPSMITXN transaction shape. ADD opens a case from the mail
      * log and queues the acknowledgment letter (unless the
      * acknowledgment was already given, e.g. by a same-day
      * response); CHANGE reassigns the responder or corrects the
      * category and description; ACK records an acknowledgment
      * sent outside the letter run; EXTEND takes the one 15-day
      * extension; RESPOND closes the case with its resolution;
      * WITHDRAW closes a case the borrower withdrew.

       01  QWR-MAINT-TRANSACTION.
           03 QWRTX-ACTION               PIC X.
              88 QWRTX-ADD                  VALUE 'A'.
              88 QWRTX-CHANGE               VALUE 'C'.
              88 QWRTX-ACK                  VALUE 'K'.
              88 QWRTX-EXTEND               VALUE 'E'.
              88 QWRTX-RESPOND              VALUE 'R'.
              88 QWRTX-WITHDRAW             VALUE 'W'.
           03 QWRTX-PAN                  PIC X(10).
           03 QWRTX-RECEIPT-DATE         PIC 9(8).
           03 QWRTX-CASE-TYPE            PIC X.
           03 QWRTX-ERROR-CATEGORY       PIC X(2).
           03 QWRTX-RESPONDER-ID         PIC X(8).
           03 QWRTX-RESOLUTION-CODE      PIC X.
      * 'Y' ON AN ADD WHEN NO ACKNOWLEDGMENT LETTER IS WANTED.
           03 QWRTX-SUPPRESS-ACK-IND     PIC X.
           03 QWRTX-DESCRIPTION          PIC X(40).
           03 QWRTX-USER-ID              PIC X(8).
