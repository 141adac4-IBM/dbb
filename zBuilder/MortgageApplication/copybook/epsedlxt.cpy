      * EPSEDLXT.cpy
      * Electronic-delivery extract record - one per document EPSARCST
      * files from an e-delivery print stream, sent to the email
      * vendor. The vendor never receives the document itself: it
      * sends the borrower a notice that a document is waiting, and
      * the portal fetches it from the archive by the EPSARCIX key
      * carried here. A bounce comes back on EPSEDBNC with the same
      * key, so EPSEDMNT can reprint exactly that document on paper.

       01  EDELIVERY-EXTRACT-RECORD.
           03 EDLX-PAN                   PIC X(10).
           03 EDLX-DOC-TYPE              PIC X(2).
      * THE ARCHIVE POINTER - EPSARCIX PAN, DOCUMENT DATE, SEQUENCE.
           03 EDLX-ARC-DOC-DATE          PIC 9(8).
           03 EDLX-ARC-SEQ               PIC 9(3).
           03 EDLX-LINE-COUNT            PIC 9(4).
           03 EDLX-EMAIL-ADDRESS         PIC X(60).
           03 EDLX-BORROWER-NAME         PIC X(30).
           03 EDLX-LANGUAGE-CODE         PIC X(2).
           03 EDLX-NOTIFY-DATE           PIC 9(8).
           03 FILLER                     PIC X(23).
