      * EPSEDPRF.cpy
      * Electronic-delivery preference record - one per PAN and
      * document type the borrower has ever enrolled for paperless
      * delivery, keyed by PAN and type. Maintained in batch by
      * EPSEDMNT and online through EPSSVAPI. A document goes out
      * electronically only while the record is enrolled AND carries
      * an E-SIGN consent date; EPSBILST (ST), EPSESCAN (EA) and
      * EPSLGEN (LT) route it to their e-delivery print stream
      * instead of paper, and EPSARCST, filing that stream, writes
      * the EPSEDLXT notification extract and counts what was sent.
      * A bounce back from the email vendor (EPSEDMNT) marks the
      * record bounced, which puts the borrower back on paper until
      * a new address or a fresh enrollment is keyed. A withdrawn
      * or bounced record is kept for the consent history.

       01  EDELIVERY-PREFERENCE-RECORD.
           03 EDPF-KEY.
              05 EDPF-PAN                PIC X(10).
      * ST BILLING STATEMENT, EA ESCROW ANALYSIS, LT LETTER.
              05 EDPF-DOC-TYPE           PIC X(2).
           03 EDPF-STATUS-IND            PIC X.
              88 EDPF-ENROLLED              VALUE 'E'.
              88 EDPF-WITHDRAWN             VALUE 'W'.
              88 EDPF-BOUNCED               VALUE 'B'.
      * THE DATE THE BORROWER AFFIRMED THE E-SIGN DISCLOSURE - ZERO
      * MEANS NO CONSENT ON FILE, AND NOTHING GOES OUT ELECTRONICALLY.
           03 EDPF-CONSENT-DATE          PIC 9(8).
           03 EDPF-EMAIL-ADDRESS         PIC X(60).
           03 EDPF-ENROLL-DATE           PIC 9(8).
           03 EDPF-WITHDRAW-DATE         PIC 9(8).
           03 EDPF-BOUNCE-DATE           PIC 9(8).
           03 EDPF-BOUNCE-COUNT          PIC 9(3).
      * WHERE THE LAST ENROLLMENT CAME FROM - 'B' THE EPSEDMNT
      * MAINTENANCE RUN, 'A' THE SELF-SERVICE API.
           03 EDPF-SOURCE-IND            PIC X.
              88 EDPF-FROM-BATCH            VALUE 'B'.
              88 EDPF-FROM-API              VALUE 'A'.
      * DOCUMENTS SENT - SET BY EPSARCST AS THE EXTRACT IS WRITTEN.
      * THE MONTH COUNT STARTS OVER WITH THE FIRST DOCUMENT OF A NEW
      * MONTH; EPSEDRPT REPORTS IT FOR THE POSTAGE SAVED.
           03 EDPF-LAST-SENT-DATE        PIC 9(8).
           03 EDPF-COUNT-MONTH           PIC 9(6).
           03 EDPF-MONTH-SENT-COUNT      PIC 9(5).
           03 EDPF-LAST-MAINT-DATE       PIC 9(8).
           03 EDPF-LAST-MAINT-USER       PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(12).
