      * EPSNTFXT.cpy
      * Text and email notification extract record - one per message
      * EPSNTFEX hands the notification vendor each day. The vendor
      * composes the text in the borrower's language from the type,
      * date and amount carried here, and delivers it no earlier and
      * no later than the send window - the borrower's quiet hours
      * converted to Eastern time, the vendor's clock. Each delivery
      * result comes back on EPSNTRSL with the same PAN, type and
      * send date.

       01  NOTIFICATION-EXTRACT-RECORD.
           03 NTFX-PAN                   PIC X(10).
      * RM PAYMENT REMINDER, AD ACH DRAFT CONFIRMATION, CP PAST-DUE
      * COURTESY NOTICE.
           03 NTFX-TYPE                  PIC X(2).
              88 NTFX-REMINDER              VALUE 'RM'.
              88 NTFX-ACH-CONFIRMATION      VALUE 'AD'.
              88 NTFX-COURTESY              VALUE 'CP'.
      * 'T' TEXT MESSAGE TO THE MOBILE NUMBER, 'E' EMAIL.
           03 NTFX-CHANNEL               PIC X.
              88 NTFX-BY-TEXT               VALUE 'T'.
              88 NTFX-BY-EMAIL              VALUE 'E'.
           03 NTFX-ADDRESS               PIC X(60).
           03 NTFX-BORROWER-NAME         PIC X(30).
           03 NTFX-LANGUAGE-CODE         PIC X(2).
      * THE PAYMENT DUE DATE - FOR AN ACH CONFIRMATION, THE DRAFT DATE.
           03 NTFX-DUE-DATE              PIC 9(8).
           03 NTFX-AMOUNT                PIC 9(7)V99.
           03 NTFX-SEND-DATE             PIC 9(8).
      * SEND WINDOW, HHMM EASTERN - SEND AT OR AFTER THE EARLIEST
      * TIME AND BEFORE THE LATEST.
           03 NTFX-EARLIEST-TIME         PIC 9(4).
           03 NTFX-LATEST-TIME           PIC 9(4).
           03 FILLER                     PIC X(12).
