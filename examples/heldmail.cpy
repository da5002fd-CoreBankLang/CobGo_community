       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELD-MAIL-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Shared held-mail record copybook. A printing mailer
      * (STATEMENT-GENERATION, STATEMENT-REPRINT, DUNNING-LETTER-
      * RUN, INVOICE-PRINT) that reaches a customer whose address
      * the post office has returned (CUSTOMER-MAIL-RETURNED-FLAG
      * 'Y') writes the document's print lines here instead of to
      * the envelope run, appended to the one HELDMAIL.RPT so the
      * mail room has a single pile to release once CUSTOMER-
      * MAINTENANCE posts a corrected address. HML-DOCUMENT-TYPE
      * names the mailer; HML-LINE is the print line exactly as it
      * would have printed. The letter extracts (MAJORITY-
      * CONVERSION's MAJLETR.DAT, TERM-DEPOSIT-MATURITY's
      * TDNOTICE.DAT) hold a flagged customer's letter the same
      * way, with one HML-LINE naming the letter to release.

       01 HELD-MAIL-RECORD.
           05 HML-DOCUMENT-TYPE    PIC X(10).
           05 HML-CUSTOMER-ID      PIC 9(10).
           05 HML-RETURN-REASON    PIC X(2).
           05 HML-RUN-DATE         PIC 9(8).
           05 HML-LINE             PIC X(100).
