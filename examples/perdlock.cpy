       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDLOCK-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Close-completion file, CLOSECMP.DAT: MONTH-END-CLOSE appends
      * a LOCKED record when the MONTHEND chain completes, stamped
      * with the last calendar day of the month it closed; PERIOD-
      * REOPEN appends a REOPENED record for the same date when
      * finance opens the period again. The latest record for a
      * period decides its state, and the latest period still
      * LOCKED is the date every posting program is locked through.
      * Records written before periods were stamped month-end carry
      * the business date the close ran under.

       01 CLOSE-COMPLETION-RECORD.
           05 CLOSE-PERIOD-DATE   PIC 9(8).
           05 CLOSE-STAMP-TIME    PIC 9(6).
           05 CLOSE-STATUS        PIC X(10).
               88 CLOSE-IS-LOCKED     VALUE 'LOCKED'.
               88 CLOSE-IS-REOPENED   VALUE 'REOPENED'.
           05 CLOSE-OPERATOR-ID   PIC X(8).
           05 CLOSE-STAMP-DATE    PIC 9(8).

      * Period-lock parameter, CLOSEPRM.DAT, one record: what a
      * posting program does with an item dated into a locked
      * period. 'R' re-dates it to the first open day and writes an
      * audit record showing both dates; 'S' (the default, and
      * what a blank or missing record means) holds it on the
      * posting suspense file and does not post it.

       01 PERIOD-LOCK-PARAMETER-RECORD.
           05 CLP-LOCK-ACTION     PIC X(1).
               88 CLP-REDATE          VALUE 'R'.
               88 CLP-SUSPEND         VALUE 'S'.

      * Posting suspense, POSTSUSP.DAT: one record per item the
      * shared PERIOD-LOCK subprogram held out of a locked period,
      * with the program that refused it, its key, the date it
      * carried, the date the period was locked through, and the
      * record image as the program read it. An item from a file
      * the program re-reads every night (PAYMTRAN.DAT, the items
      * BILLING-BRIDGE derives from the masters) is held once, not
      * once a night.

       01 POSTING-SUSPENSE-RECORD.
           05 PSUSP-REASON        PIC X(40).
           05 PSUSP-DATE          PIC 9(8).
           05 PSUSP-SOURCE-PROGRAM PIC X(30).
           05 PSUSP-RECORD-KEY    PIC X(20).
           05 PSUSP-ORIGINAL-DATE PIC 9(8).
           05 PSUSP-LOCKED-THROUGH PIC 9(8).
           05 PSUSP-RECORD-IMAGE  PIC X(400).
