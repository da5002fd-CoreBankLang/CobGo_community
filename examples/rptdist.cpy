       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Report distribution records, used by REPORT-DISTRIBUTION at
      * the end of NIGHTBAT and MONTHEND and by the online REPORT-
      * REPRINT-REQUEST.

      * Recipient table, DISTRCPT.DAT: one record per report a
      * recipient receives. A branch code limits the recipient to
      * the lines of that branch (CUSTOMER-BRANCH-CODE or ORDER-
      * BRANCH-CODE, as the report is keyed); '***' or spaces gives
      * the whole report. A recipient given several branches of one
      * report has several records. The name and delivery point
      * are taken from the recipient's first record.

       01 DISTRIBUTION-RECIPIENT-RECORD.
           05 RCP-RECIPIENT-ID     PIC X(8).
           05 RCP-RECIPIENT-NAME   PIC X(30).
           05 RCP-REPORT-STEM      PIC X(8).
           05 RCP-BRANCH-CODE      PIC X(3).
           05 RCP-DELIVERY-POINT   PIC X(20).

      * Report archive, RPTARCH.IDX: every line of every report
      * distributed, by business date, report, and line number,
      * with the branch section it was filed under at the time. The
      * line class is H for a heading ahead of the first keyed
      * line (every recipient of the report gets it), D for a line
      * of a branch section, and T for a line after the detail
      * that carries no key (totals: whole-report recipients only).

       01 REPORT-ARCHIVE-RECORD.
           05 ARC-KEY.
              10 ARC-REPORT-DATE   PIC 9(8).
              10 ARC-REPORT-STEM   PIC X(8).
              10 ARC-LINE-SEQ      PIC 9(7).
           05 ARC-LINE-CLASS       PIC X(1).
           05 ARC-SECTION          PIC X(3).
           05 ARC-LINE             PIC X(320).

      * Report index, RPTINDEX.IDX: one record per report archived,
      * by business date and report, with the date the archive
      * copy may be purged (business date plus the DISTPARM.DAT
      * retention days).

       01 REPORT-INDEX-RECORD.
           05 IDX-KEY.
              10 IDX-REPORT-DATE   PIC 9(8).
              10 IDX-REPORT-STEM   PIC X(8).
           05 IDX-SCHEDULE         PIC X(1).
           05 IDX-TITLE            PIC X(30).
           05 IDX-LINE-COUNT       PIC 9(7).
           05 IDX-SECTION-COUNT    PIC 9(3).
           05 IDX-RECIPIENT-COUNT  PIC 9(3).
           05 IDX-RETAIN-UNTIL     PIC 9(8).
           05 IDX-ARCHIVED-TIME    PIC 9(6).

      * Distribution log, DISTLOG.DAT: one record per report section
      * sent to a recipient, appended as it is sent -- the answer
      * to who saw which report, and which branches of it, on which
      * date. D is the night's distribution, R a reprint, with the
      * operator who asked for it.

       01 DISTRIBUTION-LOG-RECORD.
           05 DLG-RUN-DATE         PIC 9(8).
           05 DLG-RUN-TIME         PIC 9(6).
           05 DLG-RECIPIENT-ID     PIC X(8).
           05 DLG-REPORT-STEM      PIC X(8).
           05 DLG-REPORT-DATE      PIC 9(8).
           05 DLG-DELIVERY-TYPE    PIC X(1).
           05 DLG-SECTIONS         PIC X(40).
           05 DLG-LINES-SENT       PIC 9(7).
           05 DLG-REQUESTED-BY     PIC X(8).

      * Reprint queue, DISTRPRQ.DAT: archived reports ordered again
      * through REPORT-REPRINT-REQUEST, sent by the next
      * distribution run and then emptied.

       01 REPRINT-QUEUE-RECORD.
           05 RRQ-REPORT-DATE      PIC 9(8).
           05 RRQ-REPORT-STEM      PIC X(8).
           05 RRQ-RECIPIENT-ID     PIC X(8).
           05 RRQ-OPERATOR-ID      PIC X(8).
           05 RRQ-REQUEST-DATE     PIC 9(8).
           05 RRQ-REQUEST-TIME     PIC 9(6).

      * Distribution run mode, DISTMODE.DAT, one record: N for the
      * nightly reports (default), M for the month-end reports.
      * Distribution parameters, DISTPARM.DAT, one record: the
      * days an archived report is kept for reprint (default 400).

       01 DISTRIBUTION-MODE-RECORD.
           05 DMD-RUN-MODE         PIC X(1).

       01 DISTRIBUTION-PARAMETER-RECORD.
           05 PARM-RETENTION-DAYS  PIC 9(4).
