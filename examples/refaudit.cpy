       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Referential integrity audit records, written by the weekly
      * REFERENTIAL-INTEGRITY-AUDIT.

      * Audit report, REFAUDIT.RPT. An ORPHAN line names one record
      * whose reference is broken: the check, the file and key of
      * the record, the parent file and the key it points at, what
      * is wrong with the parent (NOT ON FILE, or the status that
      * makes the link invalid -- MERGED, CLOSED, DORMANT), and the
      * desk that owns the fix. A SUMMARY line per check follows,
      * with this week's orphan count, the count at the last run
      * before this one, and the change.

       01 REFERENTIAL-AUDIT-LINE.
           05 RFA-LINE-TYPE        PIC X(8).
           05 RFA-CHECK-CODE       PIC X(3).
           05 RFA-CHILD-FILE       PIC X(8).
           05 RFA-CHILD-KEY        PIC X(21).
           05 RFA-PARENT-FILE      PIC X(8).
           05 RFA-PARENT-KEY       PIC 9(10).
           05 RFA-CONDITION        PIC X(12).
           05 RFA-OWNER            PIC X(20).
           05 RFA-THIS-WEEK        PIC 9(7).
           05 RFA-LAST-WEEK        PIC 9(7).
           05 RFA-CHANGE           PIC S9(7) SIGN LEADING SEPARATE.
           05 RFA-RUN-DATE         PIC 9(8).

      * Audit history, REFAHIST.DAT: one record per check per run,
      * only ever added to; the week-over-week counts are read from
      * the latest run dated before the business date.

       01 REFERENTIAL-AUDIT-HISTORY-RECORD.
           05 RAH-RUN-DATE         PIC 9(8).
           05 RAH-CHECK-CODE       PIC X(3).
           05 RAH-ORPHAN-COUNT     PIC 9(7).
