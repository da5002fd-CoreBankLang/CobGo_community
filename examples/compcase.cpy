       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLIANCE-CASE-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Compliance case record, COMPCASE.IDX, keyed by the customer,
      * the kind of hit, and a case sequence within the two. Every
      * hit on WATCHHIT.RPT, CASHRPT.RPT, and CUSTFLAG.RPT that is
      * not already a case opens one through COMPLIANCE-CASE-
      * INTAKE; a hit that repeats an open case only counts on it,
      * and one that repeats a dispositioned case is suppressed, so
      * the analysts see each hit once. Cases are assigned, noted,
      * and dispositioned through COMPLIANCE-CASE-MAINT, whose notes
      * live on CASENOTE.IDX, and COMPLIANCE-CASE-AGING lists the
      * undispositioned ones against their filing deadline.

       01 COMPLIANCE-CASE-RECORD.
           05 CASE-KEY.
              10 CASE-CUSTOMER-ID PIC 9(10).
      * CASE-HIT-TYPE: WL watchlist name match, CT cash over the
      * reporting threshold, CP near-threshold cash pattern, NF NK
      * ND NL notes keyword FRAUD, other, DISPUTE, LEGAL HOLD.
              10 CASE-HIT-TYPE    PIC X(2).
              10 CASE-SEQ         PIC 9(3).
      * CASE-HIT-DETAIL is what makes one hit the same as another:
      * the listed name matched, the cash day, or the note's date
      * and opening text. A near-threshold pattern carries a fixed
      * detail and is the same hit while its streak is unbroken.
           05 CASE-HIT-DETAIL     PIC X(50).
           05 CASE-SUBJECT-NAME   PIC X(50).
           05 CASE-STATUS         PIC X(1).
               88 CASE-IS-OPEN           VALUE 'O'.
               88 CASE-IS-ASSIGNED       VALUE 'A'.
               88 CASE-IS-FALSE-POSITIVE VALUE 'P'.
               88 CASE-IS-FILED          VALUE 'F'.
               88 CASE-IS-ESCALATED      VALUE 'E'.
               88 CASE-IS-UNDISPOSED     VALUE 'O' 'A'.
               88 CASE-IS-DISPOSITIONED  VALUE 'P' 'F' 'E'.
           05 CASE-OPENED-DATE    PIC 9(8).
      * CASE-FILING-DUE-DATE is the regulator's deadline: the opened
      * date plus CASEPARM.DAT's currency-report days for a CT case
      * and its suspicious-activity days for every other kind.
           05 CASE-FILING-DUE-DATE PIC 9(8).
           05 CASE-LAST-HIT-DATE  PIC 9(8).
           05 CASE-HIT-COUNT      PIC 9(5).
           05 CASE-SUPPRESSED-COUNT PIC 9(5).
           05 CASE-ASSIGNED-TO    PIC X(8).
           05 CASE-DISPOSITION-DATE PIC 9(8).
           05 CASE-DISPOSITION-BY PIC X(8).
      * CASE-NOTE-COUNT is the highest CASENOTE.IDX sequence written
      * for the case.
           05 CASE-NOTE-COUNT     PIC 9(4).
           05 FILLER              PIC X(20).

      * Case note record, CASENOTE.IDX: one per note, keyed on the
      * case plus note sequence, never overwritten -- the same shape
      * as the customer notes history on CUSTNOTE.IDX.
       01 CASE-NOTE-RECORD.
           05 CNOTE-KEY.
              10 CNOTE-CASE-KEY   PIC X(15).
              10 CNOTE-SEQ        PIC 9(4).
           05 CNOTE-DATE          PIC 9(8).
           05 CNOTE-OPERATOR-ID   PIC X(8).
           05 CNOTE-TEXT          PIC X(200).
