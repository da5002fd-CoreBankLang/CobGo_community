       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Bad-debt write-off parameters, WOFPARM.DAT, one record: the
      * small-balance tolerance and the ledger accounts the write-
      * off journal posts to. An open balance at or under the
      * tolerance is written off without a second operator; one
      * over it waits for approval. No WOFPARM.DAT means a zero
      * tolerance, and WRITE-OFF-POSTING posts nothing until the
      * accounts are named.

       01 WRITE-OFF-PARAMETER-RECORD.
           05 WOP-TOLERANCE       PIC 9(3)V99.
           05 WOP-BAD-DEBT-ACCT   PIC 9(10).
           05 WOP-RECEIVABLE-ACCT PIC 9(10).
           05 WOP-RECOVERY-ACCT   PIC 9(10).

      * Write-off register, WRITEOFF.IDX, one record per order and
      * keyed by ORDER-ID. WRITE-OFF-MAINTENANCE writes the
      * collections desk's proposals and a second operator's
      * approval or rejection; WRITE-OFF-POSTING proposes the
      * orders left open by no more than the tolerance, posts what
      * is approved -- bad-debt expense against receivables, the
      * customer flagged -- and recognizes money that arrives on
      * the order afterwards as a recovery. AGED-RECEIVABLES,
      * COLLECTIONS-WORKLIST, DUNNING-LETTER-RUN, and FINANCE-
      * CHARGE-ASSESSMENT drop a written-off order; PAYMENT-
      * RECONCILIATION reconciles it net of the write-off. Records
      * are never deleted.

       01 WRITE-OFF-RECORD.
           05 WOF-ORDER-ID        PIC 9(10).
           05 WOF-CUSTOMER-ID     PIC 9(10).
      * WOF-SOURCE: D proposed by the collections desk, T proposed
      * by the nightly small-balance tolerance sweep.
           05 WOF-SOURCE          PIC X(1).
               88 WOF-FROM-DESK        VALUE 'D'.
               88 WOF-FROM-TOLERANCE   VALUE 'T'.
      * WOF-STATUS: P awaiting a second operator, A approved and
      * awaiting the nightly posting, R rejected, W written off,
      * X cancelled at posting (nothing left open, or more open
      * than was approved). A rejected or cancelled order may be
      * proposed again.
           05 WOF-STATUS          PIC X(1).
               88 WOF-IS-PROPOSED      VALUE 'P'.
               88 WOF-IS-APPROVED      VALUE 'A'.
               88 WOF-IS-REJECTED      VALUE 'R'.
               88 WOF-IS-WRITTEN-OFF   VALUE 'W'.
               88 WOF-IS-CANCELLED     VALUE 'X'.
           05 WOF-PROPOSED-AMOUNT PIC 9(9)V99.
           05 WOF-REASON          PIC X(30).
           05 WOF-PROPOSED-DATE   PIC 9(8).
           05 WOF-PROPOSED-BY     PIC X(8).
      * The second operator who decided it; spaces when the amount
      * was within the tolerance and needed no approval.
           05 WOF-DECIDED-DATE    PIC 9(8).
           05 WOF-DECIDED-BY      PIC X(8).
      * What was written off, and the order's payments to date at
      * that moment, so any later money is known for a recovery.
           05 WOF-POSTED-DATE     PIC 9(8).
           05 WOF-WRITTEN-OFF-AMOUNT PIC 9(9)V99.
           05 WOF-PAID-AT-WRITE-OFF PIC S9(10)V99.
           05 WOF-RECOVERED-AMOUNT PIC 9(9)V99.
           05 WOF-LAST-RECOVERY-DATE PIC 9(8).
           05 FILLER              PIC X(20).
