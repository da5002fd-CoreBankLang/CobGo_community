       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Control-total prior extract, GLPRIORT.DAT (new generation
      * GLPRIRTN.DAT): what GL-EXTRACT has posted to date for each
      * control account it carries as one total instead of per key.
      * STORECR is the store-credit liability on STORCRED.IDX,
      * UNAPPLD the unapplied cash held on UNAPCASH.DAT; both are
      * liabilities and carried positive. Each run posts the
      * movement against the file and rewrites it.

       01 GL-CONTROL-PRIOR-RECORD.
           05 GPT-CONTROL-CODE    PIC X(8).
               88 GPT-IS-STORE-CREDIT VALUE 'STORECR'.
               88 GPT-IS-UNAPPLIED    VALUE 'UNAPPLD'.
           05 GPT-POSTED          PIC S9(15)V99.

      * Journal prior extract, JRNLPRIR.DAT (new generation
      * JRNLPRRN.DAT): CASH-RECEIPTS-JOURNAL's cumulative net
      * posting to each account it has ever written, debits
      * positive and credits negative, with the business date of
      * the last batch carried in. A rerun for a date already
      * carried adds nothing.

       01 JOURNAL-PRIOR-RECORD.
           05 JPR-ACCOUNT         PIC 9(10).
           05 JPR-POSTED          PIC S9(15)V99.
           05 JPR-LAST-RUN-DATE   PIC 9(8).

      * Proof tolerance, PROOFPRM.DAT, one record: the largest
      * difference, either way, SUBLEDGER-PROOF lets a control
      * account carry and still pass. Blank keeps the default of
      * zero -- any difference stops the close.

       01 PROOF-PARAMETER-RECORD.
           05 PRP-TOLERANCE       PIC 9(7)V99.

      * Proof report, GLPROOF.RPT: one line per control account
      * with the subledger figure, the ledger figure built from the
      * prior extracts, the difference (subledger less ledger), and
      * OK or OUT against the tolerance.

       01 PROOF-REPORT-RECORD.
           05 PRF-CONTROL-NAME    PIC X(20).
           05 FILLER              PIC X(2).
           05 PRF-SUBLEDGER       PIC -(14)9.99.
           05 FILLER              PIC X(2).
           05 PRF-LEDGER          PIC -(14)9.99.
           05 FILLER              PIC X(2).
           05 PRF-DIFFERENCE      PIC -(14)9.99.
           05 FILLER              PIC X(2).
           05 PRF-RESULT          PIC X(3).
           05 FILLER              PIC X(2).
           05 PRF-RUN-DATE        PIC 9(8).
