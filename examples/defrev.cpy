       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFREV-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Order prior extract, GLPRIORO.DAT (new generation
      * GLPRIRON.DAT): what GL-EXTRACT has posted to date per order.
      * PRIO-TOTAL-POSTED is the billing held in deferred revenue
      * against the order contra, PRIO-RECOGNIZED-POSTED what has
      * been released from it to the order's sales key as goods
      * shipped, PRIO-RETURNED-POSTED what credit memos have taken
      * back out of it. The order's deferred balance is the first
      * less the other two. A record cut before revenue waited for
      * shipment carries only the first two fields.

       01 PRIOR-ORDER-RECORD.
           05 PRIO-ORDER-ID       PIC 9(10).
           05 PRIO-TOTAL-POSTED   PIC S9(15)V99.
           05 PRIO-RECOGNIZED-POSTED PIC S9(15)V99.
           05 PRIO-RETURNED-POSTED   PIC S9(15)V99.

      * Deferral history, DEFRHIST.DAT: GL-EXTRACT appends one
      * record for every movement it posts to the deferred revenue
      * account. DRH-AMOUNT is signed the way the entry type reads:
      *   D  billing deferred (raises the balance);
      *   R  revenue recognized (lowers it; negative when shipped
      *      quantity fell and revenue moved back into deferral);
      *   X  billing reversed by cancellation or a credit memo
      *      (lowers it).
      * DRH-SHIP-DATE is set on R records only: the carrier's
      * confirmed ship date where reported, else SHIP-DATE.

       01 DEFERRAL-HISTORY-RECORD.
           05 DRH-RUN-DATE        PIC 9(8).
           05 DRH-ORDER-ID        PIC 9(10).
           05 DRH-ENTRY-TYPE      PIC X(1).
               88 DRH-IS-DEFERRED     VALUE 'D'.
               88 DRH-IS-RECOGNIZED   VALUE 'R'.
               88 DRH-IS-REVERSED     VALUE 'X'.
           05 DRH-AMOUNT          PIC S9(13)V99.
           05 DRH-SHIP-DATE       PIC 9(8).

      * Rollforward report, DEFRROLL.RPT: OPENING, DEFERRED,
      * RECOGNIZED, REVERSED and CLOSING for the month of the
      * business date, then the LEDGER balance the order prior
      * extract carries and the DIFFERENCE between the two.
      * Recognized and reversed print as the amounts that came
      * off the balance.

       01 ROLLFORWARD-REPORT-RECORD.
           05 DRF-LINE-LABEL      PIC X(20).
           05 FILLER              PIC X(2).
           05 DRF-AMOUNT          PIC -(14)9.99.
           05 FILLER              PIC X(2).
           05 DRF-PERIOD-START    PIC 9(8).
           05 FILLER              PIC X(2).
           05 DRF-PERIOD-END      PIC 9(8).
