       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPPLY-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Payment reapplication note. PAYMENT-REAPPLICATION moves a
      * CLEARED payment, whole or in part, from the order it was
      * posted to onto another order by writing a linked pair to
      * PAYMTRAN.DAT, both numbered from the IDCNTRL.DAT PAYMENT
      * counter, CLEARED, cash type 'C', dated the day keyed: a
      * reversal of the amount (negative) against the old order
      * and a reapplication (positive) against the new one. Each
      * carries this layout in the first 91 bytes of PAYMENT-NOTES,
      * so every reader of the payment file can tell a book move
      * from new money and follow the pair:
      *   - RAN-DIRECTION 'TO' on the reversal names the order and
      *     payment the money went to; 'FROM' on the reapplication
      *     names the order and payment it came from;
      *   - RAN-SOURCE-PAYMENT-ID is the payment the money was
      *     moved out of, so the desk can never move more of a
      *     payment than it brought in.
      * BILLING-BRIDGE debits the old order's customer for the
      * reversal and credits the new order's customer for the
      * reapplication; PAYMENT-PROCESSING, CASH-RECEIPTS-JOURNAL,
      * and CASH-ACTIVITY-SCAN leave both alone as money already
      * banked.

       01 REAPPLICATION-NOTE.
           05 RAN-TAG             PIC X(13).
               88 RAN-IS-REAPPLICATION VALUE 'REAPPLICATION'.
           05 FILLER              PIC X(1).
           05 RAN-DIRECTION       PIC X(4).
               88 RAN-IS-REVERSAL      VALUE 'TO'.
               88 RAN-IS-REAPPLIED     VALUE 'FROM'.
           05 FILLER              PIC X(1).
           05 RAN-LINKED-ORDER-ID PIC 9(10).
           05 FILLER              PIC X(1).
           05 RAN-LINKED-PAYMENT-ID PIC 9(10).
           05 FILLER              PIC X(1).
           05 RAN-SOURCE-PAYMENT-ID PIC 9(10).
           05 FILLER              PIC X(1).
           05 RAN-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1).
           05 RAN-REASON          PIC X(30).
