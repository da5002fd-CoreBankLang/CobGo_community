       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYABLE-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Vendor invoice payable, APINVC.IDX, keyed by the vendor code
      * and the vendor's own invoice number, so the same invoice
      * sent twice is caught. VENDOR-INVOICE-INTAKE writes one per
      * invoice off VNDINVC.DAT, matching every line three ways:
      * to its OPENPO.IDX PO line, to the quantity PO-RECEIVING
      * posted against it, and to what earlier invoices have
      * already billed. An invoice whose every line agrees within
      * the APMPARM.DAT tolerances is approved for payment; any
      * other is held as an exception for purchasing to release or
      * reject through AP-EXCEPTION-REVIEW. AP-PAYMENT-RUN pays the
      * approved ones as they fall due or reach their discount date.

       01 PAYABLE-RECORD.
           05 AP-KEY.
              10 AP-VENDOR-CODE   PIC X(8).
              10 AP-INVOICE-NUMBER PIC X(15).
           05 AP-STATUS           PIC X(1).
               88 AP-IS-APPROVED      VALUE 'A'.
               88 AP-IS-EXCEPTION     VALUE 'E'.
               88 AP-IS-REJECTED      VALUE 'R'.
               88 AP-IS-PAID          VALUE 'P'.
      * Why an exception is held: 'VD' the vendor is not on file or
      * not active, 'LN' the invoice has more lines than a payable
      * holds, 'MM' one or more lines failed the match.
           05 AP-HOLD-REASON      PIC X(2).
               88 AP-HELD-FOR-VENDOR   VALUE 'VD'.
               88 AP-HELD-FOR-LINES    VALUE 'LN'.
               88 AP-HELD-FOR-MISMATCH VALUE 'MM'.
           05 AP-INVOICE-DATE     PIC 9(8).
           05 AP-ENTERED-DATE     PIC 9(8).
           05 AP-INVOICE-AMOUNT   PIC S9(9)V99.
      * Due and discount dates come from the vendor's terms counted
      * from the invoice date; no discount date when the vendor
      * offers none.
           05 AP-DUE-DATE         PIC 9(8).
           05 AP-DISCOUNT-DATE    PIC 9(8).
           05 AP-DISCOUNT-AMOUNT  PIC S9(7)V99.
           05 AP-LINE-COUNT       PIC 9(2).
           05 AP-LINE OCCURS 10.
              10 AP-LINE-PO-NUMBER PIC 9(10).
              10 AP-LINE-ITEM-ID  PIC 9(10).
              10 AP-LINE-QTY      PIC 9(7).
              10 AP-LINE-UNIT-PRICE PIC 9(7)V99.
              10 AP-LINE-AMOUNT   PIC S9(9)V99.
      * Spaces when the line matched; otherwise 'NP' no such PO,
      * 'VN' the PO is another vendor's, 'IT' the PO is for another
      * item, 'QT' more billed than received, 'PR' the price is
      * outside tolerance of the PO's unit cost.
              10 AP-LINE-MATCH-CODE PIC X(2).
      * BATCH for an invoice that matched; the purchasing operator
      * for one released from the exception queue.
           05 AP-APPROVED-BY      PIC X(8).
           05 AP-APPROVED-DATE    PIC 9(8).
      * Set by AP-PAYMENT-RUN when the payable is paid: the check
      * number or ACH trace it rode on, the early-pay discount
      * taken, and the amount paid after the discount. Open debit
      * memos netted from the vendor's payment show on the
      * remittance advice, not here.
           05 AP-PAID-DATE        PIC 9(8).
           05 AP-PAYMENT-METHOD   PIC X(1).
               88 AP-PAID-BY-CHECK    VALUE 'C'.
               88 AP-PAID-BY-ACH      VALUE 'A'.
           05 AP-PAYMENT-REFERENCE PIC 9(10).
           05 AP-DISCOUNT-TAKEN   PIC S9(7)V99.
           05 AP-AMOUNT-PAID      PIC S9(9)V99.
           05 FILLER              PIC X(21).
