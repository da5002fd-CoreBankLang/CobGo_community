       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDDEBIT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Vendor debit memo, VNDDEBIT.IDX: what a supplier owes us for
      * goods ORDER-RETURNS sent back to it under the 'V' return-to-
      * vendor disposition, valued at the item's standard cost. One
      * per vendor, return date, order, and item; a second return of
      * the same line to the same vendor on the same day adds to it.
      * AP-PAYMENT-RUN takes each open memo off the vendor's next
      * payment while the payment stays above zero, and marks it
      * applied with the check number or ACH trace it rode on.

       01 VENDOR-DEBIT-RECORD.
           05 VDM-KEY.
              10 VDM-VENDOR-CODE  PIC X(8).
              10 VDM-RETURN-DATE  PIC 9(8).
              10 VDM-ORDER-ID     PIC 9(10).
              10 VDM-ITEM-ID      PIC 9(10).
           05 VDM-QTY             PIC 9(7).
           05 VDM-UNIT-COST       PIC 9(7)V99.
           05 VDM-AMOUNT          PIC S9(9)V99.
           05 VDM-STATUS          PIC X(1).
               88 VDM-IS-OPEN         VALUE 'O'.
               88 VDM-IS-APPLIED      VALUE 'A'.
           05 VDM-APPLIED-DATE    PIC 9(8).
           05 VDM-PAYMENT-REFERENCE PIC 9(10).
           05 FILLER              PIC X(20).
