       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RECEIPT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Purchase-order receipt history, PORECPT.DAT, appended by
      * PO-RECEIVING with one record per posted receipt. OPENPO.IDX
      * keeps only the running received quantity; this file keeps
      * each receipt, dated, beside the PO's ordered date, so
      * REORDER-PLANNING can measure what each vendor's lead time
      * really is.

       01 RECEIPT-HISTORY-RECORD.
           05 RCP-PO-NUMBER       PIC 9(10).
           05 RCP-VENDOR-CODE     PIC X(8).
           05 RCP-ITEM-ID         PIC 9(10).
      * 1 EAST, 2 WEST -- the bucket the receipt was posted into.
           05 RCP-WAREHOUSE       PIC 9(1).
           05 RCP-QTY             PIC 9(7).
      * The PO's unit cost at the time of the receipt.
           05 RCP-UNIT-COST       PIC 9(7)V99.
           05 RCP-ORDERED-DATE    PIC 9(8).
           05 RCP-RECEIPT-DATE    PIC 9(8).
           05 RCP-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(11).
