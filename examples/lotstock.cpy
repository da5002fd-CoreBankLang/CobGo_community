       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTSTOCK-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Lot stock, LOTSTOCK.IDX: what each warehouse holds of a lot-
      * controlled item (ITEM-LOT-CONTROLLED 'Y'), one record per
      * item, warehouse, expiry date, and lot. PO-RECEIVING writes
      * or adds to it as a lot is received; the shared LOT-
      * ALLOCATION subprogram draws it down as orders ship and puts
      * returned stock back. The key runs expiry ahead of lot, so a
      * START on item and warehouse reads the building's lots in
      * first-expiring-first-out order. A lot with no shelf life
      * carries 99999999 and so is drawn last. A record stays on
      * file at zero on hand, for the receipt history.

       01 LOT-STOCK-RECORD.
           05 LOT-KEY.
              10 LOT-ITEM-ID      PIC 9(10).
      * 1 EAST, 2 WEST -- the ITEM-WHSE-ENTRY subscripts.
              10 LOT-WAREHOUSE    PIC 9(1).
              10 LOT-EXPIRY-DATE  PIC 9(8).
              10 LOT-NUMBER       PIC X(15).
           05 LOT-ONHAND-QTY      PIC 9(7).
           05 LOT-RECEIVED-DATE   PIC 9(8).
           05 LOT-VENDOR-CODE     PIC X(8).
           05 LOT-PO-NUMBER       PIC 9(10).
           05 FILLER              PIC X(20).
