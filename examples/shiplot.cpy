       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPLOT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Shipment lot, SHIPLOT.IDX: which lot of a lot-controlled item
      * went out on an order line, and which lot came back. The
      * shared LOT-ALLOCATION subprogram writes an 'S' record for
      * every lot it draws as ORDER-PROCESSING or BACKORDER-RELEASE
      * ships the line (deleting them again if the order is
      * reversed), and an 'R' record for every return ORDER-RETURNS
      * posts. SLOT-SEQ numbers a line's movements from 1. The
      * customer and chain-head order are carried on the record so
      * LOT-RECALL-INQUIRY can answer from this file alone; the
      * current address comes from the customer master.

       01 SHIPMENT-LOT-RECORD.
           05 SLOT-KEY.
              10 SLOT-ORDER-ID    PIC 9(10).
              10 SLOT-LINE        PIC 9(3).
              10 SLOT-SEQ         PIC 9(3).
           05 SLOT-HEAD-ORDER-ID  PIC 9(10).
           05 SLOT-CUSTOMER-ID    PIC 9(10).
           05 SLOT-ITEM-ID        PIC 9(10).
      * Blank when stock shipped beyond what the lot file held.
           05 SLOT-LOT-NUMBER     PIC X(15).
           05 SLOT-EXPIRY-DATE    PIC 9(8).
           05 SLOT-WAREHOUSE      PIC 9(1).
           05 SLOT-QTY            PIC 9(7).
           05 SLOT-MOVEMENT-DATE  PIC 9(8).
           05 SLOT-MOVEMENT-TYPE  PIC X(1).
               88 SLOT-IS-SHIPMENT    VALUE 'S'.
               88 SLOT-IS-RETURN      VALUE 'R'.
           05 FILLER              PIC X(20).
