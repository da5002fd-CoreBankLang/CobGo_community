       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-ORDER-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Inter-warehouse transfer order, XFERORDR.IDX, keyed by
      * XFR-NUMBER from the XFERORDR counter on IDCNTRL.DAT. One
      * record moves one item from one building to the other.
      * TRANSFER-ORDER-ENTRY keys it (or TRANSFER-SUGGESTION writes
      * it from a bucket imbalance) and ships it, drawing the source
      * bucket and the ITEM-ONHAND-QTY total down; the shipped
      * quantity is then in transit, on no shelf, until
      * TRANSFER-RECEIVING posts it into the destination bucket and
      * the total. INVENTORY-REORDER-REPORT nets what is in transit.

       01 TRANSFER-ORDER-RECORD.
           05 XFR-NUMBER          PIC 9(10).
           05 XFR-ITEM-ID         PIC 9(10).
      * 1 EAST, 2 WEST -- the ITEM-WHSE-ENTRY subscripts.
           05 XFR-FROM-WAREHOUSE  PIC 9(1).
           05 XFR-TO-WAREHOUSE    PIC 9(1).
           05 XFR-QTY-REQUESTED   PIC 9(7).
      * In transit is XFR-QTY-SHIPPED less XFR-QTY-RECEIVED while
      * the transfer stands XFR-IS-IN-TRANSIT.
           05 XFR-QTY-SHIPPED     PIC 9(7).
           05 XFR-QTY-RECEIVED    PIC 9(7).
           05 XFR-STATUS          PIC X(1).
               88 XFR-IS-OPEN         VALUE 'O'.
               88 XFR-IS-IN-TRANSIT   VALUE 'T'.
               88 XFR-IS-CLOSED       VALUE 'C'.
               88 XFR-IS-CANCELLED    VALUE 'X'.
      * 'K' keyed by purchasing, 'S' suggested by the nightly run.
           05 XFR-ORIGIN          PIC X(1).
               88 XFR-WAS-KEYED       VALUE 'K'.
               88 XFR-WAS-SUGGESTED   VALUE 'S'.
           05 XFR-CREATED-DATE    PIC 9(8).
           05 XFR-CREATED-BY      PIC X(8).
           05 XFR-SHIPPED-DATE    PIC 9(8).
           05 XFR-RECEIVED-DATE   PIC 9(8).
           05 FILLER              PIC X(15).
