       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-COST-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Shipped-cost record, ORDRCOST.IDX, one per order master
      * record and keyed by ORDER-ID. The order master has no room
      * left for a per-line cost (ORDER-EXPANSION-AREA is down to
      * four bytes), so the cost rides beside it the way the
      * promotion claim rides on PROMORDR.IDX. OCS-LINE (n) costs
      * ORDER-ITEM (n) of the same record; ORDER-AMENDMENT refuses
      * any order with a quantity shipped, so the lines never move
      * under a cost. ORDER-PROCESSING's ALLOCATE-ORDER-SHIPMENT and
      * BACKORDER-RELEASE write it as stock is drawn down;
      * COGS-JOURNAL posts what has shipped and not yet been
      * journaled.

       01 ORDER-COST-RECORD.
           05 OCS-ORDER-ID        PIC 9(10).
           05 OCS-LINE OCCURS 50.
              10 OCS-ITEM-ID      PIC 9(10).
      * The item's ITEM-STANDARD-COST when the line shipped; a line
      * shipped across several releases carries the quantity-
      * weighted average of the releases' costs.
              10 OCS-UNIT-COST    PIC 9(7)V99.
      * OCS-COSTED-QTY follows ITEM-SHIP-QTY: up as stock is drawn,
      * back down when REVERSE-ORDER-POSTINGS restores it.
      * OCS-JOURNALED-QTY is what COGS-JOURNAL has posted; the
      * difference is tonight's cost of goods sold (or, negative,
      * its reversal).
              10 OCS-COSTED-QTY   PIC 9(5).
              10 OCS-JOURNALED-QTY PIC 9(5).
           05 OCS-LAST-SHIP-DATE  PIC 9(8).
           05 OCS-LAST-JOURNAL-DATE PIC 9(8).
           05 FILLER              PIC X(24).

      * Margin detail record, COGSDTL.DAT, one per quantity
      * COGS-JOURNAL costs (MDT-SOURCE 'S' shipped, 'R' restocked
      * return), appended night after night for MARGIN-REPORT.
      * Returns and cancelled shipments carry a negative quantity,
      * revenue, and cost. Revenue is the quantity at the order
      * line's ITEM-PRICE, before order-level discounts.

       01 MARGIN-DETAIL-RECORD.
           05 MDT-POST-DATE       PIC 9(8).
           05 MDT-SOURCE          PIC X(1).
           05 MDT-ORDER-ID        PIC 9(10).
           05 MDT-CUSTOMER-ID     PIC 9(10).
           05 MDT-SALESPERSON-CODE PIC X(6).
           05 MDT-ITEM-ID         PIC 9(10).
           05 MDT-QTY             PIC S9(6).
           05 MDT-REVENUE         PIC S9(11)V99.
           05 MDT-COST            PIC S9(11)V99.
