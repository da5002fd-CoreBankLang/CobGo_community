       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-PROPOSAL-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Reorder proposal, REORPROP.IDX, one per item and keyed by
      * PRP-ITEM-ID. The monthly REORDER-PLANNING run writes a
      * proposal for every stock-managed item whose demand says its
      * reorder points or reorder quantity should move; purchasing
      * reviews them on REORPLAN.RPT and approves or rejects them
      * through REORDER-PROPOSAL-REVIEW, and the nightly
      * REORDER-PROPOSAL-POST writes the approved figures to the
      * item master. A later planning run replaces any proposal not
      * yet posted.
      *
      * The reorder point per building is the average daily demand
      * over the lead time plus safety stock, the service-level
      * factor times the gap between the peak week's daily rate and
      * the average over the lead time. The reorder quantity is the
      * item's average daily demand over the order cycle.

       01 REORDER-PROPOSAL-RECORD.
           05 PRP-ITEM-ID         PIC 9(10).
           05 PRP-STATUS          PIC X(1).
               88 PRP-IS-PROPOSED     VALUE 'P'.
               88 PRP-IS-APPROVED     VALUE 'A'.
               88 PRP-IS-REJECTED     VALUE 'R'.
               88 PRP-IS-POSTED       VALUE 'D'.
           05 PRP-PROPOSED-DATE   PIC 9(8).
      * The vendor on the item's latest PO, whose measured lead time
      * was used; spaces when the item has never been on a PO.
           05 PRP-VENDOR-CODE     PIC X(8).
           05 PRP-LEAD-TIME-DAYS  PIC 9(3).
      * 'M' measured from PORECPT.DAT receipts, 'D' the RORPARM.DAT
      * default because the vendor has no receipts to measure.
           05 PRP-LEAD-TIME-SOURCE PIC X(1).
               88 PRP-LEAD-TIME-MEASURED VALUE 'M'.
               88 PRP-LEAD-TIME-DEFAULT  VALUE 'D'.
      * 1 EAST, 2 WEST -- the ITEM-WHSE-ENTRY subscripts.
           05 PRP-WAREHOUSE OCCURS 2.
              10 PRP-TOTAL-DEMAND     PIC 9(7).
              10 PRP-AVG-DAILY-DEMAND PIC 9(5)V99.
              10 PRP-PEAK-WEEK-DEMAND PIC 9(7).
              10 PRP-OLD-REORDER-POINT PIC 9(7).
              10 PRP-NEW-REORDER-POINT PIC 9(7).
           05 PRP-OLD-REORDER-QTY PIC 9(7).
           05 PRP-NEW-REORDER-QTY PIC 9(7).
           05 PRP-REVIEWED-BY     PIC X(8).
           05 PRP-REVIEWED-DATE   PIC 9(8).
           05 PRP-POSTED-DATE     PIC 9(8).
           05 FILLER              PIC X(20).
