       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Cycle count record, CYCCOUNT.IDX, one per item per warehouse
      * bucket and keyed by warehouse then ITEM-ID. The record lives
      * as long as the item: CYCLE-COUNT-SELECT classes it and
      * issues it onto a count sheet when it falls due,
      * CYCLE-COUNT-ENTRY takes the counter's figure (and the
      * supervisor's approval of a large variance), and
      * CYCLE-COUNT-VARIANCE posts the difference to the bucket and
      * the total and sets it idle again until the next count.

       01 CYCLE-COUNT-RECORD.
           05 CNT-KEY.
      * 1 EAST, 2 WEST -- the ITEM-WHSE-ENTRY subscript.
              10 CNT-WAREHOUSE    PIC 9(1).
              10 CNT-ITEM-ID      PIC 9(10).
      * A, B, or C by the item's shipped value over the demand
      * period, restated by every selection run.
           05 CNT-ABC-CLASS       PIC X(1).
           05 CNT-LAST-COUNTED-DATE PIC 9(8).
           05 CNT-STATUS          PIC X(1).
               88 CNT-IS-IDLE              VALUE ' '.
               88 CNT-IS-ISSUED            VALUE 'S'.
               88 CNT-IS-KEYED             VALUE 'K'.
               88 CNT-IS-AWAITING-APPROVAL VALUE 'A'.
               88 CNT-IS-APPROVED          VALUE 'V'.
      * 'C' cycle count, 'P' physical inventory.
           05 CNT-COUNT-TYPE      PIC X(1).
               88 CNT-IS-CYCLE-COUNT       VALUE 'C'.
               88 CNT-IS-PHYSICAL-COUNT    VALUE 'P'.
           05 CNT-ISSUE-DATE      PIC 9(8).
      * CNT-BOOK-QTY is the bucket as the count was keyed; the
      * variance posts as counted less book, so stock that moved
      * between the keying and the posting is not lost.
           05 CNT-BOOK-QTY        PIC 9(7).
           05 CNT-COUNTED-QTY     PIC 9(7).
           05 CNT-COUNTED-BY      PIC X(8).
           05 CNT-COUNTED-DATE    PIC 9(8).
           05 CNT-VARIANCE-QTY    PIC S9(7).
      * At ITEM-STANDARD-COST; above the CYCPARM.DAT approval value
      * (either way) the count waits for a supervisor.
           05 CNT-VARIANCE-VALUE  PIC S9(9)V99.
           05 CNT-APPROVED-BY     PIC X(8).
           05 FILLER              PIC X(20).
