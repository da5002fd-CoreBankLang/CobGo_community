       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Promotion master record, PROMOMST.IDX, keyed by the code the
      * customer quotes. PROMOTION-MAINTENANCE sets each promotion
      * up for marketing; a feed order carries the code in
      * FEED-PROMO-CODE and ORDER-INTAKE files it against the new
      * order on the promotion claim file PROMORDR.IDX. ORDER-
      * PROCESSING judges the claim after contract pricing -- the
      * window against the order date, the minimum order, and both
      * redemption limits -- takes the discount off the order, and
      * on confirmation counts the redemption here and writes it to
      * the redemption history PROMHIST.IDX that PROMOTION-RESULTS
      * reports from.

       01 PROMO-RECORD.
           05 PROMO-CODE          PIC X(10).
           05 PROMO-DESCRIPTION   PIC X(30).
      * The window is judged against ORDER-DATE, so an order placed
      * on the last day still redeems when it processes later.
           05 PROMO-EFFECTIVE-DATE PIC 9(8).
           05 PROMO-EXPIRY-DATE   PIC 9(8).
      * PROMO-SCOPE: 'O' discounts the whole order's subtotal, 'I'
      * only the lines whose items PROMO-ITEM-ID lists.
           05 PROMO-SCOPE         PIC X(1).
               88 PROMO-IS-ORDER-WIDE    VALUE 'O'.
               88 PROMO-IS-ITEM-SCOPED   VALUE 'I'.
      * PROMO-VALUE-TYPE: 'P' takes PROMO-PERCENT of the eligible
      * amount, 'F' takes PROMO-FIXED-AMOUNT once per order, never
      * more than the eligible amount.
           05 PROMO-VALUE-TYPE    PIC X(1).
               88 PROMO-IS-PERCENT       VALUE 'P'.
               88 PROMO-IS-FIXED-AMOUNT  VALUE 'F'.
           05 PROMO-PERCENT       PIC 9(2)V99.
           05 PROMO-FIXED-AMOUNT  PIC 9(7)V99.
      * PROMO-MINIMUM-ORDER is judged against the order's pre-tax
      * subtotal; zero means no minimum.
           05 PROMO-MINIMUM-ORDER PIC 9(9)V99.
      * Redemption limits, zero meaning unlimited: per customer
      * (counted on PROMHIST.IDX) and in total (PROMO-REDEEMED-
      * COUNT, stepped by ORDER-PROCESSING on each redemption).
           05 PROMO-CUSTOMER-LIMIT PIC 9(5).
           05 PROMO-TOTAL-LIMIT   PIC 9(7).
           05 PROMO-REDEEMED-COUNT PIC 9(7).
      * PROMO-STATUS 'W' withdraws a promotion before its expiry;
      * claims against it are refused from then on.
           05 PROMO-STATUS        PIC X(1).
               88 PROMO-IS-ACTIVE        VALUE 'A'.
               88 PROMO-IS-WITHDRAWN     VALUE 'W'.
           05 PROMO-ENTERED-BY    PIC X(8).
           05 PROMO-ITEM-COUNT    PIC 9(2).
           05 PROMO-ITEM-ID       PIC 9(10) OCCURS 20.
           05 FILLER              PIC X(20).
