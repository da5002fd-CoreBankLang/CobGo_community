       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRISK-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Card risk-screening rules, RISKPARM.DAT, one record. Each
      * rule that a fresh card payment breaks adds its points to the
      * payment's score; a score at or over the review threshold
      * sends the payment to REVIEW instead of authorization. A
      * field left blank or zero keeps CARD-RISK-SCREEN's WORKING-
      * STORAGE default.

       01 RISK-PARAMETER-RECORD.
      * The trailing window, in days, the card and decline counts
      * look back over.
           05 RSP-WINDOW-DAYS     PIC 9(3).
      * More distinct cards than this on one customer's payments
      * in the window scores.
           05 RSP-MAXIMUM-CARDS   PIC 9(2).
           05 RSP-CARDS-POINTS    PIC 9(3).
      * This many declined payments or more for the customer in the
      * window scores.
           05 RSP-MAXIMUM-DECLINES PIC 9(2).
           05 RSP-DECLINE-POINTS  PIC 9(3).
      * A payment more than this multiple of the customer's average
      * earlier payment scores.
           05 RSP-AVERAGE-MULTIPLE PIC 9(3).
           05 RSP-AMOUNT-POINTS   PIC 9(3).
      * A ship-to state different from the customer's own address
      * scores.
           05 RSP-SHIP-STATE-POINTS PIC 9(3).
      * A customer's first payment over this amount scores.
           05 RSP-FIRST-ORDER-LIMIT PIC 9(7)V99.
           05 RSP-FIRST-ORDER-POINTS PIC 9(3).
           05 RSP-REVIEW-THRESHOLD PIC 9(3).

      * Card review queue, CARDRVW.IDX, one record per card payment
      * CARD-RISK-SCREEN sent to REVIEW, keyed by PAYMENT-ID. The
      * fraud desk releases or voids each one through CARD-RISK-
      * REVIEW; the next CARD-RISK-SCREEN run carries the decision
      * to PAYMTRAN.DAT -- a release back to PENDING for CARD-AUTH-
      * CAPTURE, a void to VOID -- ahead of that night's
      * authorizations. Records are never deleted.

       01 CARD-REVIEW-RECORD.
           05 CRV-PAYMENT-ID      PIC 9(10).
           05 CRV-ORDER-ID        PIC 9(10).
           05 CRV-CUSTOMER-ID     PIC 9(10).
           05 CRV-AMOUNT          PIC S9(10)V99.
      * The card token, never the card number.
           05 CRV-CARD-TOKEN      PIC X(20).
           05 CRV-SCORE           PIC 9(3).
      * One flag per rule, 'Y' where the rule scored.
           05 CRV-RULE-FLAGS.
              10 CRV-HIT-CARDS    PIC X(1).
              10 CRV-HIT-DECLINES PIC X(1).
              10 CRV-HIT-AMOUNT   PIC X(1).
              10 CRV-HIT-SHIP-STATE PIC X(1).
              10 CRV-HIT-FIRST-ORDER PIC X(1).
           05 CRV-QUEUED-DATE     PIC 9(8).
      * CRV-STATUS: Q awaiting the desk, R released and V voided by
      * the desk (awaiting the next screening run), A release and X
      * void carried to the payment.
           05 CRV-STATUS          PIC X(1).
               88 CRV-IS-QUEUED        VALUE 'Q'.
               88 CRV-IS-RELEASED      VALUE 'R'.
               88 CRV-IS-VOIDED        VALUE 'V'.
               88 CRV-RELEASE-APPLIED  VALUE 'A'.
               88 CRV-VOID-APPLIED     VALUE 'X'.
           05 CRV-DECIDED-BY      PIC X(8).
           05 CRV-DECIDED-DATE    PIC 9(8).
           05 CRV-APPLIED-DATE    PIC 9(8).
           05 FILLER              PIC X(20).
