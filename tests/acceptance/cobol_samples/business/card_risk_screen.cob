       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-RISK-SCREEN.
       AUTHOR. COBGO-ACCEPTANCE-TESTS.
       DATE-WRITTEN. 2026.

      * Card velocity and risk screen, run each night just ahead of
      * CARD-AUTH-CAPTURE. Every fresh card payment CARD-AUTH-
      * CAPTURE would authorize tonight -- no lifecycle note,
      * PENDING, its order CONFIRMED or PARTIAL -- is scored
      * against the RISKPARM.DAT rules (examples/cardrisk.cpy):
      *  - more distinct cards on the customer's payments in the
      *    trailing window than the rule allows (the card tokens
      *    are compared, so the same card always counts once);
      *  - too many declined payments for the customer in the
      *    window;
      *  - an amount far above the customer's average earlier
      *    payment;
      *  - a ship-to state different from the customer's own;
      *  - a customer's first payment over the first-order limit.
      * A payment scoring at or over the threshold moves to REVIEW,
      * which CARD-AUTH-CAPTURE and PAYMENT-PROCESSING both pass
      * over, is queued on CARDRVW.IDX, and lists on CARDRISK.RPT
      * with the rules it broke. The fraud desk releases or voids
      * it through CARD-RISK-REVIEW, and the next run of this step
      * carries the decision to the payment before anything is
      * scored: a release goes back to PENDING under an 'RVOK'
      * note, so it authorizes that night and is never scored
      * again; a void goes to VOID.
      *
      * PAYMTRAN.DAT is read twice: once to gather each customer's
      * payment history, card tokens, and declines, then again in
      * place, the PAYMENT-STATUS-UPDATE pattern, to apply the
      * desk's decisions and screen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO 'PAYMTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.

           SELECT ORDER-MASTER-FILE ASSIGN TO 'ORDRMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDER-ID OF ORDER-RECORD
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'RISKPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.

           SELECT CARD-REVIEW-FILE ASSIGN TO 'CARDRVW.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRV-PAYMENT-ID
               FILE STATUS IS WS-REVIEW-FILE-STATUS.

           SELECT RISK-SCREEN-REPORT ASSIGN TO 'CARDRISK.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BUSINESS-DATE-FILE is the chain's shared processing date,
      * advanced by BUSINESS-DATE-ADVANCE at successful end of
      * night, so a Saturday rerun of Friday's batch still posts to
      * Friday.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-PROCESSING-DATE PIC 9(8).

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-RECORD.
           05 PAYMENT-ID          PIC 9(10).
           05 ORDER-ID            PIC 9(10).
           05 PAYMENT-TYPE        PIC X(1).
               88 PAYMENT-IS-CREDIT VALUE 'R'.
               88 PAYMENT-IS-REFUND VALUE 'F'.
           05 PAYMENT-AMOUNT      PIC S9(10)V99.
           05 CHECK-PAYMENT.
              10 CHECK-NUMBER     PIC 9(10).
              10 CHECK-AMOUNT     PIC S9(10)V99.
              10 CHECK-DATE       PIC 9(8).
           05 CREDIT-PAYMENT.
              10 CARD-NUMBER      PIC X(20).
              10 CARD-TYPE        PIC X(10).
              10 EXPIRY-DATE      PIC X(5).
              10 CARD-AMOUNT      PIC S9(10)V99.
           05 PAYMENT-DATE        PIC 9(8).
           05 PAYMENT-STATUS      PIC X(10).
               88 PAYMENT-STATUS-PENDING    VALUE 'PENDING'.
               88 PAYMENT-STATUS-VOID       VALUE 'VOID'.
               88 PAYMENT-STATUS-REVIEW     VALUE 'REVIEW'.
      * PAYMENT-NOTES carries the card lifecycle note CARD-AUTH-
      * CAPTURE reads: 'AUTH' or 'CAPT' once it has acted, 'RVOK'
      * once the fraud desk has released the payment from review.
           05 PAYMENT-NOTES       PIC X(200).
           05 PAYMENT-NOTE-PARTS REDEFINES PAYMENT-NOTES.
              10 NOTE-LIFECYCLE-TAG  PIC X(4).
              10 FILLER              PIC X(1).
              10 NOTE-LIFECYCLE-DATE PIC 9(8).
              10 FILLER              PIC X(187).
           05 CURRENCY-CODE       PIC X(3).
           05 PAYMENT-DECLINE-DATE PIC 9(8).

      * Only the key, customer, status, and ship-to matter here;
      * FILLER carries the rest of the 4800-byte record.
       FD  ORDER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDER-RECORD.
           05 ORDER-ID        PIC 9(10).
           05 ORDER-CUSTOMER-ID PIC 9(10).
           05 FILLER          PIC X(49).
           05 ORDER-STATUS    PIC X(10).
           05 ORDER-BODY-AREA.
              10 FILLER       PIC X(4503).
              10 SHIP-METHOD  PIC X(20).
              10 SHIP-ADDRESS PIC X(100).
              10 SHIP-DATE    PIC 9(8).
              10 FILLER       PIC X(3).
           05 FILLER          PIC X(87).

      * Only the address state is wanted; see examples/customer.cpy.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           05 CUSTOMER-ID         PIC 9(10).
           05 CUSTOMER-NAME       PIC X(50).
           05 CUSTOMER-EMAIL      PIC X(100).
           05 CUSTOMER-BALANCE    PIC S9(15)V99.
           05 CUSTOMER-STATUS     PIC X(10).
           05 CUSTOMER-CREATED    PIC 9(8).
           05 STREET              PIC X(30).
           05 CITY                PIC X(20).
           05 STATE               PIC X(2).
           05 FILLER              PIC X(353).

      * RISKPARM.DAT: see examples/cardrisk.cpy. A field left blank
      * or zero keeps the default in WORKING-STORAGE.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  RISK-PARAMETER-RECORD.
           05 RSP-WINDOW-DAYS     PIC 9(3).
           05 RSP-MAXIMUM-CARDS   PIC 9(2).
           05 RSP-CARDS-POINTS    PIC 9(3).
           05 RSP-MAXIMUM-DECLINES PIC 9(2).
           05 RSP-DECLINE-POINTS  PIC 9(3).
           05 RSP-AVERAGE-MULTIPLE PIC 9(3).
           05 RSP-AMOUNT-POINTS   PIC 9(3).
           05 RSP-SHIP-STATE-POINTS PIC 9(3).
           05 RSP-FIRST-ORDER-LIMIT PIC 9(7)V99.
           05 RSP-FIRST-ORDER-POINTS PIC 9(3).
           05 RSP-REVIEW-THRESHOLD PIC 9(3).

      * CARD-REVIEW-FILE: see examples/cardrisk.cpy.
       FD  CARD-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-REVIEW-RECORD.
           05 CRV-PAYMENT-ID      PIC 9(10).
           05 CRV-ORDER-ID        PIC 9(10).
           05 CRV-CUSTOMER-ID     PIC 9(10).
           05 CRV-AMOUNT          PIC S9(10)V99.
           05 CRV-CARD-TOKEN      PIC X(20).
           05 CRV-SCORE           PIC 9(3).
           05 CRV-RULE-FLAGS.
              10 CRV-HIT-CARDS    PIC X(1).
              10 CRV-HIT-DECLINES PIC X(1).
              10 CRV-HIT-AMOUNT   PIC X(1).
              10 CRV-HIT-SHIP-STATE PIC X(1).
              10 CRV-HIT-FIRST-ORDER PIC X(1).
           05 CRV-QUEUED-DATE     PIC 9(8).
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

      * One line per payment sent to review, one per desk decision
      * carried to its payment. RSK-ACTION is REVIEW, RELEASED, or
      * VOIDED; the rule flags follow the CRV-RULE-FLAGS order.
       FD  RISK-SCREEN-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RISK-SCREEN-RECORD.
           05 RSK-PAYMENT-ID      PIC 9(10).
           05 RSK-ORDER-ID        PIC 9(10).
           05 RSK-CUSTOMER-ID     PIC 9(10).
           05 RSK-ACTION          PIC X(8).
           05 RSK-AMOUNT          PIC S9(10)V99.
           05 RSK-SCORE           PIC 9(3).
           05 RSK-RULE-FLAGS      PIC X(5).
           05 RSK-RUN-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-PAYMENT-FILE-STATUS  PIC X(2) VALUE '00'.
       01 WS-ORDER-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-PARAMETER-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-REVIEW-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-REPORT-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-CUSTOMER-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88 WS-CUSTOMER-FILE-IS-OPEN VALUE 'Y'.

       01 WS-PAYMENT-EOF-SWITCH   PIC X(1) VALUE 'N'.
           88 WS-END-OF-PAYMENTS  VALUE 'Y'.
       01 WS-REVIEW-EOF-SWITCH    PIC X(1) VALUE 'N'.
           88 WS-END-OF-REVIEWS   VALUE 'Y'.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DAY-NUMBER       PIC 9(7).
       01 WS-WINDOW-START-DATE    PIC 9(8).

      * The screening rules, defaulted here and overridden field by
      * field from RISKPARM.DAT.
       01 WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
       01 WS-MAXIMUM-CARDS        PIC 9(2) VALUE 2.
       01 WS-CARDS-POINTS         PIC 9(3) VALUE 40.
       01 WS-MAXIMUM-DECLINES     PIC 9(2) VALUE 2.
       01 WS-DECLINE-POINTS       PIC 9(3) VALUE 40.
       01 WS-AVERAGE-MULTIPLE     PIC 9(3) VALUE 5.
       01 WS-AMOUNT-POINTS        PIC 9(3) VALUE 30.
       01 WS-SHIP-STATE-POINTS    PIC 9(3) VALUE 20.
       01 WS-FIRST-ORDER-LIMIT    PIC 9(7)V99 VALUE 1000.00.
       01 WS-FIRST-ORDER-POINTS   PIC 9(3) VALUE 30.
       01 WS-REVIEW-THRESHOLD     PIC 9(3) VALUE 50.

      * The desk's decisions not yet carried to PAYMTRAN.DAT,
      * loaded from the review queue before the payment pass.
       01 WS-DECISION-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-DECISION-TABLE.
           05 WS-DECISION-ENTRY OCCURS 1000.
              10 WS-DEC-PAYMENT-ID PIC 9(10).
              10 WS-DEC-STATUS     PIC X(1).
       01 WS-DEC-INDEX            PIC 9(4) COMP.
       01 WS-DEC-MATCH-INDEX      PIC 9(4) COMP.

      * Per-customer payment history from the first pass: every
      * payment (refunds and voids aside) toward the average and
      * the first-order test, declines only within the window.
       01 WS-HISTORY-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-ENTRY OCCURS 3000.
              10 WS-HST-CUSTOMER-ID   PIC 9(10).
              10 WS-HST-PAYMENT-COUNT PIC 9(5).
              10 WS-HST-PAYMENT-TOTAL PIC S9(12)V99.
              10 WS-HST-DECLINE-COUNT PIC 9(3).
       01 WS-HST-INDEX            PIC 9(4) COMP.
       01 WS-HST-MATCH-INDEX      PIC 9(4) COMP.

      * Each distinct customer-and-card-token pair seen on a card
      * payment dated within the window.
       01 WS-CARD-USE-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-CARD-USE-TABLE.
           05 WS-CARD-USE-ENTRY OCCURS 3000.
              10 WS-CRD-CUSTOMER-ID PIC 9(10).
              10 WS-CRD-CARD-TOKEN  PIC X(20).
       01 WS-CRD-INDEX            PIC 9(4) COMP.
       01 WS-CRD-MATCH-INDEX      PIC 9(4) COMP.

       01 WS-ORDER-FOUND-SWITCH   PIC X(1).
           88 WS-ORDER-WAS-FOUND  VALUE 'Y'.
       01 WS-PAYMENT-CUSTOMER-ID  PIC 9(10).

      * The payment being scored.
       01 WS-PAYMENT-SCORE        PIC 9(3).
       01 WS-RULE-FLAGS.
           05 WS-HIT-CARDS        PIC X(1).
           05 WS-HIT-DECLINES     PIC X(1).
           05 WS-HIT-AMOUNT       PIC X(1).
           05 WS-HIT-SHIP-STATE   PIC X(1).
           05 WS-HIT-FIRST-ORDER  PIC X(1).
       01 WS-CUSTOMER-CARD-COUNT  PIC 9(4) COMP.
       01 WS-PRIOR-PAYMENT-COUNT  PIC S9(5).
       01 WS-PRIOR-AVERAGE        PIC S9(12)V99.

      * The ship-to address is free-form, so its state is taken from
      * its tail the ORDER-INTAKE way: the last word as the ZIP,
      * the word before it as the state. The scan area carries a
      * leading blank so the backward scan always stops.
       01 WS-SHIP-SCAN-AREA       PIC X(101).
       01 WS-SCAN-POS             PIC 9(3) COMP.
       01 WS-TOKEN-END            PIC 9(3) COMP.
       01 WS-TOKEN-LENGTH         PIC 9(3) COMP.
       01 WS-CHECK-STATE          PIC X(2).

       01 WS-PAYMENTS-SCREENED    PIC 9(7) VALUE 0.
       01 WS-PAYMENTS-QUEUED      PIC 9(7) VALUE 0.
       01 WS-RELEASES-APPLIED     PIC 9(7) VALUE 0.
       01 WS-VOIDS-APPLIED        PIC 9(7) VALUE 0.
       01 WS-STILL-IN-REVIEW      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM SET-BUSINESS-DATE
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NUMBER - WS-WINDOW-DAYS)

           OPEN INPUT ORDER-MASTER-FILE
           IF WS-ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open ORDER-MASTER-FILE, status: '
                   WS-ORDER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PARAGRAPH-EXIT
           END-IF

           OPEN I-O CARD-REVIEW-FILE
           IF WS-REVIEW-FILE-STATUS NOT = '00'
               OPEN OUTPUT CARD-REVIEW-FILE
               CLOSE CARD-REVIEW-FILE
               OPEN I-O CARD-REVIEW-FILE
           END-IF
           IF WS-REVIEW-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open CARD-REVIEW-FILE, status: '
                   WS-REVIEW-FILE-STATUS
               CLOSE ORDER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PARAGRAPH-EXIT
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '00'
               SET WS-CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER-MASTER-FILE not available, ship-to '
                   'state not screened'
           END-IF

           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open PAYMENT-FILE, status: '
                   WS-PAYMENT-FILE-STATUS
               PERFORM CLOSE-REFERENCE-FILES
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PARAGRAPH-EXIT
           END-IF
           PERFORM READ-PAYMENT-RECORD
           PERFORM GATHER-ONE-PAYMENT
               UNTIL WS-END-OF-PAYMENTS
           CLOSE PAYMENT-FILE

           PERFORM LOAD-DESK-DECISIONS

           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open PAYMENT-FILE, status: '
                   WS-PAYMENT-FILE-STATUS
               PERFORM CLOSE-REFERENCE-FILES
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PARAGRAPH-EXIT
           END-IF

           OPEN OUTPUT RISK-SCREEN-REPORT
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open RISK-SCREEN-REPORT, status: '
                   WS-REPORT-FILE-STATUS
               CLOSE PAYMENT-FILE
               PERFORM CLOSE-REFERENCE-FILES
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-PARAGRAPH-EXIT
           END-IF

           MOVE 'N' TO WS-PAYMENT-EOF-SWITCH
           PERFORM READ-PAYMENT-RECORD
           PERFORM SCREEN-ONE-PAYMENT
               UNTIL WS-END-OF-PAYMENTS

           CLOSE PAYMENT-FILE
           CLOSE RISK-SCREEN-REPORT
           PERFORM CLOSE-REFERENCE-FILES

           DISPLAY 'Card payments screened: ' WS-PAYMENTS-SCREENED
           DISPLAY 'Sent to review: ' WS-PAYMENTS-QUEUED
           DISPLAY 'Releases applied: ' WS-RELEASES-APPLIED
           DISPLAY 'Voids applied: ' WS-VOIDS-APPLIED
           DISPLAY 'Still awaiting the desk: ' WS-STILL-IN-REVIEW.

       MAIN-PARAGRAPH-EXIT.
           STOP RUN.

       CLOSE-REFERENCE-FILES.
           CLOSE ORDER-MASTER-FILE
           CLOSE CARD-REVIEW-FILE
           IF WS-CUSTOMER-FILE-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       READ-PAYMENT-RECORD.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      * GATHER-ONE-PAYMENT builds the history the rules are judged
      * against. On-account money (ORDER-ID zero) and payments
      * whose order is gone have no customer to count against.
       GATHER-ONE-PAYMENT.
           IF ORDER-ID OF PAYMENT-RECORD > 0
                   AND NOT PAYMENT-IS-REFUND
                   AND NOT PAYMENT-STATUS-VOID
               PERFORM LOOKUP-PAYMENT-ORDER
               IF WS-ORDER-WAS-FOUND
                   PERFORM FIND-CUSTOMER-HISTORY
                   IF WS-HST-MATCH-INDEX > 0
                       PERFORM COUNT-PAYMENT-HISTORY
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PAYMENT-RECORD.

       COUNT-PAYMENT-HISTORY.
           ADD 1 TO WS-HST-PAYMENT-COUNT (WS-HST-MATCH-INDEX)
           ADD PAYMENT-AMOUNT
               TO WS-HST-PAYMENT-TOTAL (WS-HST-MATCH-INDEX)
           IF PAYMENT-DECLINE-DATE IS NUMERIC
                   AND PAYMENT-DECLINE-DATE > WS-WINDOW-START-DATE
               ADD 1 TO WS-HST-DECLINE-COUNT (WS-HST-MATCH-INDEX)
           END-IF
           IF PAYMENT-IS-CREDIT
                   AND CARD-NUMBER NOT = SPACES
                   AND PAYMENT-DATE IS NUMERIC
                   AND PAYMENT-DATE > WS-WINDOW-START-DATE
               PERFORM NOTE-CARD-USE
           END-IF.

      * FIND-CUSTOMER-HISTORY leaves WS-HST-MATCH-INDEX on the
      * order's customer, adding the customer when new; zero when
      * the table is full.
       FIND-CUSTOMER-HISTORY.
           MOVE ORDER-CUSTOMER-ID TO WS-PAYMENT-CUSTOMER-ID
           MOVE 0 TO WS-HST-MATCH-INDEX
           PERFORM MATCH-ONE-HISTORY
               VARYING WS-HST-INDEX FROM 1 BY 1
               UNTIL WS-HST-INDEX > WS-HISTORY-COUNT
                  OR WS-HST-MATCH-INDEX > 0
           IF WS-HST-MATCH-INDEX = 0
               IF WS-HISTORY-COUNT < 3000
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE WS-HISTORY-COUNT TO WS-HST-MATCH-INDEX
                   MOVE WS-PAYMENT-CUSTOMER-ID
                       TO WS-HST-CUSTOMER-ID (WS-HST-MATCH-INDEX)
                   MOVE 0 TO WS-HST-PAYMENT-COUNT (WS-HST-MATCH-INDEX)
                   MOVE 0 TO WS-HST-PAYMENT-TOTAL (WS-HST-MATCH-INDEX)
                   MOVE 0 TO WS-HST-DECLINE-COUNT (WS-HST-MATCH-INDEX)
               ELSE
                   DISPLAY 'WS-HISTORY-TABLE is full at 3000 '
                       'customers, customer ' WS-PAYMENT-CUSTOMER-ID
                       ' not screened'
               END-IF
           END-IF.

       MATCH-ONE-HISTORY.
           IF WS-HST-CUSTOMER-ID (WS-HST-INDEX) =
                   WS-PAYMENT-CUSTOMER-ID
               MOVE WS-HST-INDEX TO WS-HST-MATCH-INDEX
           END-IF.

       NOTE-CARD-USE.
           MOVE 0 TO WS-CRD-MATCH-INDEX
           PERFORM MATCH-ONE-CARD-USE
               VARYING WS-CRD-INDEX FROM 1 BY 1
               UNTIL WS-CRD-INDEX > WS-CARD-USE-COUNT
                  OR WS-CRD-MATCH-INDEX > 0
           IF WS-CRD-MATCH-INDEX = 0
               IF WS-CARD-USE-COUNT < 3000
                   ADD 1 TO WS-CARD-USE-COUNT
                   MOVE WS-PAYMENT-CUSTOMER-ID
                       TO WS-CRD-CUSTOMER-ID (WS-CARD-USE-COUNT)
                   MOVE CARD-NUMBER
                       TO WS-CRD-CARD-TOKEN (WS-CARD-USE-COUNT)
               ELSE
                   DISPLAY 'WS-CARD-USE-TABLE is full at 3000 '
                       'entries, card use not counted'
               END-IF
           END-IF.

       MATCH-ONE-CARD-USE.
           IF WS-CRD-CUSTOMER-ID (WS-CRD-INDEX) =
                   WS-PAYMENT-CUSTOMER-ID
                   AND WS-CRD-CARD-TOKEN (WS-CRD-INDEX) = CARD-NUMBER
               MOVE WS-CRD-INDEX TO WS-CRD-MATCH-INDEX
           END-IF.

       LOOKUP-PAYMENT-ORDER.
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH
           MOVE ORDER-ID OF PAYMENT-RECORD
               TO ORDER-ID OF ORDER-RECORD
           READ ORDER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ORDER-WAS-FOUND TO TRUE
           END-READ.

      * LOAD-DESK-DECISIONS takes every release and void the desk
      * has keyed since the last run.
       LOAD-DESK-DECISIONS.
           MOVE 0 TO CRV-PAYMENT-ID
           START CARD-REVIEW-FILE
               KEY IS NOT LESS THAN CRV-PAYMENT-ID
               INVALID KEY
                   SET WS-END-OF-REVIEWS TO TRUE
           END-START
           IF NOT WS-END-OF-REVIEWS
               PERFORM READ-NEXT-REVIEW
           END-IF
           PERFORM TAKE-ONE-DECISION
               UNTIL WS-END-OF-REVIEWS.

       READ-NEXT-REVIEW.
           READ CARD-REVIEW-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-REVIEWS TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       TAKE-ONE-DECISION.
           IF CRV-IS-RELEASED OR CRV-IS-VOIDED
               IF WS-DECISION-COUNT < 1000
                   ADD 1 TO WS-DECISION-COUNT
                   MOVE CRV-PAYMENT-ID
                       TO WS-DEC-PAYMENT-ID (WS-DECISION-COUNT)
                   MOVE CRV-STATUS
                       TO WS-DEC-STATUS (WS-DECISION-COUNT)
               ELSE
                   DISPLAY 'WS-DECISION-TABLE is full at 1000 '
                       'entries, decision on payment ' CRV-PAYMENT-ID
                       ' waits for the next run'
               END-IF
           END-IF
           PERFORM READ-NEXT-REVIEW.

      * SCREEN-ONE-PAYMENT carries a desk decision to a payment in
      * REVIEW, and scores a fresh card payment CARD-AUTH-CAPTURE
      * would otherwise authorize tonight.
       SCREEN-ONE-PAYMENT.
           IF PAYMENT-IS-CREDIT
               EVALUATE TRUE
                   WHEN PAYMENT-STATUS-REVIEW
                       PERFORM APPLY-DESK-DECISION
                   WHEN NOTE-LIFECYCLE-TAG NOT = 'AUTH'
                           AND NOTE-LIFECYCLE-TAG NOT = 'CAPT'
                           AND NOTE-LIFECYCLE-TAG NOT = 'RVOK'
                           AND (PAYMENT-STATUS-PENDING
                               OR PAYMENT-STATUS = SPACES)
                       PERFORM LOOKUP-PAYMENT-ORDER
                       IF WS-ORDER-WAS-FOUND
                               AND (ORDER-STATUS = 'CONFIRMED'
                                   OR ORDER-STATUS = 'PARTIAL')
                           PERFORM SCORE-ONE-PAYMENT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-PAYMENT-RECORD.

       APPLY-DESK-DECISION.
           MOVE 0 TO WS-DEC-MATCH-INDEX
           PERFORM MATCH-ONE-DECISION
               VARYING WS-DEC-INDEX FROM 1 BY 1
               UNTIL WS-DEC-INDEX > WS-DECISION-COUNT
                  OR WS-DEC-MATCH-INDEX > 0
           IF WS-DEC-MATCH-INDEX = 0
               ADD 1 TO WS-STILL-IN-REVIEW
           ELSE
               MOVE PAYMENT-ID TO CRV-PAYMENT-ID
               READ CARD-REVIEW-FILE
                   INVALID KEY
                       DISPLAY 'Review record for payment ' PAYMENT-ID
                           ' has gone, decision not applied'
                   NOT INVALID KEY
                       PERFORM CARRY-DECISION-TO-PAYMENT
               END-READ
           END-IF.

       MATCH-ONE-DECISION.
           IF WS-DEC-PAYMENT-ID (WS-DEC-INDEX) = PAYMENT-ID
               MOVE WS-DEC-INDEX TO WS-DEC-MATCH-INDEX
           END-IF.

      * A release returns the payment to PENDING under an 'RVOK'
      * note, which CARD-AUTH-CAPTURE authorizes like any fresh
      * payment and this screen never scores again.
       CARRY-DECISION-TO-PAYMENT.
           IF CRV-IS-RELEASED
               SET PAYMENT-STATUS-PENDING TO TRUE
               MOVE SPACES TO PAYMENT-NOTES
               MOVE 'RVOK' TO NOTE-LIFECYCLE-TAG
               MOVE WS-RUN-DATE TO NOTE-LIFECYCLE-DATE
               SET CRV-RELEASE-APPLIED TO TRUE
               MOVE 'RELEASED' TO RSK-ACTION
               ADD 1 TO WS-RELEASES-APPLIED
           ELSE
               SET PAYMENT-STATUS-VOID TO TRUE
               SET CRV-VOID-APPLIED TO TRUE
               MOVE 'VOIDED' TO RSK-ACTION
               ADD 1 TO WS-VOIDS-APPLIED
           END-IF
           REWRITE PAYMENT-RECORD
           MOVE WS-RUN-DATE TO CRV-APPLIED-DATE
           REWRITE CARD-REVIEW-RECORD
               INVALID KEY
                   DISPLAY 'Unable to rewrite review record for '
                       'payment ' PAYMENT-ID
           END-REWRITE
           MOVE CRV-CUSTOMER-ID TO RSK-CUSTOMER-ID
           MOVE CRV-SCORE       TO RSK-SCORE
           MOVE CRV-RULE-FLAGS  TO RSK-RULE-FLAGS
           PERFORM WRITE-RISK-SCREEN-LINE.

      * SCORE-ONE-PAYMENT adds up the points of every rule the
      * payment breaks. The customer's earlier payments are the
      * history less this one.
       SCORE-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-SCREENED
           MOVE 0 TO WS-PAYMENT-SCORE
           MOVE 'NNNNN' TO WS-RULE-FLAGS
           PERFORM FIND-CUSTOMER-HISTORY
           IF WS-HST-MATCH-INDEX > 0
               PERFORM SCORE-CARD-VELOCITY
               PERFORM SCORE-DECLINES
               PERFORM SCORE-AMOUNT-AGAINST-HISTORY
               PERFORM SCORE-SHIP-TO-STATE
               IF WS-REVIEW-THRESHOLD > 0
                       AND WS-PAYMENT-SCORE NOT < WS-REVIEW-THRESHOLD
                   PERFORM QUEUE-PAYMENT-FOR-REVIEW
               END-IF
           END-IF.

       SCORE-CARD-VELOCITY.
           MOVE 0 TO WS-CUSTOMER-CARD-COUNT
           PERFORM COUNT-ONE-CUSTOMER-CARD
               VARYING WS-CRD-INDEX FROM 1 BY 1
               UNTIL WS-CRD-INDEX > WS-CARD-USE-COUNT
           IF WS-CUSTOMER-CARD-COUNT > WS-MAXIMUM-CARDS
               MOVE 'Y' TO WS-HIT-CARDS
               ADD WS-CARDS-POINTS TO WS-PAYMENT-SCORE
           END-IF.

       COUNT-ONE-CUSTOMER-CARD.
           IF WS-CRD-CUSTOMER-ID (WS-CRD-INDEX) =
                   WS-PAYMENT-CUSTOMER-ID
               ADD 1 TO WS-CUSTOMER-CARD-COUNT
           END-IF.

       SCORE-DECLINES.
           IF WS-MAXIMUM-DECLINES > 0
                   AND WS-HST-DECLINE-COUNT (WS-HST-MATCH-INDEX)
                       NOT < WS-MAXIMUM-DECLINES
               MOVE 'Y' TO WS-HIT-DECLINES
               ADD WS-DECLINE-POINTS TO WS-PAYMENT-SCORE
           END-IF.

      * With no earlier payment the customer has no history to be
      * far above, and the first-order limit applies instead.
       SCORE-AMOUNT-AGAINST-HISTORY.
           COMPUTE WS-PRIOR-PAYMENT-COUNT =
               WS-HST-PAYMENT-COUNT (WS-HST-MATCH-INDEX) - 1
           IF WS-PRIOR-PAYMENT-COUNT > 0
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                   (WS-HST-PAYMENT-TOTAL (WS-HST-MATCH-INDEX)
                       - PAYMENT-AMOUNT) / WS-PRIOR-PAYMENT-COUNT
               IF WS-PRIOR-AVERAGE > 0
                       AND PAYMENT-AMOUNT >
                           WS-PRIOR-AVERAGE * WS-AVERAGE-MULTIPLE
                   MOVE 'Y' TO WS-HIT-AMOUNT
                   ADD WS-AMOUNT-POINTS TO WS-PAYMENT-SCORE
               END-IF
           ELSE
               IF PAYMENT-AMOUNT > WS-FIRST-ORDER-LIMIT
                   MOVE 'Y' TO WS-HIT-FIRST-ORDER
                   ADD WS-FIRST-ORDER-POINTS TO WS-PAYMENT-SCORE
               END-IF
           END-IF.

      * A blank ship-to ships to the customer's own address, and a
      * tail that is not a recognizable state is left alone.
       SCORE-SHIP-TO-STATE.
           IF WS-CUSTOMER-FILE-IS-OPEN
               MOVE SPACE TO WS-SHIP-SCAN-AREA (1:1)
               MOVE SHIP-ADDRESS TO WS-SHIP-SCAN-AREA (2:100)
               PERFORM LOCATE-SHIP-TO-STATE
               IF WS-CHECK-STATE NOT = SPACES
                   MOVE WS-PAYMENT-CUSTOMER-ID TO CUSTOMER-ID
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF STATE NOT = SPACES
                                   AND STATE NOT = WS-CHECK-STATE
                               MOVE 'Y' TO WS-HIT-SHIP-STATE
                               ADD WS-SHIP-STATE-POINTS
                                   TO WS-PAYMENT-SCORE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * LOCATE-SHIP-TO-STATE leaves WS-CHECK-STATE set from the
      * word before the ZIP at the tail of WS-SHIP-SCAN-AREA, or
      * blank when the tail is not a state and ZIP.
       LOCATE-SHIP-TO-STATE.
           MOVE SPACES TO WS-CHECK-STATE
           MOVE 101 TO WS-SCAN-POS
           PERFORM STEP-BACK-OVER-SEPARATORS
           MOVE WS-SCAN-POS TO WS-TOKEN-END
           PERFORM STEP-BACK-OVER-WORD
               UNTIL WS-SHIP-SCAN-AREA (WS-SCAN-POS:1) = SPACE
                  OR WS-SHIP-SCAN-AREA (WS-SCAN-POS:1) = ','
           COMPUTE WS-TOKEN-LENGTH = WS-TOKEN-END - WS-SCAN-POS
           IF WS-TOKEN-LENGTH = 5 OR WS-TOKEN-LENGTH = 10
               PERFORM STEP-BACK-OVER-SEPARATORS
               MOVE WS-SCAN-POS TO WS-TOKEN-END
               PERFORM STEP-BACK-OVER-WORD
                   UNTIL WS-SHIP-SCAN-AREA (WS-SCAN-POS:1) = SPACE
                      OR WS-SHIP-SCAN-AREA (WS-SCAN-POS:1) = ','
               COMPUTE WS-TOKEN-LENGTH = WS-TOKEN-END - WS-SCAN-POS
               IF WS-TOKEN-LENGTH = 2
                   MOVE WS-SHIP-SCAN-AREA (WS-SCAN-POS + 1:2)
                       TO WS-CHECK-STATE
               END-IF
           END-IF
           IF WS-CHECK-STATE (1:1) NOT ALPHABETIC
                   OR WS-CHECK-STATE (2:1) NOT ALPHABETIC
               MOVE SPACES TO WS-CHECK-STATE
           END-IF.

      * Position 1 of the scan area is always a blank, so both
      * backward steps stop there at the latest.
       STEP-BACK-OVER-SEPARATORS.
           PERFORM STEP-BACK-ONE-POSITION
               UNTIL WS-SCAN-POS = 1
                  OR (WS-SHIP-SCAN-AREA (WS-SCAN-POS:1) NOT = SPACE
                  AND WS-SHIP-SCAN-AREA (WS-SCAN-POS:1) NOT = ',').

       STEP-BACK-OVER-WORD.
           SUBTRACT 1 FROM WS-SCAN-POS.

       STEP-BACK-ONE-POSITION.
           SUBTRACT 1 FROM WS-SCAN-POS.

      * A payment that already has a queue record is queued again
      * over it.
       QUEUE-PAYMENT-FOR-REVIEW.
           SET PAYMENT-STATUS-REVIEW TO TRUE
           REWRITE PAYMENT-RECORD
           MOVE PAYMENT-ID              TO CRV-PAYMENT-ID
           MOVE ORDER-ID OF PAYMENT-RECORD TO CRV-ORDER-ID
           MOVE WS-PAYMENT-CUSTOMER-ID  TO CRV-CUSTOMER-ID
           MOVE PAYMENT-AMOUNT          TO CRV-AMOUNT
           MOVE CARD-NUMBER             TO CRV-CARD-TOKEN
           MOVE WS-PAYMENT-SCORE        TO CRV-SCORE
           MOVE WS-RULE-FLAGS           TO CRV-RULE-FLAGS
           MOVE WS-RUN-DATE             TO CRV-QUEUED-DATE
           SET CRV-IS-QUEUED            TO TRUE
           MOVE SPACES                  TO CRV-DECIDED-BY
           MOVE 0                       TO CRV-DECIDED-DATE
           MOVE 0                       TO CRV-APPLIED-DATE
           WRITE CARD-REVIEW-RECORD
               INVALID KEY
                   REWRITE CARD-REVIEW-RECORD
                       INVALID KEY
                           DISPLAY 'Unable to queue payment '
                               PAYMENT-ID ' for review'
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-PAYMENTS-QUEUED
           MOVE 'REVIEW'               TO RSK-ACTION
           MOVE WS-PAYMENT-CUSTOMER-ID TO RSK-CUSTOMER-ID
           MOVE WS-PAYMENT-SCORE       TO RSK-SCORE
           MOVE WS-RULE-FLAGS          TO RSK-RULE-FLAGS
           PERFORM WRITE-RISK-SCREEN-LINE.

       WRITE-RISK-SCREEN-LINE.
           MOVE PAYMENT-ID                 TO RSK-PAYMENT-ID
           MOVE ORDER-ID OF PAYMENT-RECORD TO RSK-ORDER-ID
           MOVE PAYMENT-AMOUNT             TO RSK-AMOUNT
           MOVE WS-RUN-DATE                TO RSK-RUN-DATE
           WRITE RISK-SCREEN-RECORD.

      * LOAD-RUN-PARAMETERS picks up the screening rules; a field
      * left blank or zero keeps its WORKING-STORAGE default.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-PARAMETER-OVERRIDES
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'PARAMETER-FILE not available, using the '
                   'default screening rules'
           END-IF.

       TAKE-PARAMETER-OVERRIDES.
           IF RSP-WINDOW-DAYS IS NUMERIC AND RSP-WINDOW-DAYS > 0
               MOVE RSP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF RSP-MAXIMUM-CARDS IS NUMERIC AND RSP-MAXIMUM-CARDS > 0
               MOVE RSP-MAXIMUM-CARDS TO WS-MAXIMUM-CARDS
           END-IF
           IF RSP-CARDS-POINTS IS NUMERIC AND RSP-CARDS-POINTS > 0
               MOVE RSP-CARDS-POINTS TO WS-CARDS-POINTS
           END-IF
           IF RSP-MAXIMUM-DECLINES IS NUMERIC
                   AND RSP-MAXIMUM-DECLINES > 0
               MOVE RSP-MAXIMUM-DECLINES TO WS-MAXIMUM-DECLINES
           END-IF
           IF RSP-DECLINE-POINTS IS NUMERIC AND RSP-DECLINE-POINTS > 0
               MOVE RSP-DECLINE-POINTS TO WS-DECLINE-POINTS
           END-IF
           IF RSP-AVERAGE-MULTIPLE IS NUMERIC
                   AND RSP-AVERAGE-MULTIPLE > 0
               MOVE RSP-AVERAGE-MULTIPLE TO WS-AVERAGE-MULTIPLE
           END-IF
           IF RSP-AMOUNT-POINTS IS NUMERIC AND RSP-AMOUNT-POINTS > 0
               MOVE RSP-AMOUNT-POINTS TO WS-AMOUNT-POINTS
           END-IF
           IF RSP-SHIP-STATE-POINTS IS NUMERIC
                   AND RSP-SHIP-STATE-POINTS > 0
               MOVE RSP-SHIP-STATE-POINTS TO WS-SHIP-STATE-POINTS
           END-IF
           IF RSP-FIRST-ORDER-LIMIT IS NUMERIC
                   AND RSP-FIRST-ORDER-LIMIT > 0
               MOVE RSP-FIRST-ORDER-LIMIT TO WS-FIRST-ORDER-LIMIT
           END-IF
           IF RSP-FIRST-ORDER-POINTS IS NUMERIC
                   AND RSP-FIRST-ORDER-POINTS > 0
               MOVE RSP-FIRST-ORDER-POINTS TO WS-FIRST-ORDER-POINTS
           END-IF
           IF RSP-REVIEW-THRESHOLD IS NUMERIC
                   AND RSP-REVIEW-THRESHOLD > 0
               MOVE RSP-REVIEW-THRESHOLD TO WS-REVIEW-THRESHOLD
           END-IF.

      * SET-BUSINESS-DATE reads the chain's processing date from
      * the shared business-date control file, so reruns, holiday
      * schedules, and catch-up processing stamp the business day
      * they belong to; the system clock stands in only when no
      * control file exists.
       SET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-FILE-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE BUS-PROCESSING-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               DISPLAY 'BUSINESS-DATE-FILE not available, using '
                   'system date'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
