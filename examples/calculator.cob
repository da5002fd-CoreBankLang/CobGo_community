      *      CALC-LOG-FILE, and can run unattended off CALC-INPUT-FILE
      *      when that file is present instead of prompting with
      *      ACCEPT.
      * 2026 Operations P (level payment), G (compound growth), and A
      *      (amortization schedule) take a principal, a term in
      *      periods, an annual rate, and periods per year, round to
      *      the cent the way installment plan amounts are held, and
      *      let the last payment of a schedule absorb the rounding.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 IN-NUM1             PIC S9(5).
           05 IN-NUM2             PIC S9(5).
           05 IN-OPERATION        PIC X(1).
      * Used by P, G, and A only: IN-NUM1 is then the principal in
      * whole units and IN-NUM2 the term in periods.
           05 IN-RATE             PIC 9(2)V9(4).
           05 IN-PERIODS-PER-YEAR PIC 9(2).

       FD  CALC-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05 LOG-REMAINDER        PIC S9(5).
           05 LOG-RUN-DATE         PIC 9(8).
           05 LOG-RUN-TIME         PIC 9(6).
           05 LOG-RATE             PIC 9(2)V9(4).
           05 LOG-PERIODS-PER-YEAR PIC 9(2).
           05 LOG-PERIOD           PIC 9(3).
           05 LOG-PAYMENT          PIC S9(11)V99.
           05 LOG-INTEREST         PIC S9(11)V99.
           05 LOG-PRINCIPAL-PAID   PIC S9(11)V99.
           05 LOG-BALANCE          PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-NUM1 PIC S9(5) VALUE 0.
       01 WS-RESULT PIC S9(10) VALUE 0.
       01 WS-REMAINDER PIC S9(5) VALUE 0.
       01 WS-OPERATION PIC X(1) VALUE ' '.
           88 WS-IS-FINANCE-OPERATION VALUE 'P' 'G' 'A'.
       01 WS-CONTINUE PIC X(1) VALUE 'Y'.
       01 WS-INPUT-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-LOG-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-LOG-RUN-DATE      PIC 9(8).
       01 WS-LOG-RUN-TIME      PIC 9(8).

      * Finance operations. WS-RATE is the annual rate in percent;
      * the period rate divides it by the periods per year (12 when
      * none is given). Money is carried to the cent, the same as
      * PLAN-DUE-AMOUNT, and every cent figure is ROUNDED.
       01 WS-RATE              PIC 9(2)V9(4) VALUE 0.
       01 WS-PERIODS-PER-YEAR  PIC 9(2) VALUE 0.
       01 WS-PRINCIPAL         PIC S9(11)V99 VALUE 0.
       01 WS-PERIOD-RATE       PIC 9V9(12) VALUE 0.
       01 WS-GROWTH-FACTOR     PIC 9(9)V9(12) VALUE 0.
       01 WS-GROWTH-LESS-ONE   PIC 9(9)V9(12) VALUE 0.
       01 WS-PAYMENT-FACTOR    PIC 9(3)V9(12) VALUE 0.
       01 WS-PAYMENT           PIC S9(11)V99 VALUE 0.
       01 WS-INTEREST          PIC S9(11)V99 VALUE 0.
       01 WS-PRINCIPAL-PAID    PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-PAID        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-INTEREST    PIC S9(11)V99 VALUE 0.
       01 WS-PERIOD            PIC 9(3) VALUE 0.
       01 WS-MAXIMUM-TERM      PIC 9(3) VALUE 360.
       01 WS-DISPLAY-AMOUNT    PIC -(11)9.99.

       01 WS-SCHEDULE-LINE.
           05 SCH-PERIOD           PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SCH-PAYMENT          PIC -(11)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SCH-INTEREST         PIC -(11)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SCH-PRINCIPAL-PAID   PIC -(11)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SCH-BALANCE          PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN EXTEND CALC-LOG-FILE
                   ACCEPT WS-NUM1
                   DISPLAY 'Enter second number: '
                   ACCEPT WS-NUM2
                   DISPLAY 'Enter operation (+, -, *, /, P payment, '
                       'G growth, A schedule): '
                   ACCEPT WS-OPERATION
                   IF WS-IS-FINANCE-OPERATION
                       DISPLAY 'Enter annual rate in percent: '
                       ACCEPT WS-RATE
                       DISPLAY 'Enter periods per year (0 for 12): '
                       ACCEPT WS-PERIODS-PER-YEAR
                   END-IF

                   PERFORM PERFORM-CALCULATION

           MOVE IN-NUM1      TO WS-NUM1
           MOVE IN-NUM2      TO WS-NUM2
           MOVE IN-OPERATION TO WS-OPERATION
           IF WS-IS-FINANCE-OPERATION
               IF IN-RATE IS NUMERIC
                   MOVE IN-RATE TO WS-RATE
               ELSE
                   MOVE 0 TO WS-RATE
               END-IF
               IF IN-PERIODS-PER-YEAR IS NUMERIC
                   MOVE IN-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
               ELSE
                   MOVE 0 TO WS-PERIODS-PER-YEAR
               END-IF
           END-IF
           PERFORM PERFORM-CALCULATION
           PERFORM READ-CALC-INPUT-RECORD.

      * PERFORM-CALCULATION sets WS-SKIP-RESULT-DISPLAY on a
      * divide-by-zero or a bad finance figure so the caller's loop
      * skips straight back to the next prompt/record instead of
      * showing a bogus result.
       PERFORM-CALCULATION.
           MOVE 'N' TO WS-SKIP-DISPLAY-SWITCH
           MOVE 0   TO WS-REMAINDER
                       DIVIDE WS-NUM1 BY WS-NUM2
                           GIVING WS-RESULT REMAINDER WS-REMAINDER
                   END-IF
               WHEN 'P'
               WHEN 'G'
               WHEN 'A'
                   PERFORM PERFORM-FINANCE-CALCULATION
                       THRU PERFORM-FINANCE-CALCULATION-EXIT
               WHEN OTHER
                   DISPLAY 'Invalid operation'
                   MOVE 0 TO WS-RESULT
           END-EVALUATE

           IF NOT WS-SKIP-RESULT-DISPLAY
                   AND NOT WS-IS-FINANCE-OPERATION
               PERFORM DISPLAY-CALCULATION-RESULT
               PERFORM LOG-CALCULATION-RESULT
           END-IF.

      * PERFORM-FINANCE-CALCULATION takes WS-NUM1 as the principal
      * and WS-NUM2 as the term in periods. A bad figure is reported
      * and skipped the same way a divide-by-zero is.
       PERFORM-FINANCE-CALCULATION.
           MOVE 0 TO WS-RESULT
           IF WS-PERIODS-PER-YEAR = 0
               MOVE 12 TO WS-PERIODS-PER-YEAR
           END-IF
           IF WS-NUM1 NOT > 0
               DISPLAY 'Principal must be greater than zero, try again'
               SET WS-SKIP-RESULT-DISPLAY TO TRUE
               GO TO PERFORM-FINANCE-CALCULATION-EXIT
           END-IF
           IF WS-NUM2 NOT > 0 OR WS-NUM2 > WS-MAXIMUM-TERM
               DISPLAY 'Term must be 1 to ' WS-MAXIMUM-TERM
                   ' periods, try again'
               SET WS-SKIP-RESULT-DISPLAY TO TRUE
               GO TO PERFORM-FINANCE-CALCULATION-EXIT
           END-IF

           MOVE WS-NUM1 TO WS-PRINCIPAL
           COMPUTE WS-PERIOD-RATE =
               WS-RATE / 100 / WS-PERIODS-PER-YEAR
           COMPUTE WS-GROWTH-FACTOR = (1 + WS-PERIOD-RATE) ** WS-NUM2
               ON SIZE ERROR
                   DISPLAY 'Rate and term too large, try again'
                   SET WS-SKIP-RESULT-DISPLAY TO TRUE
                   GO TO PERFORM-FINANCE-CALCULATION-EXIT
           END-COMPUTE

           EVALUATE WS-OPERATION
               WHEN 'P'
                   PERFORM COMPUTE-LEVEL-PAYMENT
                   IF NOT WS-SKIP-RESULT-DISPLAY
                       MOVE WS-PAYMENT TO WS-DISPLAY-AMOUNT
                       DISPLAY 'Level payment: ' WS-DISPLAY-AMOUNT
                           ' for ' WS-NUM2 ' periods'
                       MOVE 0 TO WS-PERIOD
                       MOVE 0 TO WS-INTEREST
                       MOVE 0 TO WS-PRINCIPAL-PAID
                       MOVE WS-PRINCIPAL TO WS-BALANCE
                       PERFORM LOG-FINANCE-RESULT
                   END-IF
               WHEN 'G'
                   PERFORM COMPUTE-COMPOUND-GROWTH
               WHEN 'A'
                   PERFORM COMPUTE-LEVEL-PAYMENT
                   IF NOT WS-SKIP-RESULT-DISPLAY
                       PERFORM PRINT-AMORTIZATION-SCHEDULE
                   END-IF
           END-EVALUATE.

       PERFORM-FINANCE-CALCULATION-EXIT.
           EXIT.

      * COMPUTE-LEVEL-PAYMENT: principal times r(1+r)**n over
      * (1+r)**n - 1, taken as r + r / ((1+r)**n - 1) with the
      * factor carried to twelve places, and the payment rounded to
      * the cent; at a zero rate the principal is simply spread over
      * the term.
       COMPUTE-LEVEL-PAYMENT.
           IF WS-PERIOD-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED = WS-PRINCIPAL / WS-NUM2
           ELSE
               SUBTRACT 1 FROM WS-GROWTH-FACTOR
                   GIVING WS-GROWTH-LESS-ONE
               DIVIDE WS-GROWTH-LESS-ONE INTO WS-PERIOD-RATE
                   GIVING WS-PAYMENT-FACTOR
               ADD WS-PERIOD-RATE TO WS-PAYMENT-FACTOR
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL * WS-PAYMENT-FACTOR
                   ON SIZE ERROR
                       DISPLAY 'Payment too large, try again'
                       SET WS-SKIP-RESULT-DISPLAY TO TRUE
               END-COMPUTE
           END-IF.

      * COMPUTE-COMPOUND-GROWTH: principal times (1+r)**n, rounded
      * to the cent.
       COMPUTE-COMPOUND-GROWTH.
           COMPUTE WS-BALANCE ROUNDED = WS-PRINCIPAL * WS-GROWTH-FACTOR
               ON SIZE ERROR
                   DISPLAY 'Result too large, try again'
                   SET WS-SKIP-RESULT-DISPLAY TO TRUE
           END-COMPUTE
           IF NOT WS-SKIP-RESULT-DISPLAY
               SUBTRACT WS-PRINCIPAL FROM WS-BALANCE
                   GIVING WS-INTEREST
               MOVE WS-BALANCE TO WS-DISPLAY-AMOUNT
               DISPLAY 'Value after ' WS-NUM2 ' periods: '
                   WS-DISPLAY-AMOUNT
               MOVE WS-INTEREST TO WS-DISPLAY-AMOUNT
               DISPLAY 'Growth: ' WS-DISPLAY-AMOUNT
               MOVE WS-NUM2 TO WS-PERIOD
               MOVE 0 TO WS-PAYMENT
               MOVE 0 TO WS-PRINCIPAL-PAID
               PERFORM LOG-FINANCE-RESULT
           END-IF.

      * PRINT-AMORTIZATION-SCHEDULE shows and logs one line per
      * period. Each period's interest is rounded to the cent on the
      * balance outstanding; the last period pays off whatever
      * balance is left, so the rounding of the level payment lands
      * on the final payment and the balance ends at zero.
       PRINT-AMORTIZATION-SCHEDULE.
           MOVE WS-PRINCIPAL TO WS-BALANCE
           MOVE 0 TO WS-TOTAL-PAID
           MOVE 0 TO WS-TOTAL-INTEREST
           DISPLAY 'Per        Payment       Interest      '
               'Principal        Balance'
           PERFORM PRINT-ONE-SCHEDULE-PERIOD
               VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > WS-NUM2
           MOVE WS-TOTAL-PAID TO WS-DISPLAY-AMOUNT
           DISPLAY 'Total paid: ' WS-DISPLAY-AMOUNT
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-AMOUNT
           DISPLAY 'Total interest: ' WS-DISPLAY-AMOUNT.

       PRINT-ONE-SCHEDULE-PERIOD.
           COMPUTE WS-INTEREST ROUNDED = WS-BALANCE * WS-PERIOD-RATE
           IF WS-PERIOD = WS-NUM2
               MOVE WS-BALANCE TO WS-PRINCIPAL-PAID
               ADD WS-INTEREST WS-PRINCIPAL-PAID GIVING WS-PAYMENT
           ELSE
               SUBTRACT WS-INTEREST FROM WS-PAYMENT
                   GIVING WS-PRINCIPAL-PAID
           END-IF
           SUBTRACT WS-PRINCIPAL-PAID FROM WS-BALANCE
           ADD WS-PAYMENT TO WS-TOTAL-PAID
           ADD WS-INTEREST TO WS-TOTAL-INTEREST
           MOVE WS-PERIOD TO SCH-PERIOD
           MOVE WS-PAYMENT TO SCH-PAYMENT
           MOVE WS-INTEREST TO SCH-INTEREST
           MOVE WS-PRINCIPAL-PAID TO SCH-PRINCIPAL-PAID
           MOVE WS-BALANCE TO SCH-BALANCE
           DISPLAY WS-SCHEDULE-LINE
           PERFORM LOG-FINANCE-RESULT.

       LOG-FINANCE-RESULT.
           IF WS-LOG-IS-AVAILABLE
               ACCEPT WS-LOG-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LOG-RUN-TIME FROM TIME
               MOVE WS-NUM1              TO LOG-NUM1
               MOVE WS-NUM2              TO LOG-NUM2
               MOVE WS-OPERATION         TO LOG-OPERATION
               MOVE 0                    TO LOG-RESULT
               MOVE 0                    TO LOG-REMAINDER
               MOVE WS-LOG-RUN-DATE      TO LOG-RUN-DATE
               MOVE WS-LOG-RUN-TIME (1:6) TO LOG-RUN-TIME
               MOVE WS-RATE              TO LOG-RATE
               MOVE WS-PERIODS-PER-YEAR  TO LOG-PERIODS-PER-YEAR
               MOVE WS-PERIOD            TO LOG-PERIOD
               MOVE WS-PAYMENT           TO LOG-PAYMENT
               MOVE WS-INTEREST          TO LOG-INTEREST
               MOVE WS-PRINCIPAL-PAID    TO LOG-PRINCIPAL-PAID
               MOVE WS-BALANCE           TO LOG-BALANCE
               WRITE CALC-LOG-RECORD
           END-IF.

       DISPLAY-CALCULATION-RESULT.
           IF WS-OPERATION = '/'
               DISPLAY 'Result: ' WS-RESULT ' Remainder: '
               MOVE WS-REMAINDER         TO LOG-REMAINDER
               MOVE WS-LOG-RUN-DATE      TO LOG-RUN-DATE
               MOVE WS-LOG-RUN-TIME (1:6) TO LOG-RUN-TIME
               MOVE 0                    TO LOG-RATE
               MOVE 0                    TO LOG-PERIODS-PER-YEAR
               MOVE 0                    TO LOG-PERIOD
               MOVE 0                    TO LOG-PAYMENT
               MOVE 0                    TO LOG-INTEREST
               MOVE 0                    TO LOG-PRINCIPAL-PAID
               MOVE 0                    TO LOG-BALANCE
               WRITE CALC-LOG-RECORD
           END-IF.
