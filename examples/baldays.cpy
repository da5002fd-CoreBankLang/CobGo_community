       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-DAYS-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Average daily balance accumulator, BALDAYS.IDX, keyed by
      * CUSTOMER-ID. BALANCE-DAYS-ACCUMULATION adds every account's
      * closing balance to its running balance-days total each
      * night, carrying the last closing balance across the nights
      * the chain does not run, so weekends and holidays weigh in
      * at the balance they actually held. At each statement cycle's
      * end SERVICE-CHARGE-ASSESSMENT divides the total by the days
      * counted, assesses or waives the product's maintenance fee,
      * records the outcome in the prior-cycle fields for STATEMENT-
      * GENERATION to print, and starts the next cycle from zero.

       01 AVERAGE-BALANCE-RECORD.
           05 ADB-CUSTOMER-ID     PIC 9(10).
      * The first calendar day the current cycle's total covers.
           05 ADB-CYCLE-START-DATE PIC 9(8).
           05 ADB-BALANCE-DAYS    PIC S9(17)V99.
           05 ADB-DAYS-COUNTED    PIC 9(3).
      * The last closing balance added and the day it closed; a
      * rerun of the same night finds the date already counted.
           05 ADB-LAST-BALANCE    PIC S9(15)V99.
           05 ADB-LAST-DATE       PIC 9(8).
      * Outcome of the last completed cycle. ADB-PRIOR-CYCLE-DATE
      * is the day the next cycle began, zero until the first cycle
      * has been assessed.
           05 ADB-PRIOR-CYCLE-DATE PIC 9(8).
           05 ADB-PRIOR-AVERAGE   PIC S9(15)V99.
           05 ADB-PRIOR-FEE       PIC 9(5)V99.
           05 ADB-PRIOR-WAIVER-MINIMUM PIC 9(9)V99.
      * ADB-PRIOR-FEE-STATUS: C fee charged, W fee waived on the
      * average balance, N product carries no fee or the account
      * was not open to charge.
           05 ADB-PRIOR-FEE-STATUS PIC X(1).
               88 ADB-FEE-WAS-CHARGED VALUE 'C'.
               88 ADB-FEE-WAS-WAIVED  VALUE 'W'.
               88 ADB-FEE-NOT-APPLIED VALUE 'N'.
           05 FILLER              PIC X(20).
