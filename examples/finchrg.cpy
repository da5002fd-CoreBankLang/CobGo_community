       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHRG-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Finance-charge register, FINCHRG.IDX, keyed by customer and
      * the month charged. FINANCE-CHARGE-ASSESSMENT writes one
      * record for every late charge it posts, so a rerun in the
      * same month finds the customer already charged, and one
      * record under CUSTOMER-ID zero for the month itself once the
      * month's assessment has run (carrying the month's total
      * charged in FCH-PAST-DUE-AMOUNT). FINANCE-CHARGE-WAIVER marks a
      * charge for waiver under the signed-on operator; the next
      * night's assessment run posts the reversal and marks it
      * waived. Records are never deleted.

       01 FINANCE-CHARGE-RECORD.
           05 FCH-KEY.
              10 FCH-CUSTOMER-ID  PIC 9(10).
      * YYYYMM of the business date the charge was assessed.
              10 FCH-CHARGE-MONTH PIC 9(6).
           05 FCH-CHARGE-DATE     PIC 9(8).
      * The past-due open balance charged on and the periodic rate
      * applied to it; the charge is the larger of the rate's yield
      * and the minimum charge in force that month.
           05 FCH-PAST-DUE-AMOUNT PIC S9(12)V99.
           05 FCH-PERIODIC-RATE   PIC 9V9(5).
           05 FCH-CHARGE-AMOUNT   PIC 9(7)V99.
      * FCH-STATUS: C charged, P waiver keyed and awaiting the
      * reversal posting, W waived and reversed.
           05 FCH-STATUS          PIC X(1).
               88 FCH-IS-CHARGED        VALUE 'C'.
               88 FCH-IS-WAIVER-PENDING VALUE 'P'.
               88 FCH-IS-WAIVED         VALUE 'W'.
           05 FCH-WAIVE-DATE      PIC 9(8).
           05 FCH-WAIVE-OPERATOR  PIC X(8).
           05 FCH-WAIVE-REASON    PIC X(30).
           05 FCH-REVERSAL-DATE   PIC 9(8).
           05 FILLER              PIC X(20).
