       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Volume rebate agreement record, REBAGREE.IDX, one per
      * customer and keyed by CUSTOMER-ID. REBATE-AGREEMENT-
      * MAINTENANCE sets up the spend tiers and how the rebate is
      * paid. REBATE-ACCRUAL, under MONTHEND, totals the calendar
      * year's qualifying net sales and stores what has been earned
      * to date; REBATE-SETTLEMENT, under YEAREND, pays the earned
      * rebate out as store credit or an 'F' refund and marks the
      * year settled.

       01 REBATE-AGREEMENT-RECORD.
           05 RBA-CUSTOMER-ID     PIC 9(10).
      * RBA-STATUS 'E' ends an agreement: its accrual is frozen at
      * what was earned when it ended, and that is still settled.
           05 RBA-STATUS          PIC X(1).
               88 RBA-IS-ACTIVE          VALUE 'A'.
               88 RBA-IS-ENDED           VALUE 'E'.
      * RBA-SETTLE-METHOD: 'S' banks the rebate on STORCRED.IDX,
      * 'F' raises an 'F' refund PENDING on PAYMTRAN.DAT for
      * REFUND-DISBURSEMENT to pay by check.
           05 RBA-SETTLE-METHOD   PIC X(1).
               88 RBA-SETTLES-AS-CREDIT  VALUE 'S'.
               88 RBA-SETTLES-AS-REFUND  VALUE 'F'.
      * Tiers ascend by threshold. The percent of the highest tier
      * the year's net sales reach applies to all of the year's
      * net sales, not only the spend above the threshold.
           05 RBA-TIER-COUNT      PIC 9(1).
           05 RBA-TIER OCCURS 5.
              10 RBA-TIER-THRESHOLD PIC 9(9)V99.
              10 RBA-TIER-PERCENT   PIC 9(2)V99.
      * Stored by REBATE-ACCRUAL at each month-end for the
      * calendar year RBA-ACCRUAL-YEAR.
           05 RBA-ACCRUAL-YEAR    PIC 9(4).
           05 RBA-NET-SALES-TO-DATE PIC S9(11)V99.
           05 RBA-ACCRUED-TO-DATE PIC S9(9)V99.
           05 RBA-LAST-ACCRUAL-DATE PIC 9(8).
      * A year the accrual rolled past before YEAREND settled it
      * is held here until REBATE-SETTLEMENT pays it.
           05 RBA-UNSETTLED-YEAR  PIC 9(4).
           05 RBA-UNSETTLED-AMOUNT PIC S9(9)V99.
           05 RBA-LAST-SETTLED-YEAR PIC 9(4).
           05 RBA-ENTERED-BY      PIC X(8).
           05 FILLER              PIC X(29).
