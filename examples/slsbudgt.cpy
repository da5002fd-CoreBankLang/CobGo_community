       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSBUDGT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Sales budget records. SALES-BUDGET-MAINTENANCE loads the
      * year's monthly targets from the budget spreadsheet export
      * and adjusts them through the year; SALES-BUDGET-REPORT sets
      * them against shipped net sales, month to date under
      * NIGHTBAT and for the closed month under MONTHEND.

      * Sales budget, SLSBUDGT.IDX: one monthly target per branch
      * and salesperson, keyed by period (YYYYMM), ORDER-BRANCH-
      * CODE, and ORDER-SALESPERSON-CODE. A branch's target for
      * house orders (no salesperson) is keyed with the salesperson
      * code blank. The branch subtotal is the sum of its rows.
      * SBG-LOADED-AMOUNT keeps the figure the annual load set, so
      * an adjusted target still shows what it started as.

       01 SALES-BUDGET-RECORD.
           05 SBG-KEY.
              10 SBG-PERIOD           PIC 9(6).
              10 SBG-BRANCH-CODE      PIC X(3).
              10 SBG-SALESPERSON-CODE PIC X(6).
           05 SBG-BUDGET-AMOUNT    PIC 9(9)V99.
           05 SBG-LOADED-AMOUNT    PIC 9(9)V99.
      * SBG-SOURCE 'L' the annual load set the target, 'A' it has
      * been adjusted since, 'K' it was keyed outside the load.
           05 SBG-SOURCE           PIC X(1).
               88 SBG-IS-LOADED        VALUE 'L'.
               88 SBG-IS-ADJUSTED      VALUE 'A'.
               88 SBG-IS-KEYED         VALUE 'K'.
           05 SBG-CHANGED-BY       PIC X(8).
           05 SBG-CHANGED-DATE     PIC 9(8).
           05 FILLER               PIC X(20).

      * Budget load, SLSBUDLD.DAT: the spreadsheet export the
      * annual load reads, one row per period, branch, and
      * salesperson. A row for a target already on file replaces
      * it; the load must be for a single year.

       01 SALES-BUDGET-LOAD-RECORD.
           05 SBL-PERIOD           PIC 9(6).
           05 SBL-BRANCH-CODE      PIC X(3).
           05 SBL-SALESPERSON-CODE PIC X(6).
           05 SBL-BUDGET-AMOUNT    PIC 9(9)V99.

      * Budget versus actual report, SLSBVACT.RPT. A DETAIL line per
      * branch and salesperson with sales or a target, a BRANCH
      * subtotal after each branch's salespeople, and the ALL line
      * last. Actual is shipped sales less returns credited in the
      * period; variance is actual less budget; percent achieved is
      * actual over budget (zero with no budget); the projection
      * carries actual straight-line from the days elapsed to the
      * days in the month, and equals actual for a closed month.
      * SBV-RUN-MODE 'N' is the nightly month-to-date run, 'M' the
      * MONTHEND closed-month run.

       01 SALES-BUDGET-REPORT-LINE.
           05 SBV-LINE-TYPE        PIC X(8).
           05 SBV-BRANCH-CODE      PIC X(3).
           05 SBV-SALESPERSON-CODE PIC X(6).
           05 SBV-SALESPERSON-NAME PIC X(30).
           05 SBV-SALES            PIC S9(11)V99.
           05 SBV-RETURNS          PIC S9(11)V99.
           05 SBV-ACTUAL           PIC S9(11)V99.
           05 SBV-BUDGET           PIC S9(11)V99.
           05 SBV-VARIANCE         PIC S9(11)V99.
           05 SBV-PCT-ACHIEVED     PIC S9(5)V9.
           05 SBV-PROJECTION       PIC S9(11)V99.
           05 SBV-PERIOD           PIC 9(6).
           05 SBV-THROUGH-DATE     PIC 9(8).
           05 SBV-DAYS-ELAPSED     PIC 9(2).
           05 SBV-DAYS-IN-MONTH    PIC 9(2).
           05 SBV-RUN-MODE         PIC X(1).
           05 SBV-RUN-DATE         PIC 9(8).
