       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Forecast history, CASHFHST.DAT: CASH-FORECAST appends one
      * record per week of every run's thirteen-week horizon. The
      * week-1 record of each run is the forecast a later run sets
      * against what actually moved once that week has closed; a
      * rerun's record for the same week replaces the earlier one.
      * Disbursements are carried positive.

       01 FORECAST-HISTORY-RECORD.
           05 FH-RUN-DATE         PIC 9(8).
           05 FH-WEEK-NUMBER      PIC 9(2).
           05 FH-WEEK-START       PIC 9(8).
           05 FH-WEEK-END         PIC 9(8).
           05 FH-RECEIPTS         PIC S9(11)V99.
           05 FH-DISBURSEMENTS    PIC S9(11)V99.

      * Forecast parameters, CASHFPRM.DAT, one record: the days
      * after PAYMENT-DATE the card processor pays a payment out
      * (default 2) and how many closed weeks the accuracy lines
      * look back over (default 4, at most 13). Blank or zero keeps
      * the default.

       01 CASH-FORECAST-PARAMETER-RECORD.
           05 PARM-SETTLEMENT-LAG-DAYS PIC 9(2).
           05 PARM-ACCURACY-WEEKS PIC 9(2).
