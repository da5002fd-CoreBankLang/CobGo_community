       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWTREND-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Batch window history, BATCHHST.DAT: BATCH-WINDOW-TREND
      * appends one record per step that stamped RUNCTL.DAT
      * successfully for the business date, once a night. Times are
      * the step's own clock stamps; BWH-ELAPSED-SECONDS allows for
      * a step that ran across midnight.

       01 BATCH-WINDOW-HISTORY-RECORD.
           05 BWH-BUSINESS-DATE   PIC 9(8).
           05 BWH-PROGRAM-ID      PIC X(30).
           05 BWH-START-TIME      PIC 9(6).
           05 BWH-END-TIME        PIC 9(6).
           05 BWH-ELAPSED-SECONDS PIC 9(6).
           05 BWH-RECORDS-READ    PIC 9(7).
           05 BWH-RECORDS-WRITTEN PIC 9(7).

      * Batch window parameters, BWINPARM.DAT, one record: how far
      * over its 30-day average a step may run before it raises an
      * alert, in percent (default 25); the service-level time the
      * chain must finish by, HHMMSS (default 060000, the online
      * start); and the shortest run, in seconds, that can raise a
      * step alert at all (default 60), so a ten-second step that
      * took twenty does not. Blank or zero keeps the default.

       01 BATCH-WINDOW-PARAMETER-RECORD.
           05 PARM-OVER-NORM-PERCENT PIC 9(3).
           05 PARM-SERVICE-LEVEL-TIME PIC 9(6).
           05 PARM-MINIMUM-SECONDS PIC 9(5).

      * Batch window alerts, BWALERT.DAT: rewritten every night with
      * that night's alert lines only, for MORNING-SUMMARY to carry.
      *   STEP   a step ran more than the allowed percentage over
      *          its 30-day average;
      *   CHAIN  the chain's projected finish tonight is past the
      *          service-level time;
      *   TREND  at its current nightly growth the chain passes the
      *          service-level time within seven nights.

       01 BATCH-WINDOW-ALERT-RECORD.
           05 BWA-BUSINESS-DATE   PIC 9(8).
           05 BWA-ALERT-TYPE      PIC X(6).
               88 BWA-STEP-OVER-NORM  VALUE 'STEP'.
               88 BWA-CHAIN-LATE      VALUE 'CHAIN'.
               88 BWA-TREND-LATE      VALUE 'TREND'.
           05 BWA-ALERT-TEXT      PIC X(86).
