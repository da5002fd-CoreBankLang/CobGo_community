       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Term-deposit (certificate) master record, TERMDEP.DAT, keyed
      * by TD-DEPOSIT-ID and tied to the customer's demand account
      * by TD-CUSTOMER-ID. TERM-DEPOSIT-MATURITY opens, matures,
      * renews, and breaks certificates nightly; TERM-DEPOSIT-ENTRY
      * reads the file to edit the desk's requests. The annual rate
      * is locked from the TDRATE.DAT rate sheet at opening and at
      * each renewal, and is never repriced in between.

       01 TERM-DEPOSIT-RECORD.
           05 TD-DEPOSIT-ID       PIC 9(10).
           05 TD-CUSTOMER-ID      PIC 9(10).
           05 TD-PRINCIPAL        PIC 9(9)V99.
           05 TD-TERM-MONTHS      PIC 9(3).
           05 TD-ANNUAL-RATE      PIC 9V9999.
           05 TD-OPEN-DATE        PIC 9(8).
           05 TD-MATURITY-DATE    PIC 9(8).
      * Maturity instruction: R renew for the same term, D pay the
      * principal to the demand account, C pay it by check. The
      * term's interest is always credited to the demand account.
           05 TD-INSTRUCTION      PIC X(1).
               88 TD-ROLL-OVER        VALUE 'R'.
               88 TD-PAY-TO-DEMAND    VALUE 'D'.
               88 TD-PAY-BY-CHECK     VALUE 'C'.
           05 TD-STATUS           PIC X(1).
               88 TD-IS-ACTIVE        VALUE 'A'.
               88 TD-IS-MATURED       VALUE 'M'.
               88 TD-IS-WITHDRAWN     VALUE 'W'.
      * TD-NOTICE-DATE is the business date the maturity notice was
      * extracted for the current term; zero until it has been.
           05 TD-NOTICE-DATE      PIC 9(8).
           05 TD-CLOSE-DATE       PIC 9(8).
           05 TD-RENEWAL-COUNT    PIC 9(3).
           05 FILLER              PIC X(20).
