       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVY-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Garnishment and tax-levy order record, LEVY.IDX, keyed by
      * the customer and the court or agency's order reference. A
      * levy entitles its creditor to a set amount, not the whole
      * account: CUSTOMER-MANAGEMENT holds what is still owed on
      * every open order out of the balance a withdrawal may use,
      * LEVY-REMITTANCE pays it to the creditor by refund check
      * once the hold period has run, and LEVY-AGING-REPORT lists
      * the open orders against their answer deadlines. Orders are
      * served and released through LEVY-MAINTENANCE.

       01 LEVY-RECORD.
           05 LEVY-KEY.
              10 LEVY-CUSTOMER-ID PIC 9(10).
              10 LEVY-ORDER-REF   PIC X(15).
      * LEVY-TYPE: G wage or creditor garnishment, T tax levy.
           05 LEVY-TYPE           PIC X(1).
               88 LEVY-IS-GARNISHMENT VALUE 'G'.
               88 LEVY-IS-TAX-LEVY    VALUE 'T'.
           05 LEVY-CREDITOR-NAME  PIC X(40).
           05 LEVY-ORDER-AMOUNT   PIC 9(9)V99.
      * LEVY-REMAINING is what the creditor is still owed; it falls
      * by each remittance and the order is satisfied at zero.
           05 LEVY-REMAINING      PIC 9(9)V99.
           05 LEVY-REMITTED-TOTAL PIC 9(9)V99.
           05 LEVY-SERVED-DATE    PIC 9(8).
      * LEVY-ANSWER-DATE is the deadline to answer the order, by
      * default the served date plus LEVYPARM.DAT's answer days.
           05 LEVY-ANSWER-DATE    PIC 9(8).
      * LEVY-PRIORITY orders remittance when one balance cannot
      * pay every order at once: 01 is paid first.
           05 LEVY-PRIORITY       PIC 9(2).
           05 LEVY-STATUS         PIC X(1).
               88 LEVY-IS-OPEN        VALUE 'O'.
               88 LEVY-IS-SATISFIED   VALUE 'S'.
               88 LEVY-IS-RELEASED    VALUE 'R'.
           05 LEVY-LAST-REMIT-DATE PIC 9(8).
           05 LEVY-OPERATOR-ID    PIC X(8).
           05 FILLER              PIC X(20).
