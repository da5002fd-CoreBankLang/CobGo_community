       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMS-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Payment terms table, TERMSPRM.DAT, one record per terms code
      * a customer may be sold on (CUSTOMER-TERMS-CODE): the net
      * days to the due date and, for a prompt-payment code such as
      * 2/10 NET30, the discount percent and the days it stays on
      * offer. A new code is a parameter edit, not a recompile.
      * CUSTOMER-MAINTENANCE refuses a code not on the table.

       01 TERMS-PARAMETER-RECORD.
           05 TRM-CODE            PIC X(12).
           05 TRM-DESCRIPTION     PIC X(30).
           05 TRM-NET-DAYS        PIC 9(3).
      * TRM-DISCOUNT-PERCENT is a whole percent with two decimals
      * (002.00 for 2/10 NET30); zero offers no discount.
           05 TRM-DISCOUNT-PERCENT PIC 9(3)V99.
           05 TRM-DISCOUNT-DAYS   PIC 9(3).

      * Order terms record, ORDTERMS.IDX, one per order master
      * record and keyed by ORDER-ID. The order master has no room
      * left for the terms (ORDER-EXPANSION-AREA is down to four
      * bytes), so they ride beside it the way the shipped cost
      * rides on ORDRCOST.IDX. ORDER-INTAKE writes it from the
      * customer's terms code as the order is taken in; a continu-
      * ation record carries its head's terms. AGED-RECEIVABLES,
      * COLLECTIONS-WORKLIST, DUNNING-LETTER-RUN, and FINANCE-
      * CHARGE-ASSESSMENT age the order from OTM-DUE-DATE, and an
      * order with no record (taken in before terms existed) ages
      * from ORDER-DATE as it always did. INVOICE-PRINT prints the
      * terms and the due date; PAYMENT-RECONCILIATION allows the
      * discount to a payment received by OTM-DISCOUNT-DATE.

       01 ORDER-TERMS-RECORD.
           05 OTM-ORDER-ID        PIC 9(10).
           05 OTM-CUSTOMER-ID     PIC 9(10).
      * The terms code as it stood on the customer at intake;
      * spaces is due on receipt (OTM-DUE-DATE = ORDER-DATE).
           05 OTM-TERMS-CODE      PIC X(12).
           05 OTM-ORDER-DATE      PIC 9(8).
           05 OTM-DUE-DATE        PIC 9(8).
      * Last day the prompt-payment discount may be taken; zero,
      * with a zero percent, when the terms offer none.
           05 OTM-DISCOUNT-DATE   PIC 9(8).
           05 OTM-DISCOUNT-PERCENT PIC 9(3)V99.
      * The discount PAYMENT-RECONCILIATION allowed and the night
      * it allowed it; zero until then.
           05 OTM-DISCOUNT-ALLOWED PIC 9(9)V99.
           05 OTM-DISCOUNT-ALLOWED-DATE PIC 9(8).
           05 FILLER              PIC X(20).
