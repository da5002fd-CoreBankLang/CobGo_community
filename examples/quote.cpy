       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Sales quotation record, QUOTMAST.IDX, keyed by QUOTE-ID from
      * the QUOTE counter on the shared key-assignment file
      * IDCNTRL.DAT. QUOTE-ENTRY builds the quote line by line,
      * pricing each line the way ORDER-PROCESSING's VALIDATE-ITEM-
      * PRICE will expect it (an effective contract price first,
      * else the catalog), and on the customer's acceptance writes
      * it to ORDRFEED.DAT carrying the quote number. ORDER-INTAKE
      * then takes the quoted prices instead of the catalog's and
      * marks the quote converted; QUOTE-EXPIRY-SWEEP lapses the
      * quotes that reach their expiry date unconverted.

       01 QUOTE-RECORD.
           05 QUOTE-ID            PIC 9(10).
           05 QUOTE-CUSTOMER-ID   PIC 9(10).
      * QUOTE-SALESPERSON-CODE: who quoted it, a SALESMAN.DAT code;
      * carried to the order on acceptance and the basis of the
      * conversion rate the expiry sweep reports.
           05 QUOTE-SALESPERSON-CODE PIC X(6).
           05 QUOTE-DATE          PIC 9(8).
           05 QUOTE-EXPIRY-DATE   PIC 9(8).
           05 QUOTE-STATUS        PIC X(1).
               88 QUOTE-IS-OPEN          VALUE 'O'.
               88 QUOTE-IS-ACCEPTED      VALUE 'A'.
               88 QUOTE-IS-CONVERTED     VALUE 'C'.
               88 QUOTE-IS-EXPIRED       VALUE 'E'.
               88 QUOTE-IS-CANCELLED     VALUE 'X'.
               88 QUOTE-IS-LIVE          VALUE 'O' 'A'.
           05 QUOTE-SHIP-METHOD   PIC X(20).
           05 QUOTE-SHIP-ADDRESS  PIC X(100).
           05 QUOTE-CURRENCY-CODE PIC X(3).
           05 QUOTE-ENTERED-BY    PIC X(8).
           05 QUOTE-ACCEPTED-DATE PIC 9(8).
           05 QUOTE-ACCEPTED-BY   PIC X(8).
      * QUOTE-ORDER-ID is the order ORDER-INTAKE wrote from the
      * quote (the chain head for a long one), zero until then.
           05 QUOTE-ORDER-ID      PIC 9(10).
           05 QUOTE-CONVERTED-DATE PIC 9(8).
           05 QUOTE-LINE-COUNT    PIC 9(3).
      * One line per item; an item appears on a quote only once.
      * QLINE-PRICE-SOURCE is CONTRACT or CATALOG, as priced.
           05 QUOTE-LINE          OCCURS 50.
              10 QLINE-ITEM-ID    PIC 9(10).
              10 QLINE-QTY        PIC 9(5).
              10 QLINE-PRICE      PIC S9(7)V99.
              10 QLINE-PRICE-SOURCE PIC X(8).
           05 FILLER              PIC X(20).
