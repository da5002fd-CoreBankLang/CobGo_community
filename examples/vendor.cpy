       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Vendor master record, VENDMAST.IDX, one per supplier and
      * keyed by the eight-character VND-CODE that PO-VENDOR-CODE on
      * OPENPO.IDX carries. VENDOR-MAINTENANCE keeps it; PURCHASE-
      * ORDER-ENTRY refuses a PO to a code that is not on file and
      * active; VENDOR-INVOICE-INTAKE prices the payable's due and
      * discount dates off the terms here.

       01 VENDOR-RECORD.
           05 VND-CODE            PIC X(8).
           05 VND-NAME            PIC X(40).
      * An inactive vendor takes no new POs; its open payables are
      * still paid.
           05 VND-STATUS          PIC X(1).
               88 VND-IS-ACTIVE       VALUE 'A'.
               88 VND-IS-INACTIVE     VALUE 'I'.
           05 VND-REMIT-TO.
              10 VND-REMIT-STREET PIC X(40).
              10 VND-REMIT-CITY   PIC X(25).
              10 VND-REMIT-STATE  PIC X(2).
              10 VND-REMIT-ZIP    PIC X(10).
      * Payment terms: net days from the invoice date, and an
      * early-pay discount percent earned by paying within the
      * discount days (2/10 net 30 is 2.00, 10, 30).
           05 VND-TERMS.
              10 VND-NET-DAYS     PIC 9(3).
              10 VND-DISCOUNT-PERCENT PIC 9(2)V99.
              10 VND-DISCOUNT-DAYS PIC 9(3).
      * The federal tax ID for the year-end 1099; shown masked.
           05 VND-TAX-ID          PIC X(11).
      * 'C' paid by check to the remit-to address, 'A' by ACH to the
      * bank account below; account numbers are shown masked.
           05 VND-PAY-METHOD      PIC X(1).
               88 VND-PAID-BY-CHECK   VALUE 'C'.
               88 VND-PAID-BY-ACH     VALUE 'A'.
               88 VND-PAY-METHOD-IS-VALID VALUE 'C' 'A'.
           05 VND-BANK-ROUTING    PIC 9(9).
           05 VND-BANK-ACCOUNT    PIC X(17).
           05 VND-ENTERED-BY      PIC X(8).
           05 VND-ENTERED-DATE    PIC 9(8).
           05 FILLER              PIC X(40).
