       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTDOC-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Partner document control, PARTDOC.IDX: one record per
      * trading-partner order (the chain head's ORDER-ID), stamped
      * by PARTNER-OUTBOUND-EXTRACT with the day each outbound
      * document went to the partner -- the acknowledgment, the
      * ship notice, and the invoice -- so each goes exactly once.
      * A zero date is a document not yet sent. PDOC-ACK-CODE is
      * the acknowledgment sent: AC accepted, AB accepted with
      * lines backordered, AH held.

       01 PARTNER-DOCUMENT-RECORD.
           05 PDOC-ORDER-ID       PIC 9(10).
           05 PDOC-PARTNER-CODE   PIC X(4).
           05 PDOC-ORDER-DATE     PIC 9(8).
           05 PDOC-ACK-DATE       PIC 9(8).
           05 PDOC-ACK-CODE       PIC X(2).
           05 PDOC-ASN-DATE       PIC 9(8).
           05 PDOC-INVOICE-DATE   PIC 9(8).
           05 FILLER              PIC X(20).
