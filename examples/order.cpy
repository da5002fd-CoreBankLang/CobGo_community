      * copied at intake from the customer's branch so branch
      * sales reporting follows the account's home branch.
           05 ORDER-BRANCH-CODE      PIC X(3).
      * ORDER-QUOTE-ID is the QUOTMAST.IDX quote the order was
      * taken from, stamped at intake; zero for an unquoted order.
      * ORDER-PROCESSING expects the quoted price on its lines.
           05 ORDER-QUOTE-ID         PIC 9(10).
      * Expansion area reserved when the order master grew to 4800
      * bytes, carved from the front as new fields are assigned.
           05 ORDER-EXPANSION-AREA   PIC X(4).
