       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Bank's daily statement, BANKSTMT.DAT: one 'H' header with
      * the statement date and opening balance, a 'D' line per
      * item the bank posted, and one 'T' trailer with the closing
      * balance. Credits to the account are positive, debits
      * negative. BST-TRAN-CODE says what the bank thinks the item
      * is: DEP deposit, ACH our ACH debits collected, STL card
      * settlement proceeds, CHK check paid, NSF returned check,
      * ACR ACH return; anything else (FEE, INT, ...) has no book
      * source and stays open until the books take it up.

       01 BANK-STATEMENT-RECORD.
           05 BST-RECORD-TYPE     PIC X(1).
               88 BST-IS-HEADER   VALUE 'H'.
               88 BST-IS-DETAIL   VALUE 'D'.
               88 BST-IS-TRAILER  VALUE 'T'.
           05 BST-DETAIL.
              10 BST-TRAN-CODE    PIC X(3).
              10 BST-POSTED-DATE  PIC 9(8).
              10 BST-AMOUNT       PIC S9(13)V99.
              10 BST-BANK-REFERENCE PIC X(16).
           05 BST-BALANCE-DATA REDEFINES BST-DETAIL.
              10 BST-STATEMENT-DATE PIC 9(8).
              10 BST-BALANCE      PIC S9(13)V99.
              10 FILLER           PIC X(19).

      * Reconciliation control, BANKCTL.DAT, one record: the date
      * of the last statement reconciled and the book and bank
      * balances it ended on. BANK-RECONCILIATION rewrites it at
      * the end of every run; a statement not dated after the last
      * one is refused, so a rerun cannot count a day twice.

       01 BANK-RECON-CONTROL-RECORD.
           05 BCT-LAST-STATEMENT-DATE PIC 9(8).
           05 BCT-BOOK-BALANCE    PIC S9(13)V99.
           05 BCT-BANK-BALANCE    PIC S9(13)V99.

      * Open items, BANKOPEN.DAT: every book item the bank has not
      * yet shown (BOI-SIDE 'B') and every statement item the books
      * cannot yet explain (BOI-SIDE 'S'), rewritten whole each run
      * and read back the next day so an item stays open until it
      * matches. Sources and signs follow the statement codes.

       01 BANK-OPEN-ITEM-RECORD.
           05 BOI-SIDE            PIC X(1).
               88 BOI-IS-BOOK-ITEM VALUE 'B'.
               88 BOI-IS-BANK-ITEM VALUE 'S'.
           05 BOI-SOURCE          PIC X(3).
           05 BOI-ITEM-DATE       PIC 9(8).
           05 BOI-REFERENCE       PIC X(16).
           05 BOI-AMOUNT          PIC S9(13)V99.

      * Matching window, BANKPARM.DAT: how many days apart a book
      * item and a statement item of the same source and amount may
      * be dated and still match. Blank or zero keeps the default.

       01 BANK-RECON-PARAMETER-RECORD.
           05 BRP-MATCH-DAYS      PIC 9(2).
