       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKENVLT-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * Card and bank-account token vault, TOKNVLT.IDX, one record
      * per distinct card number or ACH account number ever taken
      * in, keyed by the token number and, alternately, by the
      * number itself so the same card always gets the same token.
      * The vault is the only place the full number is kept: the
      * dataset is restricted, and only the TOKEN-VAULT subprogram
      * opens it. PAYMTRAN.DAT, its PAYM backup generations, and
      * everything downstream carry the token instead, in the
      * CARD-NUMBER or ACH-ACCOUNT-NUMBER field it replaces:
      *   'TK', the ten-digit token number, then the number's last
      *   four at the position MASK-CARD-NUMBER (17:4) or
      *   MASK-ACH-ACCOUNT-NUMBER (14:4) shows, spaces between,
      * so the masked console lines read exactly as before.
      * SETTLEMENT-BATCH, ACH-EXTRACT, and CARD-AUTH-CAPTURE are
      * the only programs that resolve a token back to the number.

       01 TOKEN-VAULT-RECORD.
           05 TKV-TOKEN-ID        PIC 9(10).
      * The alternate key: the type ('C' card, 'A' ACH account)
      * and the number as it was taken in.
           05 TKV-CLEAR-KEY.
              10 TKV-NUMBER-TYPE  PIC X(1).
              10 TKV-CLEAR-NUMBER PIC X(20).
      * Token number zero is the vault's control record: the last
      * token number issued, under type '*'.
           05 TKV-CONTROL-DATA REDEFINES TKV-CLEAR-KEY.
              10 TKV-CONTROL-TYPE PIC X(1).
              10 TKV-LAST-TOKEN-ID PIC 9(10).
              10 FILLER           PIC X(10).
           05 TKV-CREATED-DATE    PIC 9(8).
           05 TKV-CREATED-BY      PIC X(30).
           05 FILLER              PIC X(20).

      * Vault access log, TOKNLOG.DAT, one line per TOKEN-VAULT
      * call -- every token issued or reused and every number
      * resolved -- naming the program and the payment it was for.
      * The number itself is never logged.

       01 TOKEN-LOG-RECORD.
           05 TKL-DATE            PIC 9(8).
           05 TKL-TIME            PIC 9(6).
           05 TKL-PROGRAM         PIC X(30).
      * 'T' tokenize, 'R' resolve.
           05 TKL-FUNCTION        PIC X(1).
           05 TKL-NUMBER-TYPE     PIC X(1).
      * Zero when no token was involved (a blank number, or a
      * number still in the clear from before conversion).
           05 TKL-TOKEN-ID        PIC 9(10).
           05 TKL-PAYMENT-ID      PIC 9(10).
      * 'Y' done, 'N' token not on the vault, 'E' vault could not
      * be opened.
           05 TKL-RESULT          PIC X(1).

      * The CALL interface every caller holds in WORKING-STORAGE.

       01 TOKEN-VAULT-INTERFACE.
           05 TKN-FUNCTION        PIC X(1).
           05 TKN-NUMBER-TYPE     PIC X(1).
           05 TKN-PROGRAM-NAME    PIC X(30).
           05 TKN-PAYMENT-ID      PIC 9(10).
           05 TKN-CLEAR-NUMBER    PIC X(20).
           05 TKN-TOKEN           PIC X(20).
           05 TKN-RESULT-FLAG     PIC X(1).
