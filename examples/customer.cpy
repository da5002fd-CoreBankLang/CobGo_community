      * cycle matches, so statement volume spreads across the month
      * instead of landing in one month-end mountain. Zero means no
      * cycle assigned; those customers print only on a full
      * (cycle-00) run. The same day closes the account's average-
      * daily-balance cycle for SERVICE-CHARGE-ASSESSMENT, zero
      * closing on the 1st.
           05 CUSTOMER-STMT-CYCLE PIC 9(2).
      * CUSTOMER-DELIVERY-PREF routes the statement: 'M' (or space,
      * for records converted before the field existed) prints and
      * CUSTOMER-PRODUCT-CODE names the account product sold over
      * the counter. PRODPARM.DAT carries one record per product
      * (interest eligibility and tier, overdraft fee, statement
      * eligibility, sweep pricing, monthly maintenance fee and the
      * average balance that waives it) so a product change is a
      * parameter edit, not a recompile. Spaces means the default
      * product: full interest, standard fee, statement printed, no
      * maintenance fee.
           05 CUSTOMER-PRODUCT-CODE PIC X(3).
      * CUSTOMER-NSF-COUNT counts bank-returned (NSF) checks, moved
      * by NSF-RETURN-INTAKE; at the configured threshold the
      * reporting. Spaces means the record predates branch codes;
      * BRANCH-BACKFILL assigns the house default.
           05 CUSTOMER-BRANCH-CODE PIC X(3).
      * CUSTOMER-CLOSE-DATE is the business date ACCOUNT-CLOSURE set
      * CUSTOMER-STATUS to CLOSED, after paying out the balance and
      * cancelling the account's standing orders. Zero while open.
           05 CUSTOMER-CLOSE-DATE PIC 9(8).
      * CUSTOMER-OD-PROTECT-ID nominates the account CUSTOMER-
      * MANAGEMENT sweeps from when a withdrawal would overdraw this
      * one -- the customer's own second account or a joint account
      * on CUSTREL.IDX -- set through OVERDRAFT-PROTECTION-MAINT.
      * Zero means no protection: the overdraft fee applies.
           05 CUSTOMER-OD-PROTECT-ID PIC 9(10).
      * CUSTOMER-BIRTH-DATE is the holder's date of birth (YYYYMMDD),
      * keyed at CUSTOMER-MAINTENANCE add time and aged against the
      * AGETHRSH.DAT brackets AGE-CLASSIFICATION uses. Zero for
      * records keyed before it was captured; those age as adults.
           05 CUSTOMER-BIRTH-DATE PIC 9(8).
      * CUSTOMER-MINOR-FLAG 'Y' marks a minor's account, run by the
      * custodian holder (role CU) on CUSTREL.IDX: CUSTOMER-
      * MANAGEMENT refuses any withdrawal above the CUSTPARM minor
      * limit, and MAJORITY-CONVERSION clears the flag and drops the
      * custodian the night the holder comes of age.
           05 CUSTOMER-MINOR-FLAG PIC X(1).
               88 CUSTOMER-IS-MINOR VALUE 'Y'.
      * CUSTOMER-MAIL-RETURNED-FLAG 'Y' marks CUSTOMER-ADDRESS as
      * undeliverable: RETURNED-MAIL-INTAKE sets it, with the post
      * office return date and reason, from the returned-mail file.
      * Every printing mailer routes the customer's paper to the
      * held-mail report instead of the envelope run until
      * CUSTOMER-PENDING-APPLY posts a new address, which clears
      * all three. Reasons: MV moved, NK not known, IA insufficient
      * address, VC vacant, RF refused, UF unable to forward.
           05 CUSTOMER-MAIL-RETURNED-FLAG PIC X(1).
               88 CUSTOMER-MAIL-IS-RETURNED VALUE 'Y'.
           05 CUSTOMER-MAIL-RETURN-DATE PIC 9(8).
           05 CUSTOMER-MAIL-RETURN-REASON PIC X(2).
      * CUSTOMER-TERMS-CODE names the payment terms the customer
      * buys on (NET30, NET60, 2/10 NET30 ...), one of the codes on
      * the TERMSPRM.DAT table (examples/terms.cpy), keyed through
      * CUSTOMER-MAINTENANCE. ORDER-INTAKE prices it into each new
      * order's due date and prompt-payment discount on
      * ORDTERMS.IDX. Spaces means due on receipt.
           05 CUSTOMER-TERMS-CODE PIC X(12).
      * CUSTOMER-WRITE-OFF-FLAG is set by WRITE-OFF-POSTING the
      * night an order of the customer's is written off as bad
      * debt (examples/writeoff.cpy), with the date, so the credit
      * desk sees the history before extending terms again.
           05 CUSTOMER-WRITE-OFF-FLAG PIC X(1).
               88 CUSTOMER-HAS-WRITE-OFF VALUE 'Y'.
           05 CUSTOMER-WRITE-OFF-DATE PIC 9(8).
      * Expansion area reserved when the master grew to 600 bytes,
      * carved from the front as new fields are assigned, so the
      * next field does not force another record-length conversion.
           05 CUSTOMER-EXPANSION-AREA PIC X(14).
