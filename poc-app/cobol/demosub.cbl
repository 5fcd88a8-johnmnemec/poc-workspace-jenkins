           GOBACK.
      *
      * The common field edits - type code, account number, signed
      * amount, effective date, counter-account, memo-hold fields,
      * and the currency code, which is held to the account's own
      * when the caller passes it. The first failure wins and names
      * the reason, the way the listings report it.
       edit_tran_fields.
           MOVE '00'   TO ADOV1-EDIT-STATUS.
           MOVE SPACES TO ADOV1-EDIT-REASON.
                       TO ADOV1-EDIT-REASON
               END-IF
           END-IF.
           IF ADOV1-EDIT-GOOD
               PERFORM edit_hold_fields
           END-IF.
           IF ADOV1-EDIT-GOOD
               PERFORM edit_tran_currency
           END-IF.
      *
      * A memo hold reserves money without moving it, so HD must be
      * for a positive amount and lapse on a real date no earlier
      * than the day it takes effect. RL lets a hold go by naming
      * the TRANS-ID of the HD that placed it - whether that hold is
      * still open is for the poster to say, not this edit.
       edit_hold_fields.
           IF ADOV1-TYPE-HOLD
               IF ADOV1-TRAN-AMOUNT NOT > ZERO
                   MOVE '80' TO ADOV1-EDIT-STATUS
                   MOVE 'HOLD AMOUNT NOT POSITIVE' TO ADOV1-EDIT-REASON
               ELSE
               IF ADOV1-TRAN-HOLD-EXPIRY NOT NUMERIC
                       OR ADOV1-TRAN-HOLD-EXPIRY(5:2) < '01'
                       OR ADOV1-TRAN-HOLD-EXPIRY(5:2) > '12'
                       OR ADOV1-TRAN-HOLD-EXPIRY(7:2) < '01'
                       OR ADOV1-TRAN-HOLD-EXPIRY(7:2) > '31'
                   MOVE '80' TO ADOV1-EDIT-STATUS
                   MOVE 'INVALID HOLD EXPIRY DATE' TO ADOV1-EDIT-REASON
               ELSE
               IF ADOV1-TRAN-HOLD-EXPIRY < ADOV1-TRAN-EFF-DATE
                   MOVE '80' TO ADOV1-EDIT-STATUS
                   MOVE 'EXPIRY BEFORE EFFECTIVE DATE'
                       TO ADOV1-EDIT-REASON
               END-IF
               END-IF
               END-IF
           END-IF.
           IF ADOV1-TYPE-RELEASE
               IF ADOV1-TRAN-HOLD-REF = SPACES
                   MOVE '80' TO ADOV1-EDIT-STATUS
                   MOVE 'RELEASE NAMES NO HOLD' TO ADOV1-EDIT-REASON
               END-IF
           END-IF.
      *
      * A currency code is three letters, or spaces for the base
      * currency. When the caller has the account in hand it passes
      * the account's currency along, and a transaction in any other
      * currency is turned down - an account is kept in one currency
      * and nothing converts on the way in. AD opens the account in
      * its own currency, so there is nothing to hold it to.
       edit_tran_currency.
           IF ADOV1-TRAN-CURRENCY NOT = SPACES
                   AND (ADOV1-TRAN-CURRENCY NOT ALPHABETIC-UPPER
                        OR ADOV1-TRAN-CURRENCY(1:1) = SPACE
                        OR ADOV1-TRAN-CURRENCY(2:1) = SPACE
                        OR ADOV1-TRAN-CURRENCY(3:1) = SPACE)
               MOVE '60' TO ADOV1-EDIT-STATUS
               MOVE 'INVALID CURRENCY CODE' TO ADOV1-EDIT-REASON
           ELSE
               IF ADOV1-EDIT-ACCT-KNOWN AND NOT ADOV1-TYPE-ADD
                       AND ADOV1-TRAN-CURRENCY NOT = ADOV1-EDIT-ACCT-CCY
                   MOVE '70' TO ADOV1-EDIT-STATUS
                   MOVE 'CURRENCY NOT ACCOUNT CURRENCY'
                       TO ADOV1-EDIT-REASON
               END-IF
           END-IF.
