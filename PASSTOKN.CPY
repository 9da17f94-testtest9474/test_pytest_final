      *****************************************************************
      * Copy Member: PASSTOKN.CPY
      * Used by:     CCNTOK01, CCNVAL01, CCNRPR01, CCNRTN01, CCNSET01,
      *              CCNTKC01
      *****************************************************************
      *
      * TOK-PASS-AREA is the linkage area passed on the CALL to
      * CCNTOK01, the only program that opens the TOKVAULT.DAT token
      * vault.
      *
      * TOK-PASS-REQUEST - set to one of the following (REQUEST-4-OPEN
      *                    and so on in the caller) before every CALL:
      *                    OPEN    - open the vault; the first call of
      *                              every run, so a vault that cannot
      *                              be opened is known before any
      *                              card is processed
      *                    ISSUE   - return the token for the value in
      *                              TOK-PASS-CLEAR-VALUE, issuing a new
      *                              one if the value has none yet
      *                    LOOKUP  - return the token already issued
      *                              for TOK-PASS-CLEAR-VALUE; never
      *                              issues one
      *                    DETOKEN - return in TOK-PASS-CLEAR-VALUE the
      *                              value TOK-PASS-TOKEN stands for.
      *                              Honored for CCNSET01 only, and
      *                              every request is logged
      *                    CLOSE   - close the vault at end of run
      *
      * TOK-PASS-CALLER  - the calling program's PROGRAM-ID.  Stamped
      *                    on the tokens it issues and checked on
      *                    DETOKEN.
      *
      * TOK-PASS-CLEAR-VALUE - the card number, or a rejected number
      *                    exactly as keyed.  A token keeps the value's
      *                    length, its first six and last four digits
      *                    and anything in it that is not a digit, so a
      *                    token prints and masks the way the number
      *                    would; the digits between are a vault serial
      *                    chosen so that a token of 13 or more digits
      *                    always fails the Luhn check and can never be
      *                    taken for a card number.
      *
      * TOK-PASS-TOKEN   - the token, in or out as the request needs.
      *
      * TOK-PASS-RESULT  - returned:
      *                    00 - done
      *                    23 - no such value or token in the vault
      *                    90 - request not recognized
      *                    91 - request refused for this caller
      *                    92 - the vault is not available
      *                    93 - no free token could be found
      *                    94 - no business date to issue a token
      *                         under (BUSDATE.DAT not usable)
      *
      *****************************************************************
       01  TOK-PASS-AREA.
           05  TOK-PASS-REQUEST        pic X(8)    value SPACES.
           05  TOK-PASS-CALLER         pic X(8)    value SPACES.
           05  TOK-PASS-CLEAR-VALUE    pic X(23)   value SPACES.
           05  TOK-PASS-TOKEN          pic X(23)   value SPACES.
           05  TOK-PASS-RESULT         pic X(2)    value SPACES.
               88  TOK-RESULT-OK                   value '00'.
               88  TOK-NOT-IN-VAULT                value '23'.
               88  TOK-BAD-REQUEST                 value '90'.
               88  TOK-REQUEST-REFUSED             value '91'.
               88  TOK-VAULT-UNAVAILABLE           value '92'.
               88  TOK-CANNOT-ISSUE                value '93'.
               88  TOK-NO-BUSINESS-DATE            value '94'.
