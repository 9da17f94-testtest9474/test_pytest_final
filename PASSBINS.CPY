      *****************************************************************
      * Copy Member: PASSBINS.CPY
      * Used by:     CCNBIN01, CCNVAL01, CCNRPR01
      *****************************************************************
      *
      * BIN-PASS-AREA is the linkage area passed on the CALL to
      * CCNBIN01 to classify a card number against the BINTABLE.DAT
      * issuer range table.
      *
      * BIN-PASS-REQUEST - set to one of the following (REQUEST-4-LOAD
      *                    and so on in the caller) before every CALL:
      *                    LOAD     - read BINTABLE.DAT into the table;
      *                               the first call of every run, so
      *                               a table that cannot be used is
      *                               known before any card is
      *                               classified
      *                    CLASSIFY - classify the number in
      *                               BIN-PASS-DIGITS
      *
      * BIN-PASS-DIGITS  - the card number, digits only, left-justified.
      *
      * BIN-PASS-DIGIT-COUNT - how many digits BIN-PASS-DIGITS holds.
      *
      * BIN-PASS-BRAND   - returned: the card brand of the range the
      *                    number falls in, e.g. VISA.
      *
      * BIN-PASS-CARD-CLASS - returned: C credit, D debit, P prepaid.
      *
      * BIN-PASS-ROWS-LOADED  - returned on LOAD: ranges in the table.
      *
      * BIN-PASS-ROWS-REFUSED - returned on LOAD: rows left out of the
      *                    table because they could not be read, and
      *                    BIN-PASS-FIRST-REFUSED, the line number of
      *                    the first of them.
      *
      * BIN-PASS-RESULT  - returned:
      *                    00 - done
      *                    23 - CLASSIFY: no range holds the number at
      *                         its length, not a supported card type
      *                    24 - CLASSIFY: the range is one we have
      *                         stopped accepting
      *                    90 - request not recognized
      *                    91 - LOAD: table loaded, but some rows were
      *                         refused
      *                    92 - BINTABLE.DAT is not there, cannot be
      *                         read or holds no usable range
      *
      *****************************************************************
       01  BIN-PASS-AREA.
           05  BIN-PASS-REQUEST        pic X(8)    value SPACES.
           05  BIN-PASS-DIGITS         pic X(19)   value SPACES.
           05  BIN-PASS-DIGIT-COUNT    pic 9(2)    value 0.
           05  BIN-PASS-BRAND          pic X(16)   value SPACES.
           05  BIN-PASS-CARD-CLASS     pic X(1)    value SPACES.
               88  BIN-CLASS-CREDIT                value 'C'.
               88  BIN-CLASS-DEBIT                 value 'D'.
               88  BIN-CLASS-PREPAID               value 'P'.
           05  BIN-PASS-ROWS-LOADED    pic 9(4)    value 0.
           05  BIN-PASS-ROWS-REFUSED   pic 9(4)    value 0.
           05  BIN-PASS-FIRST-REFUSED  pic 9(4)    value 0.
           05  BIN-PASS-RESULT         pic X(2)    value SPACES.
               88  BIN-RESULT-OK                   value '00'.
               88  BIN-NOT-SUPPORTED               value '23'.
               88  BIN-RANGE-STOPPED               value '24'.
               88  BIN-BAD-REQUEST                 value '90'.
               88  BIN-TABLE-INCOMPLETE            value '91'.
               88  BIN-TABLE-UNAVAILABLE           value '92'.
