      *****************************************************************
      * Copy Member: PASSHASH.CPY
      * Used by:     ASMBITC1, ASMAUDV1, ASMHASH1
      *****************************************************************
      *
      * HSH-PASS-AREA is the linkage area passed on the CALL to
      * ASMHASH1 to work out the chained check value of one record.
      *
      * HSH-PRIOR-VALUE  - the check value of the record before this
      *                    one in the chain (zero for the first).
      *
      * HSH-DATA-LENGTH  - number of bytes of HSH-DATA to fold into
      *                    the check value, 1 thru 256.
      *
      * HSH-DATA         - the record image being checked.  Only the
      *                    first HSH-DATA-LENGTH bytes are used.
      *
      * HSH-CHECK-VALUE  - returned: the check value of this record,
      *                    chained from HSH-PRIOR-VALUE, to be carried
      *                    on the record and passed as the prior value
      *                    for the next one.
      *
      *****************************************************************
       01  HSH-PASS-AREA.
           05  HSH-PRIOR-VALUE         pic 9(9)    value 0.
           05  HSH-DATA-LENGTH         pic 9(3)    value 0.
           05  HSH-DATA                pic X(256)  value SPACES.
           05  HSH-CHECK-VALUE         pic 9(9)    value 0.
