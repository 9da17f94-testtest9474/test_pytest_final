      *****************************************************************
      * Copy Member: PASSDATE.CPY
      * Used by:     ASMDATE1 and every program that takes its
      *              processing date from BUSDATE.DAT
      *****************************************************************
      *
      * DTE-PASS-AREA is the linkage area passed on the CALL to
      * ASMDATE1 to get the business date the nightly stream is
      * processing.  There is no request; every CALL returns the
      * BUSDATE.DAT control record as ASMDROL1 last rolled it.
      *
      * DTE-BUSINESS-DATE   - returned: the processing date, YYYYMMDD.
      *                       Use it wherever the program means "today".
      *
      * DTE-PRIOR-DATE      - returned: the business date before it
      *                       (spaces until the first roll).
      *
      * DTE-SETTLEMENT-DATE - returned: the day the bank settles what
      *                       is processed today -- the business date
      *                       itself on a settlement day, otherwise the
      *                       next settlement day on the calendar.
      *
      * DTE-SETTLEMENT-DAY  - returned: Y when the business date is a
      *                       settlement day, N when it is not.
      *
      * DTE-ROLLED-STAMP    - returned: when the date was rolled.
      *
      * DTE-PASS-RESULT     - returned:
      *                       00 - done
      *                       35 - BUSDATE.DAT is not there
      *                       90 - BUSDATE.DAT holds no usable date
      *                       92 - BUSDATE.DAT could not be read
      *
      *****************************************************************
       01  DTE-PASS-AREA.
           05  DTE-BUSINESS-DATE       pic X(8)    value SPACES.
           05  DTE-PRIOR-DATE          pic X(8)    value SPACES.
           05  DTE-SETTLEMENT-DATE     pic X(8)    value SPACES.
           05  DTE-SETTLEMENT-DAY      pic X(1)    value SPACES.
               88  DTE-IS-SETTLEMENT-DAY           value 'Y'.
           05  DTE-ROLLED-STAMP        pic X(21)   value SPACES.
           05  DTE-PASS-RESULT         pic X(2)    value SPACES.
               88  DTE-RESULT-OK                   value '00'.
               88  DTE-FILE-MISSING                value '35'.
               88  DTE-RECORD-UNUSABLE             value '90'.
               88  DTE-FILE-UNREADABLE             value '92'.
