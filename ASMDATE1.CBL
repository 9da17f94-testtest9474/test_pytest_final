       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASMDATE1.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMDATE1.CBL
      * Copy Files:    PASSDATE.CPY
      * Called by:     ASMARCH1, ASMAUDV1, ASMBALR1, ASMDROL1, ASMXLAT1,
      *                CCNHOT01, CCNLTR01, CCNRPR01, CCNRTN01, CCNSET01,
      *                CCNTOK01, CCNVAL01
      *****************************************************************
      *
      * ASMDATE1 - Return the business date.
      *
      * The programs of the nightly stream used to take "today" from
      * the system clock, so a stream that ran across midnight, or a
      * rerun the next morning, stamped some of its work with the
      * wrong business day.  The processing date now lives on one
      * control record, BUSDATE.DAT, which only the DATEROLL step
      * (ASMDROL1) rolls forward, against the PROCCAL.DAT processing
      * calendar.  Every other program asks this module for it.
      *
      * The control record is read on every CALL and never changed
      * here.  A record whose business date is not a valid YYYYMMDD
      * date is refused (result 90) rather than passed on.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select BUSINESS-DATE-FILE assign to 'BUSDATE.DAT'
                                    organization is line sequential
                                    file status  is WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Business-date control record, as ASMDROL1 writes it.
      *    ------------------------------------------------------------
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE       pic X(8).
           05  filler                  pic X(1).
           05  BDT-PRIOR-DATE          pic X(8).
           05  filler                  pic X(1).
           05  BDT-SETTLEMENT-DATE     pic X(8).
           05  filler                  pic X(1).
           05  BDT-SETTLEMENT-DAY      pic X(1).
           05  filler                  pic X(1).
           05  BDT-ROLLED-STAMP        pic X(21).
           05  filler                  pic X(1).
           05  BDT-ROLLED-BY           pic X(8).

       WORKING-STORAGE SECTION.
       01  WS-BDT-STATUS           pic X(2)  value SPACES.

      *****************************************************************
      *    Date check -- the business date split for a range test.
      *    ------------------------------------------------------------
       01  WS-CHECK-DATE.
           05  WS-CHECK-YEAR       pic 9(4).
           05  WS-CHECK-MONTH      pic 9(2).
           05  WS-CHECK-DAY        pic 9(2).

      *****************************************************************
       LINKAGE SECTION.
       COPY PASSDATE.

      *****************************************************************
       PROCEDURE DIVISION using DTE-PASS-AREA.

           move spaces to DTE-BUSINESS-DATE
           move spaces to DTE-PRIOR-DATE
           move spaces to DTE-SETTLEMENT-DATE
           move spaces to DTE-SETTLEMENT-DAY
           move spaces to DTE-ROLLED-STAMP
           move '00'   to DTE-PASS-RESULT

           open input BUSINESS-DATE-FILE
           evaluate WS-BDT-STATUS
               when '00'
                   read BUSINESS-DATE-FILE
                   if WS-BDT-STATUS = '00'
                       perform RETURN-BUSINESS-DATE
                   else
                       move '90' to DTE-PASS-RESULT
                   end-if
                   close BUSINESS-DATE-FILE
               when '35'
                   move '35' to DTE-PASS-RESULT
               when other
                   move '92' to DTE-PASS-RESULT
           end-evaluate

           GOBACK.

      *****************************************************************
      *    Pass the record back, once its business date proves to be
      *    a real calendar date.
      *    ------------------------------------------------------------
       RETURN-BUSINESS-DATE.
           if BDT-BUSINESS-DATE is numeric
               move BDT-BUSINESS-DATE to WS-CHECK-DATE
           else
               move zeros to WS-CHECK-DATE
           end-if
           if  WS-CHECK-YEAR  >= 1601
           and WS-CHECK-MONTH >= 1 and WS-CHECK-MONTH <= 12
           and WS-CHECK-DAY   >= 1 and WS-CHECK-DAY   <= 31
               move BDT-BUSINESS-DATE   to DTE-BUSINESS-DATE
               move BDT-PRIOR-DATE      to DTE-PRIOR-DATE
               move BDT-SETTLEMENT-DATE to DTE-SETTLEMENT-DATE
               move BDT-SETTLEMENT-DAY  to DTE-SETTLEMENT-DAY
               move BDT-ROLLED-STAMP    to DTE-ROLLED-STAMP
               if DTE-SETTLEMENT-DATE not numeric
                   move DTE-BUSINESS-DATE to DTE-SETTLEMENT-DATE
               end-if
           else
               move '90' to DTE-PASS-RESULT
           end-if
           exit.
      *****************************************************************
      *      This example is provided by SimoTime Technologies        *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
