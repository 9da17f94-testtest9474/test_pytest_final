       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMXLAT1.CBL
      * Copy Files:    PASSBITS.CPY, PASSDATE.CPY
      * Calls to:      ASM4BITS, ASMDATE1
      *****************************************************************
      *
      * ASMXLAT1 - Full-codepage EBCDIC/ASCII file translation.
      * program behaves exactly as before.  The codepage round-trip
      * self-check still runs at the top of every attempt.
      *
      * Each run appends a control-totals record to CTLTOTAL.DAT --
      * records read from XLATIN.DAT and records written to
      * XLATOUT.DAT, counted separately as the writes succeed -- for
      * the ASMBALR1 morning balancing report.  The record carries the
      * business date from BUSDATE.DAT, through ASMDATE1; without a
      * usable business date nothing is translated, RC 12.
      *
      * MAINTENANCE
      * -----------
      * 2026/08/22 Simmons, Created program.
      * 2026/09/03 Simmons, Added XLATLYT.DAT selective translation.
      * 2026/09/03 Simmons, Added commit-point checkpointing and
      *                     restart via ASMXLAT1.CKP.
      * 2026/10/15 Simmons, Appended the run's control totals to
      *                     CTLTOTAL.DAT for ASMBALR1.
      * 2026/10/15 Simmons, Posted control totals under the BUSDATE.DAT
      *                     business date, through ASMDATE1, instead
      *                     of the system date.
      *
      *****************************************************************
      *
                                    organization is line sequential
                                    file status  is WS-CKP-STATUS.

      *    Cross-program control totals, appended once per run for
      *    the ASMBALR1 morning balancing report.
           select CONTROL-TOTAL-FILE assign to 'CTLTOTAL.DAT'
                                    organization is line sequential
                                    file status  is WS-CTL-STATUS.

           select REPORT-FILE      assign to 'ASMXLAT1.RPT'
                                    organization is line sequential.

           05  XCR-RANGE-PASSED        pic 9(9).
           05  filler                  pic X(25).

      *****************************************************************
      *    Control-totals record -- run date and time, program, the
      *    count and amount read, and up to four named totals out.
      *    ------------------------------------------------------------
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-RUN-DATE            pic X(8).
           05  filler                  pic X(1).
           05  CTL-RUN-TIME            pic X(6).
           05  filler                  pic X(1).
           05  CTL-PROGRAM             pic X(8).
           05  filler                  pic X(1).
           05  CTL-IN-NAME             pic X(8).
           05  filler                  pic X(1).
           05  CTL-IN-COUNT            pic 9(7).
           05  filler                  pic X(1).
           05  CTL-IN-AMOUNT           pic 9(11)V99.
           05  CTL-OUT-TOTAL occurs 4 times.
               10  filler              pic X(1).
               10  CTL-OUT-NAME        pic X(8).
               10  filler              pic X(1).
               10  CTL-OUT-COUNT       pic 9(7).
               10  filler              pic X(1).
               10  CTL-OUT-AMOUNT      pic 9(11)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       01  REQUEST-4-EXPAND        pic X(8)    value 'EXPAND  '.
       01  REQUEST-4-COMPRESS      pic X(8)    value 'COMPRESS'.

       COPY PASSDATE.

      *****************************************************************
      *    Business date the control totals are posted under.
      *    ------------------------------------------------------------
       01  WS-RUN-DATE             pic X(8)  value SPACES.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
      *    untouched under the record layout.
      *    ------------------------------------------------------------
       01  WS-RECORD-COUNT         pic 9(7)  value 0.
       01  WS-OUTPUT-COUNT         pic 9(7)  value 0.
       01  WS-BYTE-TALLY           pic 9(9)  value 0.
       01  WS-PASS-TALLY           pic 9(9)  value 0.
       01  WS-COL-IX               pic 9(3)  value 0.
       01  WS-HEX-LOW-IX           pic 9(2)  value 0.
       01  WS-HEX-BYTE-VALUE       pic 9(3)  value 0.

      *****************************************************************
      *    Control-totals file status.
      *    ------------------------------------------------------------
       01  WS-CTL-STATUS           pic X(2)  value SPACES.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-VERIFY-FAILURE       pic 9(4)  value 0012.
       01  RC-TABLE-INCOMPLETE     pic 9(4)  value 0016.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-PARSE-PARM

           perform Z-GET-BUSINESS-DATE

           perform Z-LOAD-RECORD-LAYOUT

           if WS-COMMIT-INTERVAL > 0
               perform Z-READ-XLAT-CHECKPOINT
           end-if

           if DTE-RESULT-OK
               perform Z-LOAD-CODEPAGE-TABLE
           end-if

           if WS-HIGHEST-RC = 0
               perform Z-VERIFY-TABLE-ROUND-TRIP

           perform Z-PRINT-CONTROL-REPORT

           if DTE-RESULT-OK
               perform Z-POST-CONTROL-TOTALS
           end-if

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.
                                   move XLAT-HOLD-RECORD
                                     to XLAT-OUTPUT-RECORD
                                   write XLAT-OUTPUT-RECORD
                                   add 1 to WS-OUTPUT-COUNT
                           end-read
                       end-perform
                       close XLAT-HOLD-FILE
           move 'N' to WS-RESTART-ACTIVE
           move 0   to WS-RESTART-FROM
           move 0   to WS-RECORD-COUNT
           move 0   to WS-OUTPUT-COUNT
           move 0   to WS-BYTE-TALLY
           move 0   to WS-PASS-TALLY
           move 0   to WS-UNLISTED-PASSED
               perform TRANSLATE-ONE-COLUMN
           end-perform
           write XLAT-OUTPUT-RECORD
           if WS-XOUT-STATUS = '00'
               add 1 to WS-OUTPUT-COUNT
           end-if

           if  WS-COMMIT-INTERVAL > 0
           and function mod(WS-RECORD-COUNT, WS-COMMIT-INTERVAL) = 0
           end-if
           exit.

      *****************************************************************
      *    Append this run's control totals to CTLTOTAL.DAT so the
      *    morning balancing report can prove the hand-offs between
      *    programs.  A file that will not open is reported, not
      *    fatal -- the balancing report shows the missing run.
      *    ------------------------------------------------------------
       Z-POST-CONTROL-TOTALS.
           open extend CONTROL-TOTAL-FILE
           if WS-CTL-STATUS = '35'
               open output CONTROL-TOTAL-FILE
           end-if
           if WS-CTL-STATUS = '00'
               move spaces to CONTROL-TOTAL-RECORD
               move WS-RUN-DATE                to CTL-RUN-DATE
               move function current-date(9:6) to CTL-RUN-TIME
               move 'ASMXLAT1'                 to CTL-PROGRAM
               move 'XLATIN'                   to CTL-IN-NAME
               move WS-RECORD-COUNT            to CTL-IN-COUNT
               move 0                          to CTL-IN-AMOUNT
               move 'XLATOUT'                  to CTL-OUT-NAME(1)
               move WS-OUTPUT-COUNT            to CTL-OUT-COUNT(1)
               move 0                          to CTL-OUT-AMOUNT(1)
               move spaces                     to CTL-OUT-NAME(2)
               move 0                          to CTL-OUT-COUNT(2)
               move 0                          to CTL-OUT-AMOUNT(2)
               move spaces                     to CTL-OUT-NAME(3)
               move 0                          to CTL-OUT-COUNT(3)
               move 0                          to CTL-OUT-AMOUNT(3)
               move spaces                     to CTL-OUT-NAME(4)
               move 0                          to CTL-OUT-COUNT(4)
               move 0                          to CTL-OUT-AMOUNT(4)
               write CONTROL-TOTAL-RECORD
               close CONTROL-TOTAL-FILE
           else
               move spaces to MESSAGE-TEXT
               string 'CTLTOTAL.DAT not available (status '
                          delimited by size
                      WS-CTL-STATUS delimited by size
                      '), totals not posted' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
           end-if
           exit.

      *****************************************************************
      *    The processing date is the business date on BUSDATE.DAT,
      *    from ASMDATE1, never the system clock.  Without it the
      *    file is not translated at all.
      *    ------------------------------------------------------------
       Z-GET-BUSINESS-DATE.
           call 'ASMDATE1' using DTE-PASS-AREA
           if DTE-RESULT-OK
               move DTE-BUSINESS-DATE to WS-RUN-DATE
           else
               move spaces to MESSAGE-TEXT
               string 'BUSDATE.DAT not usable (result '
                          delimited by size
                      DTE-PASS-RESULT delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-NO-BUSINESS-DATE to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      * The following Z-Routines perform administrative tasks         *
      * for this program.                                             *
