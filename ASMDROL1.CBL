       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASMDROL1.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMDROL1.CBL
      * Copy Files:    PASSDATE.CPY
      * Calls to:      ASMDATE1
      *****************************************************************
      *
      * ASMDROL1 - Roll the business date (the DATEROLL step).
      *
      * BUSDATE.DAT carries the business date every program of the
      * nightly stream processes under; ASMDATE1 hands it out.  This
      * program is the only one that changes it, and it runs as the
      * first step of the ASMCTLR1 stream (DATEROLL on STEPCARD.DAT),
      * so the whole stream -- and any restart of it, which resumes
      * past this step -- works under the one date however long it
      * runs.
      *
      * The roll is driven by the PROCCAL.DAT processing calendar.
      * One row per special day:
      *
      *    col  1-8   date, YYYYMMDD
      *    col 10     H - holiday, closed: no processing, no settlement
      *               N - non-settlement day: processed as usual, but
      *                   the bank does not settle that day
      *    col 12-41  description, shown in messages
      *
      * Saturdays and Sundays are closed without a row.  A row with an
      * asterisk in column 1 is a comment.
      *
      * The stream must be started on an open day.  Started on a
      * closed day, this step ends RC 16 with the reason from the
      * calendar, which stops the stream at its first step and leaves
      * the business date alone.
      *
      * On an open day the business date moves to the next open day
      * after it.  It never moves past the day the stream is started
      * on: a stream started again the same day finds the date
      * already current and leaves it, so a rerun from the top does
      * not skip a business day.  A date more than one open day
      * behind -- a night when the stream did not run -- moves one
      * open day only, so each missed day is processed under its own
      * date; the step warns RC 4 with the number of open days still
      * to catch up.  With no BUSDATE.DAT yet, the business date
      * starts at the day the stream is started.
      *
      * The settlement date -- the business date on a settlement day,
      * otherwise the next settlement day on the calendar -- is
      * worked out at the same time and kept on the record for
      * CCNSET01's header.
      *
      * An unreadable calendar or control record ends the step RC 12
      * without touching BUSDATE.DAT.  The outcome goes to the
      * console and to ASMDROL1.RPT.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CALENDAR-FILE    assign to 'PROCCAL.DAT'
                                    organization is line sequential
                                    file status  is WS-PCL-STATUS.

           select BUSINESS-DATE-FILE assign to 'BUSDATE.DAT'
                                    organization is line sequential
                                    file status  is WS-BDT-STATUS.

           select REPORT-FILE      assign to 'ASMDROL1.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    One processing-calendar row.
      *    ------------------------------------------------------------
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  PCL-DATE                pic X(8).
           05  filler                  pic X(1).
           05  PCL-DAY-TYPE            pic X(1).
           05  filler                  pic X(1).
           05  PCL-DESCRIPTION         pic X(30).
           05  filler                  pic X(39).

      *****************************************************************
      *    Business-date control record, as ASMDATE1 reads it.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* ASMDROL1 '.
           05  T2 pic X(34) value 'Roll the Business Date            '.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* ASMDROL1 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

       COPY PASSDATE.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* ASMDROL1 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    File-status and end-of-file switches.
      *    ------------------------------------------------------------
       01  WS-PCL-STATUS           pic X(2)  value SPACES.
       01  WS-BDT-STATUS           pic X(2)  value SPACES.
       01  WS-PCL-EOF              pic X(1)  value 'N'.
           88  CALENDAR-FILE-EOF             value 'Y'.

      *****************************************************************
      *    The processing calendar -- up to 500 special days.
      *    ------------------------------------------------------------
       01  WS-CAL-COUNT            pic 9(3)  value 0.
       01  WS-CAL-IX               pic 9(3)  value 0.
       01  WS-CAL-ROW-NUMBER       pic 9(5)  value 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY occurs 500 times.
               10  WS-CAL-DATE         pic X(8).
               10  WS-CAL-DAY-TYPE     pic X(1).
               10  WS-CAL-DESCRIPTION  pic X(30).

      *****************************************************************
      *    The day being classified, and what the calendar says of it.
      *    ------------------------------------------------------------
       01  WS-DAY-DATE             pic 9(8)  value 0.
       01  WS-DAY-DATE-X redefines WS-DAY-DATE pic X(8).
       01  WS-DAY-INTEGER          pic 9(7)  value 0.
       01  WS-DAY-OF-WEEK          pic 9(1)  value 0.
       01  WS-DAY-OPEN             pic X(1)  value 'Y'.
       01  WS-DAY-SETTLES          pic X(1)  value 'Y'.
       01  WS-DAY-REASON           pic X(30) value SPACES.

      *****************************************************************
      *    The roll -- the day the stream was started, the business
      *    date before and after, and the settlement date.
      *    ------------------------------------------------------------
       01  WS-START-DATE           pic 9(8)  value 0.
       01  WS-START-DATE-X redefines WS-START-DATE pic X(8).
       01  WS-OLD-DATE             pic X(8)  value SPACES.
       01  WS-NEW-DATE             pic X(8)  value SPACES.
       01  WS-PRIOR-DATE           pic X(8)  value SPACES.
       01  WS-SETTLEMENT-DATE      pic X(8)  value SPACES.
       01  WS-SETTLEMENT-DAY       pic X(1)  value 'Y'.
       01  WS-ROLLED-STAMP         pic X(21) value SPACES.
       01  WS-DISPOSITION          pic X(40) value SPACES.
       01  WS-SCAN-INTEGER         pic 9(7)  value 0.
       01  WS-SCAN-LIMIT           pic 9(3)  value 60.
       01  WS-SCAN-DAYS            pic 9(3)  value 0.
       01  WS-SCAN-FOUND           pic X(1)  value 'N'.
       01  WS-DAYS-BEHIND          pic 9(3)  value 0.
       01  WS-WRITE-RECORD         pic X(1)  value 'N'.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-DATE-BEHIND          pic 9(4)  value 0004.
       01  RC-NO-SETTLEMENT-DAY    pic 9(4)  value 0008.
       01  RC-CONTROL-FILE-ERROR   pic 9(4)  value 0012.
       01  RC-CLOSED-DAY           pic 9(4)  value 0016.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           move function current-date(1:8) to WS-START-DATE-X
           move function current-date      to WS-ROLLED-STAMP

           perform Z-LOAD-CALENDAR

           if WS-HIGHEST-RC < RC-CONTROL-FILE-ERROR
               perform CHECK-START-DATE
           end-if

           if WS-HIGHEST-RC < RC-CONTROL-FILE-ERROR
               perform Z-READ-BUSINESS-DATE
           end-if

           if WS-HIGHEST-RC < RC-CONTROL-FILE-ERROR
               perform ROLL-BUSINESS-DATE
               perform FIND-SETTLEMENT-DATE
               perform Z-WRITE-BUSINESS-DATE
           end-if

           perform Z-PRINT-ROLL-REPORT

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    The stream may only run on an open day -- anything else
      *    stops it here, at its first step, with the reason.
      *    ------------------------------------------------------------
       CHECK-START-DATE.
           move WS-START-DATE to WS-DAY-DATE
           perform Z-CLASSIFY-DAY
           if WS-DAY-OPEN = 'N'
               move spaces to MESSAGE-TEXT
               string 'Stream started on ' delimited by size
                      WS-START-DATE-X delimited by size
                      ', a closed day: ' delimited by size
                      WS-DAY-REASON delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move 'NO PROCESSING ON A CLOSED DAY, STREAM STOPPED'
                 to MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move 'Not rolled, started on a closed day'
                 to WS-DISPOSITION
               move RC-CLOSED-DAY to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      *    Move the business date to the next open day after it, but
      *    never past the day the stream was started on.
      *    ------------------------------------------------------------
       ROLL-BUSINESS-DATE.
           evaluate true
               when WS-OLD-DATE = spaces
                   move WS-START-DATE-X to WS-NEW-DATE
                   move spaces          to WS-PRIOR-DATE
                   move 'Started, no earlier business date'
                     to WS-DISPOSITION
               when WS-OLD-DATE not < WS-START-DATE-X
                   move WS-OLD-DATE     to WS-NEW-DATE
                   move DTE-PRIOR-DATE  to WS-PRIOR-DATE
                   move DTE-ROLLED-STAMP to WS-ROLLED-STAMP
                   move 'Not rolled, already current'
                     to WS-DISPOSITION
                   if WS-OLD-DATE > WS-START-DATE-X
                       move spaces to MESSAGE-TEXT
                       string 'Business date ' delimited by size
                              WS-OLD-DATE delimited by size
                              ' is ahead of the calendar date '
                                  delimited by size
                              WS-START-DATE-X delimited by size
                         into MESSAGE-TEXT
                       perform Z-POST-MESSAGE
                       move RC-DATE-BEHIND to WS-CANDIDATE-RC
                       perform Z-BUMP-RETURN-CODE
                   end-if
               when other
                   move WS-OLD-DATE to WS-PRIOR-DATE
                   move WS-OLD-DATE to WS-DAY-DATE-X
                   perform Z-FIND-NEXT-OPEN-DAY
                   move WS-DAY-DATE-X to WS-NEW-DATE
                   move 'Rolled' to WS-DISPOSITION
                   perform Z-COUNT-DAYS-BEHIND
           end-evaluate
           exit.

      *---------------------------------------------------------------*
      *    WS-DAY-DATE moves to the first open day after it.  The
      *    start date is open, so the search stops there at the
      *    latest.
       Z-FIND-NEXT-OPEN-DAY.
           compute WS-SCAN-INTEGER = function integer-of-date(
               WS-DAY-DATE)
           move 'N' to WS-SCAN-FOUND
           perform until WS-SCAN-FOUND = 'Y'
               add 1 to WS-SCAN-INTEGER
               compute WS-DAY-DATE =
                   function date-of-integer(WS-SCAN-INTEGER)
               perform Z-CLASSIFY-DAY
               if WS-DAY-OPEN = 'Y'
                   move 'Y' to WS-SCAN-FOUND
               end-if
           end-perform
           exit.

      *---------------------------------------------------------------*
      *    Open days between the new business date and the start
      *    date, the start date included -- the nights still to run.
       Z-COUNT-DAYS-BEHIND.
           move 0 to WS-DAYS-BEHIND
           move WS-NEW-DATE to WS-DAY-DATE-X
           perform until WS-DAY-DATE-X not < WS-START-DATE-X
               perform Z-FIND-NEXT-OPEN-DAY
               add 1 to WS-DAYS-BEHIND
           end-perform
           if WS-DAYS-BEHIND > 0
               move spaces to MESSAGE-TEXT
               string 'Business date ' delimited by size
                      WS-NEW-DATE delimited by size
                      ' is ' delimited by size
                      WS-DAYS-BEHIND delimited by size
                      ' open day(s) behind the calendar'
                          delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-DATE-BEHIND to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      *    The settlement date is the business date if the bank
      *    settles that day, otherwise the next day it does.
      *    ------------------------------------------------------------
       FIND-SETTLEMENT-DATE.
           move WS-NEW-DATE to WS-DAY-DATE-X
           perform Z-CLASSIFY-DAY
           if WS-DAY-OPEN = 'Y' and WS-DAY-SETTLES = 'Y'
               move 'Y'         to WS-SETTLEMENT-DAY
               move WS-NEW-DATE to WS-SETTLEMENT-DATE
           else
               move 'N' to WS-SETTLEMENT-DAY
               compute WS-SCAN-INTEGER = function integer-of-date(
                   WS-DAY-DATE)
               move 'N' to WS-SCAN-FOUND
               move 0   to WS-SCAN-DAYS
               perform until WS-SCAN-FOUND = 'Y'
                          or WS-SCAN-DAYS >= WS-SCAN-LIMIT
                   add 1 to WS-SCAN-INTEGER
                   add 1 to WS-SCAN-DAYS
                   compute WS-DAY-DATE =
                       function date-of-integer(WS-SCAN-INTEGER)
                   perform Z-CLASSIFY-DAY
                   if WS-DAY-OPEN = 'Y' and WS-DAY-SETTLES = 'Y'
                       move 'Y' to WS-SCAN-FOUND
                   end-if
               end-perform
               if WS-SCAN-FOUND = 'Y'
                   move WS-DAY-DATE-X to WS-SETTLEMENT-DATE
               else
                   move WS-NEW-DATE to WS-SETTLEMENT-DATE
                   move spaces to MESSAGE-TEXT
                   string 'No settlement day within ' delimited by size
                          WS-SCAN-LIMIT delimited by size
                          ' days of ' delimited by size
                          WS-NEW-DATE delimited by size
                          ', check PROCCAL.DAT' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move RC-NO-SETTLEMENT-DAY to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
               end-if
           end-if
           exit.

      *****************************************************************
      *    Is WS-DAY-DATE open for processing, and does the bank
      *    settle on it?  Weekends are closed; the calendar names
      *    holidays (closed) and non-settlement days (open).
      *    ------------------------------------------------------------
       Z-CLASSIFY-DAY.
           move 'Y'    to WS-DAY-OPEN
           move 'Y'    to WS-DAY-SETTLES
           move spaces to WS-DAY-REASON
           compute WS-DAY-INTEGER = function integer-of-date(
               WS-DAY-DATE)
      *    Day 1 of the integer dates, 1601/01/01, was a Monday, so
      *    the remainder is 6 on a Saturday and 0 on a Sunday.
           compute WS-DAY-OF-WEEK = function mod(WS-DAY-INTEGER, 7)
           if WS-DAY-OF-WEEK = 6 or WS-DAY-OF-WEEK = 0
               move 'N'       to WS-DAY-OPEN
               move 'N'       to WS-DAY-SETTLES
               move 'WEEKEND' to WS-DAY-REASON
           end-if
           perform varying WS-CAL-IX from 1 by 1
                     until WS-CAL-IX > WS-CAL-COUNT
               if WS-CAL-DATE(WS-CAL-IX) = WS-DAY-DATE-X
                   move WS-CAL-DESCRIPTION(WS-CAL-IX)
                     to WS-DAY-REASON
                   move 'N' to WS-DAY-SETTLES
                   if WS-CAL-DAY-TYPE(WS-CAL-IX) = 'H'
                       move 'N' to WS-DAY-OPEN
                   end-if
               end-if
           end-perform
           exit.

      *****************************************************************
      *    Loads PROCCAL.DAT.  A calendar that is missing or carries
      *    a row that cannot be used ends the step -- a date rolled
      *    from a bad calendar is worse than one not rolled at all.
      *    ------------------------------------------------------------
       Z-LOAD-CALENDAR.
           move 0   to WS-CAL-COUNT
           move 0   to WS-CAL-ROW-NUMBER
           move 'N' to WS-PCL-EOF
           open input CALENDAR-FILE
           if WS-PCL-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'PROCCAL.DAT not available (status '
                          delimited by size
                      WS-PCL-STATUS delimited by size
                      '), date not rolled' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move 'Not rolled, no processing calendar'
                 to WS-DISPOSITION
               move RC-CONTROL-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-PCL-EOF
           else
               read CALENDAR-FILE
                   at end move 'Y' to WS-PCL-EOF
               end-read
           end-if

           perform until CALENDAR-FILE-EOF
               add 1 to WS-CAL-ROW-NUMBER
               if CALENDAR-RECORD(1:1) not = '*'
                   if  PCL-DATE is numeric
                   and (PCL-DAY-TYPE = 'H' or PCL-DAY-TYPE = 'N')
                   and WS-CAL-COUNT < 500
                       add 1 to WS-CAL-COUNT
                       move PCL-DATE
                         to WS-CAL-DATE(WS-CAL-COUNT)
                       move PCL-DAY-TYPE
                         to WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                       move PCL-DESCRIPTION
                         to WS-CAL-DESCRIPTION(WS-CAL-COUNT)
                   else
                       move spaces to MESSAGE-TEXT
                       string 'PROCCAL.DAT row ' delimited by size
                              WS-CAL-ROW-NUMBER delimited by size
                              ' unusable, date not rolled'
                                  delimited by size
                         into MESSAGE-TEXT
                       perform Z-POST-MESSAGE
                       move 'Not rolled, bad processing calendar'
                         to WS-DISPOSITION
                       move RC-CONTROL-FILE-ERROR to WS-CANDIDATE-RC
                       perform Z-BUMP-RETURN-CODE
                   end-if
               end-if
               read CALENDAR-FILE
                   at end move 'Y' to WS-PCL-EOF
               end-read
           end-perform

           if WS-PCL-STATUS = '00' or WS-PCL-STATUS = '10'
               close CALENDAR-FILE
           end-if
           exit.

      *****************************************************************
      *    The business date as it stands, through ASMDATE1.  No
      *    BUSDATE.DAT yet is a first run; anything else that keeps
      *    the date from being read ends the step.
      *    ------------------------------------------------------------
       Z-READ-BUSINESS-DATE.
           move spaces to WS-OLD-DATE
           call 'ASMDATE1' using DTE-PASS-AREA
           evaluate true
               when DTE-RESULT-OK
                   move DTE-BUSINESS-DATE to WS-OLD-DATE
               when DTE-FILE-MISSING
                   move 'BUSDATE.DAT not found, starting it'
                     to MESSAGE-TEXT
                   perform Z-POST-MESSAGE
               when other
                   move spaces to MESSAGE-TEXT
                   string 'BUSDATE.DAT unusable (result '
                              delimited by size
                          DTE-PASS-RESULT delimited by size
                          '), date not rolled' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move 'Not rolled, control record unusable'
                     to WS-DISPOSITION
                   move RC-CONTROL-FILE-ERROR to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
           end-evaluate
           exit.

      *****************************************************************
      *    Replace the control record.
      *    ------------------------------------------------------------
       Z-WRITE-BUSINESS-DATE.
           open output BUSINESS-DATE-FILE
           if WS-BDT-STATUS = '00'
               move spaces             to BUSINESS-DATE-RECORD
               move WS-NEW-DATE        to BDT-BUSINESS-DATE
               move WS-PRIOR-DATE      to BDT-PRIOR-DATE
               move WS-SETTLEMENT-DATE to BDT-SETTLEMENT-DATE
               move WS-SETTLEMENT-DAY  to BDT-SETTLEMENT-DAY
               move WS-ROLLED-STAMP    to BDT-ROLLED-STAMP
               move 'ASMDROL1'         to BDT-ROLLED-BY
               write BUSINESS-DATE-RECORD
               close BUSINESS-DATE-FILE
           else
               move spaces to MESSAGE-TEXT
               string 'BUSDATE.DAT could not be written (status '
                          delimited by size
                      WS-BDT-STATUS delimited by size
                      ')' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move 'Not rolled, control record not written'
                 to WS-DISPOSITION
               move RC-CONTROL-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      *    Roll report -- the dates and what was done -- to the
      *    console and to ASMDROL1.RPT.
      *    ------------------------------------------------------------
       Z-PRINT-ROLL-REPORT.
           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           move spaces to MESSAGE-TEXT
           string 'Stream started on. . . . . : ' delimited by size
                  WS-START-DATE-X delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Calendar days on file. . . : ' delimited by size
                  WS-CAL-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Business date was. . . . . : ' delimited by size
                  WS-OLD-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Business date now. . . . . : ' delimited by size
                  WS-NEW-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Settlement date. . . . . . : ' delimited by size
                  WS-SETTLEMENT-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Outcome. . . . . . . . . . : ' delimited by size
                  WS-DISPOSITION delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           close REPORT-FILE
           exit.

      *****************************************************************
      * The following Z-Routines perform administrative tasks         *
      * for this program.                                             *
      *****************************************************************
       Z-POST-COPYRIGHT.
           display SIM-TITLE
           display SIM-COPYRIGHT
           exit.

      *****************************************************************
       Z-POST-MESSAGE.
           display MESSAGE-BUFFER
           move SPACES to MESSAGE-TEXT
           exit.

      *****************************************************************
      *    Posts a report line to the console and to ASMDROL1.RPT.
      *    ------------------------------------------------------------
       Z-POST-REPORT-LINE.
           write REPORT-RECORD from MESSAGE-BUFFER
           perform Z-POST-MESSAGE
           exit.

      *****************************************************************
      *    Raise WS-HIGHEST-RC to WS-CANDIDATE-RC if the candidate is
      *    more severe than what has already been seen this run.
      *    ------------------------------------------------------------
       Z-BUMP-RETURN-CODE.
           if WS-CANDIDATE-RC > WS-HIGHEST-RC
               move WS-CANDIDATE-RC to WS-HIGHEST-RC
           end-if
           exit.
      *****************************************************************
      *      This example is provided by SimoTime Technologies        *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
