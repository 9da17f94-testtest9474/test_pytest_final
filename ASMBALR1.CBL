       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASMBALR1.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMBALR1.CBL
      * Copy Files:    PASSDATE.CPY
      * Calls to:      ASMDATE1
      *****************************************************************
      *
      * ASMBALR1 - Morning balancing report across the batch stream.
      *
      * Each program in the stream proves its own file against
      * itself, but nothing proved the hand-offs between programs.
      * CCNVAL01, CCNRPR01, CCNSET01, ASMXLAT1 and ASMARCH1 now each
      * append a control-totals record to CTLTOTAL.DAT at the end of
      * their run -- run date, program, the count and amount read and
      * up to four named totals written.  This program reads that
      * file for one run date, keeps the latest record posted by each
      * program, and proves the hand-offs:
      *
      *   1. CCNVAL01  CARDIN read = CARDOK + CARDREJ + CARDDUP +
      *                CARDSUS written (items held in suspense are
      *                accounted for, and any still held are warned).
      *   2. CARDOK    the CCNVAL01 accepts plus the CCNRPR01 repairs
      *                = the CCNSET01 SETLOUT details, by count and by
      *                amount.
      *   3. CCNRPR01  CARDFIX read = repaired + still rejected +
      *                duplicate + unmatched corrections (unmatched
      *                corrections are warned).
      *   4. ASMXLAT1  records read = records written.
      *   5. ASMARCH1  audit records read = archived + retained.
      *   6. CCNSET01  CARDOK records read = SETLOUT details, by count
      *                and by amount -- the amount read is totalled
      *                from CARDOK.DAT itself, so an item that never
      *                reached the bank shows here.
      *
      * CCNVAL01 and CCNSET01 run every night, so a missing run of
      * either is warned.  CCNRPR01 and ASMARCH1 also run every night
      * (REPAIR and ARCHIVE on the ASMCTLR1 step cards) but a night
      * they did not post is only noted.  ASMXLAT1 is not a stream
      * step -- it runs on demand when a file arrives from the
      * mainframe side -- so check 4 is made only on a date it ran.
      *
      * The run date is taken from the PARM (YYYYMMDD); without one
      * the business date on BUSDATE.DAT, through ASMDATE1, is
      * balanced, and only when that record cannot be used is the
      * latest run date on the file balanced instead.  The one-page
      * report goes to the console and to ASMBALR1.RPT.
      *
      * RETURN-CODE is 0 when every hand-off balances, 4 for a warning
      * (a missing CCNVAL01 or CCNSET01 run, items held in suspense,
      * unmatched corrections), 8 when any check is out of balance and
      * 12 when CTLTOTAL.DAT cannot be read.  BALANCE is the last step
      * of the nightly stream, after SETTLE (CCNSET01) has built
      * SETLOUT.DAT; the stream does not send that file itself.  An
      * RC over the BALANCE step card's limit leaves the stream
      * FAILED on the ASMCTLR1 step log with its checkpoint at
      * BALANCE, and SETLOUT.DAT is not to be released to the bank
      * until a rerun of the step balances.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      * 2026/10/15 Simmons, Balanced the business date from
      *                     BUSDATE.DAT when no PARM date is given.
      * 2026/10/15 Simmons, Added check 6, CCNSET01 CARDOK read against
      *                     SETLOUT; stated which steps the stream
      *                     runs and what BALANCE guards.
      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CONTROL-TOTAL-FILE assign to 'CTLTOTAL.DAT'
                                    organization is line sequential
                                    file status  is WS-CTL-STATUS.

           select REPORT-FILE      assign to 'ASMBALR1.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* ASMBALR1 '.
           05  T2 pic X(34) value 'Cross-Program Balancing Report    '.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* ASMBALR1 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* ASMBALR1 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    Run date to balance, from the PARM, the business date, or
      *    the latest on file.
      *    ------------------------------------------------------------
       01  WS-PARM-CARD            pic X(80) value SPACES.
       01  WS-TARGET-DATE          pic X(8)  value SPACES.
       01  WS-DATE-FROM-PARM       pic X(1)  value 'N'.
           88  DATE-FROM-PARM                value 'Y'.

       COPY PASSDATE.

      *****************************************************************
      *    File status and end-of-file switches.
      *    ------------------------------------------------------------
       01  WS-CTL-STATUS           pic X(2)  value SPACES.
       01  WS-CTL-EOF              pic X(1)  value 'N'.
           88  CONTROL-FILE-EOF              value 'Y'.
       01  WS-TOTALS-LOADED        pic X(1)  value 'N'.
           88  TOTALS-LOADED                 value 'Y'.

      *****************************************************************
      *    The latest control-totals record for each program on the
      *    run date, kept as the record image.  A later record for the
      *    same program (a rerun) replaces the earlier one.
      *    ------------------------------------------------------------
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY occurs 10 times.
               10  WS-PGM-NAME         pic X(8).
               10  WS-PGM-IMAGE        pic X(179).
       01  WS-PROGRAM-COUNT        pic 9(2)  value 0.
       01  WS-PROGRAM-IX           pic 9(2)  value 0.
       01  WS-PROGRAM-FOUND        pic 9(2)  value 0.
       01  WS-TOTAL-IX             pic 9(1)  value 0.
       01  WS-RECORD-COUNT         pic 9(7)  value 0.

      *****************************************************************
      *    Working view of one stored control-totals record.
      *    ------------------------------------------------------------
       01  WS-CTL-VIEW.
           05  VW-RUN-DATE             pic X(8).
           05  filler                  pic X(1).
           05  VW-RUN-TIME             pic X(6).
           05  filler                  pic X(1).
           05  VW-PROGRAM              pic X(8).
           05  filler                  pic X(1).
           05  VW-IN-NAME              pic X(8).
           05  filler                  pic X(1).
           05  VW-IN-COUNT             pic 9(7).
           05  filler                  pic X(1).
           05  VW-IN-AMOUNT            pic 9(11)V99.
           05  VW-OUT-TOTAL occurs 4 times.
               10  filler              pic X(1).
               10  VW-OUT-NAME         pic X(8).
               10  filler              pic X(1).
               10  VW-OUT-COUNT        pic 9(7).
               10  filler              pic X(1).
               10  VW-OUT-AMOUNT       pic 9(11)V99.

      *****************************************************************
      *    Z-GET-TOTAL arguments -- the program and total name asked
      *    for, and the count and amount found.
      *    ------------------------------------------------------------
       01  WS-GET-PROGRAM          pic X(8)  value SPACES.
       01  WS-GET-NAME             pic X(8)  value SPACES.
       01  WS-GET-COUNT            pic 9(7)  value 0.
       01  WS-GET-AMOUNT           pic 9(11)V99 value 0.
       01  WS-GET-FOUND            pic X(1)  value 'N'.
           88  TOTAL-FOUND                   value 'Y'.

      *****************************************************************
      *    One check -- its title, the two sides and the verdict.
      *    ------------------------------------------------------------
       01  WS-CHECK-TITLE          pic X(60) value SPACES.
       01  WS-LEFT-COUNT           pic 9(7)  value 0.
       01  WS-RIGHT-COUNT          pic 9(7)  value 0.
       01  WS-LEFT-AMOUNT          pic 9(11)V99 value 0.
       01  WS-RIGHT-AMOUNT         pic 9(11)V99 value 0.
       01  WS-CHECK-AMOUNTS        pic X(1)  value 'N'.
           88  CHECK-AMOUNTS                 value 'Y'.
       01  WS-CHECK-VERDICT        pic X(14) value SPACES.
       01  WS-CHECKS-RUN           pic 9(2)  value 0.
       01  WS-CHECKS-FAILED        pic 9(2)  value 0.
       01  WS-WARNING-COUNT        pic 9(2)  value 0.
       01  WS-OVERALL-VERDICT      pic X(24) value SPACES.

      *****************************************************************
      *    Edited fields for the report lines.
      *    ------------------------------------------------------------
       01  WS-COUNT-E              pic Z(6)9.
       01  WS-COUNT-2-E            pic Z(6)9.
       01  WS-AMOUNT-E             pic Z(10)9.99.
       01  WS-AMOUNT-2-E           pic Z(10)9.99.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-BALANCE-WARNING      pic 9(4)  value 0004.
       01  RC-OUT-OF-BALANCE       pic 9(4)  value 0008.
       01  RC-TOTALS-MISSING       pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-PARSE-DATE-PARM

           perform Z-POST-COPYRIGHT

           perform LOAD-CONTROL-TOTALS

           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           if TOTALS-LOADED
               perform Z-PRINT-PROGRAM-TOTALS
               perform CHECK-CARD-INPUT
               perform CHECK-CARD-ACCEPTS
               perform CHECK-CARD-REPAIRS
               perform CHECK-TRANSLATION
               perform CHECK-AUDIT-ARCHIVE
               perform CHECK-SETTLEMENT-BUILD
           end-if

           perform Z-PRINT-VERDICT

           close REPORT-FILE

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Read CTLTOTAL.DAT, keeping the latest record per program
      *    for the run date.  With no date on the PARM the target
      *    moves forward whenever a later run date turns up, and the
      *    table starts over for it.
      *    ------------------------------------------------------------
       LOAD-CONTROL-TOTALS.
           move 'N' to WS-CTL-EOF
           open input CONTROL-TOTAL-FILE
           if WS-CTL-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'CTLTOTAL.DAT not available (status '
                          delimited by size
                      WS-CTL-STATUS delimited by size
                      '), nothing balanced' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-TOTALS-MISSING to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-CTL-EOF
           else
               move 'Y' to WS-TOTALS-LOADED
               read CONTROL-TOTAL-FILE
                   at end move 'Y' to WS-CTL-EOF
               end-read
           end-if

           perform until CONTROL-FILE-EOF
               add 1 to WS-RECORD-COUNT
               if  not DATE-FROM-PARM
               and CTL-RUN-DATE > WS-TARGET-DATE
                   move CTL-RUN-DATE to WS-TARGET-DATE
                   move 0 to WS-PROGRAM-COUNT
               end-if
               if CTL-RUN-DATE = WS-TARGET-DATE
                   perform Z-KEEP-CONTROL-RECORD
               end-if
               read CONTROL-TOTAL-FILE
                   at end move 'Y' to WS-CTL-EOF
               end-read
           end-perform

           if WS-CTL-STATUS = '10' or WS-CTL-STATUS = '00'
               close CONTROL-TOTAL-FILE
           end-if
           exit.

      *---------------------------------------------------------------*
       Z-KEEP-CONTROL-RECORD.
           move 0 to WS-PROGRAM-FOUND
           perform varying WS-PROGRAM-IX from 1 by 1
                     until WS-PROGRAM-IX > WS-PROGRAM-COUNT
               if WS-PGM-NAME(WS-PROGRAM-IX) = CTL-PROGRAM
                   move WS-PROGRAM-IX to WS-PROGRAM-FOUND
               end-if
           end-perform

           if WS-PROGRAM-FOUND = 0
               if WS-PROGRAM-COUNT < 10
                   add 1 to WS-PROGRAM-COUNT
                   move WS-PROGRAM-COUNT to WS-PROGRAM-FOUND
               else
                   move 'More than 10 programs posted, extras ignored'
                     to MESSAGE-TEXT
                   perform Z-POST-MESSAGE
               end-if
           end-if

           if WS-PROGRAM-FOUND > 0
               move CTL-PROGRAM to WS-PGM-NAME(WS-PROGRAM-FOUND)
               move CONTROL-TOTAL-RECORD
                 to WS-PGM-IMAGE(WS-PROGRAM-FOUND)
           end-if
           exit.

      *****************************************************************
      *    Check 1 -- every CARDIN.DAT detail CCNVAL01 read went to
      *    exactly one of its output files.
      *    ------------------------------------------------------------
       CHECK-CARD-INPUT.
           move 'CCNVAL01' to WS-GET-PROGRAM
           move 'CARDIN'   to WS-GET-NAME
           perform Z-GET-TOTAL
           if not TOTAL-FOUND
               perform Z-REPORT-MISSING-RUN
           else
               move WS-GET-COUNT to WS-LEFT-COUNT
               move 0 to WS-RIGHT-COUNT
               move 'CARDOK'  to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'CARDREJ' to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'CARDDUP' to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'CARDSUS' to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'N' to WS-CHECK-AMOUNTS
               move 'CCNVAL01 CARDIN = CARDOK+CARDREJ+CARDDUP+CARDSUS'
                 to WS-CHECK-TITLE
               perform Z-REPORT-CHECK
               if WS-GET-COUNT > 0
                   move WS-GET-COUNT to WS-COUNT-E
                   move spaces to MESSAGE-TEXT
                   string '   WARNING ' delimited by size
                          WS-COUNT-E delimited by size
                          ' item(s) held in suspense (CARDSUS.DAT)'
                            delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
                   perform Z-RAISE-WARNING
               end-if
           end-if
           exit.

      *****************************************************************
      *    Check 2 -- CARDOK.DAT as CCNVAL01 wrote it plus the repairs
      *    CCNRPR01 appended is what CCNSET01 sent to the bank.
      *    ------------------------------------------------------------
       CHECK-CARD-ACCEPTS.
           move 'CCNSET01' to WS-GET-PROGRAM
           move 'SETLOUT'  to WS-GET-NAME
           perform Z-GET-TOTAL
           if not TOTAL-FOUND
               perform Z-REPORT-MISSING-RUN
           else
               move WS-GET-COUNT  to WS-RIGHT-COUNT
               move WS-GET-AMOUNT to WS-RIGHT-AMOUNT
               move 0 to WS-LEFT-COUNT
               move 0 to WS-LEFT-AMOUNT
               move 'CCNVAL01' to WS-GET-PROGRAM
               move 'CARDOK'   to WS-GET-NAME
               perform Z-GET-TOTAL
               if not TOTAL-FOUND
                   perform Z-REPORT-MISSING-RUN
               end-if
               add WS-GET-COUNT  to WS-LEFT-COUNT
               add WS-GET-AMOUNT to WS-LEFT-AMOUNT
               move 'CCNRPR01' to WS-GET-PROGRAM
               perform Z-GET-TOTAL
               add WS-GET-COUNT  to WS-LEFT-COUNT
               add WS-GET-AMOUNT to WS-LEFT-AMOUNT
               move 'Y' to WS-CHECK-AMOUNTS
               move 'CARDOK accepts + repairs = CCNSET01 SETLOUT'
                 to WS-CHECK-TITLE
               perform Z-REPORT-CHECK
           end-if
           exit.

      *****************************************************************
      *    Check 3 -- every CARDFIX.DAT correction CCNRPR01 read was
      *    repaired, rejected again, diverted or left unmatched.
      *    ------------------------------------------------------------
       CHECK-CARD-REPAIRS.
           move 'CCNRPR01' to WS-GET-PROGRAM
           move 'CARDFIX'  to WS-GET-NAME
           perform Z-GET-TOTAL
           if not TOTAL-FOUND
               perform Z-REPORT-NOT-RUN
           else
               move WS-GET-COUNT to WS-LEFT-COUNT
               move 0 to WS-RIGHT-COUNT
               move 'CARDOK'   to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'CARDREJ'  to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'CARDDUP'  to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'UNMATCHD' to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'N' to WS-CHECK-AMOUNTS
               move 'CCNRPR01 CARDFIX = repaired+rejected+dup+unmatched'
                 to WS-CHECK-TITLE
               perform Z-REPORT-CHECK
               if WS-GET-COUNT > 0
                   move WS-GET-COUNT to WS-COUNT-E
                   move spaces to MESSAGE-TEXT
                   string '   WARNING ' delimited by size
                          WS-COUNT-E delimited by size
                          ' correction(s) matched no reject'
                            delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
                   perform Z-RAISE-WARNING
               end-if
           end-if
           exit.

      *****************************************************************
      *    Check 4 -- ASMXLAT1 wrote one record for every one read.
      *    ------------------------------------------------------------
       CHECK-TRANSLATION.
           move 'ASMXLAT1' to WS-GET-PROGRAM
           move 'XLATIN'   to WS-GET-NAME
           perform Z-GET-TOTAL
           if not TOTAL-FOUND
               perform Z-REPORT-NOT-RUN
           else
               move WS-GET-COUNT to WS-LEFT-COUNT
               move 'XLATOUT'  to WS-GET-NAME
               perform Z-GET-TOTAL
               move WS-GET-COUNT to WS-RIGHT-COUNT
               move 'N' to WS-CHECK-AMOUNTS
               move 'ASMXLAT1 XLATIN = XLATOUT' to WS-CHECK-TITLE
               perform Z-REPORT-CHECK
           end-if
           exit.

      *****************************************************************
      *    Check 5 -- every audit record ASMARCH1 read was either
      *    archived to a generation or retained on the live file.
      *    ------------------------------------------------------------
       CHECK-AUDIT-ARCHIVE.
           move 'ASMARCH1' to WS-GET-PROGRAM
           move 'AUDIT'    to WS-GET-NAME
           perform Z-GET-TOTAL
           if not TOTAL-FOUND
               perform Z-REPORT-NOT-RUN
           else
               move WS-GET-COUNT to WS-LEFT-COUNT
               move 0 to WS-RIGHT-COUNT
               move 'ARCHIVED' to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'RETAINED' to WS-GET-NAME
               perform Z-GET-TOTAL
               add WS-GET-COUNT to WS-RIGHT-COUNT
               move 'N' to WS-CHECK-AMOUNTS
               move 'ASMARCH1 AUDIT = ARCHIVED + RETAINED'
                 to WS-CHECK-TITLE
               perform Z-REPORT-CHECK
           end-if
           exit.

      *****************************************************************
      *    Check 6 -- every CARDOK.DAT record CCNSET01 read went into
      *    SETLOUT.DAT, by count and by amount.
      *    ------------------------------------------------------------
       CHECK-SETTLEMENT-BUILD.
           move 'CCNSET01' to WS-GET-PROGRAM
           move 'CARDOK'   to WS-GET-NAME
           perform Z-GET-TOTAL
      *    A missing CCNSET01 run was already warned under check 2.
           if not TOTAL-FOUND
               perform Z-REPORT-NOT-RUN
           else
               move WS-GET-COUNT  to WS-LEFT-COUNT
               move WS-GET-AMOUNT to WS-LEFT-AMOUNT
               move 'SETLOUT'  to WS-GET-NAME
               perform Z-GET-TOTAL
               move WS-GET-COUNT  to WS-RIGHT-COUNT
               move WS-GET-AMOUNT to WS-RIGHT-AMOUNT
               move 'Y' to WS-CHECK-AMOUNTS
               move 'CCNSET01 CARDOK read = SETLOUT' to WS-CHECK-TITLE
               perform Z-REPORT-CHECK
           end-if
           exit.

      *****************************************************************
      *    Look up a named total (the input or one of the outputs) on
      *    a program's stored record.  A program or total not on file
      *    comes back as zero with TOTAL-FOUND off.
      *    ------------------------------------------------------------
       Z-GET-TOTAL.
           move 'N' to WS-GET-FOUND
           move 0   to WS-GET-COUNT
           move 0   to WS-GET-AMOUNT
           move 0   to WS-PROGRAM-FOUND
           perform varying WS-PROGRAM-IX from 1 by 1
                     until WS-PROGRAM-IX > WS-PROGRAM-COUNT
               if WS-PGM-NAME(WS-PROGRAM-IX) = WS-GET-PROGRAM
                   move WS-PROGRAM-IX to WS-PROGRAM-FOUND
               end-if
           end-perform

           if WS-PROGRAM-FOUND > 0
               move WS-PGM-IMAGE(WS-PROGRAM-FOUND) to WS-CTL-VIEW
               if VW-IN-NAME = WS-GET-NAME
                   move 'Y'          to WS-GET-FOUND
                   move VW-IN-COUNT  to WS-GET-COUNT
                   move VW-IN-AMOUNT to WS-GET-AMOUNT
               end-if
               perform varying WS-TOTAL-IX from 1 by 1
                         until WS-TOTAL-IX > 4
                   if  not TOTAL-FOUND
                   and VW-OUT-NAME(WS-TOTAL-IX) = WS-GET-NAME
                       move 'Y' to WS-GET-FOUND
                       move VW-OUT-COUNT(WS-TOTAL-IX)  to WS-GET-COUNT
                       move VW-OUT-AMOUNT(WS-TOTAL-IX) to WS-GET-AMOUNT
                   end-if
               end-perform
           end-if
           exit.

      *****************************************************************
      *    Print one check -- its title, the two sides and the
      *    verdict -- and raise RETURN-CODE 8 when it does not
      *    balance.
      *    ------------------------------------------------------------
       Z-REPORT-CHECK.
           add 1 to WS-CHECKS-RUN
           move 'BALANCED' to WS-CHECK-VERDICT
           if WS-LEFT-COUNT not = WS-RIGHT-COUNT
               move 'OUT OF BALANCE' to WS-CHECK-VERDICT
           end-if
           if  CHECK-AMOUNTS
           and WS-LEFT-AMOUNT not = WS-RIGHT-AMOUNT
               move 'OUT OF BALANCE' to WS-CHECK-VERDICT
           end-if

           move spaces to MESSAGE-TEXT
           string 'Check ' delimited by size
                  WS-CHECKS-RUN delimited by size
                  ' ' delimited by size
                  WS-CHECK-TITLE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-LEFT-COUNT  to WS-COUNT-E
           move WS-RIGHT-COUNT to WS-COUNT-2-E
           move spaces to MESSAGE-TEXT
           string '   count  ' delimited by size
                  WS-COUNT-E delimited by size
                  ' = ' delimited by size
                  WS-COUNT-2-E delimited by size
                  '   ' delimited by size
                  WS-CHECK-VERDICT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if CHECK-AMOUNTS
               move WS-LEFT-AMOUNT  to WS-AMOUNT-E
               move WS-RIGHT-AMOUNT to WS-AMOUNT-2-E
               move spaces to MESSAGE-TEXT
               string '   amount ' delimited by size
                      WS-AMOUNT-E delimited by size
                      ' = ' delimited by size
                      WS-AMOUNT-2-E delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           if WS-CHECK-VERDICT not = 'BALANCED'
               add 1 to WS-CHECKS-FAILED
               move RC-OUT-OF-BALANCE to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      *    A program the stream depends on posted no totals for the
      *    run date -- the hand-off cannot be proven, so warn.
      *    ------------------------------------------------------------
       Z-REPORT-MISSING-RUN.
           move spaces to MESSAGE-TEXT
           string 'WARNING  no ' delimited by size
                  WS-GET-PROGRAM delimited by size
                  ' totals for ' delimited by size
                  WS-TARGET-DATE delimited by size
                  ', hand-off not proven' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           perform Z-RAISE-WARNING
           exit.

      *****************************************************************
      *    An optional step posted no totals for the run date -- it
      *    simply did not run, so note it and move on.
      *    ------------------------------------------------------------
       Z-REPORT-NOT-RUN.
           move spaces to MESSAGE-TEXT
           string 'Note     no ' delimited by size
                  WS-GET-PROGRAM delimited by size
                  ' totals for ' delimited by size
                  WS-TARGET-DATE delimited by size
                  ', check not run' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *---------------------------------------------------------------*
       Z-RAISE-WARNING.
           add 1 to WS-WARNING-COUNT
           move RC-BALANCE-WARNING to WS-CANDIDATE-RC
           perform Z-BUMP-RETURN-CODE
           exit.

      *****************************************************************
      *    The run date balanced and, for each program that posted,
      *    the time of its run and the totals it posted.
      *    ------------------------------------------------------------
       Z-PRINT-PROGRAM-TOTALS.
           move spaces to MESSAGE-TEXT
           string 'Run date balanced. . . . . : ' delimited by size
                  WS-TARGET-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if WS-PROGRAM-COUNT = 0
               move 'No control totals posted for the run date'
                 to MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           perform varying WS-PROGRAM-IX from 1 by 1
                     until WS-PROGRAM-IX > WS-PROGRAM-COUNT
               move WS-PGM-IMAGE(WS-PROGRAM-IX) to WS-CTL-VIEW
               move VW-IN-COUNT  to WS-COUNT-E
               move VW-IN-AMOUNT to WS-AMOUNT-E
               move spaces to MESSAGE-TEXT
               string VW-PROGRAM delimited by size
                      ' ' delimited by size
                      VW-RUN-TIME delimited by size
                      ' in  ' delimited by size
                      VW-IN-NAME delimited by size
                      WS-COUNT-E delimited by size
                      ' ' delimited by size
                      WS-AMOUNT-E delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
               perform varying WS-TOTAL-IX from 1 by 1
                         until WS-TOTAL-IX > 4
                   if VW-OUT-NAME(WS-TOTAL-IX) not = spaces
                       move VW-OUT-COUNT(WS-TOTAL-IX)  to WS-COUNT-E
                       move VW-OUT-AMOUNT(WS-TOTAL-IX) to WS-AMOUNT-E
                       move spaces to MESSAGE-TEXT
                       string '                out '
                                delimited by size
                              VW-OUT-NAME(WS-TOTAL-IX)
                                delimited by size
                              WS-COUNT-E delimited by size
                              ' ' delimited by size
                              WS-AMOUNT-E delimited by size
                         into MESSAGE-TEXT
                       perform Z-POST-REPORT-LINE
                   end-if
               end-perform
           end-perform
           exit.

      *****************************************************************
      *    The overall verdict for the morning, with the checks run,
      *    failed and warned.
      *    ------------------------------------------------------------
       Z-PRINT-VERDICT.
           evaluate true
               when WS-HIGHEST-RC >= RC-TOTALS-MISSING
                   move 'NOT BALANCED -- NO FILE' to WS-OVERALL-VERDICT
               when WS-CHECKS-FAILED > 0
                   move 'OUT OF BALANCE'          to WS-OVERALL-VERDICT
               when WS-WARNING-COUNT > 0
                   move 'BALANCED WITH WARNINGS'  to WS-OVERALL-VERDICT
               when other
                   move 'BALANCED'                to WS-OVERALL-VERDICT
           end-evaluate

           move spaces to MESSAGE-TEXT
           string 'Checks run ' delimited by size
                  WS-CHECKS-RUN delimited by size
                  ', failed ' delimited by size
                  WS-CHECKS-FAILED delimited by size
                  ', warnings ' delimited by size
                  WS-WARNING-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Overall verdict. . . . . . : ' delimited by size
                  WS-OVERALL-VERDICT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *****************************************************************
      *    The PARM may carry the run date to balance as YYYYMMDD;
      *    anything else balances the business date, or the latest
      *    run date on file when BUSDATE.DAT cannot be used.
      *    ------------------------------------------------------------
       Z-PARSE-DATE-PARM.
           accept WS-PARM-CARD from COMMAND-LINE
           if  WS-PARM-CARD(1:8) is numeric
           and WS-PARM-CARD(9:1) = space
               move WS-PARM-CARD(1:8) to WS-TARGET-DATE
               move 'Y' to WS-DATE-FROM-PARM
           else
               call 'ASMDATE1' using DTE-PASS-AREA
               if DTE-RESULT-OK
                   move DTE-BUSINESS-DATE to WS-TARGET-DATE
                   move 'Y' to WS-DATE-FROM-PARM
               else
                   move spaces to MESSAGE-TEXT
                   string 'BUSDATE.DAT not usable (result '
                              delimited by size
                          DTE-PASS-RESULT delimited by size
                          '), latest date balanced' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
               end-if
           end-if
           exit.

      *****************************************************************
      * The following Z-Routines perform administrative tasks         *
      * for this program.                                             *
      *****************************************************************

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
      *    Posts a report line to the console and to ASMBALR1.RPT.
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
