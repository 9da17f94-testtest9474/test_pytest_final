       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASMAUDV1.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMAUDV1.CBL
      * Copy Files:    PASSHASH.CPY, PASSDATE.CPY
      * Calls to:      ASMHASH1, ASMDATE1
      *****************************************************************
      *
      * ASMAUDV1 - Prove the ASMBITC1.AUD audit trail is complete.
      *
      * ASMBITC1 stamps every audit record with an ever-increasing
      * sequence number and a check value chained from the record
      * before it, and keeps the last sequence number and check value
      * written on ASMBITC1.SEQ.  ASMARCH1 moves old records, whole
      * and in order, to monthly generations ASMBITC1.yyyymm.AUD.
      * This program walks the whole trail in order -- each monthly
      * generation from the starting month through the month of the
      * business date on BUSDATE.DAT, through ASMDATE1, then the live
      * file -- and reports:
      *
      *    - a gap: a sequence number that is not one more than the
      *      one before (records deleted, or inserted out of turn)
      *    - a break in the chain: a check value that does not match
      *      the one worked out from the record and the record before
      *      it (a record edited after it was written)
      *    - a timestamp earlier than the one before it
      *    - a sequenced record followed by one with no sequence
      *    - a trail that ends short of, or past, the last record
      *      named on ASMBITC1.SEQ
      *
      * Records written before sequence numbering began carry no
      * sequence and are counted, not checked, as long as they all
      * come before the first sequenced record.  The first sequenced
      * record found is reported so it can be held against the
      * previous quarter's report; when it is sequence 1 its check
      * value is proven too.
      *
      * The PARM carries the first generation month to look for as
      * YYYYMM; the default is 36 months before the current month,
      * the span of ASMARCH1's retention report.  A month with no
      * generation file is simply skipped -- a missing generation
      * shows up as a gap in the sequence.
      *
      * The report goes to the console and to ASMAUDV1.RPT for the
      * quarterly audit file.  RETURN-CODE is 0 for a complete trail,
      * 8 when the live file cannot be read and 12 when any gap,
      * break or ordering exception is found, or when there is no
      * usable business date to walk the generations up to.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      * 2026/10/15 Simmons, Walked the generations up to the month of
      *                     the BUSDATE.DAT business date, through
      *                     ASMDATE1, instead of the system date.
      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AUDIT-FILE       assign to 'ASMBITC1.AUD'
                                    organization is line sequential
                                    file status  is
                                        WS-AUDIT-FILE-STATUS.

      *    One month's generation, named the way ASMARCH1 names them.
           select GENERATION-FILE  assign to dynamic WS-GEN-FILE-NAME
                                    organization is line sequential
                                    file status  is WS-GEN-STATUS.

           select AUDIT-ANCHOR-FILE assign to 'ASMBITC1.SEQ'
                                    organization is line sequential
                                    file status  is WS-ANC-STATUS.

           select REPORT-FILE      assign to 'ASMAUDV1.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Audit-trail record as written by Z-POST-AUDIT in ASMBITC1.
      *    ------------------------------------------------------------
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP           pic X(21).
           05  filler                  pic X(1).
           05  AUD-REQUEST             pic X(8).
           05  filler                  pic X(1).
           05  AUD-LENGTH              pic 9(1).
           05  filler                  pic X(1).
           05  AUD-BITS-HEX            pic X(16).
           05  filler                  pic X(1).
           05  AUD-BYTES               pic X(64).
           05  filler                  pic X(1).
           05  AUD-SEQUENCE            pic 9(9).
           05  filler                  pic X(1).
           05  AUD-CHECK-VALUE         pic 9(9).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD           pic X(134).

      *****************************************************************
      *    Audit-chain anchor record -- the last audit record written.
      *    ------------------------------------------------------------
       FD  AUDIT-ANCHOR-FILE.
       01  AUDIT-ANCHOR-RECORD.
           05  ANC-LAST-SEQUENCE       pic 9(9).
           05  filler                  pic X(1).
           05  ANC-LAST-CHECK-VALUE    pic 9(9).
           05  filler                  pic X(1).
           05  ANC-LAST-TIMESTAMP      pic X(21).

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* ASMAUDV1 '.
           05  T2 pic X(34) value 'Audit-Trail Chain Verification    '.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* ASMAUDV1 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

       COPY PASSHASH.

       COPY PASSDATE.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* ASMAUDV1 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    First generation month from the PARM, and the months walked
      *    up to the month of the business date.
      *    ------------------------------------------------------------
       01  WS-PARM-CARD            pic X(80) value SPACES.
       01  WS-RUN-DATE             pic X(8)  value SPACES.
       01  WS-SCAN-MONTH           pic 9(6)  value 0.
       01  WS-SCAN-MONTH-R redefines WS-SCAN-MONTH.
           05  WS-SCAN-YEAR        pic 9(4).
           05  WS-SCAN-MM          pic 9(2).
       01  WS-CURRENT-MONTH        pic 9(6)  value 0.
       01  WS-FIRST-MONTH          pic 9(6)  value 0.
       01  WS-MONTH-NUMBER         pic 9(6)  value 0.
       01  WS-DEFAULT-MONTHS-BACK  pic 9(3)  value 36.

      *****************************************************************
      *    File status and end-of-file switches.
      *    ------------------------------------------------------------
       01  WS-AUDIT-FILE-STATUS    pic X(2)  value SPACES.
       01  WS-GEN-STATUS           pic X(2)  value SPACES.
       01  WS-ANC-STATUS           pic X(2)  value SPACES.
       01  WS-GEN-FILE-NAME        pic X(19) value SPACES.
       01  WS-TRAIL-EOF            pic X(1)  value 'N'.
           88  TRAIL-FILE-EOF                value 'Y'.

      *****************************************************************
      *    The file being walked, and its record count and range.
      *    ------------------------------------------------------------
       01  WS-WALK-FILE-NAME       pic X(19) value SPACES.
       01  WS-FILE-RECORD-NO       pic 9(7)  value 0.
       01  WS-FILE-FIRST-SEQ       pic 9(9)  value 0.
       01  WS-FILE-LAST-SEQ        pic 9(9)  value 0.
       01  WS-FILES-READ           pic 9(3)  value 0.

      *****************************************************************
      *    The chain as walked so far -- the last sequenced record's
      *    sequence number, check value and timestamp.
      *    ------------------------------------------------------------
       01  WS-CHAIN-STARTED        pic X(1)  value 'N'.
           88  CHAIN-STARTED                 value 'Y'.
       01  WS-PRIOR-SEQUENCE       pic 9(9)  value 0.
       01  WS-PRIOR-CHECK-VALUE    pic 9(9)  value 0.
       01  WS-PRIOR-TIMESTAMP      pic X(16) value LOW-VALUES.
       01  WS-FIRST-SEQUENCE       pic 9(9)  value 0.
       01  WS-EXPECTED-SEQUENCE    pic 9(9)  value 0.
       01  WS-AUDIT-CHAIN-LENGTH   pic 9(3)  value 124.

      *****************************************************************
      *    Totals and exception counts for the report.
      *    ------------------------------------------------------------
       01  WS-RECORD-COUNT         pic 9(9)  value 0.
       01  WS-UNSEQUENCED-COUNT    pic 9(9)  value 0.
       01  WS-GAP-COUNT            pic 9(7)  value 0.
       01  WS-BREAK-COUNT          pic 9(7)  value 0.
       01  WS-ORDER-COUNT          pic 9(7)  value 0.
       01  WS-OTHER-COUNT          pic 9(7)  value 0.
       01  WS-EXCEPTION-COUNT      pic 9(7)  value 0.
       01  WS-EXCEPTIONS-LISTED    pic 9(3)  value 0.
       01  WS-EXCEPTION-LIMIT      pic 9(3)  value 100.
       01  WS-EXCEPTION-TEXT       pic X(68) value SPACES.
       01  WS-TRAIL-VERDICT        pic X(24) value SPACES.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-TRAIL-EXCEPTION      pic 9(4)  value 0012.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE

           if DTE-RESULT-OK
               perform VERIFY-THE-TRAIL
           end-if

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Walk the generations and the live file, prove the anchor,
      *    and report to the console and ASMAUDV1.RPT.
      *    ------------------------------------------------------------
       VERIFY-THE-TRAIL.
           perform Z-PARSE-MONTH-PARM

           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           move spaces to MESSAGE-TEXT
           string 'Generations searched from. : ' delimited by size
                  WS-FIRST-MONTH delimited by size
                  ' thru ' delimited by size
                  WS-CURRENT-MONTH delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           perform WALK-THE-GENERATIONS

           perform WALK-THE-LIVE-FILE

           perform CHECK-THE-ANCHOR

           perform Z-PRINT-VERIFY-SUMMARY

           close REPORT-FILE
           exit.

      *****************************************************************
      *    Each month from the first month through the current month,
      *    oldest first.  A month with no generation file is skipped.
      *    ------------------------------------------------------------
       WALK-THE-GENERATIONS.
           move WS-FIRST-MONTH to WS-SCAN-MONTH
           perform until WS-SCAN-MONTH > WS-CURRENT-MONTH
               move spaces to WS-GEN-FILE-NAME
               string 'ASMBITC1.' delimited by size
                      WS-SCAN-MONTH delimited by size
                      '.AUD' delimited by size
                 into WS-GEN-FILE-NAME
               perform WALK-ONE-GENERATION
               if WS-SCAN-MM = 12
                   add 1 to WS-SCAN-YEAR
                   move 1 to WS-SCAN-MM
               else
                   add 1 to WS-SCAN-MM
               end-if
           end-perform
           exit.

      *---------------------------------------------------------------*
       WALK-ONE-GENERATION.
           move 'N' to WS-TRAIL-EOF
           open input GENERATION-FILE
           evaluate WS-GEN-STATUS
               when '00'
                   move WS-GEN-FILE-NAME to WS-WALK-FILE-NAME
                   perform Z-START-FILE
                   read GENERATION-FILE into AUDIT-RECORD
                       at end move 'Y' to WS-TRAIL-EOF
                   end-read
                   perform until TRAIL-FILE-EOF
                       perform VERIFY-ONE-RECORD
                       read GENERATION-FILE into AUDIT-RECORD
                           at end move 'Y' to WS-TRAIL-EOF
                       end-read
                   end-perform
                   close GENERATION-FILE
                   perform Z-END-FILE
               when '35'
                   continue
               when other
                   move spaces to WS-EXCEPTION-TEXT
                   string WS-GEN-FILE-NAME delimited by space
                          ' could not be read (status '
                              delimited by size
                          WS-GEN-STATUS delimited by size
                          ')' delimited by size
                     into WS-EXCEPTION-TEXT
                   add 1 to WS-OTHER-COUNT
                   perform Z-REPORT-EXCEPTION
           end-evaluate
           exit.

      *****************************************************************
      *    The live file comes last -- everything on it is newer than
      *    anything ASMARCH1 has moved to a generation.
      *    ------------------------------------------------------------
       WALK-THE-LIVE-FILE.
           move 'N' to WS-TRAIL-EOF
           open input AUDIT-FILE
           if WS-AUDIT-FILE-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'ASMBITC1.AUD not available (status '
                          delimited by size
                      WS-AUDIT-FILE-STATUS delimited by size
                      ')' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           else
               move 'ASMBITC1.AUD' to WS-WALK-FILE-NAME
               perform Z-START-FILE
               read AUDIT-FILE
                   at end move 'Y' to WS-TRAIL-EOF
               end-read
               perform until TRAIL-FILE-EOF
                   perform VERIFY-ONE-RECORD
                   read AUDIT-FILE
                       at end move 'Y' to WS-TRAIL-EOF
                   end-read
               end-perform
               close AUDIT-FILE
               perform Z-END-FILE
           end-if
           exit.

      *****************************************************************
      *    Check one record against the one before it: sequence
      *    number, chained check value and timestamp order.  After a
      *    gap or a break the walk carries on from this record's own
      *    values, so one damaged spot is reported once rather than
      *    throwing every record after it out of step.
      *    ------------------------------------------------------------
       VERIFY-ONE-RECORD.
           add 1 to WS-RECORD-COUNT
           add 1 to WS-FILE-RECORD-NO

           if AUD-SEQUENCE not numeric or AUD-CHECK-VALUE not numeric
               if CHAIN-STARTED
                   move spaces to WS-EXCEPTION-TEXT
                   string 'NO SEQUENCE  ' delimited by size
                          WS-WALK-FILE-NAME delimited by space
                          ' record ' delimited by size
                          WS-FILE-RECORD-NO delimited by size
                     into WS-EXCEPTION-TEXT
                   add 1 to WS-BREAK-COUNT
                   perform Z-REPORT-EXCEPTION
               else
                   add 1 to WS-UNSEQUENCED-COUNT
               end-if
           else
               perform VERIFY-SEQUENCED-RECORD
           end-if

           if AUD-TIMESTAMP(1:16) < WS-PRIOR-TIMESTAMP
               move spaces to WS-EXCEPTION-TEXT
               string 'TIME ORDER   ' delimited by size
                      WS-WALK-FILE-NAME delimited by space
                      ' record ' delimited by size
                      WS-FILE-RECORD-NO delimited by size
                      ' at ' delimited by size
                      AUD-TIMESTAMP(1:14) delimited by size
                 into WS-EXCEPTION-TEXT
               add 1 to WS-ORDER-COUNT
               perform Z-REPORT-EXCEPTION
           end-if
           move AUD-TIMESTAMP(1:16) to WS-PRIOR-TIMESTAMP
           exit.

      *---------------------------------------------------------------*
       VERIFY-SEQUENCED-RECORD.
           if WS-FILE-FIRST-SEQ = 0
               move AUD-SEQUENCE to WS-FILE-FIRST-SEQ
           end-if
           move AUD-SEQUENCE to WS-FILE-LAST-SEQ

           if not CHAIN-STARTED
               move 'Y' to WS-CHAIN-STARTED
               move AUD-SEQUENCE to WS-FIRST-SEQUENCE
               move AUD-SEQUENCE to WS-EXPECTED-SEQUENCE
               move 0 to WS-PRIOR-CHECK-VALUE
           else
               compute WS-EXPECTED-SEQUENCE = WS-PRIOR-SEQUENCE + 1
           end-if

           if AUD-SEQUENCE not = WS-EXPECTED-SEQUENCE
               move spaces to WS-EXCEPTION-TEXT
               string 'GAP          ' delimited by size
                      WS-WALK-FILE-NAME delimited by space
                      ' expected ' delimited by size
                      WS-EXPECTED-SEQUENCE delimited by size
                      ' found ' delimited by size
                      AUD-SEQUENCE delimited by size
                 into WS-EXCEPTION-TEXT
               add 1 to WS-GAP-COUNT
               perform Z-REPORT-EXCEPTION
           else
      *        The chain can be proven from a known prior value: the
      *        record before, or zero for sequence 1.
               if  WS-RECORD-COUNT - WS-UNSEQUENCED-COUNT > 1
               or  AUD-SEQUENCE = 1
                   perform Z-CHECK-CHAIN-VALUE
               end-if
           end-if

           move AUD-SEQUENCE    to WS-PRIOR-SEQUENCE
           move AUD-CHECK-VALUE to WS-PRIOR-CHECK-VALUE
           exit.

      *---------------------------------------------------------------*
       Z-CHECK-CHAIN-VALUE.
           move WS-PRIOR-CHECK-VALUE  to HSH-PRIOR-VALUE
           move WS-AUDIT-CHAIN-LENGTH to HSH-DATA-LENGTH
           move spaces                to HSH-DATA
           move AUDIT-RECORD(1:WS-AUDIT-CHAIN-LENGTH) to HSH-DATA
           call 'ASMHASH1' using HSH-PASS-AREA
           if HSH-CHECK-VALUE not = AUD-CHECK-VALUE
               move spaces to WS-EXCEPTION-TEXT
               string 'CHAIN BREAK  ' delimited by size
                      WS-WALK-FILE-NAME delimited by space
                      ' sequence ' delimited by size
                      AUD-SEQUENCE delimited by size
                 into WS-EXCEPTION-TEXT
               add 1 to WS-BREAK-COUNT
               perform Z-REPORT-EXCEPTION
           end-if
           exit.

      *****************************************************************
      *    The trail must end at the record ASMBITC1.SEQ names.  One
      *    that ends short has lost its newest records; one that runs
      *    past it has had records added outside ASMBITC1.
      *    ------------------------------------------------------------
       CHECK-THE-ANCHOR.
           open input AUDIT-ANCHOR-FILE
           if WS-ANC-STATUS not = '00'
               move 'ASMBITC1.SEQ not on file, end of trail not proven'
                 to MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           else
               read AUDIT-ANCHOR-FILE
               if  WS-ANC-STATUS = '00'
               and ANC-LAST-SEQUENCE    is numeric
               and ANC-LAST-CHECK-VALUE is numeric
                   move spaces to MESSAGE-TEXT
                   string 'Last record per ASMBITC1.SEQ : '
                            delimited by size
                          ANC-LAST-SEQUENCE delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
                   if ANC-LAST-SEQUENCE not = WS-PRIOR-SEQUENCE
                      or ANC-LAST-CHECK-VALUE not = WS-PRIOR-CHECK-VALUE
                       move spaces to WS-EXCEPTION-TEXT
                       string 'TRAIL END    last sequence found '
                                delimited by size
                              WS-PRIOR-SEQUENCE delimited by size
                              ', anchor ' delimited by size
                              ANC-LAST-SEQUENCE delimited by size
                         into WS-EXCEPTION-TEXT
                       add 1 to WS-GAP-COUNT
                       perform Z-REPORT-EXCEPTION
                   end-if
               else
                   move 'TRAIL END    ASMBITC1.SEQ is not readable'
                     to WS-EXCEPTION-TEXT
                   add 1 to WS-OTHER-COUNT
                   perform Z-REPORT-EXCEPTION
               end-if
               close AUDIT-ANCHOR-FILE
           end-if
           exit.

      *****************************************************************
      *    List one exception (up to the listing limit) and raise the
      *    RETURN-CODE.
      *    ------------------------------------------------------------
       Z-REPORT-EXCEPTION.
           add 1 to WS-EXCEPTION-COUNT
           if WS-EXCEPTIONS-LISTED < WS-EXCEPTION-LIMIT
               add 1 to WS-EXCEPTIONS-LISTED
               move WS-EXCEPTION-TEXT to MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           else
               if WS-EXCEPTIONS-LISTED = WS-EXCEPTION-LIMIT
                   add 1 to WS-EXCEPTIONS-LISTED
                   move 'Further exceptions counted but not listed'
                     to MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
               end-if
           end-if
           move RC-TRAIL-EXCEPTION to WS-CANDIDATE-RC
           perform Z-BUMP-RETURN-CODE
           exit.

      *****************************************************************
      *    Per-file bookkeeping -- reset at the start of each file and
      *    the file's line printed at the end of it.
      *    ------------------------------------------------------------
       Z-START-FILE.
           add 1 to WS-FILES-READ
           move 0 to WS-FILE-RECORD-NO
           move 0 to WS-FILE-FIRST-SEQ
           move 0 to WS-FILE-LAST-SEQ
           exit.

      *---------------------------------------------------------------*
       Z-END-FILE.
           move spaces to MESSAGE-TEXT
           string WS-WALK-FILE-NAME delimited by size
                  ' ' delimited by size
                  WS-FILE-RECORD-NO delimited by size
                  ' rec, sequence ' delimited by size
                  WS-FILE-FIRST-SEQ delimited by size
                  ' thru ' delimited by size
                  WS-FILE-LAST-SEQ delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *****************************************************************
      *    Totals and the verdict for the auditors.
      *    ------------------------------------------------------------
       Z-PRINT-VERIFY-SUMMARY.
           move spaces to MESSAGE-TEXT
           string 'Files read . . . . . . . . : ' delimited by size
                  WS-FILES-READ delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Audit records read . . . . : ' delimited by size
                  WS-RECORD-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Records before sequencing. : ' delimited by size
                  WS-UNSEQUENCED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Sequence range walked. . . : ' delimited by size
                  WS-FIRST-SEQUENCE delimited by size
                  ' thru ' delimited by size
                  WS-PRIOR-SEQUENCE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Gaps . . . . . . . . . . . : ' delimited by size
                  WS-GAP-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Chain breaks . . . . . . . : ' delimited by size
                  WS-BREAK-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Timestamps out of order. . : ' delimited by size
                  WS-ORDER-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if WS-OTHER-COUNT > 0
               move spaces to MESSAGE-TEXT
               string 'Files that could not be read : '
                        delimited by size
                      WS-OTHER-COUNT delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           evaluate true
               when WS-EXCEPTION-COUNT > 0
                   move 'EXCEPTIONS FOUND'       to WS-TRAIL-VERDICT
               when WS-HIGHEST-RC > 0
                   move 'NOT VERIFIED'           to WS-TRAIL-VERDICT
               when other
                   move 'COMPLETE AND UNBROKEN'  to WS-TRAIL-VERDICT
           end-evaluate

           move spaces to MESSAGE-TEXT
           string 'Trail verdict. . . . . . . : ' delimited by size
                  WS-TRAIL-VERDICT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *****************************************************************
      *    The PARM may carry the first month to search as YYYYMM;
      *    otherwise the search starts 36 months before the month of
      *    the business date.
      *    ------------------------------------------------------------
       Z-PARSE-MONTH-PARM.
           move WS-RUN-DATE(1:6) to WS-CURRENT-MONTH
           move WS-CURRENT-MONTH to WS-SCAN-MONTH
           compute WS-MONTH-NUMBER =
               (WS-SCAN-YEAR * 12) + WS-SCAN-MM - 1
                   - WS-DEFAULT-MONTHS-BACK
           divide WS-MONTH-NUMBER by 12
               giving WS-SCAN-YEAR
               remainder WS-SCAN-MM
           add 1 to WS-SCAN-MM
           move WS-SCAN-MONTH to WS-FIRST-MONTH

           accept WS-PARM-CARD from COMMAND-LINE
           if  WS-PARM-CARD(1:6) is numeric
           and WS-PARM-CARD(7:1) = space
               move WS-PARM-CARD(1:6) to WS-SCAN-MONTH
               if  WS-SCAN-MM >= 1 and WS-SCAN-MM <= 12
               and WS-SCAN-MONTH <= WS-CURRENT-MONTH
                   move WS-SCAN-MONTH to WS-FIRST-MONTH
               else
                   move 'PARM month not valid, default search used'
                     to MESSAGE-TEXT
                   perform Z-POST-MESSAGE
               end-if
           end-if
           exit.

      *****************************************************************
      *    The processing date is the business date on BUSDATE.DAT,
      *    from ASMDATE1, never the system clock.  Without it the
      *    trail is not walked at all.
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
      *    Posts a report line to the console and to ASMAUDV1.RPT.
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
