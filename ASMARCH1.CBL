       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMARCH1.CBL
      * Copy Files:    PASSDATE.CPY
      * Calls to:      ASMDATE1
      *****************************************************************
      *
      * ASMARCH1 - Archive and purge the ASMBITC1.AUD audit trail.
      * will not open, leaves the generations and the live file
      * exactly as they were and ends with a nonzero RETURN-CODE.
      *
      * The PARM carries the retention in days (default 90), counted
      * back from the business date on BUSDATE.DAT, through ASMDATE1,
      * not from the system clock; without a usable business date
      * nothing is archived, RC 12.  A
      * record whose timestamp is unreadable is always retained --
      * a record that cannot be dated cannot be proven old.  The
      * retention report of records moved per generation goes to the
      * console and to ASMARCH1.RPT so the capacity review can file
      * it alongside ASMAUDR1.RPT.
      *
      * Records move whole, sequence number and chained check value
      * included, and keep their order within each generation, so
      * ASMAUDV1 can prove the chain across the generations and the
      * live file.
      *
      * Each run appends a control-totals record to CTLTOTAL.DAT --
      * audit records read, archived and retained -- for the
      * ASMBALR1 morning balancing report.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * 2026/09/03 Simmons, Created program.
      * 2026/09/03 Simmons, Staged the archive writes so generations
      *                     are only appended after the proof passes.
      * 2026/10/15 Simmons, Appended the run's control totals to
      *                     CTLTOTAL.DAT for ASMBALR1.
      * 2026/10/15 Simmons, Carried the audit sequence number and check
      *                     value through to the generation files.
      * 2026/10/15 Simmons, Counted the retention back from the
      *                     BUSDATE.DAT business date, through
      *                     ASMDATE1, instead of the system clock.
      *
      *****************************************************************
      *
                                    organization is line sequential
                                    file status  is WS-WRK-STATUS.

      *    Cross-program control totals, appended once per run for
      *    the ASMBALR1 morning balancing report.
           select CONTROL-TOTAL-FILE assign to 'CTLTOTAL.DAT'
                                    organization is line sequential
                                    file status  is WS-CTL-STATUS.

           select REPORT-FILE      assign to 'ASMARCH1.RPT'
                                    organization is line sequential.

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
      *    One staged archive record -- the month that names its
       01  GEN-STAGE-RECORD.
           05  STG-MONTH               pic X(6).
           05  filler                  pic X(1).
           05  STG-AUDIT-IMAGE         pic X(134).

       FD  RETAIN-WORK-FILE.
       01  RETAIN-WORK-RECORD          pic X(134).

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
           05  MESSAGE-HEADER      pic X(11)   value '* ASMARCH1 '.
           05  MESSAGE-TEXT        pic X(68).

       COPY PASSDATE.

      *****************************************************************
      *    Retention parameter from the PARM, the business date, and
      *    the cutoff date they work out to -- records dated before
      *    the cutoff move.
      *    ------------------------------------------------------------
       01  WS-PARM-CARD            pic X(80) value SPACES.
       01  WS-RUN-DATE             pic X(8)  value SPACES.
       01  WS-RETENTION-DAYS       pic 9(4)  value 90.
       01  WS-CUTOFF-DATE          pic 9(8)  value 0.
       01  WS-CUTOFF-INTEGER       pic 9(8)  value 0.
       01  WS-MONTH-FOUND          pic X(1)  value 'N'.
       01  WS-MONTH-OVERFLOW       pic 9(7)  value 0.

      *****************************************************************
      *    Control-totals file status.
      *    ------------------------------------------------------------
       01  WS-CTL-STATUS           pic X(2)  value SPACES.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-PROOF-IMBALANCE      pic 9(4)  value 0012.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE

           if DTE-RESULT-OK
               perform Z-COMPUTE-CUTOFF-DATE

               perform SPLIT-THE-AUDIT-FILE

               if WS-HIGHEST-RC = 0
                   perform Z-RECOUNT-RETAINED
                   perform PROVE-AND-SHORTEN
               end-if

               perform Z-PRINT-RETENTION-REPORT

               perform Z-POST-CONTROL-TOTALS
           end-if

           move WS-HIGHEST-RC to RETURN-CODE

           exit.

      *****************************************************************
      *    The cutoff is the business date less the retention days;
      *    records dated before it move to the generations.
      *    ------------------------------------------------------------
       Z-COMPUTE-CUTOFF-DATE.
           compute WS-CUTOFF-INTEGER =
               function integer-of-date(
                   function numval(WS-RUN-DATE))
               - WS-RETENTION-DAYS
           compute WS-CUTOFF-DATE =
               function date-of-integer(WS-CUTOFF-INTEGER)
           close REPORT-FILE
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
               move 'ASMARCH1'                 to CTL-PROGRAM
               move 'AUDIT'                    to CTL-IN-NAME
               move WS-ORIGINAL-COUNT          to CTL-IN-COUNT
               move 0                          to CTL-IN-AMOUNT
               move 'ARCHIVED'                 to CTL-OUT-NAME(1)
               move WS-ARCHIVED-COUNT          to CTL-OUT-COUNT(1)
               move 0                          to CTL-OUT-AMOUNT(1)
               move 'RETAINED'                 to CTL-OUT-NAME(2)
               move WS-RETAINED-RECOUNT        to CTL-OUT-COUNT(2)
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
      *    audit trail is not archived at all.
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
