       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCNHOT01.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNHOT01.CBL
      * Copy Files:    PASSBITS.CPY, PASSDATE.CPY
      * Calls to:      ASM4BITS, ASMDATE1
      *****************************************************************
      *
      * CCNHOT01 - Hot-card file maintenance and expiry list.
      *
      * Cards reported lost, stolen or disputed are kept on the
      * HOTCARD.DAT hot-card file, a VSAM KSDS-style file keyed on
      * the normalized 19-digit card number.  CCNVAL01 and CCNRPR01
      * read it and reject a listed card under reason code 07; the
      * check is made on the number as keyed, before it is swapped
      * for its vault token, so this file stays keyed on the number
      * itself.  This program is the only one that changes it.
      *
      * Each hot-card entry carries an ACCTSTAT-style status byte,
      * using the ACCTSTAT meanings on FLAGDEFS.DAT so DECODE shows
      * the entry by name:
      *
      *    bit 2 - CREDIT HOLD
      *    bit 4 - CHARGED OFF
      *    bit 6 - FRAUD WATCH
      *    all other bits zero
      *
      * plus an effective date and an expiry date (YYYYMMDD).  An
      * entry only stops a card between those two dates, inclusive.
      * The operator ID and timestamp of the last change ride on the
      * entry itself.
      *
      * Changes arrive as transactions in HOTTRAN.DAT:
      *
      *    col  1     action - A add, C change, D delete
      *    col  3-10  operator ID (as on OPERIDS.DAT)
      *    col 12-34  card number, spaces and dashes allowed
      *    col 36-38  status codes, any of F (FRAUD WATCH),
      *               H (CREDIT HOLD) and C (CHARGED OFF)
      *    col 40-47  effective date, YYYYMMDD
      *    col 49-56  expiry date, YYYYMMDD
      *
      * An add defaults a blank effective date to the run date and a
      * blank expiry date to 99991231 (no expiry).  A change replaces
      * only the fields it carries; blank fields keep what is on
      * file.  A delete needs only the card number.
      *
      * Changing the hot-card file is an update: the operator ID on
      * every transaction must be on OPERIDS.DAT with update ('U')
      * authority, as ASMOPER1 requires for its update option.  No
      * operator-ID file means no transaction is applied -- the
      * control would be worthless if removing the file bypassed it.
      *
      * Every transaction, applied or rejected, is appended to the
      * HOTCARD.LOG change log with the operator ID, a timestamp,
      * the status codes before and after and the dates, so "who
      * took this card off the list, and when" is answered from the
      * file.  Card numbers in the log and the report are masked to
      * the first six and last four digits.
      *
      * After the transactions are applied, CCNHOT01.RPT lists every
      * entry due to expire within the warning window -- 30 days by
      * default, or the number of days on the PARM -- and every entry
      * already past its expiry date, so the fraud desk can renew or
      * delete them.
      *
      * RETURN-CODE 4 when any transaction is rejected; 8 when the
      * hot-card file, the transaction file or the operator-ID file
      * cannot be used.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      * 2026/10/15 Simmons, Took the processing date from BUSDATE.DAT
      *                     through ASMDATE1 instead of the system
      *                     clock; no changes are applied without it.
      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select HOT-TRAN-FILE    assign to 'HOTTRAN.DAT'
                                    organization is line sequential
                                    file status  is WS-HTR-STATUS.

      *    The hot-card file CCNVAL01 and CCNRPR01 check against.
           select HOT-CARD-FILE    assign to 'HOTCARD.DAT'
                                    organization is indexed
                                    access mode  is dynamic
                                    record key   is HOT-CARD-NUMBER
                                    file status  is WS-HOT-STATUS.

      *    Operator-ID file -- one row per ID with its authority
      *    level, shared with ASMOPER1.
           select OPER-ID-FILE     assign to 'OPERIDS.DAT'
                                    organization is line sequential
                                    file status  is WS-OPR-STATUS.

      *    Change log, appended for every transaction.
           select CHANGE-LOG-FILE  assign to 'HOTCARD.LOG'
                                    organization is line sequential
                                    file status  is WS-HCL-STATUS.

           select REPORT-FILE      assign to 'CCNHOT01.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    One maintenance transaction.
      *    ------------------------------------------------------------
       FD  HOT-TRAN-FILE.
       01  HOT-TRAN-RECORD.
           05  HTR-ACTION              pic X(1).
           05  filler                  pic X(1).
           05  HTR-OPER-ID             pic X(8).
           05  filler                  pic X(1).
           05  HTR-CARD-NUMBER         pic X(23).
           05  filler                  pic X(1).
           05  HTR-STATUS-CODES        pic X(3).
           05  filler                  pic X(1).
           05  HTR-EFFECTIVE-DATE      pic X(8).
           05  filler                  pic X(1).
           05  HTR-EXPIRY-DATE         pic X(8).

       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD.
           05  HOT-CARD-NUMBER         pic X(19).
           05  HOT-STATUS-FLAGS        pic X(1).
           05  HOT-EFFECTIVE-DATE      pic X(8).
           05  HOT-EXPIRY-DATE         pic X(8).
           05  HOT-CHANGED-BY          pic X(8).
           05  HOT-CHANGED-TIMESTAMP   pic X(21).

       FD  OPER-ID-FILE.
       01  OPER-ID-RECORD.
           05  OPR-ID                  pic X(8).
           05  filler                  pic X(1).
           05  OPR-AUTH-LEVEL          pic X(1).
           05  filler                  pic X(1).
           05  OPR-NAME                pic X(20).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  HCL-TIMESTAMP           pic X(21).
           05  filler                  pic X(1).
           05  HCL-OPER-ID             pic X(8).
           05  filler                  pic X(1).
           05  HCL-ACTION              pic X(6).
           05  filler                  pic X(1).
           05  HCL-CARD-NUMBER         pic X(19).
           05  filler                  pic X(1).
           05  HCL-OLD-CODES           pic X(3).
           05  filler                  pic X(1).
           05  HCL-NEW-CODES           pic X(3).
           05  filler                  pic X(1).
           05  HCL-EFFECTIVE-DATE      pic X(8).
           05  filler                  pic X(1).
           05  HCL-EXPIRY-DATE         pic X(8).
           05  filler                  pic X(1).
           05  HCL-RESULT              pic X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CCNHOT01 '.
           05  T2 pic X(34) value 'Hot-Card File Maintenance         '.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CCNHOT01 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

       COPY PASSBITS.

      *****************************************************************
      *    BTS-PASS-REQUEST values when calling ASM4BITS.
      *    ------------------------------------------------------------
       01  REQUEST-4-EXPAND        pic X(8)    value 'EXPAND  '.
       01  REQUEST-4-COMPRESS      pic X(8)    value 'COMPRESS'.

       COPY PASSDATE.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* CCNHOT01 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    File-status and end-of-file switches.
      *    ------------------------------------------------------------
       01  WS-HTR-STATUS           pic X(2)  value SPACES.
       01  WS-HOT-STATUS           pic X(2)  value SPACES.
       01  WS-OPR-STATUS           pic X(2)  value SPACES.
       01  WS-HCL-STATUS           pic X(2)  value SPACES.
       01  WS-TRAN-EOF             pic X(1)  value 'N'.
           88  TRAN-FILE-EOF                 value 'Y'.
       01  WS-HOT-EOF              pic X(1)  value 'N'.
           88  HOT-CARD-FILE-EOF             value 'Y'.
       01  WS-OPR-EOF              pic X(1)  value 'N'.
           88  OPER-ID-FILE-EOF              value 'Y'.
       01  WS-HOT-OPEN             pic X(1)  value 'N'.
           88  HOT-CARD-FILE-OPEN            value 'Y'.

      *****************************************************************
      *    Run date, and the last expiry date the warning list takes
      *    in -- the run date plus the warning days from the PARM.
      *    ------------------------------------------------------------
       01  WS-RUN-DATE             pic X(8)  value SPACES.
       01  WS-PARM-CARD            pic X(80) value SPACES.
       01  WS-WARNING-DAYS         pic 9(4)  value 30.
       01  WS-WARNING-DATE         pic 9(8)  value 0.
       01  WS-WARNING-INTEGER      pic 9(8)  value 0.
       01  WS-PARM-IX              pic 9(2)  value 0.
       01  WS-PARM-DIGIT           pic 9(1)  value 0.
       01  WS-PARM-VALUE           pic 9(4)  value 0.
       01  WS-PARM-OK              pic X(1)  value 'N'.

      *****************************************************************
      *    Update-authority operator IDs loaded from OPERIDS.DAT.
      *    ------------------------------------------------------------
       01  WS-OPER-COUNT           pic 9(3)  value 0.
       01  WS-OPER-IX              pic 9(3)  value 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY       pic X(8)  occurs 100 times.
       01  WS-OPER-FOUND           pic X(1)  value 'N'.

      *****************************************************************
      *    The transaction being applied -- the normalized number,
      *    whether it is already on file, the entry as it was and as
      *    it will be, and the reason it was rejected, if it was.
      *    ------------------------------------------------------------
       01  WS-CLEAN-DIGITS         pic X(19) value SPACES.
       01  WS-DIGIT-COUNT          pic 9(2)  value 0.
       01  WS-SCAN-IX              pic 9(2)  value 0.
       01  WS-SCAN-CHAR            pic X(1).
       01  WS-NUMBER-OK            pic X(1)  value 'Y'.
       01  WS-ON-FILE              pic X(1)  value 'N'.
       01  WS-LOG-ACTION           pic X(6)  value SPACES.
       01  WS-TRAN-ERROR           pic X(40) value SPACES.
       01  WS-OLD-CODES            pic X(3)  value SPACES.
       01  WS-NEW-CODES            pic X(3)  value SPACES.
       01  WS-NEW-FLAGS            pic X(1)  value SPACE.
       01  WS-NEW-EFFECTIVE        pic X(8)  value SPACES.
       01  WS-NEW-EXPIRY           pic X(8)  value SPACES.

      *****************************************************************
      *    Status-code work fields -- the F/H/C codes as keyed, the
      *    eight-character bit pattern they pack into, and the codes
      *    rebuilt from a status byte for the log and the report.
      *    ------------------------------------------------------------
       01  WS-CODE-IX              pic 9(1)  value 0.
       01  WS-CODE-CHAR            pic X(1).
       01  WS-CODES-OK             pic X(1)  value 'Y'.
       01  WS-CODES-SEEN           pic X(1)  value 'N'.
       01  WS-STATUS-BITS          pic X(8)  value '00000000'.
       01  WS-DECODE-FLAGS         pic X(1)  value SPACE.
       01  WS-DECODED-CODES        pic X(3)  value SPACES.

      *****************************************************************
      *    Date-check work fields.
      *    ------------------------------------------------------------
       01  WS-DATE-CHECK           pic X(8)  value SPACES.
       01  WS-DATE-OK              pic X(1)  value 'N'.
       01  WS-DATE-MONTH           pic 9(2)  value 0.
       01  WS-DATE-DAY             pic 9(2)  value 0.

      *****************************************************************
      *    Masked card number -- first six and last four digits.
      *    ------------------------------------------------------------
       01  WS-MASK-SOURCE          pic X(19) value SPACES.
       01  WS-MASKED-NUMBER        pic X(19) value SPACES.
       01  WS-MASK-LENGTH          pic 9(2)  value 0.
       01  WS-MASK-IX              pic 9(2)  value 0.
       01  WS-MASK-LAST            pic 9(2)  value 0.

      *****************************************************************
      *    Run counters for the maintenance report.
      *    ------------------------------------------------------------
       01  WS-TRAN-COUNT           pic 9(5)  value 0.
       01  WS-ADDED-COUNT          pic 9(5)  value 0.
       01  WS-CHANGED-COUNT        pic 9(5)  value 0.
       01  WS-DELETED-COUNT        pic 9(5)  value 0.
       01  WS-REJECTED-COUNT       pic 9(5)  value 0.
       01  WS-ENTRY-COUNT          pic 9(5)  value 0.
       01  WS-EXPIRING-COUNT       pic 9(5)  value 0.
       01  WS-EXPIRED-COUNT        pic 9(5)  value 0.
       01  WS-EXPIRY-NOTE          pic X(7)  value SPACES.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-TRAN-REJECTED        pic 9(4)  value 0004.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE
           perform Z-PARSE-WARNING-PARM
           if DTE-RESULT-OK
               perform Z-COMPUTE-WARNING-DATE
           end-if

           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           perform Z-LOAD-OPERATOR-TABLE
           if DTE-RESULT-OK
               perform Z-OPEN-HOT-CARD-FILE
           end-if

           move 'Y' to WS-TRAN-EOF
           if HOT-CARD-FILE-OPEN
               move 'N' to WS-TRAN-EOF
               open input HOT-TRAN-FILE
               if WS-HTR-STATUS = '35'
                   move 'HOTTRAN.DAT not present, no changes this run'
                     to MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
                   move 'Y' to WS-TRAN-EOF
               else
                   if WS-HTR-STATUS not = '00'
                       move spaces to MESSAGE-TEXT
                       string 'HOTTRAN.DAT not available (status '
                                  delimited by size
                              WS-HTR-STATUS delimited by size
                              '), no changes applied' delimited by size
                         into MESSAGE-TEXT
                       perform Z-POST-REPORT-LINE
                       move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
                       perform Z-BUMP-RETURN-CODE
                       move 'Y' to WS-TRAN-EOF
                   else
                       read HOT-TRAN-FILE
                           at end move 'Y' to WS-TRAN-EOF
                       end-read
                   end-if
               end-if
           end-if

           perform until TRAN-FILE-EOF
               add 1 to WS-TRAN-COUNT
               perform APPLY-ONE-TRANSACTION
               read HOT-TRAN-FILE
                   at end move 'Y' to WS-TRAN-EOF
               end-read
           end-perform

           if WS-HTR-STATUS = '00' or WS-HTR-STATUS = '10'
               close HOT-TRAN-FILE
           end-if

           perform Z-PRINT-MAINTENANCE-TOTALS

           if HOT-CARD-FILE-OPEN
               perform LIST-EXPIRING-ENTRIES
               close HOT-CARD-FILE
           end-if

           close REPORT-FILE

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Check the operator and the card number, then add, change
      *    or delete the entry.  Every transaction is logged, and a
      *    rejected one is also listed on the report.
      *    ------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           move spaces to WS-TRAN-ERROR
           move spaces to WS-OLD-CODES
           move spaces to WS-NEW-CODES
           move spaces to WS-NEW-EFFECTIVE
           move spaces to WS-NEW-EXPIRY
           move 'N'    to WS-ON-FILE

           perform NORMALIZE-CARD-NUMBER

           perform Z-CHECK-OPERATOR
           if WS-OPER-FOUND = 'N'
               move 'Operator ID lacks update authority'
                 to WS-TRAN-ERROR
           end-if

           if WS-TRAN-ERROR = spaces
               if WS-NUMBER-OK = 'N'
                   move 'Card number not 13-19 digits'
                     to WS-TRAN-ERROR
               else
                   perform Z-READ-HOT-CARD
               end-if
           end-if

           if WS-TRAN-ERROR = spaces
               evaluate HTR-ACTION
                   when 'A'
                       move 'ADD'    to WS-LOG-ACTION
                       perform ADD-HOT-CARD
                   when 'C'
                       move 'CHANGE' to WS-LOG-ACTION
                       perform CHANGE-HOT-CARD
                   when 'D'
                       move 'DELETE' to WS-LOG-ACTION
                       perform DELETE-HOT-CARD
                   when other
                       move 'Action must be A, C or D'
                         to WS-TRAN-ERROR
               end-evaluate
           end-if

           if WS-TRAN-ERROR not = spaces
               move 'REJECT' to WS-LOG-ACTION
               add 1 to WS-REJECTED-COUNT
               move RC-TRAN-REJECTED to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move spaces to MESSAGE-TEXT
               string 'Transaction ' delimited by size
                      WS-TRAN-COUNT delimited by size
                      ' rejected: ' delimited by size
                      WS-TRAN-ERROR delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           perform Z-LOG-CHANGE
           exit.

      *****************************************************************
      *    A new entry -- the card must not already be listed, and
      *    must carry at least one status code.
      *    ------------------------------------------------------------
       ADD-HOT-CARD.
           if WS-ON-FILE = 'Y'
               move 'Card already on the hot-card file'
                 to WS-TRAN-ERROR
           else
               perform Z-ENCODE-STATUS-CODES
               if WS-CODES-OK = 'N' or WS-CODES-SEEN = 'N'
                   move 'Status codes must be F, H and/or C'
                     to WS-TRAN-ERROR
               end-if
           end-if

           if WS-TRAN-ERROR = spaces
               move HTR-EFFECTIVE-DATE to WS-NEW-EFFECTIVE
               if WS-NEW-EFFECTIVE = spaces
                   move WS-RUN-DATE to WS-NEW-EFFECTIVE
               end-if
               move HTR-EXPIRY-DATE to WS-NEW-EXPIRY
               if WS-NEW-EXPIRY = spaces
                   move '99991231' to WS-NEW-EXPIRY
               end-if
               perform Z-CHECK-NEW-DATES
           end-if

           if WS-TRAN-ERROR = spaces
               move spaces           to HOT-CARD-RECORD
               move WS-CLEAN-DIGITS  to HOT-CARD-NUMBER
               move WS-NEW-FLAGS     to HOT-STATUS-FLAGS
               move WS-NEW-EFFECTIVE to HOT-EFFECTIVE-DATE
               move WS-NEW-EXPIRY    to HOT-EXPIRY-DATE
               move HTR-OPER-ID      to HOT-CHANGED-BY
               move function current-date to HOT-CHANGED-TIMESTAMP
               write HOT-CARD-RECORD
               if WS-HOT-STATUS = '00'
                   add 1 to WS-ADDED-COUNT
               else
                   move spaces to WS-TRAN-ERROR
                   string 'HOTCARD.DAT write failed (status '
                             delimited by size
                          WS-HOT-STATUS delimited by size
                          ')' delimited by size
                     into WS-TRAN-ERROR
               end-if
           end-if
           exit.

      *****************************************************************
      *    A change to a listed card -- blank fields keep what is on
      *    file; status codes, when given, replace the whole set.
      *    ------------------------------------------------------------
       CHANGE-HOT-CARD.
           if WS-ON-FILE = 'N'
               move 'Card not on the hot-card file' to WS-TRAN-ERROR
           else
               move HOT-STATUS-FLAGS to WS-NEW-FLAGS
               move WS-OLD-CODES     to WS-NEW-CODES
               if HTR-STATUS-CODES not = spaces
                   perform Z-ENCODE-STATUS-CODES
                   if WS-CODES-OK = 'N'
                       move 'Status codes must be F, H and/or C'
                         to WS-TRAN-ERROR
                   end-if
               end-if
           end-if

           if WS-TRAN-ERROR = spaces
               move HOT-EFFECTIVE-DATE to WS-NEW-EFFECTIVE
               if HTR-EFFECTIVE-DATE not = spaces
                   move HTR-EFFECTIVE-DATE to WS-NEW-EFFECTIVE
               end-if
               move HOT-EXPIRY-DATE to WS-NEW-EXPIRY
               if HTR-EXPIRY-DATE not = spaces
                   move HTR-EXPIRY-DATE to WS-NEW-EXPIRY
               end-if
               perform Z-CHECK-NEW-DATES
           end-if

           if WS-TRAN-ERROR = spaces
               move WS-NEW-FLAGS     to HOT-STATUS-FLAGS
               move WS-NEW-EFFECTIVE to HOT-EFFECTIVE-DATE
               move WS-NEW-EXPIRY    to HOT-EXPIRY-DATE
               move HTR-OPER-ID      to HOT-CHANGED-BY
               move function current-date to HOT-CHANGED-TIMESTAMP
               rewrite HOT-CARD-RECORD
               if WS-HOT-STATUS = '00'
                   add 1 to WS-CHANGED-COUNT
               else
                   move spaces to WS-TRAN-ERROR
                   string 'HOTCARD.DAT rewrite failed (status '
                             delimited by size
                          WS-HOT-STATUS delimited by size
                          ')' delimited by size
                     into WS-TRAN-ERROR
               end-if
           end-if
           exit.

      *****************************************************************
      *    Take a card off the hot-card file.
      *    ------------------------------------------------------------
       DELETE-HOT-CARD.
           if WS-ON-FILE = 'N'
               move 'Card not on the hot-card file' to WS-TRAN-ERROR
           else
               move HOT-EFFECTIVE-DATE to WS-NEW-EFFECTIVE
               move HOT-EXPIRY-DATE    to WS-NEW-EXPIRY
               delete HOT-CARD-FILE record
               if WS-HOT-STATUS = '00'
                   add 1 to WS-DELETED-COUNT
               else
                   move spaces to WS-TRAN-ERROR
                   string 'HOTCARD.DAT delete failed (status '
                             delimited by size
                          WS-HOT-STATUS delimited by size
                          ')' delimited by size
                     into WS-TRAN-ERROR
               end-if
           end-if
           exit.

      *****************************************************************
      *    Strip spaces and dashes out of the keyed number, leaving
      *    digits only in WS-CLEAN-DIGITS, as NORMALIZE-CARD-NUMBER
      *    does in CCNVAL01.
      *    ------------------------------------------------------------
       NORMALIZE-CARD-NUMBER.
           move 'Y'    to WS-NUMBER-OK
           move spaces to WS-CLEAN-DIGITS
           move zero   to WS-DIGIT-COUNT
           perform varying WS-SCAN-IX from 1 by 1
                     until WS-SCAN-IX > 23
               move HTR-CARD-NUMBER(WS-SCAN-IX:1) to WS-SCAN-CHAR
               evaluate true
                   when WS-SCAN-CHAR is numeric
                       if WS-DIGIT-COUNT < 19
                           add 1 to WS-DIGIT-COUNT
                           move WS-SCAN-CHAR
                             to WS-CLEAN-DIGITS(WS-DIGIT-COUNT:1)
                       else
                           move 'N' to WS-NUMBER-OK
                       end-if
                   when WS-SCAN-CHAR = space or WS-SCAN-CHAR = '-'
                       continue
                   when other
                       move 'N' to WS-NUMBER-OK
               end-evaluate
           end-perform

           if WS-DIGIT-COUNT < 13 or WS-DIGIT-COUNT > 19
               move 'N' to WS-NUMBER-OK
           end-if
           exit.

      *****************************************************************
      *    Print every entry whose expiry date falls on or before the
      *    end of the warning window; those already past it are
      *    marked EXPIRED -- they no longer stop a card and should be
      *    renewed or deleted.
      *    ------------------------------------------------------------
       LIST-EXPIRING-ENTRIES.
           move spaces to MESSAGE-TEXT
           string 'Entries expiring on or before ' delimited by size
                  WS-WARNING-DATE delimited by size
                  ' (' delimited by size
                  WS-WARNING-DAYS delimited by size
                  ' days):' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           move spaces to MESSAGE-TEXT
           string 'Card number          Sts Effective  Expires  '
                    delimited by size
                  'Note    By' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move 'N' to WS-HOT-EOF
           move low-values to HOT-CARD-NUMBER
           start HOT-CARD-FILE key is not less than HOT-CARD-NUMBER
               invalid key move 'Y' to WS-HOT-EOF
           end-start
           if not HOT-CARD-FILE-EOF
               read HOT-CARD-FILE next record
                   at end move 'Y' to WS-HOT-EOF
               end-read
           end-if

           perform until HOT-CARD-FILE-EOF
               add 1 to WS-ENTRY-COUNT
               if HOT-EXPIRY-DATE <= WS-WARNING-DATE
                   perform Z-LIST-ONE-ENTRY
               end-if
               read HOT-CARD-FILE next record
                   at end move 'Y' to WS-HOT-EOF
               end-read
           end-perform

           move spaces to MESSAGE-TEXT
           string 'Entries on file. . . . . . : ' delimited by size
                  WS-ENTRY-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Due to expire. . . . . . . : ' delimited by size
                  WS-EXPIRING-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Already expired. . . . . . : ' delimited by size
                  WS-EXPIRED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *---------------------------------------------------------------*
      *    One line of the expiry list.
       Z-LIST-ONE-ENTRY.
           if HOT-EXPIRY-DATE < WS-RUN-DATE
               add 1 to WS-EXPIRED-COUNT
               move 'EXPIRED'        to WS-EXPIRY-NOTE
           else
               add 1 to WS-EXPIRING-COUNT
               move spaces           to WS-EXPIRY-NOTE
           end-if
           move HOT-STATUS-FLAGS to WS-DECODE-FLAGS
           perform Z-DECODE-STATUS-FLAGS
           move HOT-CARD-NUMBER  to WS-MASK-SOURCE
           perform Z-MASK-CARD-NUMBER

           move spaces to MESSAGE-TEXT
           string WS-MASKED-NUMBER delimited by size
                  '  ' delimited by size
                  WS-DECODED-CODES delimited by size
                  ' ' delimited by size
                  HOT-EFFECTIVE-DATE delimited by size
                  '  ' delimited by size
                  HOT-EXPIRY-DATE delimited by size
                  ' ' delimited by size
                  WS-EXPIRY-NOTE delimited by size
                  ' by ' delimited by size
                  HOT-CHANGED-BY delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *****************************************************************
      *    Looks the transaction's operator ID up in the update-
      *    authority table loaded from OPERIDS.DAT.
      *    ------------------------------------------------------------
       Z-CHECK-OPERATOR.
           move 'N' to WS-OPER-FOUND
           if HTR-OPER-ID not = spaces
               perform varying WS-OPER-IX from 1 by 1
                         until WS-OPER-IX > WS-OPER-COUNT
                            or WS-OPER-FOUND = 'Y'
                   if WS-OPER-ENTRY(WS-OPER-IX) = HTR-OPER-ID
                       move 'Y' to WS-OPER-FOUND
                   end-if
               end-perform
           end-if
           exit.

      *****************************************************************
      *    Reads the entry for the normalized number, keeping its
      *    status codes as they were for the change log.
      *    ------------------------------------------------------------
       Z-READ-HOT-CARD.
           move WS-CLEAN-DIGITS to HOT-CARD-NUMBER
           read HOT-CARD-FILE
           evaluate WS-HOT-STATUS
               when '00'
                   move 'Y' to WS-ON-FILE
                   move HOT-STATUS-FLAGS to WS-DECODE-FLAGS
                   perform Z-DECODE-STATUS-FLAGS
                   move WS-DECODED-CODES to WS-OLD-CODES
               when '23'
                   move 'N' to WS-ON-FILE
               when other
                   move spaces to WS-TRAN-ERROR
                   string 'HOTCARD.DAT read failed (status '
                             delimited by size
                          WS-HOT-STATUS delimited by size
                          ')' delimited by size
                     into WS-TRAN-ERROR
           end-evaluate
           exit.

      *****************************************************************
      *    Packs the F/H/C codes in HTR-STATUS-CODES into the status
      *    byte in WS-NEW-FLAGS with a COMPRESS call to ASM4BITS:
      *    F sets bit 6 FRAUD WATCH, H bit 2 CREDIT HOLD, C bit 4
      *    CHARGED OFF.  WS-CODES-OK comes back 'N' for any other
      *    character; WS-CODES-SEEN says whether any code was given.
      *    ------------------------------------------------------------
       Z-ENCODE-STATUS-CODES.
           move 'Y'        to WS-CODES-OK
           move 'N'        to WS-CODES-SEEN
           move '00000000' to WS-STATUS-BITS
           perform varying WS-CODE-IX from 1 by 1
                     until WS-CODE-IX > 3
               move HTR-STATUS-CODES(WS-CODE-IX:1) to WS-CODE-CHAR
               evaluate WS-CODE-CHAR
                   when 'F'
                       move '1' to WS-STATUS-BITS(6:1)
                       move 'Y' to WS-CODES-SEEN
                   when 'H'
                       move '1' to WS-STATUS-BITS(2:1)
                       move 'Y' to WS-CODES-SEEN
                   when 'C'
                       move '1' to WS-STATUS-BITS(4:1)
                       move 'Y' to WS-CODES-SEEN
                   when space
                       continue
                   when other
                       move 'N' to WS-CODES-OK
               end-evaluate
           end-perform

           move REQUEST-4-COMPRESS to BTS-PASS-REQUEST
           move 1                  to BTS-PASS-LENGTH
           move WS-STATUS-BITS     to BTS-PASS-BYTES(1:8)
           call 'ASM4BITS' using BTS-PASS-AREA
           move BTS-PASS-BITS      to WS-NEW-FLAGS
           move WS-NEW-FLAGS       to WS-DECODE-FLAGS
           perform Z-DECODE-STATUS-FLAGS
           move WS-DECODED-CODES   to WS-NEW-CODES
           exit.

      *****************************************************************
      *    EXPANDs the status byte in WS-DECODE-FLAGS back into its
      *    F/H/C codes in WS-DECODED-CODES, a dash for each bit off.
      *    ------------------------------------------------------------
       Z-DECODE-STATUS-FLAGS.
           move '---'            to WS-DECODED-CODES
           move REQUEST-4-EXPAND to BTS-PASS-REQUEST
           move 1                to BTS-PASS-LENGTH
           move WS-DECODE-FLAGS  to BTS-PASS-BITS
           call 'ASM4BITS' using BTS-PASS-AREA
           if BTS-PASS-BYTES(6:1) = '1'
               move 'F' to WS-DECODED-CODES(1:1)
           end-if
           if BTS-PASS-BYTES(2:1) = '1'
               move 'H' to WS-DECODED-CODES(2:1)
           end-if
           if BTS-PASS-BYTES(4:1) = '1'
               move 'C' to WS-DECODED-CODES(3:1)
           end-if
           exit.

      *****************************************************************
      *    Both dates must be real YYYYMMDD dates, and the entry must
      *    not expire before it takes effect.
      *    ------------------------------------------------------------
       Z-CHECK-NEW-DATES.
           move WS-NEW-EFFECTIVE to WS-DATE-CHECK
           perform Z-CHECK-DATE
           if WS-DATE-OK = 'N'
               move 'Effective date not a valid YYYYMMDD'
                 to WS-TRAN-ERROR
           else
               move WS-NEW-EXPIRY to WS-DATE-CHECK
               perform Z-CHECK-DATE
               if WS-DATE-OK = 'N'
                   move 'Expiry date not a valid YYYYMMDD'
                     to WS-TRAN-ERROR
               else
                   if WS-NEW-EXPIRY < WS-NEW-EFFECTIVE
                       move 'Expiry date before effective date'
                         to WS-TRAN-ERROR
                   end-if
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
      *    WS-DATE-OK comes back 'Y' for an all-digit date with a
      *    month of 01-12 and a day of 01-31.
       Z-CHECK-DATE.
           move 'N' to WS-DATE-OK
           if WS-DATE-CHECK is numeric
               move WS-DATE-CHECK(5:2) to WS-DATE-MONTH
               move WS-DATE-CHECK(7:2) to WS-DATE-DAY
               if  WS-DATE-MONTH >= 1 and WS-DATE-MONTH <= 12
               and WS-DATE-DAY   >= 1 and WS-DATE-DAY   <= 31
                   move 'Y' to WS-DATE-OK
               end-if
           end-if
           exit.

      *****************************************************************
      *    Masks the number in WS-MASK-SOURCE to its first six and
      *    last four digits in WS-MASKED-NUMBER.
      *    ------------------------------------------------------------
       Z-MASK-CARD-NUMBER.
           move WS-MASK-SOURCE to WS-MASKED-NUMBER
           move 0 to WS-MASK-LENGTH
           inspect WS-MASK-SOURCE tallying WS-MASK-LENGTH
               for characters before initial space
           if WS-MASK-LENGTH > 10
               compute WS-MASK-LAST = WS-MASK-LENGTH - 4
               perform varying WS-MASK-IX from 7 by 1
                         until WS-MASK-IX > WS-MASK-LAST
                   move '*' to WS-MASKED-NUMBER(WS-MASK-IX:1)
               end-perform
           end-if
           exit.

      *****************************************************************
      *    Appends the transaction to HOTCARD.LOG with the operator
      *    ID, a timestamp and the status codes before and after.
      *    ------------------------------------------------------------
       Z-LOG-CHANGE.
           open extend CHANGE-LOG-FILE
           if WS-HCL-STATUS = '35'
               open output CHANGE-LOG-FILE
           end-if
           if WS-HCL-STATUS = '00'
               move spaces                to CHANGE-LOG-RECORD
               move function current-date to HCL-TIMESTAMP
               move HTR-OPER-ID           to HCL-OPER-ID
               move WS-LOG-ACTION         to HCL-ACTION
               if WS-DIGIT-COUNT > 0
                   move WS-CLEAN-DIGITS   to WS-MASK-SOURCE
               else
                   move spaces            to WS-MASK-SOURCE
               end-if
               perform Z-MASK-CARD-NUMBER
               move WS-MASKED-NUMBER      to HCL-CARD-NUMBER
               move WS-OLD-CODES          to HCL-OLD-CODES
               move WS-NEW-CODES          to HCL-NEW-CODES
               move WS-NEW-EFFECTIVE      to HCL-EFFECTIVE-DATE
               move WS-NEW-EXPIRY         to HCL-EXPIRY-DATE
               if WS-TRAN-ERROR = spaces
                   move 'APPLIED'         to HCL-RESULT
               else
                   move WS-TRAN-ERROR     to HCL-RESULT
               end-if
               write CHANGE-LOG-RECORD
               close CHANGE-LOG-FILE
           else
               move spaces to MESSAGE-TEXT
               string 'HOTCARD.LOG not available (status '
                          delimited by size
                      WS-HCL-STATUS delimited by size
                      ')' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
           end-if
           exit.

      *****************************************************************
      *    Loads the update-authority IDs from OPERIDS.DAT.  A missing
      *    file leaves the table empty, so every transaction is
      *    rejected -- removing the file must not bypass the control.
      *    ------------------------------------------------------------
       Z-LOAD-OPERATOR-TABLE.
           move 0   to WS-OPER-COUNT
           move 'N' to WS-OPR-EOF
           open input OPER-ID-FILE
           if WS-OPR-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'OPERIDS.DAT not available (status '
                          delimited by size
                      WS-OPR-STATUS delimited by size
                      '), no change can be applied' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-OPR-EOF
           else
               read OPER-ID-FILE
                   at end move 'Y' to WS-OPR-EOF
               end-read
           end-if

           perform until OPER-ID-FILE-EOF
               if OPR-AUTH-LEVEL = 'U' and WS-OPER-COUNT < 100
                   add 1 to WS-OPER-COUNT
                   move OPR-ID to WS-OPER-ENTRY(WS-OPER-COUNT)
               end-if
               read OPER-ID-FILE
                   at end move 'Y' to WS-OPR-EOF
               end-read
           end-perform

           if WS-OPR-STATUS = '00' or WS-OPR-STATUS = '10'
               close OPER-ID-FILE
           end-if
           exit.

      *****************************************************************
      *    Opens the hot-card file for update, creating it empty the
      *    first time the way CCNVAL01 creates the card master.
      *    ------------------------------------------------------------
       Z-OPEN-HOT-CARD-FILE.
           move 'N' to WS-HOT-OPEN
           open i-o HOT-CARD-FILE
           if WS-HOT-STATUS = '35'
               open output HOT-CARD-FILE
               close HOT-CARD-FILE
               open i-o HOT-CARD-FILE
           end-if
           if WS-HOT-STATUS = '00'
               move 'Y' to WS-HOT-OPEN
           else
               move spaces to MESSAGE-TEXT
               string 'HOTCARD.DAT not available (status '
                          delimited by size
                      WS-HOT-STATUS delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      *    Work the PARM's warning days (if any) into WS-WARNING-DAYS;
      *    anything non-numeric keeps the default, as ASMARCH1 does
      *    with its retention days.
      *    ------------------------------------------------------------
       Z-PARSE-WARNING-PARM.
           move spaces to WS-PARM-CARD
           accept WS-PARM-CARD from COMMAND-LINE
           move 0   to WS-PARM-VALUE
           move 'N' to WS-PARM-OK
           perform varying WS-PARM-IX from 1 by 1
                     until WS-PARM-IX > 4
                        or WS-PARM-CARD(WS-PARM-IX:1) = space
                        or WS-PARM-OK = 'X'
               if WS-PARM-CARD(WS-PARM-IX:1) is numeric
                   move WS-PARM-CARD(WS-PARM-IX:1) to WS-PARM-DIGIT
                   compute WS-PARM-VALUE =
                       (WS-PARM-VALUE * 10) + WS-PARM-DIGIT
                   move 'Y' to WS-PARM-OK
               else
                   move 'X' to WS-PARM-OK
               end-if
           end-perform
           if WS-PARM-OK = 'Y' and WS-PARM-VALUE > 0
               move WS-PARM-VALUE to WS-WARNING-DAYS
           end-if
           exit.

      *****************************************************************
      *    The warning window ends the run date plus the warning days.
      *    ------------------------------------------------------------
       Z-COMPUTE-WARNING-DATE.
           compute WS-WARNING-INTEGER =
               function integer-of-date(function numval(WS-RUN-DATE))
               + WS-WARNING-DAYS
           compute WS-WARNING-DATE =
               function date-of-integer(WS-WARNING-INTEGER)
           exit.

      *****************************************************************
      *    Maintenance totals to the console and to CCNHOT01.RPT.
      *    ------------------------------------------------------------
       Z-PRINT-MAINTENANCE-TOTALS.
           move spaces to MESSAGE-TEXT
           string 'Transactions read. . . . . : ' delimited by size
                  WS-TRAN-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Entries added. . . . . . . : ' delimited by size
                  WS-ADDED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Entries changed. . . . . . : ' delimited by size
                  WS-CHANGED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Entries deleted. . . . . . : ' delimited by size
                  WS-DELETED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Transactions rejected. . . : ' delimited by size
                  WS-REJECTED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *****************************************************************
      *    The processing date is the business date on BUSDATE.DAT,
      *    from ASMDATE1, never the system clock.  Without it the
      *    hot-card file is neither changed nor listed.
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
      *    Posts a report line to the console and to CCNHOT01.RPT.
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
