       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCNTKC01.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNTKC01.CBL
      * Copy Files:    PASSTOKN.CPY
      * Calls to:      CCNTOK01
      *****************************************************************
      *
      * CCNTKC01 - Convert the card master to vault tokens.
      *
      * A one-time run, made once before the first CCNVAL01 run that
      * stores tokens.  CARDMSTR.DAT was built keyed on the card
      * number itself; from now on it is keyed on the number's token
      * from the TOKVAULT.DAT token vault, and CCNVAL01 and CCNRPR01
      * look every card up by its token.  This program rebuilds the
      * master under the new key so that cards seen before the
      * change are still found as duplicates after it.
      *
      * Before the run, rename CARDMSTR.DAT to CARDMSTR.CLR the way a
      * DD statement would point at it; the program reads that copy
      * through once and writes a new CARDMSTR.DAT.  Each record's
      * first-seen date and status-flag byte are carried over as
      * they stand, and its key is replaced:
      *
      *    - a key that passes the Luhn check is a card number, and is
      *      issued its token through CCNTOK01
      *    - any other key is already a token (no token passes the
      *      Luhn check) and is carried over unchanged, so a run that
      *      is repeated against a partly converted master is safe
      *
      * Counts go to the console and to CCNTKC01.RPT.  A record that
      * could not be converted -- no token issued, or a new key
      * already on the new master -- is listed by its record number
      * and the run ends RC 12; the new master is then incomplete and
      * the run must be repeated from CARDMSTR.CLR once the cause is
      * put right.  After a run that ends RC 0, CARDMSTR.CLR still
      * holds the card numbers in the clear and is to be deleted.
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
      *    The card master as it stood, keyed on the card number.
           select OLD-MASTER-FILE  assign to 'CARDMSTR.CLR'
                                    organization is indexed
                                    access mode  is sequential
                                    record key   is OMS-CARD-NUMBER
                                    file status  is WS-OMS-STATUS.

      *    The card master rebuilt, keyed on the token.
           select CARD-MASTER-FILE assign to 'CARDMSTR.DAT'
                                    organization is indexed
                                    access mode  is dynamic
                                    record key   is CMS-CARD-NUMBER
                                    file status  is WS-CMS-STATUS.

           select REPORT-FILE      assign to 'CCNTKC01.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OMS-CARD-NUMBER         pic X(19).
           05  OMS-FIRST-SEEN-DATE     pic X(8).
           05  OMS-STATUS-FLAGS        pic X(1).

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           05  CMS-CARD-NUMBER         pic X(19).
           05  CMS-FIRST-SEEN-DATE     pic X(8).
           05  CMS-STATUS-FLAGS        pic X(1).

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CCNTKC01 '.
           05  T2 pic X(34) value 'Convert Card Master to Tokens     '.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CCNTKC01 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

       COPY PASSTOKN.

      *****************************************************************
      *    TOK-PASS-REQUEST values when calling CCNTOK01.
      *    ------------------------------------------------------------
       01  REQUEST-4-OPEN          pic X(8)    value 'OPEN    '.
       01  REQUEST-4-ISSUE         pic X(8)    value 'ISSUE   '.
       01  REQUEST-4-CLOSE         pic X(8)    value 'CLOSE   '.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* CCNTKC01 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    File-status and end-of-file switches.
      *    ------------------------------------------------------------
       01  WS-OMS-STATUS           pic X(2)  value SPACES.
       01  WS-CMS-STATUS           pic X(2)  value SPACES.
       01  WS-OMS-EOF              pic X(1)  value 'N'.
           88  OLD-MASTER-EOF                value 'Y'.
       01  WS-FILES-OPEN           pic X(1)  value 'N'.

      *****************************************************************
      *    Run counters for the conversion report.
      *    ------------------------------------------------------------
       01  WS-READ-COUNT           pic 9(7)  value 0.
       01  WS-TOKENIZED-COUNT      pic 9(7)  value 0.
       01  WS-CARRIED-COUNT        pic 9(7)  value 0.
       01  WS-FAILED-COUNT         pic 9(7)  value 0.

      *****************************************************************
      *    The key digits-only, with the digit count alongside, and
      *    whether anything else was found in it.
      *    ------------------------------------------------------------
       01  WS-CLEAN-DIGITS         pic X(19) value SPACES.
       01  WS-DIGIT-COUNT          pic 9(2)  value 0.
       01  WS-SCAN-IX              pic 9(2)  value 0.
       01  WS-SCAN-CHAR            pic X(1).
       01  WS-NUMBER-OK            pic X(1)  value 'Y'.

      *****************************************************************
      *    Luhn mod-10 check-digit work fields, as in CCNVAL01.
      *    ------------------------------------------------------------
       01  WS-LUHN-IX              pic 9(2)  value 0.
       01  WS-LUHN-DIGIT           pic 9(2)  value 0.
       01  WS-LUHN-DOUBLE          pic X(1)  value 'N'.
       01  WS-LUHN-SUM             pic 9(4)  value 0.
       01  WS-LUHN-PASSED          pic X(1)  value 'N'.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-NOT-CONVERTED        pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-OPEN-CONVERSION-FILES

           if WS-FILES-OPEN = 'Y'
               read OLD-MASTER-FILE
                   at end move 'Y' to WS-OMS-EOF
               end-read
           else
               move 'Y' to WS-OMS-EOF
           end-if

           perform until OLD-MASTER-EOF
               add 1 to WS-READ-COUNT
               perform CONVERT-ONE-RECORD
               read OLD-MASTER-FILE
                   at end move 'Y' to WS-OMS-EOF
               end-read
           end-perform

           if WS-FILES-OPEN = 'Y'
               close OLD-MASTER-FILE
               close CARD-MASTER-FILE
               move REQUEST-4-CLOSE to TOK-PASS-REQUEST
               call 'CCNTOK01' using TOK-PASS-AREA
           end-if

           perform Z-PRINT-CONVERSION-REPORT

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Give one old master record its token key -- a card number
      *    is issued its token, a key that is already a token is kept
      *    -- and write it to the new master.
      *    ------------------------------------------------------------
       CONVERT-ONE-RECORD.
           perform NORMALIZE-MASTER-KEY
           move 'N' to WS-LUHN-PASSED
           if WS-NUMBER-OK = 'Y' and WS-DIGIT-COUNT > 0
               perform LUHN-CHECK-DIGIT
           end-if

           move spaces              to CARD-MASTER-RECORD
           move OMS-FIRST-SEEN-DATE to CMS-FIRST-SEEN-DATE
           move OMS-STATUS-FLAGS    to CMS-STATUS-FLAGS

           if WS-LUHN-PASSED = 'Y'
               move REQUEST-4-ISSUE to TOK-PASS-REQUEST
               move OMS-CARD-NUMBER to TOK-PASS-CLEAR-VALUE
               call 'CCNTOK01' using TOK-PASS-AREA
               if TOK-RESULT-OK
                   move TOK-PASS-TOKEN(1:19) to CMS-CARD-NUMBER
                   perform WRITE-NEW-MASTER
                   if WS-CMS-STATUS = '00'
                       add 1 to WS-TOKENIZED-COUNT
                   end-if
               else
                   add 1 to WS-FAILED-COUNT
                   move spaces to MESSAGE-TEXT
                   string 'Record ' delimited by size
                          WS-READ-COUNT delimited by size
                          ' not converted, no token issued (result '
                              delimited by size
                          TOK-PASS-RESULT delimited by size
                          ')' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move RC-NOT-CONVERTED to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
               end-if
           else
               move OMS-CARD-NUMBER to CMS-CARD-NUMBER
               perform WRITE-NEW-MASTER
               if WS-CMS-STATUS = '00'
                   add 1 to WS-CARRIED-COUNT
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
       WRITE-NEW-MASTER.
           write CARD-MASTER-RECORD
           if WS-CMS-STATUS not = '00'
               add 1 to WS-FAILED-COUNT
               move spaces to MESSAGE-TEXT
               string 'Record ' delimited by size
                      WS-READ-COUNT delimited by size
                      ' not converted, CARDMSTR.DAT write status '
                          delimited by size
                      WS-CMS-STATUS delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-NOT-CONVERTED to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      *    Reduce the key to its digits in WS-CLEAN-DIGITS, as
      *    NORMALIZE-CARD-NUMBER does in CCNVAL01; any character that
      *    is neither a digit nor a space marks it as no card number.
      *    ------------------------------------------------------------
       NORMALIZE-MASTER-KEY.
           move spaces to WS-CLEAN-DIGITS
           move 0      to WS-DIGIT-COUNT
           move 'Y'    to WS-NUMBER-OK
           perform varying WS-SCAN-IX from 1 by 1
                     until WS-SCAN-IX > 19
               move OMS-CARD-NUMBER(WS-SCAN-IX:1) to WS-SCAN-CHAR
               if WS-SCAN-CHAR is numeric
                   add 1 to WS-DIGIT-COUNT
                   move WS-SCAN-CHAR
                     to WS-CLEAN-DIGITS(WS-DIGIT-COUNT:1)
               else
                   if WS-SCAN-CHAR not = space
                       move 'N' to WS-NUMBER-OK
                   end-if
               end-if
           end-perform
           exit.

      *****************************************************************
      *    Luhn mod-10 check over the key's digits, right to left, as
      *    LUHN-CHECK-DIGIT does it in CCNVAL01.
      *    ------------------------------------------------------------
       LUHN-CHECK-DIGIT.
           move zero to WS-LUHN-SUM
           move 'N'  to WS-LUHN-DOUBLE
           perform varying WS-LUHN-IX from WS-DIGIT-COUNT by -1
                     until WS-LUHN-IX < 1
               move WS-CLEAN-DIGITS(WS-LUHN-IX:1) to WS-LUHN-DIGIT
               if WS-LUHN-DOUBLE = 'Y'
                   compute WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   if WS-LUHN-DIGIT > 9
                       subtract 9 from WS-LUHN-DIGIT
                   end-if
                   move 'N' to WS-LUHN-DOUBLE
               else
                   move 'Y' to WS-LUHN-DOUBLE
               end-if
               add WS-LUHN-DIGIT to WS-LUHN-SUM
           end-perform

           if function mod(WS-LUHN-SUM, 10) = 0
               move 'Y' to WS-LUHN-PASSED
           end-if
           exit.

      *****************************************************************
      *    Open the token vault, the old master for reading and the
      *    new master for output.  The run goes no further unless all
      *    three open.
      *    ------------------------------------------------------------
       Z-OPEN-CONVERSION-FILES.
           move 'N' to WS-FILES-OPEN
           move REQUEST-4-OPEN to TOK-PASS-REQUEST
           move 'CCNTKC01'     to TOK-PASS-CALLER
           call 'CCNTOK01' using TOK-PASS-AREA
           if not TOK-RESULT-OK
               move spaces to MESSAGE-TEXT
               string 'TOKVAULT.DAT not available (result '
                          delimited by size
                      TOK-PASS-RESULT delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           else
               open input OLD-MASTER-FILE
               if WS-OMS-STATUS not = '00'
                   move spaces to MESSAGE-TEXT
                   string 'CARDMSTR.CLR not available (status '
                              delimited by size
                          WS-OMS-STATUS delimited by size
                          '), run ended' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
                   move REQUEST-4-CLOSE to TOK-PASS-REQUEST
                   call 'CCNTOK01' using TOK-PASS-AREA
               else
                   open output CARD-MASTER-FILE
                   if WS-CMS-STATUS not = '00'
                       move spaces to MESSAGE-TEXT
                       string 'CARDMSTR.DAT could not be opened '
                                  delimited by size
                              '(status ' delimited by size
                              WS-CMS-STATUS delimited by size
                              '), run ended' delimited by size
                         into MESSAGE-TEXT
                       perform Z-POST-MESSAGE
                       move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
                       perform Z-BUMP-RETURN-CODE
                       close OLD-MASTER-FILE
                       move REQUEST-4-CLOSE to TOK-PASS-REQUEST
                       call 'CCNTOK01' using TOK-PASS-AREA
                   else
                       move 'Y' to WS-FILES-OPEN
                   end-if
               end-if
           end-if
           exit.

      *****************************************************************
      *    Conversion report -- run counts -- to the console and to
      *    CCNTKC01.RPT.
      *    ------------------------------------------------------------
       Z-PRINT-CONVERSION-REPORT.
           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           move spaces to MESSAGE-TEXT
           string 'Master records read. . . . : ' delimited by size
                  WS-READ-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Card numbers tokenized . . : ' delimited by size
                  WS-TOKENIZED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Tokens carried over. . . . : ' delimited by size
                  WS-CARRIED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Not converted. . . . . . . : ' delimited by size
                  WS-FAILED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if WS-HIGHEST-RC = 0
               move 'Conversion complete, delete CARDMSTR.CLR'
                 to MESSAGE-TEXT
           else
               move 'Conversion NOT complete, rerun from CARDMSTR.CLR'
                 to MESSAGE-TEXT
           end-if
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
      *    Posts a report line to the console and to CCNTKC01.RPT.
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
