       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNSET01.CBL
      * Copy Files:    PASSTOKN.CPY, PASSDATE.CPY
      * Calls to:      CCNTOK01, ASMDATE1
      *****************************************************************
      *
      * CCNSET01 - Build the acquirer settlement submission file.
      * RETURN-CODE, the way Z-RECONCILE-AUDIT refuses to pass an
      * unbalanced run in ASMBITC1.
      *
      * CARDOK.DAT holds vault tokens, not card numbers.  This is the
      * one program allowed to turn a token back into its number: each
      * is detokenized through CCNTOK01 against the TOKVAULT.DAT token
      * vault as its detail is built, so the clear number exists only
      * in SETLOUT.DAT, and every such request is logged by CCNTOK01.
      * The hash total is taken over the numbers the bank receives.  A
      * token the vault cannot return is left out of the file, which
      * the re-count then catches and the trailer is refused.  A vault
      * that cannot be opened ends the run, RC 8.
      *
      * The header's file date is the settlement date from the
      * BUSDATE.DAT business-date record, through ASMDATE1: the
      * business date itself on a settlement day, otherwise the next
      * settlement day on the processing calendar.  Without a usable
      * business date no file is built.
      *
      * The PARM carries our merchant number; with no PARM the
      * installation default below is used.  The hash total is the
      * sum of the card numbers kept to its low-order fifteen digits,
      * 2026/09/03 Simmons, Carried the remittance amount, expiry and
      *                     cardholder name into the detail record and
      *                     added the amount total to the trailer.
      * 2026/10/15 Simmons, Appended the run's control totals to
      *                     CTLTOTAL.DAT for ASMBALR1.
      * 2026/10/15 Simmons, Detokenized the CARDOK.DAT card numbers
      *                     through the token vault.
      * 2026/10/15 Simmons, Took the processing date from BUSDATE.DAT
      *                     through ASMDATE1 instead of the system
      *                     clock; the header carries the settlement
      *                     date.
      * 2026/10/15 Simmons, Carried the credit/debit/prepaid card
      *                     class on the CARDOK.DAT record layout.
      * 2026/10/15 Simmons, Posted the amount read from CARDOK.DAT,
      *                     not the amount submitted, as the control
      *                     total input amount.
      *
      *****************************************************************
      *
                                    organization is sequential
                                    file status  is WS-SET-STATUS.

      *    Cross-program control totals, appended once per run for
      *    the ASMBALR1 morning balancing report.
           select CONTROL-TOTAL-FILE assign to 'CTLTOTAL.DAT'
                                    organization is line sequential
                                    file status  is WS-CTL-STATUS.

           select REPORT-FILE      assign to 'CCNSET01.RPT'
                                    organization is line sequential.

           05  COK-EXPIRY              pic X(5).
           05  filler                  pic X(1).
           05  COK-CARDHOLDER-NAME     pic X(30).
           05  filler                  pic X(1).
           05  COK-CARD-CLASS          pic X(1).

      *****************************************************************
      *    One codepage row: the ISO-8859-1 byte and the EBCDIC byte
       FD  SETL-OUTPUT-FILE.
       01  SETL-OUTPUT-RECORD          pic X(80).

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

      *    the hash total of the card numbers.
      *    ------------------------------------------------------------
       01  WS-RUN-DATE             pic X(8)  value SPACES.
       01  WS-SETTLEMENT-DATE      pic X(8)  value SPACES.
       01  WS-DETAIL-COUNT         pic 9(7)  value 0.
       01  WS-RECHECK-COUNT        pic 9(7)  value 0.
       01  WS-HASH-TOTAL           pic 9(15) value 0.
       01  WS-AMOUNT-TOTAL-E       pic 9(11).99.
       01  WS-CARD-VALUE           pic 9(15) value 0.
       01  WS-DIGIT-IX             pic 9(2)  value 0.

      *****************************************************************
      *    The card number a CARDOK.DAT token stands for, the count
      *    of tokens the vault could not return, and the count and
      *    amount of every CARDOK.DAT record the build pass read,
      *    submitted or not.
      *    ------------------------------------------------------------
       01  WS-CLEAR-NUMBER         pic X(19) value SPACES.
       01  WS-DETOKEN-FAIL-COUNT   pic 9(7)  value 0.
       01  WS-COK-READ-COUNT       pic 9(7)  value 0.
       01  WS-COK-READ-AMOUNT      pic 9(11)V99 value 0.

       COPY PASSTOKN.

      *****************************************************************
      *    TOK-PASS-REQUEST values when calling CCNTOK01.
      *    ------------------------------------------------------------
       01  REQUEST-4-OPEN          pic X(8)    value 'OPEN    '.
       01  REQUEST-4-DETOKEN       pic X(8)    value 'DETOKEN '.
       01  REQUEST-4-CLOSE         pic X(8)    value 'CLOSE   '.

       COPY PASSDATE.

       01  WS-DIGIT-VALUE          pic 9(1)  value 0.
       01  WS-TRAILER-VERDICT      pic X(14) value SPACES.

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
       01  RC-COUNT-IMBALANCE      pic 9(4)  value 0012.
       01  RC-TABLE-INCOMPLETE     pic 9(4)  value 0016.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE

           move spaces to WS-PARM-CARD
           accept WS-PARM-CARD from COMMAND-LINE
               move WS-PARM-CARD(1:15) to WS-MERCHANT-NUMBER
           end-if

           if DTE-RESULT-OK
               perform Z-LOAD-CODEPAGE-TABLE
           end-if

           if WS-HIGHEST-RC = 0
               perform Z-OPEN-TOKEN-VAULT
           end-if

           if WS-HIGHEST-RC = 0
               perform BUILD-SUBMISSION-FILE
               close SETL-OUTPUT-FILE
           end-if

           move REQUEST-4-CLOSE to TOK-PASS-REQUEST
           call 'CCNTOK01' using TOK-PASS-AREA

           perform Z-PRINT-CONTROL-REPORT

           if DTE-RESULT-OK
               perform Z-POST-CONTROL-TOTALS
           end-if

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.
           end-if

           perform until ACCEPT-FILE-EOF
               perform DETOKENIZE-CARD-NUMBER
               if TOK-RESULT-OK
                   perform WRITE-DETAIL-RECORD
               end-if
               read CARD-ACCEPT-FILE
                   at end move 'Y' to WS-COK-EOF
               end-read

      *---------------------------------------------------------------*
       WRITE-HEADER-RECORD.
           move WS-SETTLEMENT-DATE to HDR-FILE-DATE
           move WS-MERCHANT-NUMBER to HDR-MERCHANT-NUMBER
           move WS-HEADER-IMAGE    to WS-SETL-BUILD
           perform TRANSLATE-AND-WRITE
           exit.

      *---------------------------------------------------------------*
      *    The number the CARDOK.DAT token stands for.  One the vault
      *    cannot return is reported and its detail left out.
       DETOKENIZE-CARD-NUMBER.
           add 1 to WS-COK-READ-COUNT
           if COK-AMOUNT is numeric
               add COK-AMOUNT to WS-COK-READ-AMOUNT
           end-if
           move REQUEST-4-DETOKEN to TOK-PASS-REQUEST
           move COK-CARD-NUMBER   to TOK-PASS-TOKEN
           call 'CCNTOK01' using TOK-PASS-AREA
           if TOK-RESULT-OK
               move TOK-PASS-CLEAR-VALUE to WS-CLEAR-NUMBER
           else
               add 1 to WS-DETOKEN-FAIL-COUNT
               move spaces to MESSAGE-TEXT
               string 'CARDOK.DAT record ' delimited by size
                      WS-COK-READ-COUNT delimited by size
                      ' not detokenized (result ' delimited by size
                      TOK-PASS-RESULT delimited by size
                      '), left out' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
           end-if
           exit.

      *---------------------------------------------------------------*
       WRITE-DETAIL-RECORD.
           move WS-CLEAR-NUMBER     to DTL-CARD-NUMBER
           move COK-CARD-TYPE       to DTL-CARD-TYPE
           if COK-AMOUNT is numeric
               move COK-AMOUNT      to DTL-AMOUNT
           move 0 to WS-CARD-VALUE
           perform varying WS-DIGIT-IX from 1 by 1
                     until WS-DIGIT-IX > 19
               if WS-CLEAR-NUMBER(WS-DIGIT-IX:1) is numeric
                   move WS-CLEAR-NUMBER(WS-DIGIT-IX:1)
                     to WS-DIGIT-VALUE
                   compute WS-CARD-VALUE = function mod(
                       (WS-CARD-VALUE * 10) + WS-DIGIT-VALUE,
               WS-HASH-TOTAL + WS-CARD-VALUE, 1000000000000000)
           exit.

      *****************************************************************
      *    Open the token vault through CCNTOK01 as CCNSET01, the one
      *    caller it will detokenize for.  Without it no detail can be
      *    built, so the run ends.
      *    ------------------------------------------------------------
       Z-OPEN-TOKEN-VAULT.
           move REQUEST-4-OPEN to TOK-PASS-REQUEST
           move 'CCNSET01'     to TOK-PASS-CALLER
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
           end-if
           exit.

      *****************************************************************
      *    Independent re-count of CARDOK.DAT after the build pass, so
      *    the trailer count is proven against the file itself rather
           write REPORT-RECORD from SIM-COPYRIGHT

           move spaces to MESSAGE-TEXT
           string 'Business date. . . . . . . : ' delimited by size
                  WS-RUN-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'File date. . . . . . . . . : ' delimited by size
                  WS-SETTLEMENT-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Merchant number. . . . . . : ' delimited by size
                  WS-MERCHANT-NUMBER delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if WS-DETOKEN-FAIL-COUNT > 0
               move spaces to MESSAGE-TEXT
               string 'Left out, not detokenized. : ' delimited by size
                      WS-DETOKEN-FAIL-COUNT delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           move spaces to MESSAGE-TEXT
           string 'Trailer verdict. . . . . . : ' delimited by size
                  WS-TRAILER-VERDICT delimited by size
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
               move 'CCNSET01'                 to CTL-PROGRAM
               move 'CARDOK'                   to CTL-IN-NAME
               move WS-RECHECK-COUNT           to CTL-IN-COUNT
               move WS-COK-READ-AMOUNT         to CTL-IN-AMOUNT
               move 'SETLOUT'                  to CTL-OUT-NAME(1)
               move WS-DETAIL-COUNT            to CTL-OUT-COUNT(1)
               move WS-AMOUNT-TOTAL            to CTL-OUT-AMOUNT(1)
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
      *    submission file is not built at all.
      *    ------------------------------------------------------------
       Z-GET-BUSINESS-DATE.
           call 'ASMDATE1' using DTE-PASS-AREA
           if DTE-RESULT-OK
               move DTE-BUSINESS-DATE   to WS-RUN-DATE
               move DTE-SETTLEMENT-DATE to WS-SETTLEMENT-DATE
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
