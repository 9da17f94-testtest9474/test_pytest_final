       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCNLTR01.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNLTR01.CBL
      * Copy Files:    PASSDATE.CPY
      * Calls to:      ASMDATE1
      *****************************************************************
      *
      * CCNLTR01 - Print remitter correspondence.
      *
      * Run after the nightly CCNVAL01 validation (and CCNRPR01, when
      * corrections were applied), this program reads the three
      * files validation leaves behind and prints one notice for
      * every item on them, so the remitter hears what happened to
      * the payment before the card statement arrives:
      *
      *    CARDOK.DAT  - PAYMENT RECEIPT, the payment was accepted
      *    CARDREJ.DAT - PAYMENT NOT PROCESSED, with a plain-English
      *                  explanation of the reject reason code
      *    CARDDUP.DAT - DUPLICATE PAYMENT NOT PROCESSED, with the
      *                  date a payment on the card was first seen
      *
      * Each notice carries the cardholder name, the card number, the
      * amount and the expiry.  The card number is always masked on a
      * notice -- it is mail that leaves the building -- keeping the
      * number of leading and trailing digits MASKCONF.DAT sets clear
      * (first six and last four as delivered).  The MASKCONF.DAT
      * on/off switch governs the console and audit trail only.  A
      * rejected number is masked from the digits that were keyed;
      * anything else keyed in the number is left off the notice.
      * The three files hold vault tokens, not card numbers, but a
      * token keeps the number's first six and last four digits, so
      * the masked number on a notice is the same either way.
      *
      * The notices go to CARDLTR.DAT, a print-ready file of 80-byte
      * lines with an ASA carriage-control byte in column 1:
      *
      *    '1' - skip to a new page (each notice starts a page)
      *    ' ' - single space
      *    '0' - double space
      *
      * The last page of CARDLTR.DAT is the control page -- letters
      * printed by type, rejects by reason code and the total page
      * count -- so the mailroom can balance the print run.  The same
      * counts go to the console and to CCNLTR01.RPT.
      *
      * An input file that is not there means no notices of that
      * type (RETURN-CODE 4, named on the control page); an input
      * file that cannot be read ends the run with RETURN-CODE 8.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      * 2026/10/15 Simmons, Took the letter date from BUSDATE.DAT
      *                     through ASMDATE1 instead of the system
      *                     clock; no notices are printed without it.
      * 2026/10/15 Simmons, Explained reject reason 08, a card range
      *                     no longer accepted; card class on the
      *                     CARDOK.DAT record layout.
      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CARD-ACCEPT-FILE assign to 'CARDOK.DAT'
                                    organization is line sequential
                                    file status  is WS-COK-STATUS.

           select CARD-REJECT-FILE assign to 'CARDREJ.DAT'
                                    organization is line sequential
                                    file status  is WS-CRJ-STATUS.

           select CARD-DUP-FILE    assign to 'CARDDUP.DAT'
                                    organization is line sequential
                                    file status  is WS-CDP-STATUS.

           select MASK-CONFIG-FILE assign to 'MASKCONF.DAT'
                                    organization is line sequential
                                    file status  is WS-MSK-STATUS.

           select LETTER-FILE      assign to 'CARDLTR.DAT'
                                    organization is line sequential
                                    file status  is WS-LTR-STATUS.

           select REPORT-FILE      assign to 'CCNLTR01.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Accepted-card file as written by CCNVAL01 and CCNRPR01.
      *    ------------------------------------------------------------
       FD  CARD-ACCEPT-FILE.
       01  CARD-ACCEPT-RECORD.
           05  COK-CARD-NUMBER         pic X(19).
           05  filler                  pic X(1).
           05  COK-CARD-TYPE           pic X(16).
           05  filler                  pic X(1).
           05  COK-STATUS-FLAGS        pic X(1).
           05  filler                  pic X(1).
           05  COK-AMOUNT              pic 9(7)V99.
           05  filler                  pic X(1).
           05  COK-EXPIRY              pic X(5).
           05  filler                  pic X(1).
           05  COK-CARDHOLDER-NAME     pic X(30).
           05  filler                  pic X(1).
           05  COK-CARD-CLASS          pic X(1).

      *****************************************************************
      *    Rejected-card file -- the record as keyed plus the reason.
      *    ------------------------------------------------------------
       FD  CARD-REJECT-FILE.
       01  CARD-REJECT-RECORD.
           05  CRJ-CARD-NUMBER         pic X(23).
           05  filler                  pic X(1).
           05  CRJ-REASON-CODE         pic X(2).
           05  filler                  pic X(1).
           05  CRJ-REASON-TEXT         pic X(40).
           05  filler                  pic X(1).
           05  CRJ-AMOUNT              pic X(10).
           05  filler                  pic X(1).
           05  CRJ-EXPIRY              pic X(5).
           05  filler                  pic X(1).
           05  CRJ-CARDHOLDER-NAME     pic X(30).

      *****************************************************************
      *    Duplicate-card file -- the number, the date the master
      *    first saw it and the remittance that was held back.
      *    ------------------------------------------------------------
       FD  CARD-DUP-FILE.
       01  CARD-DUP-RECORD.
           05  CDP-CARD-NUMBER         pic X(19).
           05  filler                  pic X(1).
           05  CDP-FIRST-SEEN-DATE     pic X(8).
           05  filler                  pic X(1).
           05  CDP-STATUS-FLAGS        pic X(1).
           05  filler                  pic X(1).
           05  CDP-AMOUNT              pic 9(7)V99.
           05  filler                  pic X(1).
           05  CDP-EXPIRY              pic X(5).
           05  filler                  pic X(1).
           05  CDP-CARDHOLDER-NAME     pic X(30).

      *****************************************************************
      *    Masking configuration record, as ASMBITC1 reads it.
      *    ------------------------------------------------------------
       FD  MASK-CONFIG-FILE.
       01  MASK-CONFIG-RECORD.
           05  MSK-ENABLED-FLAG        pic X(1).
           05  filler                  pic X(1).
           05  MSK-MIN-DIGITS          pic 9(2).
           05  filler                  pic X(1).
           05  MSK-KEEP-LEAD           pic 9(1).
           05  filler                  pic X(1).
           05  MSK-KEEP-TRAIL          pic 9(1).

      *****************************************************************
      *    Print line -- ASA carriage control, then the text.
      *    ------------------------------------------------------------
       FD  LETTER-FILE.
       01  LETTER-RECORD.
           05  LTR-CARRIAGE-CONTROL    pic X(1).
           05  LTR-PRINT-LINE          pic X(79).

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CCNLTR01 '.
           05  T2 pic X(34) value 'Print Remitter Correspondence     '.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CCNLTR01 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

       COPY PASSDATE.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* CCNLTR01 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    File-status and end-of-file switches.
      *    ------------------------------------------------------------
       01  WS-COK-STATUS           pic X(2)  value SPACES.
       01  WS-CRJ-STATUS           pic X(2)  value SPACES.
       01  WS-CDP-STATUS           pic X(2)  value SPACES.
       01  WS-MSK-STATUS           pic X(2)  value SPACES.
       01  WS-LTR-STATUS           pic X(2)  value SPACES.
       01  WS-INPUT-EOF            pic X(1)  value 'N'.
           88  INPUT-FILE-EOF                value 'Y'.
       01  WS-OPEN-FILE-NAME       pic X(12) value SPACES.
       01  WS-OPEN-STATUS          pic X(2)  value SPACES.
       01  WS-MISSING-FILES        pic X(40) value SPACES.

      *****************************************************************
      *    Run date, printed on every notice as MM/DD/YYYY.
      *    ------------------------------------------------------------
       01  WS-RUN-DATE             pic X(8)  value SPACES.
       01  WS-LETTER-DATE          pic X(10) value SPACES.
       01  WS-FIRST-SEEN-PRINT     pic X(10) value SPACES.

      *****************************************************************
      *    Masking rules from MASKCONF.DAT -- the digits kept clear at
      *    each end of the number.  The defaults are first six and
      *    last four.
      *    ------------------------------------------------------------
       01  WS-MASK-KEEP-LEAD       pic 9(1)  value 6.
       01  WS-MASK-KEEP-TRAIL      pic 9(1)  value 4.

      *****************************************************************
      *    Card number being printed -- its digits, their count and
      *    the masked form.
      *    ------------------------------------------------------------
       01  WS-CARD-SOURCE          pic X(23) value SPACES.
       01  WS-CLEAN-DIGITS         pic X(19) value SPACES.
       01  WS-DIGIT-COUNT          pic 9(2)  value 0.
       01  WS-SCAN-IX              pic 9(2)  value 0.
       01  WS-MASKED-CARD          pic X(19) value SPACES.
       01  WS-MASK-IX              pic 9(2)  value 0.
       01  WS-CLEAR-FROM           pic 9(2)  value 0.

      *****************************************************************
      *    The item on the notice being printed.
      *    ------------------------------------------------------------
       01  WS-NOTICE-TITLE         pic X(40) value SPACES.
       01  WS-NOTICE-NAME          pic X(30) value SPACES.
       01  WS-NOTICE-AMOUNT        pic X(16) value SPACES.
       01  WS-NOTICE-EXPIRY        pic X(5)  value SPACES.
       01  WS-AMOUNT-EDIT          pic $$,$$$,$$9.99.
       01  WS-EXPLAIN-1            pic X(66) value SPACES.
       01  WS-EXPLAIN-2            pic X(66) value SPACES.
       01  WS-EXPLAIN-3            pic X(66) value SPACES.

      *****************************************************************
      *    One print line, built here and written with its carriage
      *    control.
      *    ------------------------------------------------------------
       01  WS-CARRIAGE             pic X(1)  value SPACE.
       01  WS-LETTER-LINE          pic X(79) value SPACES.

      *****************************************************************
      *    Counts for the control page.
      *    ------------------------------------------------------------
       01  WS-NOTICE-NUMBER        pic 9(7)  value 0.
       01  WS-RECEIPT-COUNT        pic 9(7)  value 0.
       01  WS-RECEIPT-AMOUNT       pic 9(11)V99 value 0.
       01  WS-RECEIPT-AMOUNT-E     pic 9(11).99.
       01  WS-REJECT-COUNT         pic 9(7)  value 0.
       01  WS-DUP-COUNT            pic 9(7)  value 0.
       01  WS-DUP-AMOUNT           pic 9(11)V99 value 0.
       01  WS-DUP-AMOUNT-E         pic 9(11).99.
       01  WS-PAGE-COUNT           pic 9(7)  value 0.
       01  WS-REASON-IX            pic 9(2)  value 0.
       01  WS-REASON-TABLE.
           05  WS-REASON-TALLY     pic 9(7)  occurs 9 times.
       01  WS-OTHER-REASON-COUNT   pic 9(7)  value 0.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-INPUT-NOT-PRESENT    pic 9(4)  value 0004.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE
           move spaces to WS-LETTER-DATE
           string WS-RUN-DATE(5:2) delimited by size
                  '/' delimited by size
                  WS-RUN-DATE(7:2) delimited by size
                  '/' delimited by size
                  WS-RUN-DATE(1:4) delimited by size
             into WS-LETTER-DATE

           initialize WS-REASON-TABLE

           perform Z-LOAD-MASK-CONFIG

           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           open output LETTER-FILE
           if WS-LTR-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'CARDLTR.DAT could not be opened (status '
                          delimited by size
                      WS-LTR-STATUS delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           else
               if DTE-RESULT-OK
                   perform PRINT-RECEIPT-NOTICES
                   perform PRINT-REJECT-NOTICES
                   perform PRINT-DUPLICATE-NOTICES
                   perform PRINT-CONTROL-PAGE
               end-if
               close LETTER-FILE
           end-if

           perform Z-PRINT-CONTROL-REPORT

           close REPORT-FILE

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    A receipt for every payment accepted onto CARDOK.DAT.
      *    ------------------------------------------------------------
       PRINT-RECEIPT-NOTICES.
           move 'N' to WS-INPUT-EOF
           open input CARD-ACCEPT-FILE
           move 'CARDOK.DAT' to WS-OPEN-FILE-NAME
           move WS-COK-STATUS to WS-OPEN-STATUS
           perform Z-CHECK-INPUT-OPEN
           if WS-COK-STATUS = '00'
               read CARD-ACCEPT-FILE
                   at end move 'Y' to WS-INPUT-EOF
               end-read
               perform until INPUT-FILE-EOF
                   perform PRINT-ONE-RECEIPT
                   read CARD-ACCEPT-FILE
                       at end move 'Y' to WS-INPUT-EOF
                   end-read
               end-perform
               close CARD-ACCEPT-FILE
           end-if
           exit.

      *---------------------------------------------------------------*
       PRINT-ONE-RECEIPT.
           add 1 to WS-RECEIPT-COUNT
           if COK-AMOUNT is numeric
               add COK-AMOUNT to WS-RECEIPT-AMOUNT
               move COK-AMOUNT to WS-AMOUNT-EDIT
               move WS-AMOUNT-EDIT to WS-NOTICE-AMOUNT
           else
               move spaces to WS-NOTICE-AMOUNT
           end-if
           move 'PAYMENT RECEIPT'      to WS-NOTICE-TITLE
           move COK-CARDHOLDER-NAME    to WS-NOTICE-NAME
           move COK-EXPIRY             to WS-NOTICE-EXPIRY
           move COK-CARD-NUMBER        to WS-CARD-SOURCE
           perform Z-MASK-CARD-NUMBER

           perform Z-PRINT-NOTICE-HEAD

           move 'We have received the card payment described below and'
             to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move 'it has been accepted for processing.  It will appear'
             to WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE
           move 'on your card statement within a few business days.'
             to WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE

           perform Z-PRINT-NOTICE-ITEM
           perform Z-PRINT-NOTICE-CLOSE
           exit.

      *****************************************************************
      *    A reject notice for every item on CARDREJ.DAT, explaining
      *    the reason code in plain English.
      *    ------------------------------------------------------------
       PRINT-REJECT-NOTICES.
           move 'N' to WS-INPUT-EOF
           open input CARD-REJECT-FILE
           move 'CARDREJ.DAT' to WS-OPEN-FILE-NAME
           move WS-CRJ-STATUS to WS-OPEN-STATUS
           perform Z-CHECK-INPUT-OPEN
           if WS-CRJ-STATUS = '00'
               read CARD-REJECT-FILE
                   at end move 'Y' to WS-INPUT-EOF
               end-read
               perform until INPUT-FILE-EOF
                   perform PRINT-ONE-REJECT
                   read CARD-REJECT-FILE
                       at end move 'Y' to WS-INPUT-EOF
                   end-read
               end-perform
               close CARD-REJECT-FILE
           end-if
           exit.

      *---------------------------------------------------------------*
       PRINT-ONE-REJECT.
           add 1 to WS-REJECT-COUNT
           if CRJ-REASON-CODE is numeric
               move CRJ-REASON-CODE to WS-REASON-IX
           else
               move 0 to WS-REASON-IX
           end-if
           if WS-REASON-IX >= 1 and WS-REASON-IX <= 9
               add 1 to WS-REASON-TALLY(WS-REASON-IX)
           else
               add 1 to WS-OTHER-REASON-COUNT
           end-if

      *    The amount is printed as it was written on the remittance;
      *    it may be the very thing that was wrong with it.
           move 'PAYMENT NOT PROCESSED' to WS-NOTICE-TITLE
           move CRJ-CARDHOLDER-NAME     to WS-NOTICE-NAME
           move CRJ-AMOUNT              to WS-NOTICE-AMOUNT
           move CRJ-EXPIRY              to WS-NOTICE-EXPIRY
           move CRJ-CARD-NUMBER         to WS-CARD-SOURCE
           perform Z-MASK-CARD-NUMBER
           perform Z-EXPLAIN-REASON

           perform Z-PRINT-NOTICE-HEAD

           move 'We were unable to process the card payment described'
             to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move 'below, and no charge has been made to your card.'
             to WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE

           move WS-EXPLAIN-1 to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           if WS-EXPLAIN-2 not = spaces
               move WS-EXPLAIN-2 to WS-LETTER-LINE
               perform Z-PUT-SINGLE-LINE
           end-if
           if WS-EXPLAIN-3 not = spaces
               move WS-EXPLAIN-3 to WS-LETTER-LINE
               perform Z-PUT-SINGLE-LINE
           end-if

           perform Z-PRINT-NOTICE-ITEM

           move 'Please send a new remittance with the corrected'
             to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move 'details, or call Customer Service with any questions.'
             to WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE

           perform Z-PRINT-NOTICE-CLOSE
           exit.

      *****************************************************************
      *    A duplicate notice for every item on CARDDUP.DAT, with the
      *    date a payment on the card was first received.
      *    ------------------------------------------------------------
       PRINT-DUPLICATE-NOTICES.
           move 'N' to WS-INPUT-EOF
           open input CARD-DUP-FILE
           move 'CARDDUP.DAT' to WS-OPEN-FILE-NAME
           move WS-CDP-STATUS to WS-OPEN-STATUS
           perform Z-CHECK-INPUT-OPEN
           if WS-CDP-STATUS = '00'
               read CARD-DUP-FILE
                   at end move 'Y' to WS-INPUT-EOF
               end-read
               perform until INPUT-FILE-EOF
                   perform PRINT-ONE-DUPLICATE
                   read CARD-DUP-FILE
                       at end move 'Y' to WS-INPUT-EOF
                   end-read
               end-perform
               close CARD-DUP-FILE
           end-if
           exit.

      *---------------------------------------------------------------*
       PRINT-ONE-DUPLICATE.
           add 1 to WS-DUP-COUNT
           if CDP-AMOUNT is numeric
               add CDP-AMOUNT to WS-DUP-AMOUNT
               move CDP-AMOUNT to WS-AMOUNT-EDIT
               move WS-AMOUNT-EDIT to WS-NOTICE-AMOUNT
           else
               move spaces to WS-NOTICE-AMOUNT
           end-if
           move 'DUPLICATE PAYMENT NOT PROCESSED' to WS-NOTICE-TITLE
           move CDP-CARDHOLDER-NAME    to WS-NOTICE-NAME
           move CDP-EXPIRY             to WS-NOTICE-EXPIRY
           move CDP-CARD-NUMBER        to WS-CARD-SOURCE
           perform Z-MASK-CARD-NUMBER

           move spaces to WS-FIRST-SEEN-PRINT
           if CDP-FIRST-SEEN-DATE is numeric
               string CDP-FIRST-SEEN-DATE(5:2) delimited by size
                      '/' delimited by size
                      CDP-FIRST-SEEN-DATE(7:2) delimited by size
                      '/' delimited by size
                      CDP-FIRST-SEEN-DATE(1:4) delimited by size
                 into WS-FIRST-SEEN-PRINT
           else
               move 'an earlier date' to WS-FIRST-SEEN-PRINT
           end-if

           perform Z-PRINT-NOTICE-HEAD

           move 'The card payment described below has not been'
             to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move 'processed, and no charge has been made for it,'
             to WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE
           move spaces to WS-LETTER-LINE
           string 'because a payment on this card was first received on'
                      delimited by size
                  ' ' delimited by size
                  WS-FIRST-SEEN-PRINT delimited by '  '
                  '.' delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE

           perform Z-PRINT-NOTICE-ITEM

           move 'If this was a separate payment you meant to make,'
             to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move 'please call Customer Service before sending it again.'
             to WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE

           perform Z-PRINT-NOTICE-CLOSE
           exit.

      *****************************************************************
      *    The last page of the print run -- letter counts by type so
      *    the mailroom can balance what came off the printer.
      *    ------------------------------------------------------------
       PRINT-CONTROL-PAGE.
           add 1 to WS-PAGE-COUNT
           move '1' to WS-CARRIAGE
           move 'MAILROOM CONTROL PAGE - REMITTER CORRESPONDENCE'
             to WS-LETTER-LINE
           perform Z-PUT-LINE
           move spaces to WS-LETTER-LINE
           string 'Run date . . . . . . . . . : ' delimited by size
                  WS-LETTER-DATE delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE

           move spaces to WS-LETTER-LINE
           string 'Payment receipts . . . . . : ' delimited by size
                  WS-RECEIPT-COUNT delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move spaces to WS-LETTER-LINE
           string 'Reject notices . . . . . . : ' delimited by size
                  WS-REJECT-COUNT delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE
           perform varying WS-REASON-IX from 1 by 1
                     until WS-REASON-IX > 9
               if WS-REASON-TALLY(WS-REASON-IX) > 0
                   move spaces to WS-LETTER-LINE
                   string '  reason ' delimited by size
                          WS-REASON-IX delimited by size
                          ' . . . . . . . : ' delimited by size
                          WS-REASON-TALLY(WS-REASON-IX)
                              delimited by size
                     into WS-LETTER-LINE
                   perform Z-PUT-SINGLE-LINE
               end-if
           end-perform
           if WS-OTHER-REASON-COUNT > 0
               move spaces to WS-LETTER-LINE
               string '  other reasons. . . . . . : ' delimited by size
                      WS-OTHER-REASON-COUNT delimited by size
                 into WS-LETTER-LINE
               perform Z-PUT-SINGLE-LINE
           end-if
           move spaces to WS-LETTER-LINE
           string 'Duplicate notices. . . . . : ' delimited by size
                  WS-DUP-COUNT delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE

           move spaces to WS-LETTER-LINE
           string 'Total notices. . . . . . . : ' delimited by size
                  WS-NOTICE-NUMBER delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move spaces to WS-LETTER-LINE
           string 'Total pages, this page incl: ' delimited by size
                  WS-PAGE-COUNT delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE

           if WS-MISSING-FILES not = spaces
               move spaces to WS-LETTER-LINE
               string 'Not present, no notices. . : ' delimited by size
                      WS-MISSING-FILES delimited by size
                 into WS-LETTER-LINE
               perform Z-PUT-DOUBLE-LINE
           end-if
           exit.

      *****************************************************************
      *    The top of every notice: a new page, the title, the date
      *    and notice number, and the greeting.
      *    ------------------------------------------------------------
       Z-PRINT-NOTICE-HEAD.
           add 1 to WS-NOTICE-NUMBER
           add 1 to WS-PAGE-COUNT

           move '1' to WS-CARRIAGE
           move 'SIMOTIME CARD REMITTANCE SERVICES' to WS-LETTER-LINE
           perform Z-PUT-LINE

           move spaces to WS-LETTER-LINE
           string 'Date: ' delimited by size
                  WS-LETTER-DATE delimited by size
             into WS-LETTER-LINE(48:32)
           perform Z-PUT-DOUBLE-LINE
           move spaces to WS-LETTER-LINE
           string 'Notice: ' delimited by size
                  WS-NOTICE-NUMBER delimited by size
             into WS-LETTER-LINE(48:32)
           perform Z-PUT-SINGLE-LINE

           move WS-NOTICE-TITLE to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE

           move spaces to WS-LETTER-LINE
           if WS-NOTICE-NAME = spaces
               move 'Dear Cardholder,' to WS-LETTER-LINE
           else
               string 'Dear ' delimited by size
                      WS-NOTICE-NAME delimited by '  '
                      ',' delimited by size
                 into WS-LETTER-LINE
           end-if
           perform Z-PUT-DOUBLE-LINE
           exit.

      *****************************************************************
      *    The payment the notice is about.
      *    ------------------------------------------------------------
       Z-PRINT-NOTICE-ITEM.
           move spaces to WS-LETTER-LINE
           string '    Cardholder . . : ' delimited by size
                  WS-NOTICE-NAME delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move spaces to WS-LETTER-LINE
           string '    Card number. . : ' delimited by size
                  WS-MASKED-CARD delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE
           move spaces to WS-LETTER-LINE
           string '    Amount . . . . : ' delimited by size
                  WS-NOTICE-AMOUNT delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE
           move spaces to WS-LETTER-LINE
           string '    Expiry . . . . : ' delimited by size
                  WS-NOTICE-EXPIRY delimited by size
             into WS-LETTER-LINE
           perform Z-PUT-SINGLE-LINE
           exit.

      *---------------------------------------------------------------*
       Z-PRINT-NOTICE-CLOSE.
           move 'Yours sincerely,' to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           move 'Customer Service' to WS-LETTER-LINE
           perform Z-PUT-DOUBLE-LINE
           exit.

      *****************************************************************
      *    Plain-English explanation of a CARDREJ.DAT reason code, for
      *    the remitter rather than the re-key clerk.  The hot-card
      *    reason says only that the issuer has stopped the card --
      *    never which status stopped it.
      *    ------------------------------------------------------------
       Z-EXPLAIN-REASON.
           move spaces to WS-EXPLAIN-1
           move spaces to WS-EXPLAIN-2
           move spaces to WS-EXPLAIN-3
           evaluate CRJ-REASON-CODE
               when '01'
                   move 'The card number on your remittance contains'
                     to WS-EXPLAIN-1
                   move 'characters other than digits, so it could not'
                     to WS-EXPLAIN-2
                   move 'be read.'
                     to WS-EXPLAIN-3
               when '02'
                   move 'The card number on your remittance does not'
                     to WS-EXPLAIN-1
                   move 'have the right number of digits for any card'
                     to WS-EXPLAIN-2
                   move 'we accept.'
                     to WS-EXPLAIN-3
               when '03'
                   move 'The card number on your remittance is not a'
                     to WS-EXPLAIN-1
                   move 'valid card number.  Please check each digit'
                     to WS-EXPLAIN-2
                   move 'against your card.'
                     to WS-EXPLAIN-3
               when '04'
                   move 'The card number on your remittance is not from'
                     to WS-EXPLAIN-1
                   move 'a card issuer we accept.'
                     to WS-EXPLAIN-2
               when '05'
                   move 'The payment amount on your remittance was'
                     to WS-EXPLAIN-1
                   move 'missing or could not be read.'
                     to WS-EXPLAIN-2
               when '06'
                   move 'The expiration date on your remittance was'
                     to WS-EXPLAIN-1
                   move 'missing, could not be read, or has already'
                     to WS-EXPLAIN-2
                   move 'passed.'
                     to WS-EXPLAIN-3
               when '07'
                   move 'The card issuer has asked us not to accept'
                     to WS-EXPLAIN-1
                   move 'payments on this card.  Please contact your'
                     to WS-EXPLAIN-2
                   move 'card issuer.'
                     to WS-EXPLAIN-3
               when '08'
                   move 'We no longer accept payments on this type of'
                     to WS-EXPLAIN-1
                   move 'card.  Please send your payment on another'
                     to WS-EXPLAIN-2
                   move 'card or by another method.'
                     to WS-EXPLAIN-3
               when other
                   move 'Your remittance could not be processed as it'
                     to WS-EXPLAIN-1
                   move 'was received.'
                     to WS-EXPLAIN-2
           end-evaluate
           exit.

      *****************************************************************
      *    Masks WS-CARD-SOURCE for a notice.  The digits are taken in
      *    order (anything else keyed is dropped), the first
      *    WS-MASK-KEEP-LEAD and last WS-MASK-KEEP-TRAIL stay clear
      *    and the rest print as X.  A number too short to keep both
      *    ends clear keeps only its last digits clear, and one no
      *    longer than that prints all X.
      *    ------------------------------------------------------------
       Z-MASK-CARD-NUMBER.
           move spaces to WS-CLEAN-DIGITS
           move 0 to WS-DIGIT-COUNT
           perform varying WS-SCAN-IX from 1 by 1
                     until WS-SCAN-IX > 23
               if  WS-CARD-SOURCE(WS-SCAN-IX:1) is numeric
               and WS-DIGIT-COUNT < 19
                   add 1 to WS-DIGIT-COUNT
                   move WS-CARD-SOURCE(WS-SCAN-IX:1)
                     to WS-CLEAN-DIGITS(WS-DIGIT-COUNT:1)
               end-if
           end-perform

           move WS-CLEAN-DIGITS to WS-MASKED-CARD
           compute WS-CLEAR-FROM = WS-DIGIT-COUNT - WS-MASK-KEEP-TRAIL
           perform varying WS-MASK-IX from 1 by 1
                     until WS-MASK-IX > WS-DIGIT-COUNT
               evaluate true
                   when WS-DIGIT-COUNT <= WS-MASK-KEEP-TRAIL
                       move 'X' to WS-MASKED-CARD(WS-MASK-IX:1)
                   when WS-MASK-IX > WS-CLEAR-FROM
                       continue
                   when WS-DIGIT-COUNT >
                            WS-MASK-KEEP-LEAD + WS-MASK-KEEP-TRAIL
                    and WS-MASK-IX <= WS-MASK-KEEP-LEAD
                       continue
                   when other
                       move 'X' to WS-MASKED-CARD(WS-MASK-IX:1)
               end-evaluate
           end-perform
           exit.

      *****************************************************************
      *    An input file that is not there means no notices of that
      *    type; one that cannot be read at all ends with RC 8.
      *    ------------------------------------------------------------
       Z-CHECK-INPUT-OPEN.
           evaluate WS-OPEN-STATUS
               when '00'
                   continue
               when '35'
                   move spaces to MESSAGE-TEXT
                   string WS-OPEN-FILE-NAME delimited by space
                          ' not present, no notices of that type'
                              delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
                   if WS-MISSING-FILES = spaces
                       move WS-OPEN-FILE-NAME to WS-MISSING-FILES
                   else
                       string WS-MISSING-FILES delimited by '  '
                              ' ' delimited by size
                              WS-OPEN-FILE-NAME delimited by space
                         into WS-MISSING-FILES
                   end-if
                   move RC-INPUT-NOT-PRESENT to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
               when other
                   move spaces to MESSAGE-TEXT
                   string WS-OPEN-FILE-NAME delimited by space
                          ' could not be read (status '
                              delimited by size
                          WS-OPEN-STATUS delimited by size
                          ')' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
                   move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
           end-evaluate
           exit.

      *****************************************************************
      *    Reads the masking configuration.  Only the digits kept
      *    clear at each end apply to a notice.
      *    ------------------------------------------------------------
       Z-LOAD-MASK-CONFIG.
           open input MASK-CONFIG-FILE
           if WS-MSK-STATUS = '00'
               read MASK-CONFIG-FILE
               if WS-MSK-STATUS = '00'
                   if MSK-KEEP-LEAD is numeric
                       move MSK-KEEP-LEAD to WS-MASK-KEEP-LEAD
                   end-if
                   if MSK-KEEP-TRAIL is numeric
                       move MSK-KEEP-TRAIL to WS-MASK-KEEP-TRAIL
                   end-if
               end-if
               close MASK-CONFIG-FILE
           end-if
           exit.

      *****************************************************************
      *    Write WS-LETTER-LINE to CARDLTR.DAT with WS-CARRIAGE.
      *    ------------------------------------------------------------
       Z-PUT-LINE.
           move WS-CARRIAGE    to LTR-CARRIAGE-CONTROL
           move WS-LETTER-LINE to LTR-PRINT-LINE
           write LETTER-RECORD
           move spaces to WS-LETTER-LINE
           move space  to WS-CARRIAGE
           exit.

      *---------------------------------------------------------------*
       Z-PUT-SINGLE-LINE.
           move space to WS-CARRIAGE
           perform Z-PUT-LINE
           exit.

      *---------------------------------------------------------------*
       Z-PUT-DOUBLE-LINE.
           move '0' to WS-CARRIAGE
           perform Z-PUT-LINE
           exit.

      *****************************************************************
      *    The control counts, to the console and CCNLTR01.RPT.
      *    ------------------------------------------------------------
       Z-PRINT-CONTROL-REPORT.
           move spaces to MESSAGE-TEXT
           string 'Payment receipts printed . : ' delimited by size
                  WS-RECEIPT-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-RECEIPT-AMOUNT to WS-RECEIPT-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string '  amount acknowledged. . . : ' delimited by size
                  WS-RECEIPT-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Reject notices printed . . : ' delimited by size
                  WS-REJECT-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           perform varying WS-REASON-IX from 1 by 1
                     until WS-REASON-IX > 9
               if WS-REASON-TALLY(WS-REASON-IX) > 0
                   move spaces to MESSAGE-TEXT
                   string '  reason ' delimited by size
                          WS-REASON-IX delimited by size
                          ' . . . . . . . : ' delimited by size
                          WS-REASON-TALLY(WS-REASON-IX)
                              delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
               end-if
           end-perform
           if WS-OTHER-REASON-COUNT > 0
               move spaces to MESSAGE-TEXT
               string '  other reasons. . . . . . : ' delimited by size
                      WS-OTHER-REASON-COUNT delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           move spaces to MESSAGE-TEXT
           string 'Duplicate notices printed. : ' delimited by size
                  WS-DUP-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-DUP-AMOUNT to WS-DUP-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string '  amount held back . . . . : ' delimited by size
                  WS-DUP-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Total notices. . . . . . . : ' delimited by size
                  WS-NOTICE-NUMBER delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Pages in CARDLTR.DAT . . . : ' delimited by size
                  WS-PAGE-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           exit.

      *****************************************************************
      *    The processing date is the business date on BUSDATE.DAT,
      *    from ASMDATE1, never the system clock.  Without it the
      *    notices are not printed at all.
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
      *    Posts a report line to the console and to CCNLTR01.RPT.
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
