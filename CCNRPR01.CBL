       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNRPR01.CBL
      * Copy Files:    PASSBITS.CPY, PASSTOKN.CPY, PASSDATE.CPY,
      *                PASSBINS.CPY
      * Calls to:      ASM4BITS, CCNTOK01, ASMDATE1, CCNBIN01
      *****************************************************************
      *
      * CCNRPR01 - Repair and resubmit rejected cards.
      * the CARDIN.DAT layout (number, amount, expiry, name).
      *
      * A corrected record is re-validated through the same Luhn,
      * card-type, amount, expiry and HOTCARD.DAT hot-card checks
      * CCNVAL01 applies -- a repaired number that turns out to be
      * on the hot-card file is rejected under reason 07 like any
      * other.  The card type comes from the BINTABLE.DAT issuer
      * ranges through CCNBIN01, as in CCNVAL01, so a number in a
      * range we have stopped accepting is rejected under reason 08,
      * and a repaired card goes to CARDOK.DAT with the credit, debit
      * or prepaid class of its range.
      * Survivors are appended to CARDOK.DAT flagged as resubmissions
      * in the COK-STATUS-FLAGS byte (bit 4, named RESUBMITTED on the
      * CARDSTAT rows of FLAGDEFS.DAT so DECODE shows it by name),
      * fails validation is appended back to CARDREJ.DAT with its new
      * reason, so the cycle can repeat the next day.
      *
      * CARDREJ.DAT, CARDOK.DAT, CARDDUP.DAT and the card master hold
      * vault tokens, not card numbers, as CCNVAL01 writes them.  The
      * number on a correction may be the token printed on the reject
      * or the number as it was originally keyed; the second is looked
      * up in the TOKVAULT.DAT token vault through CCNTOK01 and either
      * finds the reject.  Every record this program writes carries a
      * token issued the same way CCNVAL01 issues it.  A correction
      * the vault cannot issue a token for is not applied -- it is
      * counted unmatched, its reject stays open for the next day, and
      * the run ends RETURN-CODE 8.  A vault that cannot be opened
      * ends the run before any correction is read.
      *
      * CCNRPR01 runs every night as the REPAIR step, after VALIDATE.
      * A night with no CARDFIX.DAT simply has no corrections: the
      * run ends RETURN-CODE 0 and posts zero totals.
      *
      * The report counts keying errors by the original reject reason
      * code, so the errors the clerks make most are visible.
      *
      * Each run appends a control-totals record to CTLTOTAL.DAT --
      * corrections read, and the counts repaired to CARDOK.DAT (with
      * their amount), still rejected, diverted as duplicates and
      * left unmatched -- for the ASMBALR1 morning balancing report.
      *
      * A hot-card file that is not there at all is an empty hot
      * list, and the report says so.  One that is there but will not
      * open ends the run with RETURN-CODE 8 before any correction is
      * read -- no repair goes to CARDOK.DAT unchecked.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/09/03 Simmons, Created program.
      * 2026/10/15 Simmons, Added the HOTCARD.DAT hot-card check,
      *                     reason 07.
      * 2026/10/15 Simmons, Appended the run's control totals to
      *                     CTLTOTAL.DAT for ASMBALR1.
      * 2026/10/15 Simmons, Carried amount, expiry and cardholder name
      *                     onto CARDDUP.DAT for remitter notices.
      * 2026/10/15 Simmons, Stored vault tokens in place of card
      *                     numbers, and matched corrections on either.
      * 2026/10/15 Simmons, Took the processing date from BUSDATE.DAT
      *                     through ASMDATE1 instead of the system
      *                     clock; no correction is applied without it.
      * 2026/10/15 Simmons, Classified cards against the BINTABLE.DAT
      *                     BIN range table through CCNBIN01; reason
      *                     08; card class on CARDOK.DAT.
      * 2026/10/15 Simmons, A hot-card file that will not open ends the
      *                     run, RC 8; a missing one is an empty list.
      *                     No CARDFIX.DAT is a night with no
      *                     corrections, RC 0, for the nightly stream.
      *
      *****************************************************************
      *
                                    record key   is CMS-CARD-NUMBER
                                    file status  is WS-CMS-STATUS.

      *    Hot-card file maintained by CCNHOT01, as CCNVAL01 reads it.
           select HOT-CARD-FILE    assign to 'HOTCARD.DAT'
                                    organization is indexed
                                    access mode  is dynamic
                                    record key   is HOT-CARD-NUMBER
                                    file status  is WS-HOT-STATUS.

           select CARD-DUP-FILE    assign to 'CARDDUP.DAT'
                                    organization is line sequential
                                    file status  is WS-CDP-STATUS.

      *    Cross-program control totals, appended once per run for
      *    the ASMBALR1 morning balancing report.
           select CONTROL-TOTAL-FILE assign to 'CTLTOTAL.DAT'
                                    organization is line sequential
                                    file status  is WS-CTL-STATUS.

           select REPORT-FILE      assign to 'CCNRPR01.RPT'
                                    organization is line sequential.

           05  COK-EXPIRY              pic X(5).
           05  filler                  pic X(1).
           05  COK-CARDHOLDER-NAME     pic X(30).
           05  filler                  pic X(1).
           05  COK-CARD-CLASS          pic X(1).

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           05  CMS-FIRST-SEEN-DATE     pic X(8).
           05  CMS-STATUS-FLAGS        pic X(1).

       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD.
           05  HOT-CARD-NUMBER         pic X(19).
           05  HOT-STATUS-FLAGS        pic X(1).
           05  HOT-EFFECTIVE-DATE      pic X(8).
           05  HOT-EXPIRY-DATE         pic X(8).
           05  HOT-CHANGED-BY          pic X(8).
           05  HOT-CHANGED-TIMESTAMP   pic X(21).

       FD  CARD-DUP-FILE.
       01  CARD-DUP-RECORD.
           05  CDP-CARD-NUMBER         pic X(19).
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

       COPY PASSBITS.

       COPY PASSTOKN.

       COPY PASSDATE.

       COPY PASSBINS.

      *****************************************************************
      *    BTS-PASS-REQUEST values when calling ASM4BITS.
      *    ------------------------------------------------------------
       01  REQUEST-4-EXPAND        pic X(8)    value 'EXPAND  '.
       01  REQUEST-4-COMPRESS      pic X(8)    value 'COMPRESS'.

      *****************************************************************
      *    TOK-PASS-REQUEST values when calling CCNTOK01.
      *    ------------------------------------------------------------
       01  REQUEST-4-OPEN          pic X(8)    value 'OPEN    '.
       01  REQUEST-4-ISSUE         pic X(8)    value 'ISSUE   '.
       01  REQUEST-4-LOOKUP        pic X(8)    value 'LOOKUP  '.
       01  REQUEST-4-CLOSE         pic X(8)    value 'CLOSE   '.

      *****************************************************************
      *    BIN-PASS-REQUEST values when calling CCNBIN01.
      *    ------------------------------------------------------------
       01  REQUEST-4-LOAD          pic X(8)    value 'LOAD    '.
       01  REQUEST-4-CLASSIFY      pic X(8)    value 'CLASSIFY'.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  WS-COK-STATUS           pic X(2)  value SPACES.
       01  WS-CMS-STATUS           pic X(2)  value SPACES.
       01  WS-CDP-STATUS           pic X(2)  value SPACES.
       01  WS-HOT-STATUS           pic X(2)  value SPACES.
       01  WS-HOT-CHECK            pic X(1)  value 'N'.
           88  HOT-CARD-CHECK-ON             value 'Y'.
           88  HOT-LIST-EMPTY                value 'E'.
       01  WS-FIX-EOF              pic X(1)  value 'N'.
           88  FIX-FILE-EOF                  value 'Y'.
       01  WS-REJ-EOF              pic X(1)  value 'N'.
               10  WS-REJ-REASON       pic X(2).
               10  WS-REJ-USED         pic X(1).
       01  WS-REJECT-FOUND         pic X(1)  value 'N'.
       01  WS-ORIG-TOKEN           pic X(23) value SPACES.
       01  WS-REJECT-OVERFLOW      pic 9(3)  value 0.

      *****************************************************************
      *    Keying-error counts by the original reject reason code,
      *    01 thru 08.
      *    ------------------------------------------------------------
       01  WS-REASON-TALLY-TABLE.
           05  WS-REASON-TALLY     pic 9(3) occurs 8 times.
       01  WS-REASON-IX            pic 9(1)  value 0.

      *****************************************************************
       01  WS-FIX-READ-COUNT       pic 9(5)  value 0.
       01  WS-UNMATCHED-COUNT      pic 9(5)  value 0.
       01  WS-REPAIRED-COUNT       pic 9(5)  value 0.
       01  WS-REPAIRED-AMOUNT      pic 9(11)V99 value 0.
       01  WS-STILL-BAD-COUNT      pic 9(5)  value 0.
       01  WS-DUP-COUNT            pic 9(5)  value 0.
       01  WS-UNTOKENIZED-COUNT    pic 9(5)  value 0.

      *****************************************************************
      *    The token the corrected record is written under.
      *    ------------------------------------------------------------
       01  WS-CARD-TOKEN           pic X(23) value SPACES.

      *****************************************************************
      *    Normalized card number -- digits only, left-justified,
       01  WS-LUHN-PASSED          pic X(1)  value 'N'.

      *****************************************************************
      *    Card-type classification result, from CCNBIN01, and the
      *    BINTABLE.DAT rows it had to leave out of its table.
      *    ------------------------------------------------------------
       01  WS-CARD-TYPE            pic X(16) value SPACES.
       01  WS-CARD-CLASS           pic X(1)  value SPACES.
       01  WS-TYPE-KNOWN           pic X(1)  value 'N'.
       01  WS-RANGE-STOPPED        pic X(1)  value 'N'.
       01  WS-BIN-REFUSED-COUNT    pic 9(4)  value 0.
       01  WS-BIN-FIRST-REFUSED    pic 9(4)  value 0.

      *****************************************************************
      *    Amount-validation work fields, as in CCNVAL01.
       01  WS-REASON-CODE          pic X(2)  value SPACES.
       01  WS-REASON-TEXT          pic X(40) value SPACES.

      *****************************************************************
      *    Hot-card lookup result, as in CCNVAL01.
      *    ------------------------------------------------------------
       01  WS-HOT-LISTED           pic X(1)  value 'N'.
       01  WS-HOT-STATUS-NAME      pic X(11) value SPACES.

      *****************************************************************
      *    Control-totals file status.
      *    ------------------------------------------------------------
       01  WS-CTL-STATUS           pic X(2)  value SPACES.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-BIN-ROWS-REFUSED     pic 9(4)  value 0004.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-ITEM-NOT-TOKENIZED   pic 9(4)  value 0008.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE

           if DTE-RESULT-OK
               perform REPAIR-CORRECTION-FILE
               perform Z-PRINT-REPAIR-REPORT
               perform Z-POST-CONTROL-TOTALS
           end-if

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Load the rejects, then apply CARDFIX.DAT against them
      *    through to the accepted, rejected and duplicate files.
      *    ------------------------------------------------------------
       REPAIR-CORRECTION-FILE.
           perform varying WS-REASON-IX from 1 by 1
                     until WS-REASON-IX > 8
               move 0 to WS-REASON-TALLY(WS-REASON-IX)
           end-perform


           move 'N' to WS-FIX-EOF
           open input CARD-FIX-FILE
      *    The step runs every night; a night with no CARDFIX.DAT is
      *    a night with no corrections, not an error.
           evaluate WS-CFX-STATUS
               when '00'
                   perform Z-OPEN-OUTPUT-FILES
                   if not FIX-FILE-EOF
                       read CARD-FIX-FILE
                           at end move 'Y' to WS-FIX-EOF
                       end-read
                   end-if
               when '35'
                   move 'CARDFIX.DAT not present, no corrections'
                     to MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move 'Y' to WS-FIX-EOF
               when other
                   move spaces to MESSAGE-TEXT
                   string 'CARDFIX.DAT not available (status '
                              delimited by size
                          WS-CFX-STATUS delimited by size
                          '), run ended' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
                   move 'Y' to WS-FIX-EOF
           end-evaluate

           perform until FIX-FILE-EOF
               add 1 to WS-FIX-READ-COUNT
               close CARD-REJECT-FILE
               close CARD-DUP-FILE
               close CARD-MASTER-FILE
               if HOT-CARD-CHECK-ON
                   close HOT-CARD-FILE
               end-if
               move REQUEST-4-CLOSE to TOK-PASS-REQUEST
               call 'CCNTOK01' using TOK-PASS-AREA
           end-if
           exit.

      *****************************************************************
      *    Match the correction to its reject, re-validate the
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
           else
               perform REVALIDATE-CORRECTION
               perform Z-ISSUE-CORRECTION-TOKEN
               if TOK-RESULT-OK
                   move 'Y' to WS-REJ-USED(WS-REJECT-IX)
                   perform Z-TALLY-REASON-CODE
                   if WS-REASON-CODE = spaces
                       perform WRITE-REPAIRED-CARD
                   else
                       perform WRITE-STILL-REJECTED
                   end-if
               else
                   add 1 to WS-UNMATCHED-COUNT
                   add 1 to WS-UNTOKENIZED-COUNT
                   move spaces to MESSAGE-TEXT
                   string 'Correction ' delimited by size
                          WS-FIX-READ-COUNT delimited by size
                          ' not applied, no token issued (result '
                            delimited by size
                          TOK-PASS-RESULT delimited by size
                          ')' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move RC-ITEM-NOT-TOKENIZED to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
      *    The token a repair goes out under is that of the normalized
      *    number, as CCNVAL01 stores an accept; a correction that
      *    still fails goes back under the token of the number as it
      *    was keyed, as CCNVAL01 stores a reject.
       Z-ISSUE-CORRECTION-TOKEN.
           move REQUEST-4-ISSUE to TOK-PASS-REQUEST
           if WS-REASON-CODE = spaces
               move WS-CLEAN-DIGITS to TOK-PASS-CLEAR-VALUE
           else
               move CFX-CARD-NUMBER to TOK-PASS-CLEAR-VALUE
           end-if
           call 'CCNTOK01' using TOK-PASS-AREA
           move TOK-PASS-TOKEN to WS-CARD-TOKEN
           exit.

      *---------------------------------------------------------------*
      *    The link back to the reject is the number exactly as it
      *    was keyed -- quoted as the token on the reject or as the
      *    number itself, which the vault turns into its token; the
      *    first open (unrepaired) entry wins.
       Z-FIND-REJECT-ENTRY.
           move 'N' to WS-REJECT-FOUND
           move spaces to WS-ORIG-TOKEN
           move REQUEST-4-LOOKUP to TOK-PASS-REQUEST
           move CFX-ORIG-NUMBER  to TOK-PASS-CLEAR-VALUE
           call 'CCNTOK01' using TOK-PASS-AREA
           if TOK-RESULT-OK
               move TOK-PASS-TOKEN to WS-ORIG-TOKEN
           end-if
           perform varying WS-REJECT-IX from 1 by 1
                     until WS-REJECT-IX > WS-REJECT-COUNT
                        or WS-REJECT-FOUND = 'Y'
               if  WS-REJ-USED(WS-REJECT-IX) = 'N'
               and (WS-REJ-NUMBER(WS-REJECT-IX) = CFX-ORIG-NUMBER
                 or (WS-ORIG-TOKEN not = spaces
                 and WS-REJ-NUMBER(WS-REJECT-IX) = WS-ORIG-TOKEN))
                   move 'Y' to WS-REJECT-FOUND
               end-if
           end-perform

      *---------------------------------------------------------------*
      *    Count the keying error under the reject's original reason
      *    code, 01 thru 08.
       Z-TALLY-REASON-CODE.
           if  WS-REJ-REASON(WS-REJECT-IX) is numeric
           and WS-REJ-REASON(WS-REJECT-IX) >= '01'
           and WS-REJ-REASON(WS-REJECT-IX) <= '08'
               move WS-REJ-REASON(WS-REJECT-IX)(2:1)
                 to WS-REASON-IX
               add 1 to WS-REASON-TALLY(WS-REASON-IX)
           move spaces to WS-REASON-TEXT
           move 'N'    to WS-LUHN-PASSED
           move 'N'    to WS-TYPE-KNOWN
           move 'N'    to WS-RANGE-STOPPED
           move spaces to WS-CARD-TYPE
           move spaces to WS-CARD-CLASS

           perform NORMALIZE-CARD-NUMBER


           if WS-NUMBER-OK = 'Y' and WS-LUHN-PASSED = 'Y'
               perform CLASSIFY-CARD-TYPE
               evaluate true
                   when WS-RANGE-STOPPED = 'Y'
                       move '08' to WS-REASON-CODE
                       move spaces to WS-REASON-TEXT
                       string 'BIN range not accepted: '
                                  delimited by size
                              WS-CARD-TYPE delimited by size
                         into WS-REASON-TEXT
                   when WS-TYPE-KNOWN = 'N'
                       move '04' to WS-REASON-CODE
                       move 'Prefix/length not a supported card type'
                         to WS-REASON-TEXT
               end-evaluate
           end-if

           if WS-REASON-CODE = spaces
                     to WS-REASON-TEXT
               end-if
           end-if

           if WS-REASON-CODE = spaces
               perform CHECK-HOT-CARD
               if WS-HOT-LISTED = 'Y'
                   move '07' to WS-REASON-CODE
                   move spaces to WS-REASON-TEXT
                   string 'Hot-card listed: ' delimited by size
                          WS-HOT-STATUS-NAME delimited by size
                     into WS-REASON-TEXT
               end-if
           end-if
           exit.

      *****************************************************************

      *****************************************************************
      *    Classify the issuer from the leading digits and the digit
      *    count against the BINTABLE.DAT issuer ranges, through
      *    CCNBIN01, as CLASSIFY-CARD-TYPE in CCNVAL01 does.
      *    ------------------------------------------------------------
       CLASSIFY-CARD-TYPE.
           move REQUEST-4-CLASSIFY to BIN-PASS-REQUEST
           move WS-CLEAN-DIGITS    to BIN-PASS-DIGITS
           move WS-DIGIT-COUNT     to BIN-PASS-DIGIT-COUNT
           call 'CCNBIN01' using BIN-PASS-AREA
           evaluate true
               when BIN-RESULT-OK
                   move 'Y'                 to WS-TYPE-KNOWN
                   move BIN-PASS-BRAND      to WS-CARD-TYPE
                   move BIN-PASS-CARD-CLASS to WS-CARD-CLASS
               when BIN-RANGE-STOPPED
                   move 'Y'                 to WS-RANGE-STOPPED
                   move BIN-PASS-BRAND      to WS-CARD-TYPE
               when other
                   move 'N'                 to WS-TYPE-KNOWN
           end-evaluate
           exit.

           end-if
           exit.

      *****************************************************************
      *    Look the corrected number up on the hot-card file, as
      *    CHECK-HOT-CARD does in CCNVAL01.
      *    ------------------------------------------------------------
       CHECK-HOT-CARD.
           move 'N'    to WS-HOT-LISTED
           move spaces to WS-HOT-STATUS-NAME
           if HOT-CARD-CHECK-ON
               move WS-CLEAN-DIGITS to HOT-CARD-NUMBER
               read HOT-CARD-FILE
               if  WS-HOT-STATUS = '00'
               and HOT-EFFECTIVE-DATE <= WS-RUN-DATE
               and HOT-EXPIRY-DATE    >= WS-RUN-DATE
                   move REQUEST-4-EXPAND to BTS-PASS-REQUEST
                   move 1                to BTS-PASS-LENGTH
                   move HOT-STATUS-FLAGS to BTS-PASS-BITS
                   call 'ASM4BITS' using BTS-PASS-AREA
                   evaluate true
                       when BTS-PASS-BYTES(4:1) = '1'
                           move 'Y'           to WS-HOT-LISTED
                           move 'CHARGED OFF' to WS-HOT-STATUS-NAME
                       when BTS-PASS-BYTES(6:1) = '1'
                           move 'Y'           to WS-HOT-LISTED
                           move 'FRAUD WATCH' to WS-HOT-STATUS-NAME
                       when BTS-PASS-BYTES(2:1) = '1'
                           move 'Y'           to WS-HOT-LISTED
                           move 'CREDIT HOLD' to WS-HOT-STATUS-NAME
                   end-evaluate
               end-if
           end-if
           exit.

      *****************************************************************
      *    Pack the status-flag byte -- bits 1 thru 3 as CCNVAL01
      *    earns them, plus bit 4 marking the record a resubmission
           move '1'                to BTS-PASS-BYTES(4:1)
           call 'ASM4BITS' using BTS-PASS-AREA

           move WS-CARD-TOKEN   to CMS-CARD-NUMBER
           read CARD-MASTER-FILE
           if WS-CMS-STATUS = '00'
               perform WRITE-DUPLICATE-CARD
           else
               move spaces              to CARD-ACCEPT-RECORD
               move WS-CARD-TOKEN       to COK-CARD-NUMBER
               move WS-CARD-TYPE        to COK-CARD-TYPE
               move BTS-PASS-BITS       to COK-STATUS-FLAGS
               move WS-AMOUNT-VALUE     to COK-AMOUNT
               move CFX-EXPIRY          to COK-EXPIRY
               move CFX-CARDHOLDER-NAME to COK-CARDHOLDER-NAME
               move WS-CARD-CLASS       to COK-CARD-CLASS
               write CARD-ACCEPT-RECORD
               add 1 to WS-REPAIRED-COUNT
               add WS-AMOUNT-VALUE to WS-REPAIRED-AMOUNT

               move WS-CARD-TOKEN   to CMS-CARD-NUMBER
               move WS-RUN-DATE     to CMS-FIRST-SEEN-DATE
               move BTS-PASS-BITS   to CMS-STATUS-FLAGS
               write CARD-MASTER-RECORD
           move CMS-CARD-NUMBER     to CDP-CARD-NUMBER
           move CMS-FIRST-SEEN-DATE to CDP-FIRST-SEEN-DATE
           move CMS-STATUS-FLAGS    to CDP-STATUS-FLAGS
           move WS-AMOUNT-VALUE     to CDP-AMOUNT
           move CFX-EXPIRY          to CDP-EXPIRY
           move CFX-CARDHOLDER-NAME to CDP-CARDHOLDER-NAME
           write CARD-DUP-RECORD
           add 1 to WS-DUP-COUNT

      *    ------------------------------------------------------------
       WRITE-STILL-REJECTED.
           move spaces              to CARD-REJECT-RECORD
           move WS-CARD-TOKEN       to CRJ-CARD-NUMBER
           move WS-REASON-CODE      to CRJ-REASON-CODE
           move WS-REASON-TEXT      to CRJ-REASON-TEXT
           move CFX-AMOUNT          to CRJ-AMOUNT

      *****************************************************************
      *    Open the routing files for the run -- CARDOK.DAT,
      *    CARDREJ.DAT and CARDDUP.DAT appended to, the card master
      *    opened the way Z-OPEN-CARD-MASTER does it in CCNVAL01, and
      *    the hot-card file opened for lookups.
      *    ------------------------------------------------------------
       Z-OPEN-OUTPUT-FILES.
           open extend CARD-ACCEPT-FILE
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-FIX-EOF
           end-if

      *    Without the token vault nothing can be written, so a vault
      *    that will not open ends the run too.
           move REQUEST-4-OPEN to TOK-PASS-REQUEST
           move 'CCNRPR01'     to TOK-PASS-CALLER
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
               move 'Y' to WS-FIX-EOF
           end-if

      *    No correction can be classified without the BINTABLE.DAT
      *    issuer ranges, so a table that cannot be used ends the run;
      *    rows left out of it are reported, RETURN-CODE 4.
           move REQUEST-4-LOAD to BIN-PASS-REQUEST
           call 'CCNBIN01' using BIN-PASS-AREA
           move BIN-PASS-ROWS-REFUSED  to WS-BIN-REFUSED-COUNT
           move BIN-PASS-FIRST-REFUSED to WS-BIN-FIRST-REFUSED
           evaluate true
               when BIN-RESULT-OK
                   continue
               when BIN-TABLE-INCOMPLETE
                   move RC-BIN-ROWS-REFUSED to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
               when other
                   move spaces to MESSAGE-TEXT
                   string 'BINTABLE.DAT not usable (result '
                              delimited by size
                          BIN-PASS-RESULT delimited by size
                          '), run ended' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
                   move 'Y' to WS-FIX-EOF
           end-evaluate

      *    The hot-card file is only read.  No file at all is an
      *    empty hot list; one that is there but will not open ends
      *    the run, as in CCNVAL01.
           move 'N' to WS-HOT-CHECK
           open input HOT-CARD-FILE
           evaluate WS-HOT-STATUS
               when '00'
                   move 'Y' to WS-HOT-CHECK
               when '35'
                   move 'E' to WS-HOT-CHECK
               when other
                   move spaces to MESSAGE-TEXT
                   string 'HOTCARD.DAT not available (status '
                              delimited by size
                          WS-HOT-STATUS delimited by size
                          '), run ended' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
                   move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
                   move 'Y' to WS-FIX-EOF
           end-evaluate
           exit.

      *****************************************************************
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if WS-UNTOKENIZED-COUNT > 0
               move spaces to MESSAGE-TEXT
               string '  of which no token issued : ' delimited by size
                      WS-UNTOKENIZED-COUNT delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           move 'Keying errors by original reason code:'
             to MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           perform varying WS-REASON-IX from 1 by 1
                     until WS-REASON-IX > 8
               move spaces to MESSAGE-TEXT
               string 'Reason 0' delimited by size
                      WS-REASON-IX delimited by size
               perform Z-POST-REPORT-LINE
           end-perform

           evaluate true
               when HOT-LIST-EMPTY
                   move 'HOTCARD.DAT not on file, no card is hot-listed'
                     to MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
               when not HOT-CARD-CHECK-ON
                   move 'HOTCARD.DAT not available, no card checked'
                     to MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
           end-evaluate

           if WS-BIN-REFUSED-COUNT > 0
               move spaces to MESSAGE-TEXT
               string 'BINTABLE.DAT rows left out: ' delimited by size
                      WS-BIN-REFUSED-COUNT delimited by size
                      ', the first at line ' delimited by size
                      WS-BIN-FIRST-REFUSED delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           if WS-REJECT-OVERFLOW > 0
               move spaces to MESSAGE-TEXT
               string 'Rejects past the 500-row table : '
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
               move 'CCNRPR01'                 to CTL-PROGRAM
               move 'CARDFIX'                  to CTL-IN-NAME
               move WS-FIX-READ-COUNT          to CTL-IN-COUNT
               move 0                          to CTL-IN-AMOUNT
               move 'CARDOK'                   to CTL-OUT-NAME(1)
               move WS-REPAIRED-COUNT          to CTL-OUT-COUNT(1)
               move WS-REPAIRED-AMOUNT         to CTL-OUT-AMOUNT(1)
               move 'CARDREJ'                  to CTL-OUT-NAME(2)
               move WS-STILL-BAD-COUNT         to CTL-OUT-COUNT(2)
               move 0                          to CTL-OUT-AMOUNT(2)
               move 'CARDDUP'                  to CTL-OUT-NAME(3)
               move WS-DUP-COUNT               to CTL-OUT-COUNT(3)
               move 0                          to CTL-OUT-AMOUNT(3)
               move 'UNMATCHD'                 to CTL-OUT-NAME(4)
               move WS-UNMATCHED-COUNT         to CTL-OUT-COUNT(4)
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
      *    corrections are not applied at all.
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
