       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNVAL01.CBL
      * Copy Files:    PASSBITS.CPY, PASSTOKN.CPY, PASSDATE.CPY,
      *                PASSBINS.CPY
      * Calls to:      ASM4BITS, CCNTOK01, ASMDATE1, CCNBIN01
      *****************************************************************
      *
      * CCNVAL01 - Validate a file of keyed card numbers.
      * Card numbers re-keyed from paper remittances are read one per
      * record from CARDIN.DAT.  Each number is stripped of spaces and
      * dashes, checked with the Luhn mod-10 check-digit routine and
      * classified by issuer prefix and length against the issuer
      * ranges on the BINTABLE.DAT BIN range table, through CCNBIN01.
      * Numbers that pass are written to CARDOK.DAT with the card
      * brand, its credit/debit/prepaid class (C, D or P) and a
      * one-byte status-flag field; numbers that fail are written to
      * CARDREJ.DAT with a reason code so the keying error can be
      * corrected the same day instead of surfacing when the
      * settlement file bounces back.
      *
      * Every number accepted is also posted to the CARDMSTR.DAT card
      * master, a VSAM KSDS-style file keyed on the number's vault
      * token the way EXPANDTB.DAT is keyed on its byte value.  A
      * number already on the master -- keyed twice in one batch or on
      * an earlier day -- is diverted to CARDDUP.DAT, carrying the date
      * it was first seen and its original status-flag byte, instead of
      *    bit 3 - card type recognized from prefix and length
      *    bit 4 - record is a resubmission repaired through
      *            CCNRPR01 (set there, never here)
      *    bit 5 - settled by the acquirer (set by CCNRTN01 on the
      *            card master, never here)
      *    bit 6 - returned by the acquirer (set by CCNRTN01 on the
      *            card master, never here)
      *    bits 7-8 reserved, zero
      *
      * The paper remittance also carries the payment amount, the
      * expiration date and the cardholder name, which used to be
      *    04 - issuer prefix/length not a supported card type
      *    05 - amount missing, non-numeric or zero
      *    06 - expiry invalid or before the run date
      *    07 - card is on the HOTCARD.DAT hot-card file; the text
      *         names the status (CHARGED OFF, FRAUD WATCH or
      *         CREDIT HOLD, the most serious if more than one)
      *    08 - issuer range is one we have stopped accepting (a
      *         range marked S on BINTABLE.DAT); the text names the
      *         brand
      *
      * Operations add, close and re-class issuer ranges on
      * BINTABLE.DAT without a program change; CCNBIN01 describes the
      * row layout.  A table that cannot be read, or holds no usable
      * range, ends the run before anything is validated (RC 8); rows
      * it has to leave out are reported and warn RC 4.  The end-of-
      * run summary breaks the accepted items and amounts down by
      * credit, debit and prepaid, for interchange costing.
      *
      * Every card that clears reasons 01-06 is looked up on the
      * HOTCARD.DAT hot-card file maintained by CCNHOT01.  An entry
      * stops the card only between its effective and expiry dates.
      * A hot-card file that is not there at all is an empty hot
      * list, and the report says so.  One that is there but will not
      * open ends the run with RETURN-CODE 8 before any card is
      * validated -- no card goes to CARDOK.DAT unchecked.
      *
      * Remittances are keyed in batches against an adding-machine
      * tape, and each batch in CARDIN.DAT opens with a batch header
      * record carrying the batch number, the keyer's operator ID
      * and the tape's item count and amount total:
      *
      *    col  1-6   'BATCH '
      *    col  7-12  batch number
      *    col 14-21  keyer ID (as on OPERIDS.DAT)
      *    col 25-34  declared amount total, keyed like an amount
      *    col 36-40  declared item count, five digits
      *
      * Before anything is validated, a first pass over CARDIN.DAT
      * balances every batch's keyed item count and amount total
      * against its header.  A batch that is out of balance -- or
      * whose header is unreadable, or detail records with no batch
      * header ahead of them -- is held whole in the CARDSUS.DAT
      * suspense file, header and details as keyed, and none of its
      * items reach CARDOK.DAT or the card master.  Once corrected,
      * the suspense records can be fed back in as CARDIN.DAT.  Only
      * balanced batches are validated, on the second pass.
      *
      * CCNVAL01.RPT carries the run totals, a balancing line per
      * batch, and a line per keyer with the keyer's reject rate and
      * the rate by reason code.  A held batch ends the run with
      * RETURN-CODE 4 so the controller stream shows the warning.
      *
      * RETURN-CODE 4 is kept for warnings that let no unchecked card
      * through: a batch held in CARDSUS.DAT, and BINTABLE.DAT rows
      * left out of the range table (a number in a range left out is
      * rejected, reason 04).  The VALIDATE step card therefore
      * allows 0004 and the stream goes on to REPAIR and SETTLE.
      * Anything that would let a card reach CARDOK.DAT unchecked --
      * a card master, token vault, hot-card file or BIN table that
      * cannot be used -- is RETURN-CODE 8 and stops the stream.
      *
      * No card number is written to CARDOK.DAT, CARDREJ.DAT,
      * CARDDUP.DAT or the card master in the clear.  Every number is
      * validated as keyed, then swapped for its token from the
      * TOKVAULT.DAT token vault through CCNTOK01 before it is
      * written -- the normalized number for CARDOK.DAT, CARDDUP.DAT
      * and the master, the number exactly as keyed for CARDREJ.DAT.
      * A number always gets the same token, so the card master is
      * keyed on the token and the duplicate check works as before.
      * A vault that cannot be opened ends the run before anything
      * is validated; an item the vault cannot issue a token for is
      * held in CARDSUS.DAT as keyed and the run ends RETURN-CODE 8.
      *
      * Each run appends a control-totals record to CTLTOTAL.DAT --
      * details read from CARDIN.DAT (with the keyed amount of the
      * batched items), and the counts written to CARDOK.DAT (with
      * the accepted amount), CARDREJ.DAT, CARDDUP.DAT and
      * CARDSUS.DAT -- for the ASMBALR1 morning balancing report.
      *
      *****************************************************************
      *
      * 2026/09/03 Simmons, Added amount, expiry and cardholder name
      *                     to the remittance record; reasons 05-06;
      *                     accepted-amount total in the summary.
      * 2026/10/15 Simmons, Added settlement bits 5-6 to the flag map.
      * 2026/10/15 Simmons, Added batch header records, batch
      *                     balancing, the CARDSUS.DAT suspense file
      *                     and the CCNVAL01.RPT balancing report.
      * 2026/10/15 Simmons, Added the HOTCARD.DAT hot-card check,
      *                     reason 07.
      * 2026/10/15 Simmons, Appended the run's control totals to
      *                     CTLTOTAL.DAT for ASMBALR1.
      * 2026/10/15 Simmons, Carried amount, expiry and cardholder name
      *                     onto CARDDUP.DAT for remitter notices.
      * 2026/10/15 Simmons, Stored vault tokens in place of card
      *                     numbers on every output file.
      * 2026/10/15 Simmons, Took the processing date from BUSDATE.DAT
      *                     through ASMDATE1 instead of the system
      *                     clock; no card file is validated without it.
      * 2026/10/15 Simmons, Classified cards against the BINTABLE.DAT
      *                     BIN range table through CCNBIN01; reason
      *                     08; credit/debit/prepaid class on
      *                     CARDOK.DAT and in the summary.
      * 2026/10/15 Simmons, A hot-card file that will not open ends the
      *                     run, RC 8; a missing one is an empty list.
      *                     Card-master key described as the token.
      *
      *****************************************************************
      *
                                    organization is line sequential
                                    file status  is WS-CRJ-STATUS.

      *    VSAM KSDS-style card master, keyed on the number's vault
      *    token the way EXPANDTB.DAT is keyed, so a number
      *    accepted on any earlier run (or earlier in this one) can be
      *    recognized before it reaches CARDOK.DAT again.
           select CARD-MASTER-FILE assign to 'CARDMSTR.DAT'
                                    record key   is CMS-CARD-NUMBER
                                    file status  is WS-CMS-STATUS.

      *    Hot-card file maintained by CCNHOT01, keyed the same way.
           select HOT-CARD-FILE    assign to 'HOTCARD.DAT'
                                    organization is indexed
                                    access mode  is dynamic
                                    record key   is HOT-CARD-NUMBER
                                    file status  is WS-HOT-STATUS.

           select CARD-DUP-FILE    assign to 'CARDDUP.DAT'
                                    organization is line sequential
                                    file status  is WS-CDP-STATUS.

      *    Out-of-balance batches, held whole as keyed.
           select SUSPENSE-FILE    assign to 'CARDSUS.DAT'
                                    organization is line sequential
                                    file status  is WS-SUS-STATUS.

      *    Cross-program control totals, appended once per run for
      *    the ASMBALR1 morning balancing report.
           select CONTROL-TOTAL-FILE assign to 'CTLTOTAL.DAT'
                                    organization is line sequential
                                    file status  is WS-CTL-STATUS.

           select REPORT-FILE      assign to 'CCNVAL01.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           05  CIN-CARDHOLDER-NAME     pic X(30).
           05  filler                  pic X(9).

      *    The batch header keyed ahead of each batch's details.  The
      *    declared amount sits in the same columns as CIN-AMOUNT so
      *    VALIDATE-AMOUNT reads it the way it reads a keyed amount.
       01  CARD-BATCH-HEADER.
           05  BHD-RECORD-ID           pic X(6).
               88  BATCH-HEADER-RECORD           value 'BATCH '.
           05  BHD-BATCH-NUMBER        pic X(6).
           05  filler                  pic X(1).
           05  BHD-KEYER-ID            pic X(8).
           05  filler                  pic X(3).
           05  BHD-DECLARED-AMOUNT     pic X(10).
           05  filler                  pic X(1).
           05  BHD-DECLARED-COUNT      pic X(5).
           05  filler                  pic X(40).

      *****************************************************************
      *    Accepted-card file -- normalized digits, issuer name, the
      *    packed status-flag byte described above, then the amount
           05  COK-EXPIRY              pic X(5).
           05  filler                  pic X(1).
           05  COK-CARDHOLDER-NAME     pic X(30).
           05  filler                  pic X(1).
           05  COK-CARD-CLASS          pic X(1).

      *****************************************************************
      *    Rejected-card file -- the record as keyed plus the reason
           05  CRJ-CARDHOLDER-NAME     pic X(30).

      *****************************************************************
      *    Card-master record -- the vault token of the normalized
      *    number, the date it was first accepted and the status-flag
      *    byte written to CARDOK.DAT that day.
      *    ------------------------------------------------------------
       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           05  CMS-FIRST-SEEN-DATE     pic X(8).
           05  CMS-STATUS-FLAGS        pic X(1).

      *****************************************************************
      *    Hot-card entry -- the ACCTSTAT-style status byte (bit 2
      *    CREDIT HOLD, bit 4 CHARGED OFF, bit 6 FRAUD WATCH), the
      *    dates it is in force and who last changed it.
      *    ------------------------------------------------------------
       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD.
           05  HOT-CARD-NUMBER         pic X(19).
           05  HOT-STATUS-FLAGS        pic X(1).
           05  HOT-EFFECTIVE-DATE      pic X(8).
           05  HOT-EXPIRY-DATE         pic X(8).
           05  HOT-CHANGED-BY          pic X(8).
           05  HOT-CHANGED-TIMESTAMP   pic X(21).

      *****************************************************************
      *    Duplicate-card file -- the number as keyed again, the date
      *    the master first saw it and the status-flag byte it was
      *    first accepted with, then the amount, expiry and
      *    cardholder name of the remittance that was held back, for
      *    the CCNLTR01 remitter notice.
      *    ------------------------------------------------------------
       FD  CARD-DUP-FILE.
       01  CARD-DUP-RECORD.
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
      *    Suspense file -- the batch and keyer the record was held
      *    under, then the CARDIN.DAT record exactly as keyed.
      *    ------------------------------------------------------------
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-BATCH-NUMBER        pic X(6).
           05  filler                  pic X(1).
           05  SUS-KEYER-ID            pic X(8).
           05  filler                  pic X(1).
           05  SUS-INPUT-IMAGE         pic X(80).

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
       01  REQUEST-4-CLOSE         pic X(8)    value 'CLOSE   '.

      *****************************************************************
      *    BIN-PASS-REQUEST values when calling CCNBIN01.
      *    ------------------------------------------------------------
       01  REQUEST-4-LOAD          pic X(8)    value 'LOAD    '.
       01  REQUEST-4-CLASSIFY      pic X(8)    value 'CLASSIFY'.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  WS-CRJ-STATUS           pic X(2)  value SPACES.
       01  WS-CMS-STATUS           pic X(2)  value SPACES.
       01  WS-CDP-STATUS           pic X(2)  value SPACES.
       01  WS-SUS-STATUS           pic X(2)  value SPACES.
       01  WS-HOT-STATUS           pic X(2)  value SPACES.
       01  WS-HOT-CHECK            pic X(1)  value 'N'.
           88  HOT-CARD-CHECK-ON             value 'Y'.
           88  HOT-LIST-EMPTY                value 'E'.
       01  WS-CARD-EOF             pic X(1)  value 'N'.
           88  CARD-FILE-EOF                 value 'Y'.

       01  WS-SCAN-CHAR            pic X(1).
       01  WS-NUMBER-OK            pic X(1)  value 'Y'.

      *****************************************************************
      *    The token the card number is stored under, and the count
      *    of items held because the vault could not issue one.
      *    ------------------------------------------------------------
       01  WS-CARD-TOKEN           pic X(19) value SPACES.
       01  WS-UNTOKENIZED-COUNT    pic 9(5)  value 0.

      *****************************************************************
      *    Luhn mod-10 check-digit work fields.
      *    ------------------------------------------------------------
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
      *    Amount-validation work fields -- the keyed amount parsed
       01  WS-REASON-CODE          pic X(2)  value SPACES.
       01  WS-REASON-TEXT          pic X(40) value SPACES.

      *****************************************************************
      *    Hot-card lookup result -- whether the card is listed and in
      *    force today, and the name of its most serious status.
      *    ------------------------------------------------------------
       01  WS-HOT-LISTED           pic X(1)  value 'N'.
       01  WS-HOT-STATUS-NAME      pic X(11) value SPACES.

      *****************************************************************
      *    Record counts for the end-of-run console summary.
      *    ------------------------------------------------------------
       01  WS-DUP-COUNT            pic 9(5)  value 0.
       01  WS-ACCEPT-AMOUNT        pic 9(11)V99 value 0.
       01  WS-ACCEPT-AMOUNT-E      pic 9(11).99.
       01  WS-KEYED-AMOUNT-TOTAL   pic 9(11)V99 value 0.
       01  WS-HELD-COUNT           pic 9(5)  value 0.
       01  WS-HEADER-COUNT         pic 9(5)  value 0.

      *****************************************************************
      *    Accepted items and amounts by card class, for the summary.
      *    ------------------------------------------------------------
       01  WS-CREDIT-COUNT         pic 9(5)  value 0.
       01  WS-CREDIT-AMOUNT        pic 9(11)V99 value 0.
       01  WS-DEBIT-COUNT          pic 9(5)  value 0.
       01  WS-DEBIT-AMOUNT         pic 9(11)V99 value 0.
       01  WS-PREPAID-COUNT        pic 9(5)  value 0.
       01  WS-PREPAID-AMOUNT       pic 9(11)V99 value 0.
       01  WS-CLASS-AMOUNT-E       pic 9(11).99.

      *****************************************************************
      *    Batch balancing table, built on the first pass -- one entry
      *    per batch header in the order keyed.  Entry zero does not
      *    exist: details with no header ahead of them, and batches
      *    past the 200-entry cap, are tallied in the unbatched
      *    counters and always held.
      *    ------------------------------------------------------------
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY occurs 200 times.
               10  BAT-NUMBER          pic X(6).
               10  BAT-KEYER-ID        pic X(8).
               10  BAT-HEADER-OK       pic X(1).
               10  BAT-DECL-COUNT      pic 9(5).
               10  BAT-DECL-AMOUNT     pic 9(7)V99.
               10  BAT-KEYED-COUNT     pic 9(5).
               10  BAT-KEYED-AMOUNT    pic 9(9)V99.
               10  BAT-STATUS          pic X(1).
                   88  BATCH-BALANCED            value 'B'.
                   88  BATCH-HELD                value 'H'.
               10  BAT-ACCEPT-COUNT    pic 9(5).
               10  BAT-REJECT-COUNT    pic 9(5).
               10  BAT-DUP-COUNT       pic 9(5).
       01  WS-BATCH-COUNT          pic 9(3)  value 0.
       01  WS-BATCH-IX             pic 9(3)  value 0.
       01  WS-BATCH-OVERFLOW       pic 9(5)  value 0.
       01  WS-HELD-BATCH-COUNT     pic 9(5)  value 0.
       01  WS-UNBATCHED-COUNT      pic 9(5)  value 0.
       01  WS-CUR-BATCH-NUMBER     pic X(6)  value SPACES.
       01  WS-CUR-KEYER-ID         pic X(8)  value SPACES.
       01  WS-KEYED-AMOUNT-E       pic 9(9).99.
       01  WS-DECL-AMOUNT-E        pic 9(7).99.
       01  WS-BATCH-VERDICT        pic X(8)  value SPACES.

      *****************************************************************
      *    Per-keyer statistics for the balanced batches -- items
      *    validated and rejects by reason code, for the reject rates.
      *    ------------------------------------------------------------
       01  WS-KEYER-TABLE.
           05  WS-KEYER-ENTRY occurs 50 times.
               10  KEY-ID              pic X(8).
               10  KEY-BATCH-COUNT     pic 9(3).
               10  KEY-HELD-COUNT      pic 9(3).
               10  KEY-ITEM-COUNT      pic 9(5).
               10  KEY-REJECT-COUNT    pic 9(5).
               10  KEY-REASON-COUNT    pic 9(5) occurs 8 times.
       01  WS-KEYER-COUNT          pic 9(2)  value 0.
       01  WS-KEYER-IX             pic 9(2)  value 0.
       01  WS-KEYER-FOUND          pic X(1)  value 'N'.
       01  WS-REASON-IX            pic 9(2)  value 0.
       01  WS-REJECT-RATE          pic 9(3)V9 value 0.
       01  WS-REJECT-RATE-E        pic ZZ9.9.

      *****************************************************************
      *    Control-totals file status.
      *    ------------------------------------------------------------
       01  WS-CTL-STATUS           pic X(2)  value SPACES.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-BATCH-HELD           pic 9(4)  value 0004.
       01  RC-BIN-ROWS-REFUSED     pic 9(4)  value 0004.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-ITEM-NOT-TOKENIZED   pic 9(4)  value 0008.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE

           if DTE-RESULT-OK
               perform VALIDATE-CARD-FILE
               perform Z-PRINT-BALANCING-REPORT
               perform Z-POST-CONTROL-TOTALS
           end-if

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Balance the batches, then validate CARDIN.DAT through to
      *    the accepted, rejected, duplicate and suspense files.
      *    ------------------------------------------------------------
       VALIDATE-CARD-FILE.
           perform Z-BALANCE-BATCHES

           move 0   to WS-BATCH-IX
           move 0   to WS-HEADER-COUNT
           move 'N' to WS-CARD-EOF
           open input CARD-INPUT-FILE
           if WS-CIN-STATUS not = '00'
               open output CARD-ACCEPT-FILE
               open output CARD-REJECT-FILE
               open output CARD-DUP-FILE
               open output SUSPENSE-FILE
               perform Z-OPEN-CARD-MASTER
               perform Z-OPEN-HOT-CARD-FILE
               perform Z-OPEN-TOKEN-VAULT
               perform Z-LOAD-BIN-TABLE
               if not CARD-FILE-EOF
                   read CARD-INPUT-FILE
                       at end move 'Y' to WS-CARD-EOF
                   end-read
               end-if
           end-if

           perform until CARD-FILE-EOF
               if BATCH-HEADER-RECORD
                   perform START-NEXT-BATCH
               else
                   add 1 to WS-READ-COUNT
                   if WS-BATCH-IX > 0
                       if BATCH-BALANCED(WS-BATCH-IX)
                           perform VALIDATE-ONE-CARD
                       else
                           perform WRITE-SUSPENSE-RECORD
                       end-if
                   else
                       perform WRITE-SUSPENSE-RECORD
                   end-if
               end-if
               read CARD-INPUT-FILE
                   at end move 'Y' to WS-CARD-EOF
               end-read
               close CARD-ACCEPT-FILE
               close CARD-REJECT-FILE
               close CARD-DUP-FILE
               close SUSPENSE-FILE
               close CARD-MASTER-FILE
               if HOT-CARD-CHECK-ON
                   close HOT-CARD-FILE
               end-if
               move REQUEST-4-CLOSE to TOK-PASS-REQUEST
               call 'CCNTOK01' using TOK-PASS-AREA
           end-if
           exit.

      *****************************************************************
      *    Validate the card number in CARD-INPUT-RECORD and write it
      *    to the accepted or rejected file.
      *    ------------------------------------------------------------
       VALIDATE-ONE-CARD.
           add 1 to KEY-ITEM-COUNT(WS-KEYER-IX)
           move spaces to WS-REASON-CODE
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

           if WS-REASON-CODE = spaces
               perform WRITE-ACCEPTED-CARD
           else
           end-if
           exit.

      *****************************************************************
      *    Look the normalized number up on the hot-card file.  An
      *    entry in force today -- effective date reached, expiry
      *    date not passed -- lists the card; EXPAND the status byte
      *    to name the most serious status it carries.
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
      *    Parse the keyed amount into WS-AMOUNT-VALUE.  Digits with
      *    at most one decimal point and two decimal places; a keyed

      *****************************************************************
      *    Classify the issuer from the leading digits and the digit
      *    count against the BINTABLE.DAT issuer ranges, through
      *    CCNBIN01.  A range marked stopped names its brand but is
      *    not a card type we accept.
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
           call 'ASM4BITS' using BTS-PASS-AREA

           move REQUEST-4-ISSUE to TOK-PASS-REQUEST
           move WS-CLEAN-DIGITS to TOK-PASS-CLEAR-VALUE
           call 'CCNTOK01' using TOK-PASS-AREA
           if TOK-RESULT-OK
               move TOK-PASS-TOKEN(1:19) to WS-CARD-TOKEN
               perform WRITE-TOKENIZED-CARD
           else
               perform HOLD-UNTOKENIZED-ITEM
           end-if
           exit.

      *---------------------------------------------------------------*
      *    The duplicate check and the write, on the card's token.
       WRITE-TOKENIZED-CARD.
           move WS-CARD-TOKEN to CMS-CARD-NUMBER
           read CARD-MASTER-FILE
           if WS-CMS-STATUS = '00'
               perform WRITE-DUPLICATE-CARD
           else
               move spaces              to CARD-ACCEPT-RECORD
               move WS-CARD-TOKEN       to COK-CARD-NUMBER
               move WS-CARD-TYPE        to COK-CARD-TYPE
               move BTS-PASS-BITS       to COK-STATUS-FLAGS
               move WS-AMOUNT-VALUE     to COK-AMOUNT
               move CIN-EXPIRY          to COK-EXPIRY
               move CIN-CARDHOLDER-NAME to COK-CARDHOLDER-NAME
               move WS-CARD-CLASS       to COK-CARD-CLASS
               write CARD-ACCEPT-RECORD
               add 1 to WS-ACCEPT-COUNT
               add 1 to BAT-ACCEPT-COUNT(WS-BATCH-IX)
               add WS-AMOUNT-VALUE to WS-ACCEPT-AMOUNT
               evaluate WS-CARD-CLASS
                   when 'C'
                       add 1 to WS-CREDIT-COUNT
                       add WS-AMOUNT-VALUE to WS-CREDIT-AMOUNT
                   when 'D'
                       add 1 to WS-DEBIT-COUNT
                       add WS-AMOUNT-VALUE to WS-DEBIT-AMOUNT
                   when 'P'
                       add 1 to WS-PREPAID-COUNT
                       add WS-AMOUNT-VALUE to WS-PREPAID-AMOUNT
               end-evaluate

               move WS-CARD-TOKEN   to CMS-CARD-NUMBER
               move WS-RUN-DATE     to CMS-FIRST-SEEN-DATE
               move BTS-PASS-BITS   to CMS-STATUS-FLAGS
               write CARD-MASTER-RECORD
           move CMS-CARD-NUMBER     to CDP-CARD-NUMBER
           move CMS-FIRST-SEEN-DATE to CDP-FIRST-SEEN-DATE
           move CMS-STATUS-FLAGS    to CDP-STATUS-FLAGS
           move WS-AMOUNT-VALUE     to CDP-AMOUNT
           move CIN-EXPIRY          to CDP-EXPIRY
           move CIN-CARDHOLDER-NAME to CDP-CARDHOLDER-NAME
           write CARD-DUP-RECORD
           add 1 to WS-DUP-COUNT
           add 1 to BAT-DUP-COUNT(WS-BATCH-IX)

      *    Record number only on the console -- never the card number
      *    itself, the same rule the reject echo follows.
           exit.

      *****************************************************************
      *    The reject is written under the token of the number as it
      *    was keyed, so a correction can quote either.
      *    ------------------------------------------------------------
       WRITE-REJECTED-CARD.
           move REQUEST-4-ISSUE to TOK-PASS-REQUEST
           move CIN-CARD-NUMBER to TOK-PASS-CLEAR-VALUE
           call 'CCNTOK01' using TOK-PASS-AREA
           if TOK-RESULT-OK
               perform WRITE-REJECT-RECORD
           else
               perform HOLD-UNTOKENIZED-ITEM
           end-if
           exit.

      *---------------------------------------------------------------*
       WRITE-REJECT-RECORD.
           move spaces              to CARD-REJECT-RECORD
           move TOK-PASS-TOKEN      to CRJ-CARD-NUMBER
           move WS-REASON-CODE      to CRJ-REASON-CODE
           move WS-REASON-TEXT      to CRJ-REASON-TEXT
           move CIN-AMOUNT          to CRJ-AMOUNT
           move CIN-CARDHOLDER-NAME to CRJ-CARDHOLDER-NAME
           write CARD-REJECT-RECORD
           add 1 to WS-REJECT-COUNT
           add 1 to BAT-REJECT-COUNT(WS-BATCH-IX)
           add 1 to KEY-REJECT-COUNT(WS-KEYER-IX)
           move WS-REASON-CODE to WS-REASON-IX
           if WS-REASON-IX >= 1 and WS-REASON-IX <= 8
               add 1 to KEY-REASON-COUNT(WS-KEYER-IX, WS-REASON-IX)
           end-if

      *    The console echo carries only the record number and the
      *    reason -- never the card number itself, which would put
           perform Z-POST-MESSAGE
           exit.

      *****************************************************************
      *    A batch header on the validation pass -- pick up its entry
      *    in the balancing table.  A balanced batch's details are
      *    validated under its keyer; a held batch's header goes to
      *    suspense ahead of its details.
      *    ------------------------------------------------------------
       START-NEXT-BATCH.
           add 1 to WS-HEADER-COUNT
           if WS-HEADER-COUNT <= WS-BATCH-COUNT
               move WS-HEADER-COUNT to WS-BATCH-IX
           else
               move 0 to WS-BATCH-IX
           end-if
           move BHD-BATCH-NUMBER to WS-CUR-BATCH-NUMBER
           move BHD-KEYER-ID     to WS-CUR-KEYER-ID
           perform Z-FIND-KEYER-ENTRY

           if WS-BATCH-IX > 0
               if BATCH-BALANCED(WS-BATCH-IX)
                   add 1 to KEY-BATCH-COUNT(WS-KEYER-IX)
               else
                   add 1 to KEY-HELD-COUNT(WS-KEYER-IX)
                   perform WRITE-SUSPENSE-RECORD
               end-if
           else
               add 1 to KEY-HELD-COUNT(WS-KEYER-IX)
               perform WRITE-SUSPENSE-RECORD
           end-if
           exit.

      *****************************************************************
      *    The vault could not issue a token for the item, so it can
      *    go to none of the card files -- hold it in CARDSUS.DAT as
      *    keyed, to be fed back in once the vault is put right.
      *    ------------------------------------------------------------
       HOLD-UNTOKENIZED-ITEM.
           perform WRITE-SUSPENSE-RECORD
           add 1 to WS-UNTOKENIZED-COUNT
           move spaces to MESSAGE-TEXT
           string 'Record ' delimited by size
                  WS-READ-COUNT delimited by size
                  ' held, no token issued (vault result '
                      delimited by size
                  TOK-PASS-RESULT delimited by size
                  ')' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-MESSAGE
           move RC-ITEM-NOT-TOKENIZED to WS-CANDIDATE-RC
           perform Z-BUMP-RETURN-CODE
           exit.

      *****************************************************************
      *    Hold the record just read in CARDSUS.DAT exactly as keyed,
      *    under the batch and keyer it arrived with.  Details with
      *    no batch header ahead of them are held under blank ones.
      *    ------------------------------------------------------------
       WRITE-SUSPENSE-RECORD.
           move spaces              to SUSPENSE-RECORD
           move WS-CUR-BATCH-NUMBER to SUS-BATCH-NUMBER
           move WS-CUR-KEYER-ID     to SUS-KEYER-ID
           move CARD-INPUT-RECORD   to SUS-INPUT-IMAGE
           write SUSPENSE-RECORD
           if not BATCH-HEADER-RECORD
               add 1 to WS-HELD-COUNT
           end-if
           exit.

      *****************************************************************
      *    First pass -- read CARDIN.DAT through once, tallying each
      *    batch's keyed item count and amount total against the
      *    header, then mark every batch balanced or held.  A file
      *    that will not open is left for the validation pass to
      *    report.
      *    ------------------------------------------------------------
       Z-BALANCE-BATCHES.
           move 0   to WS-BATCH-COUNT
           move 0   to WS-BATCH-IX
           move 'N' to WS-CARD-EOF
           open input CARD-INPUT-FILE
           if WS-CIN-STATUS not = '00'
               move 'Y' to WS-CARD-EOF
           else
               read CARD-INPUT-FILE
                   at end move 'Y' to WS-CARD-EOF
               end-read
           end-if

           perform until CARD-FILE-EOF
               if BATCH-HEADER-RECORD
                   perform Z-BALANCE-NEW-BATCH
               else
                   if WS-BATCH-IX > 0
                       add 1 to BAT-KEYED-COUNT(WS-BATCH-IX)
                       perform VALIDATE-AMOUNT
                       if WS-AMT-OK = 'Y'
                           add WS-AMOUNT-VALUE
                             to BAT-KEYED-AMOUNT(WS-BATCH-IX)
                           add WS-AMOUNT-VALUE to WS-KEYED-AMOUNT-TOTAL
                       end-if
                   else
                       add 1 to WS-UNBATCHED-COUNT
                   end-if
               end-if
               read CARD-INPUT-FILE
                   at end move 'Y' to WS-CARD-EOF
               end-read
           end-perform

           if WS-CIN-STATUS = '10' or WS-CIN-STATUS = '00'
               close CARD-INPUT-FILE
           end-if

           move 0 to WS-HELD-BATCH-COUNT
           perform varying WS-BATCH-IX from 1 by 1
                     until WS-BATCH-IX > WS-BATCH-COUNT
               if  BAT-HEADER-OK(WS-BATCH-IX) = 'Y'
               and BAT-KEYED-COUNT(WS-BATCH-IX)
                     = BAT-DECL-COUNT(WS-BATCH-IX)
               and BAT-KEYED-AMOUNT(WS-BATCH-IX)
                     = BAT-DECL-AMOUNT(WS-BATCH-IX)
                   move 'B' to BAT-STATUS(WS-BATCH-IX)
               else
                   move 'H' to BAT-STATUS(WS-BATCH-IX)
                   add 1 to WS-HELD-BATCH-COUNT
               end-if
           end-perform

           if WS-HELD-BATCH-COUNT > 0 or WS-UNBATCHED-COUNT > 0
              or WS-BATCH-OVERFLOW > 0
               move RC-BATCH-HELD to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *---------------------------------------------------------------*
      *    Open a balancing-table entry for the header just read.
      *    The declared amount must read as a keyed amount and the
      *    declared count as five digits, or the batch is held.
       Z-BALANCE-NEW-BATCH.
           if WS-BATCH-COUNT < 200
               add 1 to WS-BATCH-COUNT
               move WS-BATCH-COUNT   to WS-BATCH-IX
               move BHD-BATCH-NUMBER to BAT-NUMBER(WS-BATCH-IX)
               move BHD-KEYER-ID     to BAT-KEYER-ID(WS-BATCH-IX)
               move 0 to BAT-DECL-COUNT(WS-BATCH-IX)
               move 0 to BAT-DECL-AMOUNT(WS-BATCH-IX)
               move 0 to BAT-KEYED-COUNT(WS-BATCH-IX)
               move 0 to BAT-KEYED-AMOUNT(WS-BATCH-IX)
               move 0 to BAT-ACCEPT-COUNT(WS-BATCH-IX)
               move 0 to BAT-REJECT-COUNT(WS-BATCH-IX)
               move 0 to BAT-DUP-COUNT(WS-BATCH-IX)
               move 'H' to BAT-STATUS(WS-BATCH-IX)
               move 'N' to BAT-HEADER-OK(WS-BATCH-IX)
               perform VALIDATE-AMOUNT
               if WS-AMT-OK = 'Y' and BHD-DECLARED-COUNT is numeric
                   move 'Y' to BAT-HEADER-OK(WS-BATCH-IX)
                   move BHD-DECLARED-COUNT
                     to BAT-DECL-COUNT(WS-BATCH-IX)
                   move WS-AMOUNT-VALUE
                     to BAT-DECL-AMOUNT(WS-BATCH-IX)
               end-if
           else
               add 1 to WS-BATCH-OVERFLOW
               move 0 to WS-BATCH-IX
           end-if
           exit.

      *****************************************************************
      *    Locate (or add) the keyer-table entry for WS-CUR-KEYER-ID,
      *    leaving its subscript in WS-KEYER-IX.  Once the table is
      *    full, further keyers are pooled in its last entry.
      *    ------------------------------------------------------------
       Z-FIND-KEYER-ENTRY.
           move 'N' to WS-KEYER-FOUND
           perform varying WS-KEYER-IX from 1 by 1
                     until WS-KEYER-IX > WS-KEYER-COUNT
                        or WS-KEYER-FOUND = 'Y'
               if KEY-ID(WS-KEYER-IX) = WS-CUR-KEYER-ID
                   move 'Y' to WS-KEYER-FOUND
               end-if
           end-perform
           if WS-KEYER-FOUND = 'Y'
               subtract 1 from WS-KEYER-IX
           else
               if WS-KEYER-COUNT < 50
                   add 1 to WS-KEYER-COUNT
                   move WS-KEYER-COUNT  to WS-KEYER-IX
                   move WS-CUR-KEYER-ID to KEY-ID(WS-KEYER-IX)
                   move 0 to KEY-BATCH-COUNT(WS-KEYER-IX)
                   move 0 to KEY-HELD-COUNT(WS-KEYER-IX)
                   move 0 to KEY-ITEM-COUNT(WS-KEYER-IX)
                   move 0 to KEY-REJECT-COUNT(WS-KEYER-IX)
                   perform varying WS-REASON-IX from 1 by 1
                             until WS-REASON-IX > 8
                       move 0
                         to KEY-REASON-COUNT(WS-KEYER-IX, WS-REASON-IX)
                   end-perform
               else
                   move 50         to WS-KEYER-IX
                   move '(OTHERS)' to KEY-ID(WS-KEYER-IX)
               end-if
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
               move 'CCNVAL01'                 to CTL-PROGRAM
               move 'CARDIN'                   to CTL-IN-NAME
               move WS-READ-COUNT              to CTL-IN-COUNT
               move WS-KEYED-AMOUNT-TOTAL      to CTL-IN-AMOUNT
               move 'CARDOK'                   to CTL-OUT-NAME(1)
               move WS-ACCEPT-COUNT            to CTL-OUT-COUNT(1)
               move WS-ACCEPT-AMOUNT           to CTL-OUT-AMOUNT(1)
               move 'CARDREJ'                  to CTL-OUT-NAME(2)
               move WS-REJECT-COUNT            to CTL-OUT-COUNT(2)
               move 0                          to CTL-OUT-AMOUNT(2)
               move 'CARDDUP'                  to CTL-OUT-NAME(3)
               move WS-DUP-COUNT               to CTL-OUT-COUNT(3)
               move 0                          to CTL-OUT-AMOUNT(3)
               move 'CARDSUS'                  to CTL-OUT-NAME(4)
               move WS-HELD-COUNT              to CTL-OUT-COUNT(4)
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
      *    card file is not validated at all.
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
           exit.

      *****************************************************************
      *    Posts a report line to the console and to CCNVAL01.RPT.
      *    ------------------------------------------------------------
       Z-POST-REPORT-LINE.
           write REPORT-RECORD from MESSAGE-BUFFER
           perform Z-POST-MESSAGE
           exit.

      *****************************************************************
      *    End-of-run report to the console and CCNVAL01.RPT -- the
      *    run totals, then the batch balancing lines, then the keyer
      *    lines with reject rates by reason code.
      *    ------------------------------------------------------------
       Z-PRINT-BALANCING-REPORT.
           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           move spaces to MESSAGE-TEXT
           string 'CCNVAL01 totals: ' delimited by size
                  WS-READ-COUNT delimited by size
                  WS-DUP-COUNT delimited by size
                  ' duplicate' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-ACCEPT-AMOUNT to WS-ACCEPT-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string 'Accepted amount total: ' delimited by size
                  WS-ACCEPT-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-CREDIT-AMOUNT to WS-CLASS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string '  credit . . : ' delimited by size
                  WS-CREDIT-COUNT delimited by size
                  ' accepted, amount ' delimited by size
                  WS-CLASS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-DEBIT-AMOUNT to WS-CLASS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string '  debit. . . : ' delimited by size
                  WS-DEBIT-COUNT delimited by size
                  ' accepted, amount ' delimited by size
                  WS-CLASS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-PREPAID-AMOUNT to WS-CLASS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string '  prepaid. . : ' delimited by size
                  WS-PREPAID-COUNT delimited by size
                  ' accepted, amount ' delimited by size
                  WS-CLASS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Held in suspense: ' delimited by size
                  WS-HELD-COUNT delimited by size
                  ' item(s) in ' delimited by size
                  WS-HELD-BATCH-COUNT delimited by size
                  ' batch(es) out of balance' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

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

           if WS-UNTOKENIZED-COUNT > 0
               move spaces to MESSAGE-TEXT
               string 'Held in suspense, no token issued: '
                          delimited by size
                      WS-UNTOKENIZED-COUNT delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           move 'Batch balancing:' to MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           perform varying WS-BATCH-IX from 1 by 1
                     until WS-BATCH-IX > WS-BATCH-COUNT
               perform Z-PRINT-ONE-BATCH
           end-perform

           if WS-UNBATCHED-COUNT > 0
               move spaces to MESSAGE-TEXT
               string 'Details with no batch header : '
                          delimited by size
                      WS-UNBATCHED-COUNT delimited by size
                      ' (held)' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if
           if WS-BATCH-OVERFLOW > 0
               move spaces to MESSAGE-TEXT
               string 'Batches past the 200 table . : '
                          delimited by size
                      WS-BATCH-OVERFLOW delimited by size
                      ' (held)' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           move 'Keyer balancing and reject rates:' to MESSAGE-TEXT
           perform Z-POST-REPORT-LINE
           perform varying WS-KEYER-IX from 1 by 1
                     until WS-KEYER-IX > WS-KEYER-COUNT
               perform Z-PRINT-ONE-KEYER
           end-perform

           close REPORT-FILE
           exit.

      *---------------------------------------------------------------*
       Z-PRINT-ONE-BATCH.
           if BATCH-BALANCED(WS-BATCH-IX)
               move 'BALANCED' to WS-BATCH-VERDICT
           else
               move 'HELD    ' to WS-BATCH-VERDICT
           end-if
           move spaces to MESSAGE-TEXT
           string 'Batch ' delimited by size
                  BAT-NUMBER(WS-BATCH-IX) delimited by size
                  ' keyer ' delimited by size
                  BAT-KEYER-ID(WS-BATCH-IX) delimited by size
                  ' ' delimited by size
                  WS-BATCH-VERDICT delimited by size
                  ' acc ' delimited by size
                  BAT-ACCEPT-COUNT(WS-BATCH-IX) delimited by size
                  ' rej ' delimited by size
                  BAT-REJECT-COUNT(WS-BATCH-IX) delimited by size
                  ' dup ' delimited by size
                  BAT-DUP-COUNT(WS-BATCH-IX) delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if BAT-HEADER-OK(WS-BATCH-IX) = 'Y'
               move BAT-DECL-AMOUNT(WS-BATCH-IX)  to WS-DECL-AMOUNT-E
               move BAT-KEYED-AMOUNT(WS-BATCH-IX) to WS-KEYED-AMOUNT-E
               move spaces to MESSAGE-TEXT
               string '  declared ' delimited by size
                      BAT-DECL-COUNT(WS-BATCH-IX) delimited by size
                      ' items ' delimited by size
                      WS-DECL-AMOUNT-E delimited by size
                      ', keyed ' delimited by size
                      BAT-KEYED-COUNT(WS-BATCH-IX) delimited by size
                      ' items ' delimited by size
                      WS-KEYED-AMOUNT-E delimited by size
                 into MESSAGE-TEXT
           else
               move spaces to MESSAGE-TEXT
               string '  header count/amount unreadable, keyed '
                          delimited by size
                      BAT-KEYED-COUNT(WS-BATCH-IX) delimited by size
                      ' items' delimited by size
                 into MESSAGE-TEXT
           end-if
           perform Z-POST-REPORT-LINE
           exit.

      *---------------------------------------------------------------*
      *    The keyer's overall reject rate over the items validated
      *    from balanced batches, then the rate for each reason code
      *    the keyer drew.
       Z-PRINT-ONE-KEYER.
           move 0 to WS-REJECT-RATE
           if KEY-ITEM-COUNT(WS-KEYER-IX) > 0
               compute WS-REJECT-RATE rounded =
                   (KEY-REJECT-COUNT(WS-KEYER-IX) * 100)
                   / KEY-ITEM-COUNT(WS-KEYER-IX)
           end-if
           move WS-REJECT-RATE to WS-REJECT-RATE-E
           move spaces to MESSAGE-TEXT
           string 'Keyer ' delimited by size
                  KEY-ID(WS-KEYER-IX) delimited by size
                  ' bat ' delimited by size
                  KEY-BATCH-COUNT(WS-KEYER-IX) delimited by size
                  ' held ' delimited by size
                  KEY-HELD-COUNT(WS-KEYER-IX) delimited by size
                  ' items ' delimited by size
                  KEY-ITEM-COUNT(WS-KEYER-IX) delimited by size
                  ' rej ' delimited by size
                  KEY-REJECT-COUNT(WS-KEYER-IX) delimited by size
                  ' ' delimited by size
                  WS-REJECT-RATE-E delimited by size
                  '%' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           perform varying WS-REASON-IX from 1 by 1
                     until WS-REASON-IX > 8
               if KEY-REASON-COUNT(WS-KEYER-IX, WS-REASON-IX) > 0
                   compute WS-REJECT-RATE rounded =
                       (KEY-REASON-COUNT(WS-KEYER-IX, WS-REASON-IX)
                        * 100) / KEY-ITEM-COUNT(WS-KEYER-IX)
                   move WS-REJECT-RATE to WS-REJECT-RATE-E
                   move spaces to MESSAGE-TEXT
                   string '  reason ' delimited by size
                          WS-REASON-IX delimited by size
                          ': ' delimited by size
                          KEY-REASON-COUNT(WS-KEYER-IX, WS-REASON-IX)
                              delimited by size
                          ' reject(s), ' delimited by size
                          WS-REJECT-RATE-E delimited by size
                          '% of items keyed' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
               end-if
           end-perform
           exit.

      *****************************************************************
           end-if
           exit.

      *****************************************************************
      *    Opens the token vault through CCNTOK01.  Without it no card
      *    can be stored, so nothing is validated.
      *    ------------------------------------------------------------
       Z-OPEN-TOKEN-VAULT.
           move REQUEST-4-OPEN to TOK-PASS-REQUEST
           move 'CCNVAL01'     to TOK-PASS-CALLER
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
               move 'Y' to WS-CARD-EOF
           end-if
           exit.

      *****************************************************************
      *    Loads the BINTABLE.DAT issuer ranges through CCNBIN01.
      *    Without a usable table no card can be classified, so
      *    nothing is validated; rows left out of it warn RC 4.
      *    ------------------------------------------------------------
       Z-LOAD-BIN-TABLE.
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
                   move 'Y' to WS-CARD-EOF
           end-evaluate
           exit.

      *****************************************************************
      *    Opens the hot-card file for lookups.  No file at all is an
      *    empty hot list -- nothing to look up.  A file that is there
      *    but will not open could be hiding lost and stolen cards, so
      *    it ends the run before any card is validated.
      *    ------------------------------------------------------------
       Z-OPEN-HOT-CARD-FILE.
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
                   move 'Y' to WS-CARD-EOF
           end-evaluate
           exit.

      *****************************************************************
      *    Raise WS-HIGHEST-RC to WS-CANDIDATE-RC if the candidate is
      *    more severe than what has already been seen this run.
