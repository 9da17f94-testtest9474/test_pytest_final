       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCNBIN01.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNBIN01.CBL
      * Copy Files:    PASSBINS.CPY
      * Called by:     CCNVAL01, CCNRPR01
      *****************************************************************
      *
      * CCNBIN01 - Classify a card number against the BIN range table.
      *
      * The issuer prefix and length rules used to be coded twice, as
      * CLASSIFY-CARD-TYPE in CCNVAL01 and again in CCNRPR01, and
      * every new range a network opened meant changing both.  The
      * rules now live in one file, BINTABLE.DAT, which operations
      * maintain, and this module is the only program that reads it.
      * One row per issuer range, 80 bytes:
      *
      *    col  1-9   low prefix, 1 to 9 digits, left-justified
      *    col 11-19  high prefix, 1 to 9 digits, left-justified
      *    col 21-40  valid lengths, up to seven two-digit lengths
      *               13 thru 19, one space between, e.g. 13 16 19
      *    col 42-57  card brand, e.g. VISA
      *    col 59     C - credit, D - debit, P - prepaid
      *    col 61     A - accepted (the default when blank)
      *               S - stopped, a range we no longer accept
      *    col 63-80  remarks, not used
      *
      * A prefix shorter than nine digits stands for every number
      * that starts with it: the low prefix is filled out to nine
      * digits with zeros and the high prefix with nines, and the
      * first nine digits of the card are tested against the two.
      * A number that falls in more than one range, at a length both
      * allow, takes the narrowest of them -- so a debit, prepaid or
      * stopped range can be carved out of a brand's wider range by
      * adding a row for it -- and the first on file where two are
      * the same width.  A row with an asterisk in column 1 is a
      * comment.  A row that cannot be read is left out of the table
      * and counted, so the caller can report it; the rest of the
      * table is still used.
      *
      * Requests (see PASSBINS.CPY): LOAD and CLASSIFY.  The table is
      * read once, on LOAD, and kept for the run.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select BIN-TABLE-FILE   assign to 'BINTABLE.DAT'
                                    organization is line sequential
                                    file status  is WS-BTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    One issuer range, as operations key it.
      *    ------------------------------------------------------------
       FD  BIN-TABLE-FILE.
       01  BIN-TABLE-RECORD.
           05  BTR-LOW-PREFIX          pic X(9).
           05  filler                  pic X(1).
           05  BTR-HIGH-PREFIX         pic X(9).
           05  filler                  pic X(1).
           05  BTR-LENGTHS             pic X(20).
           05  filler                  pic X(1).
           05  BTR-BRAND               pic X(16).
           05  filler                  pic X(1).
           05  BTR-CARD-CLASS          pic X(1).
           05  filler                  pic X(1).
           05  BTR-RANGE-STATUS        pic X(1).
           05  filler                  pic X(1).
           05  BTR-REMARKS             pic X(18).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    File status, end-of-file and table-loaded switches.
      *    ------------------------------------------------------------
       01  WS-BTR-STATUS           pic X(2)  value SPACES.
       01  WS-BTR-EOF              pic X(1)  value 'N'.
           88  BIN-FILE-EOF                  value 'Y'.
       01  WS-TABLE-LOADED         pic X(1)  value 'N'.
           88  BIN-TABLE-LOADED              value 'Y'.
       01  WS-LINE-NUMBER          pic 9(4)  value 0.

      *****************************************************************
      *    The range table -- prefixes filled out to nine digits, a
      *    Y for each valid length, the brand, class and status.
      *    ------------------------------------------------------------
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY occurs 500 times.
               10  RNG-LOW             pic 9(9).
               10  RNG-HIGH            pic 9(9).
               10  RNG-LENGTH-OK       pic X(1) occurs 19 times.
               10  RNG-BRAND           pic X(16).
               10  RNG-CARD-CLASS      pic X(1).
               10  RNG-STATUS          pic X(1).
                   88  RANGE-STOPPED             value 'S'.
       01  WS-RANGE-MAX            pic 9(4)  value 500.
       01  WS-RANGE-COUNT          pic 9(4)  value 0.
       01  WS-RANGE-IX             pic 9(4)  value 0.
       01  WS-REFUSED-COUNT        pic 9(4)  value 0.
       01  WS-FIRST-REFUSED        pic 9(4)  value 0.

      *****************************************************************
      *    Row-checking work fields.
      *    ------------------------------------------------------------
       01  WS-ROW-OK               pic X(1)  value 'Y'.
       01  WS-ROW-LOW              pic 9(9)  value 0.
       01  WS-ROW-HIGH             pic 9(9)  value 0.
       01  WS-ROW-LENGTHS.
           05  WS-ROW-LENGTH-OK    pic X(1) occurs 19 times.
       01  WS-ROW-LENGTH-COUNT     pic 9(2)  value 0.
       01  WS-PREFIX-TEXT          pic X(9)  value SPACES.
       01  WS-PREFIX-LENGTH        pic 9(2)  value 0.
       01  WS-PREFIX-PAD           pic X(9)  value SPACES.
       01  WS-PREFIX-PAD-N redefines WS-PREFIX-PAD
                                   pic 9(9).
       01  WS-SEEN-SPACE           pic X(1)  value 'N'.
       01  WS-SCAN-IX              pic 9(2)  value 0.
       01  WS-LENGTH-IX            pic 9(2)  value 0.
       01  WS-LENGTH-POS           pic 9(2)  value 0.
       01  WS-LENGTH-TEXT          pic X(2)  value SPACES.
       01  WS-LENGTH-VALUE         pic 9(2)  value 0.

      *****************************************************************
      *    Classification work fields.
      *    ------------------------------------------------------------
       01  WS-CARD-PREFIX          pic 9(9)  value 0.
       01  WS-BEST-IX              pic 9(4)  value 0.
       01  WS-BEST-SPAN            pic 9(9)  value 0.
       01  WS-SPAN                 pic 9(9)  value 0.

      *****************************************************************
       LINKAGE SECTION.
       COPY PASSBINS.

      *****************************************************************
       PROCEDURE DIVISION using BIN-PASS-AREA.

           move '00' to BIN-PASS-RESULT

           evaluate BIN-PASS-REQUEST
               when 'LOAD    '
                   perform LOAD-RANGE-TABLE
               when 'CLASSIFY'
                   if not BIN-TABLE-LOADED
                       perform LOAD-RANGE-TABLE
                   end-if
                   if BIN-TABLE-LOADED
                       perform CLASSIFY-CARD-NUMBER
                   end-if
               when other
                   move '90' to BIN-PASS-RESULT
           end-evaluate

           GOBACK.

      *****************************************************************
      *    Read BINTABLE.DAT into the range table, checking each row.
      *    ------------------------------------------------------------
       LOAD-RANGE-TABLE.
           move 'N' to WS-TABLE-LOADED
           move 0   to WS-RANGE-COUNT
           move 0   to WS-REFUSED-COUNT
           move 0   to WS-FIRST-REFUSED
           move 0   to WS-LINE-NUMBER
           move 'N' to WS-BTR-EOF

           open input BIN-TABLE-FILE
           if WS-BTR-STATUS not = '00'
               move 'Y' to WS-BTR-EOF
           else
               read BIN-TABLE-FILE
                   at end move 'Y' to WS-BTR-EOF
               end-read
           end-if

           perform until BIN-FILE-EOF
               add 1 to WS-LINE-NUMBER
               if  BIN-TABLE-RECORD not = spaces
               and BTR-LOW-PREFIX(1:1) not = '*'
                   perform LOAD-ONE-RANGE-ROW
               end-if
               read BIN-TABLE-FILE
                   at end move 'Y' to WS-BTR-EOF
               end-read
           end-perform

           if WS-BTR-STATUS = '10' or WS-BTR-STATUS = '00'
               close BIN-TABLE-FILE
           end-if

           move WS-RANGE-COUNT   to BIN-PASS-ROWS-LOADED
           move WS-REFUSED-COUNT to BIN-PASS-ROWS-REFUSED
           move WS-FIRST-REFUSED to BIN-PASS-FIRST-REFUSED
           if WS-RANGE-COUNT = 0
               move '92' to BIN-PASS-RESULT
           else
               move 'Y' to WS-TABLE-LOADED
               if WS-REFUSED-COUNT > 0
                   move '91' to BIN-PASS-RESULT
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
      *    Check one row and add it to the table, or count it refused.
       LOAD-ONE-RANGE-ROW.
           move 'Y' to WS-ROW-OK
           if WS-RANGE-COUNT >= WS-RANGE-MAX
               move 'N' to WS-ROW-OK
           end-if

           move BTR-LOW-PREFIX  to WS-PREFIX-TEXT
           move '000000000'     to WS-PREFIX-PAD
           perform Z-FILL-OUT-PREFIX
           move WS-PREFIX-PAD-N to WS-ROW-LOW

           move BTR-HIGH-PREFIX to WS-PREFIX-TEXT
           move '999999999'     to WS-PREFIX-PAD
           perform Z-FILL-OUT-PREFIX
           move WS-PREFIX-PAD-N to WS-ROW-HIGH

           if WS-ROW-OK = 'Y' and WS-ROW-LOW > WS-ROW-HIGH
               move 'N' to WS-ROW-OK
           end-if

           perform Z-READ-VALID-LENGTHS

           if BTR-BRAND = spaces
               move 'N' to WS-ROW-OK
           end-if
           if  BTR-CARD-CLASS not = 'C'
           and BTR-CARD-CLASS not = 'D'
           and BTR-CARD-CLASS not = 'P'
               move 'N' to WS-ROW-OK
           end-if
           if  BTR-RANGE-STATUS not = 'A'
           and BTR-RANGE-STATUS not = 'S'
           and BTR-RANGE-STATUS not = space
               move 'N' to WS-ROW-OK
           end-if

           if WS-ROW-OK = 'Y'
               add 1 to WS-RANGE-COUNT
               move WS-ROW-LOW     to RNG-LOW(WS-RANGE-COUNT)
               move WS-ROW-HIGH    to RNG-HIGH(WS-RANGE-COUNT)
               perform varying WS-LENGTH-VALUE from 1 by 1
                         until WS-LENGTH-VALUE > 19
                   move WS-ROW-LENGTH-OK(WS-LENGTH-VALUE)
                     to RNG-LENGTH-OK(WS-RANGE-COUNT, WS-LENGTH-VALUE)
               end-perform
               move BTR-BRAND      to RNG-BRAND(WS-RANGE-COUNT)
               move BTR-CARD-CLASS to RNG-CARD-CLASS(WS-RANGE-COUNT)
               if BTR-RANGE-STATUS = 'S'
                   move 'S' to RNG-STATUS(WS-RANGE-COUNT)
               else
                   move 'A' to RNG-STATUS(WS-RANGE-COUNT)
               end-if
           else
               add 1 to WS-REFUSED-COUNT
               if WS-FIRST-REFUSED = 0
                   move WS-LINE-NUMBER to WS-FIRST-REFUSED
               end-if
           end-if
           exit.

      *****************************************************************
      *    Classify BIN-PASS-DIGITS: the narrowest range holding its
      *    first nine digits that allows its length.
      *    ------------------------------------------------------------
       CLASSIFY-CARD-NUMBER.
           move '00'   to BIN-PASS-RESULT
           move spaces to BIN-PASS-BRAND
           move spaces to BIN-PASS-CARD-CLASS
           move 0      to WS-BEST-IX
           move 0      to WS-BEST-SPAN

           if  BIN-PASS-DIGIT-COUNT >= 9
           and BIN-PASS-DIGIT-COUNT <= 19
           and BIN-PASS-DIGITS(1:9) is numeric
               move BIN-PASS-DIGITS(1:9) to WS-CARD-PREFIX
               perform varying WS-RANGE-IX from 1 by 1
                         until WS-RANGE-IX > WS-RANGE-COUNT
                   if  WS-CARD-PREFIX >= RNG-LOW(WS-RANGE-IX)
                   and WS-CARD-PREFIX <= RNG-HIGH(WS-RANGE-IX)
                   and RNG-LENGTH-OK(WS-RANGE-IX, BIN-PASS-DIGIT-COUNT)
                         = 'Y'
                       compute WS-SPAN = RNG-HIGH(WS-RANGE-IX)
                                       - RNG-LOW(WS-RANGE-IX)
                       if WS-BEST-IX = 0 or WS-SPAN < WS-BEST-SPAN
                           move WS-RANGE-IX to WS-BEST-IX
                           move WS-SPAN     to WS-BEST-SPAN
                       end-if
                   end-if
               end-perform
           end-if

           if WS-BEST-IX = 0
               move '23' to BIN-PASS-RESULT
           else
               move RNG-BRAND(WS-BEST-IX)      to BIN-PASS-BRAND
               move RNG-CARD-CLASS(WS-BEST-IX) to BIN-PASS-CARD-CLASS
               if RANGE-STOPPED(WS-BEST-IX)
                   move '24' to BIN-PASS-RESULT
               end-if
           end-if
           exit.

      *****************************************************************
      *    Fill the prefix in WS-PREFIX-TEXT out to nine digits over
      *    the zeros or nines already in WS-PREFIX-PAD.  Anything but
      *    leading digits followed by spaces refuses the row.
      *    ------------------------------------------------------------
       Z-FILL-OUT-PREFIX.
           move 0   to WS-PREFIX-LENGTH
           move 'N' to WS-SEEN-SPACE
           perform varying WS-SCAN-IX from 1 by 1
                     until WS-SCAN-IX > 9
               evaluate true
                   when WS-PREFIX-TEXT(WS-SCAN-IX:1) = space
                       move 'Y' to WS-SEEN-SPACE
                   when WS-PREFIX-TEXT(WS-SCAN-IX:1) is numeric
                    and WS-SEEN-SPACE = 'N'
                       add 1 to WS-PREFIX-LENGTH
                   when other
                       move 'N' to WS-ROW-OK
               end-evaluate
           end-perform
           if WS-PREFIX-LENGTH = 0
               move 'N' to WS-ROW-OK
           else
               move WS-PREFIX-TEXT(1:WS-PREFIX-LENGTH)
                 to WS-PREFIX-PAD(1:WS-PREFIX-LENGTH)
           end-if
           if WS-PREFIX-PAD is not numeric
               move 0 to WS-PREFIX-PAD-N
           end-if
           exit.

      *****************************************************************
      *    Mark each two-digit length listed in BTR-LENGTHS.  A length
      *    outside 13 thru 19, anything but a space between lengths,
      *    or no length at all, refuses the row.
      *    ------------------------------------------------------------
       Z-READ-VALID-LENGTHS.
           move all 'N' to WS-ROW-LENGTHS
           move 0       to WS-ROW-LENGTH-COUNT
           perform varying WS-LENGTH-IX from 1 by 1
                     until WS-LENGTH-IX > 7
               compute WS-LENGTH-POS = ((WS-LENGTH-IX - 1) * 3) + 1
               move BTR-LENGTHS(WS-LENGTH-POS:2) to WS-LENGTH-TEXT
               if WS-LENGTH-TEXT not = spaces
                   if WS-LENGTH-TEXT is numeric
                       move WS-LENGTH-TEXT to WS-LENGTH-VALUE
                       if WS-LENGTH-VALUE >= 13
                       and WS-LENGTH-VALUE <= 19
                           move 'Y'
                             to WS-ROW-LENGTH-OK(WS-LENGTH-VALUE)
                           add 1 to WS-ROW-LENGTH-COUNT
                       else
                           move 'N' to WS-ROW-OK
                       end-if
                   else
                       move 'N' to WS-ROW-OK
                   end-if
               end-if
           end-perform
           perform varying WS-SCAN-IX from 3 by 3
                     until WS-SCAN-IX > 18
               if BTR-LENGTHS(WS-SCAN-IX:1) not = space
                   move 'N' to WS-ROW-OK
               end-if
           end-perform
           if WS-ROW-LENGTH-COUNT = 0
               move 'N' to WS-ROW-OK
           end-if
           exit.
      *****************************************************************
      *      This example is provided by SimoTime Technologies        *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
