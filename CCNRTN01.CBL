       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCNRTN01.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNRTN01.CBL
      * Copy Files:    PASSBITS.CPY, PASSTOKN.CPY, PASSDATE.CPY
      * Calls to:      ASM4BITS, CCNTOK01, ASMDATE1
      *****************************************************************
      *
      * CCNRTN01 - Apply the acquirer's settlement return file.
      *
      * CCNSET01 sends SETLOUT.DAT to the bank; this program reads
      * what the bank sends back.  The return file, SETLRTN.DAT, has
      * the same fixed-80-byte header/detail/trailer shape as
      * SETLOUT.DAT and arrives in EBCDIC, so every record is turned
      * back through the inverse of the same CODEPAGE.DAT table
      * CCNSET01 translated it out with (copy IBM037.CPG to
      * CODEPAGE.DAT the way a DD statement would).
      *
      * The bank's detail record echoes ours, except that the
      * sixteen bytes where we sent the card-type name carry its
      * acknowledgement instead:
      *
      *    col  1     'D'
      *    col  2-20  card number as we sent it
      *    col 21     S = settled, R = returned
      *    col 22-23  the bank's return reason code (R only)
      *    col 24-36  not used
      *    col 37-80  amount, expiry and name as we sent them
      *
      * The run is in three passes:
      *
      *    1 - the whole return file is read and its detail count,
      *        card-number hash total and amount total are proven
      *        against its trailer, the same convention CCNSET01
      *        builds the trailer with.  A file that does not prove
      *        is not applied at all; the run ends RC 12.
      *    2 - each detail is matched to the CARDOK.DAT record that
      *        went out, by card number and amount.  A settled item
      *        sets CARDSTAT bit 5 (SETTLED) on its CARDMSTR.DAT
      *        record; a returned item sets bit 6 (RETURNED) and is
      *        written to CARDRTN.DAT with the bank's reason code.
      *        Both bits are named in FLAGDEFS.DAT so the DECODE mode
      *        of ASMBITC1 shows them.
      *    3 - every CARDOK.DAT record the bank never acknowledged,
      *        and every return detail that matches nothing we sent,
      *        is listed on the exception report, CCNRTN01.RPT.
      *
      * Run it against the CARDOK.DAT that built the submission,
      * before the next CCNVAL01 run replaces that file.  Exception
      * lines carry only the CARDOK.DAT record number and the last
      * four digits -- never the full card number -- since the
      * report is echoed to the console.
      *
      * The bank returns card numbers in the clear, but CARDOK.DAT,
      * CARDMSTR.DAT and CARDRTN.DAT hold only vault tokens.  Each
      * return detail's number is looked up in the TOKVAULT.DAT token
      * vault through CCNTOK01, and it is the token that is matched,
      * marked on the master and written to CARDRTN.DAT.  The trailer
      * hash total is still proven on the numbers as the bank sent
      * them.  A vault that cannot be opened ends the run, RC 8.
      *
      * The PARM carries our merchant number, as for CCNSET01; a
      * return file whose header names another merchant is refused.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      * 2026/10/15 Simmons, Matched and stored returns under the card
      *                     number's vault token.
      * 2026/10/15 Simmons, Took the processing date from BUSDATE.DAT
      *                     through ASMDATE1 instead of the system
      *                     clock; no return file is applied without it.
      * 2026/10/15 Simmons, Carried the credit/debit/prepaid card
      *                     class on the CARDOK.DAT record layout.
      * 2026/10/15 Simmons, No unacknowledged-item list when the apply
      *                     files would not open; master key described
      *                     as the vault token.
      *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select SETL-RETURN-FILE assign to 'SETLRTN.DAT'
                                    organization is sequential
                                    file status  is WS-RTN-STATUS.

           select CODEPAGE-FILE    assign to 'CODEPAGE.DAT'
                                    organization is line sequential
                                    file status  is WS-CPG-STATUS.

           select CARD-ACCEPT-FILE assign to 'CARDOK.DAT'
                                    organization is line sequential
                                    file status  is WS-COK-STATUS.

      *    VSAM KSDS-style card master, keyed on the vault token of
      *    the card number, as CCNVAL01 maintains it.
           select CARD-MASTER-FILE assign to 'CARDMSTR.DAT'
                                    organization is indexed
                                    access mode  is dynamic
                                    record key   is CMS-CARD-NUMBER
                                    file status  is WS-CMS-STATUS.

           select CARD-RETURN-FILE assign to 'CARDRTN.DAT'
                                    organization is line sequential
                                    file status  is WS-CRT-STATUS.

           select REPORT-FILE      assign to 'CCNRTN01.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  SETL-RETURN-FILE.
       01  SETL-RETURN-RECORD          pic X(80).

      *****************************************************************
      *    One codepage row: the ISO-8859-1 byte and the EBCDIC byte
      *    it exchanges with, both as two hex characters.
      *    ------------------------------------------------------------
       FD  CODEPAGE-FILE.
       01  CODEPAGE-RECORD.
           05  CPG-ASCII-HEX           pic X(2).
           05  filler                  pic X(1).
           05  CPG-EBCDIC-HEX          pic X(2).

      *****************************************************************
      *    Accepted-card file as written by CCNVAL01 -- the items the
      *    submission was built from.
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
      *    Card-master record, as CCNVAL01 writes it.
      *    ------------------------------------------------------------
       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
           05  CMS-CARD-NUMBER         pic X(19).
           05  CMS-FIRST-SEEN-DATE     pic X(8).
           05  CMS-STATUS-FLAGS        pic X(1).

      *****************************************************************
      *    Returned-item file -- one record per item the bank sent
      *    back, with its reason code and the return file's date.
      *    ------------------------------------------------------------
       FD  CARD-RETURN-FILE.
       01  CARD-RETURN-RECORD.
           05  CRT-CARD-NUMBER         pic X(19).
           05  filler                  pic X(1).
           05  CRT-REASON-CODE         pic X(2).
           05  filler                  pic X(1).
           05  CRT-AMOUNT              pic 9(7)V99.
           05  filler                  pic X(1).
           05  CRT-FILE-DATE           pic X(8).
           05  filler                  pic X(1).
           05  CRT-CARDHOLDER-NAME     pic X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CCNRTN01 '.
           05  T2 pic X(34) value 'Apply Settlement Return File      '.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CCNRTN01 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

       COPY PASSBITS.

      *****************************************************************
      *    BTS-PASS-REQUEST values when calling ASM4BITS.
      *    ------------------------------------------------------------
       01  REQUEST-4-COMPRESS      pic X(8)    value 'COMPRESS'.
       01  REQUEST-4-OR            pic X(8)    value 'OR      '.

       COPY PASSTOKN.

      *****************************************************************
      *    TOK-PASS-REQUEST values when calling CCNTOK01.
      *    ------------------------------------------------------------
       01  REQUEST-4-OPEN          pic X(8)    value 'OPEN    '.
       01  REQUEST-4-LOOKUP        pic X(8)    value 'LOOKUP  '.
       01  REQUEST-4-CLOSE         pic X(8)    value 'CLOSE   '.

       COPY PASSDATE.

      *****************************************************************
      *    The token of the return detail's card number -- the number
      *    itself when the vault has none, as for an item sent before
      *    CARDOK.DAT held tokens.
      *    ------------------------------------------------------------
       01  WS-RTD-TOKEN            pic X(19) value SPACES.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* CCNRTN01 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    Our merchant number -- the PARM overrides the installation
      *    default, the same default CCNSET01 carries.
      *    ------------------------------------------------------------
       01  WS-PARM-CARD            pic X(80) value SPACES.
       01  WS-MERCHANT-NUMBER      pic X(15) value '000000004415998'.

      *****************************************************************
      *    File status and end-of-file switches.
      *    ------------------------------------------------------------
       01  WS-RTN-STATUS           pic X(2)  value SPACES.
       01  WS-CPG-STATUS           pic X(2)  value SPACES.
       01  WS-COK-STATUS           pic X(2)  value SPACES.
       01  WS-CMS-STATUS           pic X(2)  value SPACES.
       01  WS-CRT-STATUS           pic X(2)  value SPACES.
       01  WS-RTN-EOF              pic X(1)  value 'N'.
           88  RETURN-FILE-EOF               value 'Y'.
       01  WS-CPG-EOF              pic X(1)  value 'N'.
           88  CODEPAGE-FILE-EOF             value 'Y'.
       01  WS-COK-EOF              pic X(1)  value 'N'.
           88  ACCEPT-FILE-EOF               value 'Y'.

      *****************************************************************
      *    The 256-entry ASCII-to-EBCDIC table loaded from CODEPAGE.DAT
      *    the way Z-LOAD-CODEPAGE-TABLE loads it in ASMXLAT1, and its
      *    inverse, built the way Z-INVERT-A2E-TABLE builds it there.
      *    ------------------------------------------------------------
       01  WS-A2E-TABLE            pic X(256).
       01  WS-E2A-TABLE            pic X(256).
       01  WS-LOADED-FLAGS         pic X(256).
       01  WS-CPG-ROW-COUNT        pic 9(3)  value 0.
       01  WS-TABLE-IX             pic 9(3)  value 0.
       01  WS-FROM-VALUE           pic 9(3)  value 0.
       01  WS-TO-VALUE             pic 9(3)  value 0.

      *****************************************************************
      *    The 80-byte record just read, translated back to ASCII,
      *    and its three views.
      *    ------------------------------------------------------------
       01  WS-RETURN-IMAGE         pic X(80) value SPACES.

       01  WS-RETURN-HEADER redefines WS-RETURN-IMAGE.
           05  RHD-RECORD-TYPE     pic X(1).
           05  RHD-FILE-DATE       pic X(8).
           05  RHD-MERCHANT-NUMBER pic X(15).
           05  filler              pic X(56).

       01  WS-RETURN-DETAIL redefines WS-RETURN-IMAGE.
           05  RTD-RECORD-TYPE     pic X(1).
           05  RTD-CARD-NUMBER     pic X(19).
           05  RTD-ACK-CODE        pic X(1).
               88  RTD-SETTLED               value 'S'.
               88  RTD-RETURNED              value 'R'.
           05  RTD-REASON-CODE     pic X(2).
           05  filler              pic X(13).
           05  RTD-AMOUNT          pic 9(7)V99.
           05  RTD-EXPIRY-MONTH    pic X(2).
           05  RTD-EXPIRY-YEAR     pic X(2).
           05  RTD-CARDHOLDER-NAME pic X(30).
           05  filler              pic X(1).

       01  WS-RETURN-TRAILER redefines WS-RETURN-IMAGE.
           05  RTL-RECORD-TYPE     pic X(1).
           05  RTL-DETAIL-COUNT    pic 9(7).
           05  RTL-HASH-TOTAL      pic 9(15).
           05  RTL-AMOUNT-TOTAL    pic 9(11)V99.
           05  filler              pic X(44).

       01  WS-COL-IX               pic 9(3)  value 0.
       01  WS-INPUT-VALUE          pic 9(3)  value 0.

      *****************************************************************
      *    Proof of the return file against its own trailer.
      *    ------------------------------------------------------------
       01  WS-RUN-DATE             pic X(8)  value SPACES.
       01  WS-RETURN-FILE-DATE     pic X(8)  value SPACES.
       01  WS-HEADER-SEEN          pic X(1)  value 'N'.
       01  WS-TRAILER-SEEN         pic X(1)  value 'N'.
       01  WS-TRAILER-COUNT        pic 9(7)  value 0.
       01  WS-TRAILER-HASH         pic 9(15) value 0.
       01  WS-TRAILER-AMOUNT       pic 9(11)V99 value 0.
       01  WS-DETAIL-COUNT         pic 9(7)  value 0.
       01  WS-HASH-TOTAL           pic 9(15) value 0.
       01  WS-AMOUNT-TOTAL         pic 9(11)V99 value 0.
       01  WS-BAD-TYPE-COUNT       pic 9(5)  value 0.
       01  WS-CARD-VALUE           pic 9(15) value 0.
       01  WS-DIGIT-IX             pic 9(2)  value 0.
       01  WS-DIGIT-VALUE          pic 9(1)  value 0.
       01  WS-FILE-PROVEN          pic X(1)  value 'N'.
           88  RETURN-FILE-PROVEN            value 'Y'.
       01  WS-PROOF-VERDICT        pic X(14) value SPACES.

      *****************************************************************
      *    The items we sent, loaded from CARDOK.DAT, each with a
      *    switch showing whether the bank has acknowledged it.  The
      *    table caps at 1000 items; anything past the cap is counted
      *    and cannot be matched.
      *    ------------------------------------------------------------
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY occurs 1000 times.
               10  WS-SENT-CARD-NUMBER pic X(19).
               10  WS-SENT-AMOUNT      pic 9(7)V99.
               10  WS-SENT-ACKED       pic X(1).
       01  WS-SENT-COUNT           pic 9(4)  value 0.
       01  WS-SENT-IX              pic 9(4)  value 0.
       01  WS-SENT-OVERFLOW        pic 9(5)  value 0.
       01  WS-SENT-FOUND           pic X(1)  value 'N'.

      *****************************************************************
      *    CARDSTAT masks for the two settlement bits, packed once at
      *    start-up with COMPRESS calls to ASM4BITS.
      *    ------------------------------------------------------------
       01  WS-SETTLED-MASK         pic X(1)  value SPACE.
       01  WS-RETURNED-MASK        pic X(1)  value SPACE.
       01  WS-APPLY-MASK           pic X(1)  value SPACE.

      *****************************************************************
      *    Application counts for the control report.
      *    ------------------------------------------------------------
       01  WS-SETTLED-COUNT        pic 9(7)  value 0.
       01  WS-SETTLED-AMOUNT       pic 9(11)V99 value 0.
       01  WS-RETURNED-COUNT       pic 9(7)  value 0.
       01  WS-RETURNED-AMOUNT      pic 9(11)V99 value 0.
       01  WS-UNMATCHED-COUNT      pic 9(7)  value 0.
       01  WS-BAD-ACK-COUNT        pic 9(7)  value 0.
       01  WS-NOT-ON-MASTER-COUNT  pic 9(7)  value 0.
       01  WS-UNACKED-COUNT        pic 9(7)  value 0.
       01  WS-UNACKED-AMOUNT       pic 9(11)V99 value 0.
       01  WS-AMOUNT-E             pic 9(11).99.
       01  WS-ITEM-AMOUNT-E        pic 9(7).99.
       01  WS-DETAIL-SEQ           pic 9(7)  value 0.

      *****************************************************************
      *    The last four digits of a left-justified card number, the
      *    only part of it the exception lines ever show.
      *    ------------------------------------------------------------
       01  WS-TAIL-NUMBER          pic X(19) value SPACES.
       01  WS-TAIL-IX              pic 9(2)  value 0.
       01  WS-LAST-FOUR            pic X(4)  value SPACES.

      *****************************************************************
      *    Work fields for hex-digit <-> one-byte conversion, as used
      *    by HEX-TO-VALUE in ASMXLAT1.
      *    ------------------------------------------------------------
       01  WS-HEX-DIGITS           pic X(16) value '0123456789ABCDEF'.
       01  WS-HEX-DIGITS-TBL redefines WS-HEX-DIGITS.
           05  WS-HEX-DIGIT        pic X(1) occurs 16 times.
       01  WS-HEX-IN               pic X(2).
       01  WS-HEX-HIGH-IX          pic 9(2)  value 0.
       01  WS-HEX-LOW-IX           pic 9(2)  value 0.
       01  WS-HEX-BYTE-VALUE       pic 9(3)  value 0.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-EXCEPTIONS-LISTED    pic 9(4)  value 0004.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.
       01  RC-TRAILER-IMBALANCE    pic 9(4)  value 0012.
       01  RC-TABLE-INCOMPLETE     pic 9(4)  value 0016.
       01  RC-NO-BUSINESS-DATE     pic 9(4)  value 0012.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-GET-BUSINESS-DATE

           move spaces to WS-PARM-CARD
           accept WS-PARM-CARD from COMMAND-LINE
           if WS-PARM-CARD not = spaces
               move WS-PARM-CARD(1:15) to WS-MERCHANT-NUMBER
           end-if

           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           if DTE-RESULT-OK
               perform Z-LOAD-CODEPAGE-TABLE
           end-if

           if WS-HIGHEST-RC = 0
               perform Z-INVERT-A2E-TABLE
               perform Z-BUILD-FLAG-MASKS
               perform Z-LOAD-SENT-TABLE
           end-if

           if WS-HIGHEST-RC = 0
               perform PROVE-RETURN-FILE
           end-if

           if RETURN-FILE-PROVEN
               perform APPLY-RETURN-FILE
           end-if

      *    Only a return file actually applied can show which sent
      *    items went unacknowledged.
           if RETURN-FILE-PROVEN
           and WS-HIGHEST-RC < RC-INPUT-FILE-ERROR
               perform LIST-UNACKNOWLEDGED-ITEMS
           end-if

           perform Z-PRINT-CONTROL-REPORT

           close REPORT-FILE

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Pass 1 -- read the whole return file, translating each
      *    record back to ASCII, and prove its detail count, hash
      *    total and amount total against its trailer.  The header
      *    must come first and must name our merchant number.
      *    ------------------------------------------------------------
       PROVE-RETURN-FILE.
           move 'N' to WS-RTN-EOF
           open input SETL-RETURN-FILE
           if WS-RTN-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'SETLRTN.DAT not available (status '
                          delimited by size
                      WS-RTN-STATUS delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-RTN-EOF
           else
               perform Z-READ-RETURN-RECORD
           end-if

           perform until RETURN-FILE-EOF
               evaluate true
                   when RHD-RECORD-TYPE = 'H' and WS-DETAIL-COUNT = 0
                    and WS-HEADER-SEEN = 'N'
                       move 'Y'                 to WS-HEADER-SEEN
                       move RHD-FILE-DATE       to WS-RETURN-FILE-DATE
                       if RHD-MERCHANT-NUMBER not = WS-MERCHANT-NUMBER
                           move spaces to MESSAGE-TEXT
                           string 'Return file is for merchant '
                                      delimited by size
                                  RHD-MERCHANT-NUMBER delimited by size
                                  ', not ours' delimited by size
                             into MESSAGE-TEXT
                           perform Z-POST-MESSAGE
                           move 'N' to WS-HEADER-SEEN
                       end-if
                   when RTD-RECORD-TYPE = 'D' and WS-TRAILER-SEEN = 'N'
                       add 1 to WS-DETAIL-COUNT
                       if RTD-AMOUNT is numeric
                           add RTD-AMOUNT to WS-AMOUNT-TOTAL
                       end-if
                       perform Z-ADD-TO-HASH-TOTAL
                   when RTL-RECORD-TYPE = 'T' and WS-TRAILER-SEEN = 'N'
                       move 'Y' to WS-TRAILER-SEEN
                       if  RTL-DETAIL-COUNT is numeric
                       and RTL-HASH-TOTAL   is numeric
                       and RTL-AMOUNT-TOTAL is numeric
                           move RTL-DETAIL-COUNT to WS-TRAILER-COUNT
                           move RTL-HASH-TOTAL   to WS-TRAILER-HASH
                           move RTL-AMOUNT-TOTAL to WS-TRAILER-AMOUNT
                       else
                           add 1 to WS-BAD-TYPE-COUNT
                       end-if
                   when other
                       add 1 to WS-BAD-TYPE-COUNT
               end-evaluate
               perform Z-READ-RETURN-RECORD
           end-perform

           if WS-RTN-STATUS = '10' or WS-RTN-STATUS = '00'
               close SETL-RETURN-FILE
           end-if

           if WS-HIGHEST-RC < RC-INPUT-FILE-ERROR
               if  WS-HEADER-SEEN = 'Y'
               and WS-TRAILER-SEEN = 'Y'
               and WS-BAD-TYPE-COUNT = 0
               and WS-DETAIL-COUNT = WS-TRAILER-COUNT
               and WS-HASH-TOTAL   = WS-TRAILER-HASH
               and WS-AMOUNT-TOTAL = WS-TRAILER-AMOUNT
                   move 'Y' to WS-FILE-PROVEN
                   move 'IN BALANCE    ' to WS-PROOF-VERDICT
               else
                   move 'OUT OF BALANCE' to WS-PROOF-VERDICT
                   move spaces to MESSAGE-TEXT
                   string 'RETURN FILE REFUSED: ' delimited by size
                          WS-DETAIL-COUNT delimited by size
                          ' details vs trailer ' delimited by size
                          WS-TRAILER-COUNT delimited by size
                          ', nothing applied' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
                   move RC-TRAILER-IMBALANCE to WS-CANDIDATE-RC
                   perform Z-BUMP-RETURN-CODE
               end-if
           end-if
           exit.

      *****************************************************************
      *    Pass 2 -- the proven file is read again and each detail is
      *    matched to the item we sent and applied to the master.
      *    ------------------------------------------------------------
       APPLY-RETURN-FILE.
           perform Z-OPEN-APPLY-FILES

           move 0 to WS-DETAIL-SEQ
           move 'N' to WS-RTN-EOF
           if WS-HIGHEST-RC < RC-INPUT-FILE-ERROR
               open input SETL-RETURN-FILE
               perform Z-READ-RETURN-RECORD
           else
               move 'Y' to WS-RTN-EOF
           end-if

           perform until RETURN-FILE-EOF
               if RTD-RECORD-TYPE = 'D'
                   add 1 to WS-DETAIL-SEQ
                   perform APPLY-ONE-DETAIL
               end-if
               perform Z-READ-RETURN-RECORD
           end-perform

           if WS-HIGHEST-RC < RC-INPUT-FILE-ERROR
               close SETL-RETURN-FILE
               close CARD-MASTER-FILE
               close CARD-RETURN-FILE
               move REQUEST-4-CLOSE to TOK-PASS-REQUEST
               call 'CCNTOK01' using TOK-PASS-AREA
           end-if
           exit.

      *****************************************************************
      *    Match one return detail to an unacknowledged item of the
      *    same card number and amount, then mark the master and, for
      *    a returned item, write it to CARDRTN.DAT.
      *    ------------------------------------------------------------
       APPLY-ONE-DETAIL.
           move REQUEST-4-LOOKUP to TOK-PASS-REQUEST
           move RTD-CARD-NUMBER  to TOK-PASS-CLEAR-VALUE
           call 'CCNTOK01' using TOK-PASS-AREA
           if TOK-RESULT-OK
               move TOK-PASS-TOKEN  to WS-RTD-TOKEN
           else
               move RTD-CARD-NUMBER to WS-RTD-TOKEN
           end-if

           move 'N' to WS-SENT-FOUND
           perform varying WS-SENT-IX from 1 by 1
                     until WS-SENT-IX > WS-SENT-COUNT
                        or WS-SENT-FOUND = 'Y'
               if  WS-SENT-CARD-NUMBER(WS-SENT-IX) = WS-RTD-TOKEN
               and WS-SENT-AMOUNT(WS-SENT-IX)      = RTD-AMOUNT
               and WS-SENT-ACKED(WS-SENT-IX)       = 'N'
                   move 'Y' to WS-SENT-FOUND
               end-if
           end-perform

           if WS-SENT-FOUND = 'N'
               add 1 to WS-UNMATCHED-COUNT
               move RTD-AMOUNT to WS-ITEM-AMOUNT-E
               move RTD-CARD-NUMBER to WS-TAIL-NUMBER
               perform Z-FIND-LAST-FOUR
               move spaces to MESSAGE-TEXT
               string 'Return detail ' delimited by size
                      WS-DETAIL-SEQ delimited by size
                      ' card ending ' delimited by size
                      WS-LAST-FOUR delimited by size
                      ' amt ' delimited by size
                      WS-ITEM-AMOUNT-E delimited by size
                      ' NOT SENT' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           else
               subtract 1 from WS-SENT-IX
               evaluate true
                   when RTD-SETTLED
                       move 'Y' to WS-SENT-ACKED(WS-SENT-IX)
                       add 1 to WS-SETTLED-COUNT
                       add RTD-AMOUNT to WS-SETTLED-AMOUNT
                       move WS-SETTLED-MASK to WS-APPLY-MASK
                       perform Z-MARK-CARD-MASTER
                   when RTD-RETURNED
                       move 'Y' to WS-SENT-ACKED(WS-SENT-IX)
                       add 1 to WS-RETURNED-COUNT
                       add RTD-AMOUNT to WS-RETURNED-AMOUNT
                       move WS-RETURNED-MASK to WS-APPLY-MASK
                       perform Z-MARK-CARD-MASTER
                       perform WRITE-RETURNED-ITEM
                   when other
                       add 1 to WS-BAD-ACK-COUNT
                       move spaces to MESSAGE-TEXT
                       string 'Return detail ' delimited by size
                              WS-DETAIL-SEQ delimited by size
                              ' has unknown acknowledgement '
                                  delimited by size
                              RTD-ACK-CODE delimited by size
                         into MESSAGE-TEXT
                       perform Z-POST-REPORT-LINE
               end-evaluate
           end-if
           exit.

      *---------------------------------------------------------------*
       WRITE-RETURNED-ITEM.
           move spaces              to CARD-RETURN-RECORD
           move WS-RTD-TOKEN        to CRT-CARD-NUMBER
           move RTD-REASON-CODE     to CRT-REASON-CODE
           move RTD-AMOUNT          to CRT-AMOUNT
           move WS-RETURN-FILE-DATE to CRT-FILE-DATE
           move RTD-CARDHOLDER-NAME to CRT-CARDHOLDER-NAME
           write CARD-RETURN-RECORD
           exit.

      *****************************************************************
      *    OR the settlement bit in WS-APPLY-MASK into the card's
      *    master status-flag byte and rewrite the record.
      *    ------------------------------------------------------------
       Z-MARK-CARD-MASTER.
           move WS-RTD-TOKEN    to CMS-CARD-NUMBER
           read CARD-MASTER-FILE
           if WS-CMS-STATUS = '00'
               move REQUEST-4-OR     to BTS-PASS-REQUEST
               move 1                to BTS-PASS-LENGTH
               move CMS-STATUS-FLAGS to BTS-PASS-BITS
               move WS-APPLY-MASK    to BTS-PASS-OPERAND
               call 'ASM4BITS' using BTS-PASS-AREA
               move BTS-PASS-BITS(1:1) to CMS-STATUS-FLAGS
               rewrite CARD-MASTER-RECORD
           else
               add 1 to WS-NOT-ON-MASTER-COUNT
               move spaces to MESSAGE-TEXT
               string 'Return detail ' delimited by size
                      WS-DETAIL-SEQ delimited by size
                      ' not on CARDMSTR.DAT (status ' delimited by size
                      WS-CMS-STATUS delimited by size
                      ')' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if
           exit.

      *****************************************************************
      *    Pass 3 -- everything we sent that the bank never
      *    acknowledged.  Not run when the return file did not prove,
      *    since nothing was applied and the list would only repeat
      *    CARDOK.DAT.
      *    ------------------------------------------------------------
       LIST-UNACKNOWLEDGED-ITEMS.
           move spaces to MESSAGE-TEXT
           move 'Items sent but never acknowledged by the bank:'
             to MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           perform varying WS-SENT-IX from 1 by 1
                     until WS-SENT-IX > WS-SENT-COUNT
               if WS-SENT-ACKED(WS-SENT-IX) = 'N'
                   add 1 to WS-UNACKED-COUNT
                   add WS-SENT-AMOUNT(WS-SENT-IX) to WS-UNACKED-AMOUNT
                   move WS-SENT-AMOUNT(WS-SENT-IX) to WS-ITEM-AMOUNT-E
                   move WS-SENT-CARD-NUMBER(WS-SENT-IX)
                     to WS-TAIL-NUMBER
                   perform Z-FIND-LAST-FOUR
                   move spaces to MESSAGE-TEXT
                   string '  CARDOK record ' delimited by size
                          WS-SENT-IX delimited by size
                          ' card ending ' delimited by size
                          WS-LAST-FOUR delimited by size
                          ' amt ' delimited by size
                          WS-ITEM-AMOUNT-E delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-REPORT-LINE
               end-if
           end-perform

           if WS-UNACKED-COUNT = 0
               move '  (none)' to MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           if WS-UNACKED-COUNT > 0 or WS-UNMATCHED-COUNT > 0
              or WS-BAD-ACK-COUNT > 0 or WS-NOT-ON-MASTER-COUNT > 0
              or WS-SENT-OVERFLOW > 0
               move RC-EXCEPTIONS-LISTED to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if
           exit.

      *****************************************************************
      *    Leave the last four digits of the number in WS-TAIL-NUMBER
      *    in WS-LAST-FOUR -- numbers run 13 to 19 digits, left-
      *    justified, so the tail is found from the last non-space.
      *    ------------------------------------------------------------
       Z-FIND-LAST-FOUR.
           move '????' to WS-LAST-FOUR
           perform varying WS-TAIL-IX from 19 by -1
                     until WS-TAIL-IX < 4
                        or WS-TAIL-NUMBER(WS-TAIL-IX:1) not = space
               continue
           end-perform
           if WS-TAIL-IX >= 4
               move WS-TAIL-NUMBER(WS-TAIL-IX - 3:4) to WS-LAST-FOUR
           end-if
           exit.

      *****************************************************************
      *    Read the next return record and translate it back to ASCII
      *    into WS-RETURN-IMAGE through the E2A table.
      *    ------------------------------------------------------------
       Z-READ-RETURN-RECORD.
           read SETL-RETURN-FILE
               at end move 'Y' to WS-RTN-EOF
           end-read
           if not RETURN-FILE-EOF
               perform varying WS-COL-IX from 1 by 1
                         until WS-COL-IX > 80
                   compute WS-INPUT-VALUE =
                       function ord(SETL-RETURN-RECORD(WS-COL-IX:1)) - 1
                   move WS-E2A-TABLE(WS-INPUT-VALUE + 1:1)
                     to WS-RETURN-IMAGE(WS-COL-IX:1)
               end-perform
           end-if
           exit.

      *****************************************************************
      *    Roll the detail's card number into the hash total -- the
      *    number's digits as a value, both kept to their low-order
      *    fifteen digits, exactly as Z-ADD-TO-HASH-TOTAL builds the
      *    trailer hash in CCNSET01.
      *    ------------------------------------------------------------
       Z-ADD-TO-HASH-TOTAL.
           move 0 to WS-CARD-VALUE
           perform varying WS-DIGIT-IX from 1 by 1
                     until WS-DIGIT-IX > 19
               if RTD-CARD-NUMBER(WS-DIGIT-IX:1) is numeric
                   move RTD-CARD-NUMBER(WS-DIGIT-IX:1)
                     to WS-DIGIT-VALUE
                   compute WS-CARD-VALUE = function mod(
                       (WS-CARD-VALUE * 10) + WS-DIGIT-VALUE,
                       1000000000000000)
               end-if
           end-perform
           compute WS-HASH-TOTAL = function mod(
               WS-HASH-TOTAL + WS-CARD-VALUE, 1000000000000000)
           exit.

      *****************************************************************
      *    Load the items we sent from CARDOK.DAT into the sent table,
      *    each one not yet acknowledged.
      *    ------------------------------------------------------------
       Z-LOAD-SENT-TABLE.
           move 0   to WS-SENT-COUNT
           move 'N' to WS-COK-EOF
           open input CARD-ACCEPT-FILE
           if WS-COK-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'CARDOK.DAT not available (status '
                          delimited by size
                      WS-COK-STATUS delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-COK-EOF
           else
               read CARD-ACCEPT-FILE
                   at end move 'Y' to WS-COK-EOF
               end-read
           end-if

           perform until ACCEPT-FILE-EOF
               if WS-SENT-COUNT < 1000
                   add 1 to WS-SENT-COUNT
                   move COK-CARD-NUMBER
                     to WS-SENT-CARD-NUMBER(WS-SENT-COUNT)
                   if COK-AMOUNT is numeric
                       move COK-AMOUNT to WS-SENT-AMOUNT(WS-SENT-COUNT)
                   else
                       move 0 to WS-SENT-AMOUNT(WS-SENT-COUNT)
                   end-if
                   move 'N' to WS-SENT-ACKED(WS-SENT-COUNT)
               else
                   add 1 to WS-SENT-OVERFLOW
               end-if
               read CARD-ACCEPT-FILE
                   at end move 'Y' to WS-COK-EOF
               end-read
           end-perform

           if WS-COK-STATUS = '10' or WS-COK-STATUS = '00'
               close CARD-ACCEPT-FILE
           end-if
           exit.

      *****************************************************************
      *    Pack the SETTLED (bit 5) and RETURNED (bit 6) masks with
      *    COMPRESS calls, so the bit numbers read the same way they
      *    do in FLAGDEFS.DAT.
      *    ------------------------------------------------------------
       Z-BUILD-FLAG-MASKS.
           move REQUEST-4-COMPRESS to BTS-PASS-REQUEST
           move 1                  to BTS-PASS-LENGTH
           move '00001000'         to BTS-PASS-BYTES(1:8)
           call 'ASM4BITS' using BTS-PASS-AREA
           move BTS-PASS-BITS(1:1) to WS-SETTLED-MASK

           move REQUEST-4-COMPRESS to BTS-PASS-REQUEST
           move 1                  to BTS-PASS-LENGTH
           move '00000100'         to BTS-PASS-BYTES(1:8)
           call 'ASM4BITS' using BTS-PASS-AREA
           move BTS-PASS-BITS(1:1) to WS-RETURNED-MASK
           exit.

      *****************************************************************
      *    Open the card master for update and the returned-item file
      *    for output.  A missing master is an error here -- only
      *    CCNVAL01 builds it.  So is a token vault that will not open,
      *    since no return could be matched without it.
      *    ------------------------------------------------------------
       Z-OPEN-APPLY-FILES.
           open i-o CARD-MASTER-FILE
           if WS-CMS-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'CARDMSTR.DAT not available (status '
                          delimited by size
                      WS-CMS-STATUS delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           else
               move REQUEST-4-OPEN to TOK-PASS-REQUEST
               move 'CCNRTN01'     to TOK-PASS-CALLER
               call 'CCNTOK01' using TOK-PASS-AREA
               if TOK-RESULT-OK
                   open output CARD-RETURN-FILE
               else
                   close CARD-MASTER-FILE
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
           end-if
           exit.

      *****************************************************************
      *    Load CODEPAGE.DAT into the A2E table and prove all 256
      *    input values are mapped, as Z-LOAD-CODEPAGE-TABLE does in
      *    ASMXLAT1.
      *    ------------------------------------------------------------
       Z-LOAD-CODEPAGE-TABLE.
           move all x'1A' to WS-A2E-TABLE
           move all 'N'   to WS-LOADED-FLAGS
           move 0 to WS-CPG-ROW-COUNT
           move 'N' to WS-CPG-EOF

           open input CODEPAGE-FILE
           if WS-CPG-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'CODEPAGE.DAT not available (status '
                          delimited by size
                      WS-CPG-STATUS delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move RC-TABLE-INCOMPLETE to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-CPG-EOF
           else
               read CODEPAGE-FILE
                   at end move 'Y' to WS-CPG-EOF
               end-read
           end-if

           perform until CODEPAGE-FILE-EOF
               perform Z-LOAD-ONE-CODEPAGE-ROW
               read CODEPAGE-FILE
                   at end move 'Y' to WS-CPG-EOF
               end-read
           end-perform

           if WS-CPG-STATUS = '10' or WS-CPG-STATUS = '00'
               close CODEPAGE-FILE
           end-if

           if WS-HIGHEST-RC = 0
               perform varying WS-TABLE-IX from 1 by 1
                         until WS-TABLE-IX > 256
                   if WS-LOADED-FLAGS(WS-TABLE-IX:1) = 'N'
                       move RC-TABLE-INCOMPLETE to WS-CANDIDATE-RC
                       perform Z-BUMP-RETURN-CODE
                   end-if
               end-perform
               if WS-HIGHEST-RC = RC-TABLE-INCOMPLETE
                   move spaces to MESSAGE-TEXT
                   string 'Codepage table incomplete: '
                            delimited by size
                          WS-CPG-ROW-COUNT delimited by size
                          ' of 256 values mapped, run ended'
                            delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
      *    One "aa ee" row -- both values must be valid hex and the
      *    ASCII value must not already be mapped.
       Z-LOAD-ONE-CODEPAGE-ROW.
           move CPG-ASCII-HEX to WS-HEX-IN
           perform HEX-TO-VALUE
           move WS-HEX-BYTE-VALUE to WS-FROM-VALUE
           if WS-HEX-HIGH-IX <= 16 and WS-HEX-LOW-IX <= 16
               move CPG-EBCDIC-HEX to WS-HEX-IN
               perform HEX-TO-VALUE
               move WS-HEX-BYTE-VALUE to WS-TO-VALUE
               if  WS-HEX-HIGH-IX <= 16 and WS-HEX-LOW-IX <= 16
               and WS-LOADED-FLAGS(WS-FROM-VALUE + 1:1) = 'N'
                   move 'Y' to WS-LOADED-FLAGS(WS-FROM-VALUE + 1:1)
                   move function char(WS-TO-VALUE + 1)
                     to WS-A2E-TABLE(WS-FROM-VALUE + 1:1)
                   add 1 to WS-CPG-ROW-COUNT
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
      *    Build the E2A table as the inverse of the A2E table, as
      *    Z-INVERT-A2E-TABLE does in ASMXLAT1.
       Z-INVERT-A2E-TABLE.
           move all x'1A' to WS-E2A-TABLE
           perform varying WS-TABLE-IX from 1 by 1
                     until WS-TABLE-IX > 256
               compute WS-TO-VALUE =
                   function ord(WS-A2E-TABLE(WS-TABLE-IX:1)) - 1
               move function char(WS-TABLE-IX)
                 to WS-E2A-TABLE(WS-TO-VALUE + 1:1)
           end-perform
           exit.

      *****************************************************************
      *    Control report -- the return file's proof and what was
      *    applied -- to the console and CCNRTN01.RPT.
      *    ------------------------------------------------------------
       Z-PRINT-CONTROL-REPORT.
           move spaces to MESSAGE-TEXT
           string 'Run date . . . . . . . . . : ' delimited by size
                  WS-RUN-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Return file date . . . . . : ' delimited by size
                  WS-RETURN-FILE-DATE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Return details read. . . . : ' delimited by size
                  WS-DETAIL-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Trailer detail count . . . : ' delimited by size
                  WS-TRAILER-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Hash total computed. . . . : ' delimited by size
                  WS-HASH-TOTAL delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Hash total on trailer. . . : ' delimited by size
                  WS-TRAILER-HASH delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-AMOUNT-TOTAL to WS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string 'Amount total computed. . . : ' delimited by size
                  WS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-TRAILER-AMOUNT to WS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string 'Amount total on trailer. . : ' delimited by size
                  WS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Return file proof. . . . . : ' delimited by size
                  WS-PROOF-VERDICT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Items sent (CARDOK.DAT). . : ' delimited by size
                  WS-SENT-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-SETTLED-AMOUNT to WS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string 'Settled. . . . . . . . . . : ' delimited by size
                  WS-SETTLED-COUNT delimited by size
                  ' amt ' delimited by size
                  WS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-RETURNED-AMOUNT to WS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string 'Returned . . . . . . . . . : ' delimited by size
                  WS-RETURNED-COUNT delimited by size
                  ' amt ' delimited by size
                  WS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move WS-UNACKED-AMOUNT to WS-AMOUNT-E
           move spaces to MESSAGE-TEXT
           string 'Never acknowledged . . . . : ' delimited by size
                  WS-UNACKED-COUNT delimited by size
                  ' amt ' delimited by size
                  WS-AMOUNT-E delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Returned but not sent. . . : ' delimited by size
                  WS-UNMATCHED-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Unknown acknowledgement. . : ' delimited by size
                  WS-BAD-ACK-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Not on card master . . . . : ' delimited by size
                  WS-NOT-ON-MASTER-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if WS-SENT-OVERFLOW > 0
               move spaces to MESSAGE-TEXT
               string 'Items past the 1000 table. : ' delimited by size
                      WS-SENT-OVERFLOW delimited by size
                      ' (not matched)' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if
           exit.

      *****************************************************************
      *    Converts the two-character hex value in WS-HEX-IN to its
      *    numeric value in WS-HEX-BYTE-VALUE, as HEX-TO-VALUE does in
      *    ASMXLAT1.  A non-hex character leaves its index past 16 so
      *    the caller can tell the value is unusable.
      *    ------------------------------------------------------------
       HEX-TO-VALUE.
           perform varying WS-HEX-HIGH-IX from 1 by 1
                     until WS-HEX-HIGH-IX > 16
                        or WS-HEX-DIGIT(WS-HEX-HIGH-IX) = WS-HEX-IN(1:1)
               continue
           end-perform
           perform varying WS-HEX-LOW-IX from 1 by 1
                     until WS-HEX-LOW-IX > 16
                        or WS-HEX-DIGIT(WS-HEX-LOW-IX) = WS-HEX-IN(2:1)
               continue
           end-perform
           if WS-HEX-HIGH-IX <= 16 and WS-HEX-LOW-IX <= 16
               compute WS-HEX-BYTE-VALUE =
                   ((WS-HEX-HIGH-IX - 1) * 16) + (WS-HEX-LOW-IX - 1)
           end-if
           exit.

      *****************************************************************
      *    The processing date is the business date on BUSDATE.DAT,
      *    from ASMDATE1, never the system clock.  Without it the
      *    return file is neither proven nor applied.
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
      *    Posts a report line to the console and to CCNRTN01.RPT.
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
