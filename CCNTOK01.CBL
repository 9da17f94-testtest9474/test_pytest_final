       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCNTOK01.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: CCNTOK01.CBL
      * Copy Files:    PASSTOKN.CPY, PASSDATE.CPY
      * Calls to:      ASMDATE1
      * Called by:     CCNVAL01, CCNRPR01, CCNRTN01, CCNSET01, CCNTKC01
      *****************************************************************
      *
      * CCNTOK01 - Issue and look up card-number tokens.
      *
      * CARDMSTR.DAT, CARDOK.DAT, CARDDUP.DAT and CARDREJ.DAT hold a
      * surrogate token in place of every card number.  The token
      * vault, TOKVAULT.DAT, is the one place a token can be turned
      * back into the number it stands for.  It is a KSDS-style file
      * keyed on the number, with the token as a unique alternate
      * key, and this module is the only program that opens it; the
      * file itself is protected by the installation's dataset
      * security the way the other restricted files are.
      *
      * A token keeps the length of the value it stands for, its
      * first six and last four digits and any character in it that
      * is not a digit, so issuer ranges, last-four references and
      * masked numbers all work from the token unchanged.  The
      * digits between are taken from a vault serial -- nothing of
      * the number's own middle digits survives -- and a candidate
      * is passed over if it is already some other value's token,
      * if it is the value itself, or if it has 13 or more digits
      * and passes the Luhn check.  So no token can be mistaken for
      * a real card number, and a token keyed into CARDIN.DAT by
      * mistake is rejected as reason 03.  A value with ten digits
      * or fewer has no middle to replace and is its own token; that
      * only happens to keying errors too short to be a card number.
      *
      * The serial is kept on a control record at the high end of
      * the vault (both keys HIGH-VALUES) and rewritten as each token
      * is issued.  A vault that does not exist yet is created on the
      * OPEN request, empty but for the control record.
      *
      * Requests (see PASSTOKN.CPY): OPEN, ISSUE, LOOKUP, DETOKEN and
      * CLOSE.  DETOKEN is honored only when the caller is CCNSET01,
      * which needs the real number for the bank's SETLOUT.DAT.
      * Every DETOKEN request, honored or refused, is appended to
      * TOKVAULT.LOG with the time, the caller, the token and the
      * result, so the auditors can see each time a number was
      * brought back into the clear.
      *
      * Each token is stamped with the business date it was issued,
      * from the BUSDATE.DAT business-date record through ASMDATE1.
      * Without a usable business date no new token is issued (result
      * 94), though tokens already in the vault are still returned.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      * 2026/10/15 Simmons, Dated new tokens with the BUSDATE.DAT
      *                     business date instead of the system date.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select TOKEN-VAULT-FILE assign to 'TOKVAULT.DAT'
                                    organization is indexed
                                    access mode  is dynamic
                                    record key   is TVT-CLEAR-VALUE
                                    alternate record key is TVT-TOKEN
                                    file status  is WS-TVT-STATUS.

           select TOKEN-LOG-FILE   assign to 'TOKVAULT.LOG'
                                    organization is line sequential
                                    file status  is WS-TLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Vault record -- the value, its token, and when and by whom
      *    the token was issued.  The control record redefines it.
      *    ------------------------------------------------------------
       FD  TOKEN-VAULT-FILE.
       01  TOKEN-VAULT-RECORD.
           05  TVT-CLEAR-VALUE         pic X(23).
           05  TVT-TOKEN               pic X(23).
           05  TVT-ISSUED-DATE         pic X(8).
           05  TVT-ISSUED-BY           pic X(8).
       01  TOKEN-VAULT-CONTROL.
           05  filler                  pic X(23).
           05  filler                  pic X(23).
           05  TVC-LAST-SERIAL         pic 9(12).
           05  filler                  pic X(4).

      *****************************************************************
      *    DETOKEN log record.
      *    ------------------------------------------------------------
       FD  TOKEN-LOG-FILE.
       01  TOKEN-LOG-RECORD.
           05  TLG-TIMESTAMP           pic X(21).
           05  filler                  pic X(1).
           05  TLG-CALLER              pic X(8).
           05  filler                  pic X(1).
           05  TLG-REQUEST             pic X(8).
           05  filler                  pic X(1).
           05  TLG-TOKEN               pic X(23).
           05  filler                  pic X(1).
           05  TLG-RESULT              pic X(2).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    File status, and whether the vault and log are open.
      *    ------------------------------------------------------------
       01  WS-TVT-STATUS           pic X(2)  value SPACES.
       01  WS-TLG-STATUS           pic X(2)  value SPACES.
       01  WS-VAULT-OPEN           pic X(1)  value 'N'.
           88  VAULT-IS-OPEN                 value 'Y'.
       01  WS-LOG-OPEN             pic X(1)  value 'N'.
           88  LOG-IS-OPEN                   value 'Y'.

      *****************************************************************
      *    Business date stamped on the tokens issued this run, taken
      *    when the vault is opened; spaces when there is none.
      *    ------------------------------------------------------------
       01  WS-ISSUE-DATE           pic X(8)  value SPACES.

       COPY PASSDATE.

      *****************************************************************
      *    The only caller allowed a number back from its token.
      *    ------------------------------------------------------------
       01  WS-DETOKEN-CALLER       pic X(8)  value 'CCNSET01'.

      *****************************************************************
      *    Token format -- digits kept at each end of the value, and
      *    how many serial candidates to try before giving up.
      *    ------------------------------------------------------------
       01  WS-KEEP-LEAD            pic 9(2)  value 6.
       01  WS-KEEP-TRAIL           pic 9(2)  value 4.
       01  WS-ATTEMPT-LIMIT        pic 9(3)  value 200.
       01  WS-LUHN-MIN-DIGITS      pic 9(2)  value 13.

      *****************************************************************
      *    Token-building work fields.
      *    ------------------------------------------------------------
       01  WS-LAST-SERIAL          pic 9(12) value 0.
       01  WS-CANDIDATE            pic X(23) value SPACES.
       01  WS-CANDIDATE-FOUND      pic X(1)  value 'N'.
       01  WS-ATTEMPTS             pic 9(3)  value 0.
       01  WS-DIGIT-COUNT          pic 9(2)  value 0.
       01  WS-MIDDLE-COUNT         pic 9(2)  value 0.
       01  WS-MIDDLE-WIDTH         pic 9(2)  value 0.
       01  WS-MIDDLE-EXTRA         pic 9(2)  value 0.
       01  WS-MIDDLE-POSITION      pic 9(2)  value 0.
       01  WS-MIDDLE-MODULUS       pic 9(10) value 0.
       01  WS-MIDDLE-VALUE         pic 9(9)  value 0.
       01  WS-MIDDLE-TEXT redefines WS-MIDDLE-VALUE pic X(9).
       01  WS-MIDDLE-START         pic 9(2)  value 0.
       01  WS-SCAN-IX              pic 9(2)  value 0.
       01  WS-DIGIT-ORDINAL        pic 9(2)  value 0.
       01  WS-NEW-TOKEN            pic X(23) value SPACES.

      *****************************************************************
      *    Luhn mod-10 work fields, as in CCNVAL01 but right to left
      *    over whatever digits the candidate holds.
      *    ------------------------------------------------------------
       01  WS-LUHN-IX              pic 9(2)  value 0.
       01  WS-LUHN-DIGIT           pic 9(2)  value 0.
       01  WS-LUHN-DOUBLE          pic X(1)  value 'N'.
       01  WS-LUHN-SUM             pic 9(4)  value 0.
       01  WS-LUHN-PASSED          pic X(1)  value 'N'.

      *****************************************************************
       LINKAGE SECTION.
       COPY PASSTOKN.

      *****************************************************************
       PROCEDURE DIVISION using TOK-PASS-AREA.

           move '00' to TOK-PASS-RESULT

           evaluate TOK-PASS-REQUEST
               when 'OPEN    '
                   perform Z-OPEN-VAULT
               when 'CLOSE   '
                   perform Z-CLOSE-VAULT
               when 'ISSUE   '
               when 'LOOKUP  '
               when 'DETOKEN '
                   if not VAULT-IS-OPEN
                       perform Z-OPEN-VAULT
                   end-if
                   if VAULT-IS-OPEN
                       evaluate TOK-PASS-REQUEST
                           when 'ISSUE   '
                               perform ISSUE-TOKEN
                           when 'LOOKUP  '
                               perform LOOKUP-TOKEN
                           when 'DETOKEN '
                               perform DETOKENIZE-VALUE
                       end-evaluate
                   end-if
               when other
                   move '90' to TOK-PASS-RESULT
           end-evaluate

           GOBACK.

      *****************************************************************
      *    Return the value's token, issuing one if it has none yet.
      *    ------------------------------------------------------------
       ISSUE-TOKEN.
           move TOK-PASS-CLEAR-VALUE to TVT-CLEAR-VALUE
           read TOKEN-VAULT-FILE key is TVT-CLEAR-VALUE
           evaluate WS-TVT-STATUS
               when '00'
                   move TVT-TOKEN to TOK-PASS-TOKEN
               when '23'
                   if WS-ISSUE-DATE = spaces
                       move '94' to TOK-PASS-RESULT
                   else
                       perform MAKE-NEW-TOKEN
                   end-if
               when other
                   move '92' to TOK-PASS-RESULT
           end-evaluate
           exit.

      *****************************************************************
      *    Return the token already issued for the value, if any.
      *    ------------------------------------------------------------
       LOOKUP-TOKEN.
           move spaces to TOK-PASS-TOKEN
           move TOK-PASS-CLEAR-VALUE to TVT-CLEAR-VALUE
           read TOKEN-VAULT-FILE key is TVT-CLEAR-VALUE
           evaluate WS-TVT-STATUS
               when '00'
                   move TVT-TOKEN to TOK-PASS-TOKEN
               when '23'
                   move '23' to TOK-PASS-RESULT
               when other
                   move '92' to TOK-PASS-RESULT
           end-evaluate
           exit.

      *****************************************************************
      *    Return the value a token stands for -- to CCNSET01 only --
      *    and log the request either way.
      *    ------------------------------------------------------------
       DETOKENIZE-VALUE.
           move spaces to TOK-PASS-CLEAR-VALUE
           if TOK-PASS-CALLER not = WS-DETOKEN-CALLER
               move '91' to TOK-PASS-RESULT
           else
               move TOK-PASS-TOKEN to TVT-TOKEN
               read TOKEN-VAULT-FILE key is TVT-TOKEN
               evaluate WS-TVT-STATUS
                   when '00'
                       move TVT-CLEAR-VALUE to TOK-PASS-CLEAR-VALUE
                   when '23'
                       move '23' to TOK-PASS-RESULT
                   when other
                       move '92' to TOK-PASS-RESULT
               end-evaluate
           end-if
           perform Z-LOG-DETOKEN-REQUEST
           exit.

      *****************************************************************
      *    Issue a token for a value the vault has not seen.  The
      *    digits between the first six and last four are replaced by
      *    the next vault serial, taken modulo the room there is; a
      *    candidate that is the value itself, passes Luhn or is
      *    already in use is passed over for the next serial.
      *    ------------------------------------------------------------
       MAKE-NEW-TOKEN.
           move 0 to WS-DIGIT-COUNT
           perform varying WS-SCAN-IX from 1 by 1
                     until WS-SCAN-IX > 23
               if TOK-PASS-CLEAR-VALUE(WS-SCAN-IX:1) is numeric
                   add 1 to WS-DIGIT-COUNT
               end-if
           end-perform

           move 'N' to WS-CANDIDATE-FOUND
           if WS-DIGIT-COUNT <= WS-KEEP-LEAD + WS-KEEP-TRAIL
               move TOK-PASS-CLEAR-VALUE to WS-NEW-TOKEN
               move 'Y' to WS-CANDIDATE-FOUND
           else
               compute WS-MIDDLE-COUNT =
                   WS-DIGIT-COUNT - WS-KEEP-LEAD - WS-KEEP-TRAIL
               if WS-MIDDLE-COUNT > 9
                   move 9 to WS-MIDDLE-WIDTH
               else
                   move WS-MIDDLE-COUNT to WS-MIDDLE-WIDTH
               end-if
               compute WS-MIDDLE-EXTRA =
                   WS-MIDDLE-COUNT - WS-MIDDLE-WIDTH
               compute WS-MIDDLE-MODULUS = 10 ** WS-MIDDLE-WIDTH
               compute WS-MIDDLE-START = 9 - WS-MIDDLE-WIDTH
               move 0 to WS-ATTEMPTS
               perform until WS-CANDIDATE-FOUND = 'Y'
                          or WS-ATTEMPTS >= WS-ATTEMPT-LIMIT
                   add 1 to WS-ATTEMPTS
                   add 1 to WS-LAST-SERIAL
                   perform Z-BUILD-CANDIDATE
                   perform Z-TRY-CANDIDATE
               end-perform
           end-if

           if WS-CANDIDATE-FOUND = 'N'
               move '93' to TOK-PASS-RESULT
           else
               move TOK-PASS-CLEAR-VALUE        to TVT-CLEAR-VALUE
               move WS-NEW-TOKEN                to TVT-TOKEN
               move WS-ISSUE-DATE               to TVT-ISSUED-DATE
               move TOK-PASS-CALLER             to TVT-ISSUED-BY
               write TOKEN-VAULT-RECORD
               if WS-TVT-STATUS = '00'
                   move WS-NEW-TOKEN to TOK-PASS-TOKEN
                   perform Z-SAVE-LAST-SERIAL
               else
                   move '93' to TOK-PASS-RESULT
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
      *    The value with its middle digits replaced, in order, by
      *    the low-order digits of the serial.  A value keyed with
      *    more than nineteen digits has more middle digits than the
      *    serial fills; the ones ahead of it become zeros.
       Z-BUILD-CANDIDATE.
           compute WS-MIDDLE-VALUE =
               function mod(WS-LAST-SERIAL, WS-MIDDLE-MODULUS)
           move TOK-PASS-CLEAR-VALUE to WS-CANDIDATE
           move 0 to WS-DIGIT-ORDINAL
           perform varying WS-SCAN-IX from 1 by 1
                     until WS-SCAN-IX > 23
               if WS-CANDIDATE(WS-SCAN-IX:1) is numeric
                   add 1 to WS-DIGIT-ORDINAL
                   if  WS-DIGIT-ORDINAL > WS-KEEP-LEAD
                   and WS-DIGIT-ORDINAL <=
                           WS-KEEP-LEAD + WS-MIDDLE-COUNT
                       compute WS-MIDDLE-POSITION =
                           WS-DIGIT-ORDINAL - WS-KEEP-LEAD
                       if WS-MIDDLE-POSITION > WS-MIDDLE-EXTRA
                           move WS-MIDDLE-TEXT(WS-MIDDLE-START +
                                   WS-MIDDLE-POSITION -
                                   WS-MIDDLE-EXTRA:1)
                             to WS-CANDIDATE(WS-SCAN-IX:1)
                       else
                           move '0' to WS-CANDIDATE(WS-SCAN-IX:1)
                       end-if
                   end-if
               end-if
           end-perform
           exit.

      *---------------------------------------------------------------*
       Z-TRY-CANDIDATE.
           move 'N' to WS-LUHN-PASSED
           if WS-DIGIT-COUNT >= WS-LUHN-MIN-DIGITS
               perform Z-LUHN-CHECK-CANDIDATE
           end-if
           if  WS-CANDIDATE not = TOK-PASS-CLEAR-VALUE
           and WS-LUHN-PASSED = 'N'
               move WS-CANDIDATE to TVT-TOKEN
               read TOKEN-VAULT-FILE key is TVT-TOKEN
               if WS-TVT-STATUS = '23'
                   move WS-CANDIDATE to WS-NEW-TOKEN
                   move 'Y' to WS-CANDIDATE-FOUND
               end-if
           end-if
           exit.

      *---------------------------------------------------------------*
      *    Luhn mod-10 over the candidate's digits, right to left.
       Z-LUHN-CHECK-CANDIDATE.
           move 0   to WS-LUHN-SUM
           move 'N' to WS-LUHN-DOUBLE
           perform varying WS-LUHN-IX from 23 by -1
                     until WS-LUHN-IX < 1
               if WS-CANDIDATE(WS-LUHN-IX:1) is numeric
                   move WS-CANDIDATE(WS-LUHN-IX:1) to WS-LUHN-DIGIT
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
               end-if
           end-perform
           if function mod(WS-LUHN-SUM, 10) = 0
               move 'Y' to WS-LUHN-PASSED
           else
               move 'N' to WS-LUHN-PASSED
           end-if
           exit.

      *****************************************************************
      *    Open the vault for update, creating it with its control
      *    record the first time, and pick up the last serial issued.
      *    ------------------------------------------------------------
       Z-OPEN-VAULT.
           if not VAULT-IS-OPEN
               open i-o TOKEN-VAULT-FILE
               if WS-TVT-STATUS = '35'
                   open output TOKEN-VAULT-FILE
                   close TOKEN-VAULT-FILE
                   open i-o TOKEN-VAULT-FILE
               end-if
               if WS-TVT-STATUS = '00'
                   move 'Y' to WS-VAULT-OPEN
                   perform Z-READ-LAST-SERIAL
                   perform Z-GET-ISSUE-DATE
               end-if
           end-if
           if not VAULT-IS-OPEN
               move '92' to TOK-PASS-RESULT
           end-if
           exit.

      *---------------------------------------------------------------*
      *    Tokens are dated with the business date on BUSDATE.DAT,
      *    through ASMDATE1, never the system clock.
       Z-GET-ISSUE-DATE.
           move spaces to WS-ISSUE-DATE
           call 'ASMDATE1' using DTE-PASS-AREA
           if DTE-RESULT-OK
               move DTE-BUSINESS-DATE to WS-ISSUE-DATE
           end-if
           exit.

      *---------------------------------------------------------------*
       Z-READ-LAST-SERIAL.
           move high-values to TVT-CLEAR-VALUE
           read TOKEN-VAULT-FILE key is TVT-CLEAR-VALUE
           if WS-TVT-STATUS = '00' and TVC-LAST-SERIAL is numeric
               move TVC-LAST-SERIAL to WS-LAST-SERIAL
           else
               move high-values to TOKEN-VAULT-RECORD
               move 0           to TVC-LAST-SERIAL
               write TOKEN-VAULT-RECORD
               move 0           to WS-LAST-SERIAL
           end-if
           exit.

      *---------------------------------------------------------------*
       Z-SAVE-LAST-SERIAL.
           move high-values to TVT-CLEAR-VALUE
           read TOKEN-VAULT-FILE key is TVT-CLEAR-VALUE
           if WS-TVT-STATUS = '00'
               move WS-LAST-SERIAL to TVC-LAST-SERIAL
               rewrite TOKEN-VAULT-RECORD
           end-if
           exit.

      *---------------------------------------------------------------*
       Z-CLOSE-VAULT.
           if VAULT-IS-OPEN
               close TOKEN-VAULT-FILE
               move 'N' to WS-VAULT-OPEN
           end-if
           if LOG-IS-OPEN
               close TOKEN-LOG-FILE
               move 'N' to WS-LOG-OPEN
           end-if
           exit.

      *****************************************************************
      *    Append one DETOKEN request to TOKVAULT.LOG.  The token is
      *    logged, never the number.
      *    ------------------------------------------------------------
       Z-LOG-DETOKEN-REQUEST.
           if not LOG-IS-OPEN
               open extend TOKEN-LOG-FILE
               if WS-TLG-STATUS = '35'
                   open output TOKEN-LOG-FILE
               end-if
               if WS-TLG-STATUS = '00'
                   move 'Y' to WS-LOG-OPEN
               end-if
           end-if
           if LOG-IS-OPEN
               move spaces to TOKEN-LOG-RECORD
               move function current-date to TLG-TIMESTAMP
               move TOK-PASS-CALLER       to TLG-CALLER
               move TOK-PASS-REQUEST      to TLG-REQUEST
               move TOK-PASS-TOKEN        to TLG-TOKEN
               move TOK-PASS-RESULT       to TLG-RESULT
               write TOKEN-LOG-RECORD
           end-if
           exit.
      *****************************************************************
      *      This example is provided by SimoTime Technologies        *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
