       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASMFMTC1.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMFMTC1.CBL
      * Copy Files:    PASSBITS.CPY
      * Calls to:      ASM4BITS
      *****************************************************************
      *
      * ASMFMTC1 - Layout-driven formatted record print.
      *
      * ASMDMPC1 answers "what is in byte 47"; this utility answers
      * "what is in the amount field".  A field-layout file names each
      * field of the record -- its start column, length and type --
      * and every record of the input is printed one field per line:
      * the field name, start column, type, raw hex and the decoded
      * value.
      *
      * The file to print is supplied as FMTIN.DAT and its layout as
      * FMTLAYT.DAT, one row per field:
      *
      *    cols  1-16  field name
      *    cols 18-20  start column, zero-filled (001-256)
      *    cols 22-24  length in bytes, zero-filled
      *    col  26     type - C character, Z zoned decimal,
      *                       P packed decimal (COMP-3), F flag byte
      *    cols 28-35  for Z and P, the implied decimal places in
      *                col 28 (blank for none); for F, the FLAGDEFS.DAT
      *                record type whose bit names decode the byte
      *
      * A row with an asterisk in column 1 is a comment.  A row that
      * does not describe a field this program can decode (bad
      * numbers, unknown type, a packed field over 8 bytes, a flag
      * field other than 1 byte, a zoned field over 18 bytes) is
      * reported and left out, and the run ends with RETURN-CODE 8.
      *
      * Packed fields are unpacked the way COBOL-UNPACK in ASMBITC1
      * does it -- each byte EXPANDed through ASM4BITS and read a
      * nibble at a time, the last nibble carrying the sign (C, A, E
      * or F positive, D or B negative).  Zoned fields are read the
      * same way, one byte at a time, each digit's zone nibble F (or
      * 3 on an ASCII file) and the last digit's zone allowed to
      * carry the sign (C positive, D negative, or 7 for a negative
      * ASCII digit).  Flag bytes are EXPANDed and every bit that is
      * on is named from the FLAGDEFS.DAT dictionary, the way
      * Z-DECODE-FLAG-BYTE does it in ASMBITC1; a bit with no
      * dictionary row decodes as (UNDEFINED).
      *
      * A field that fails its type check -- a packed digit or sign
      * nibble that is not valid, a zoned byte that is not a digit --
      * prints with "**" and the reason in place of its value, and
      * the run ends with RETURN-CODE 4, so the utility doubles as a
      * data-quality check on files received from outside.
      *
      * The PARM carries the record range and an optional mode
      * token, the way ASMDMPC1 does:
      *
      *    first-record last-record [F]
      *
      * F reads the input as fixed 80-byte record images (record
      * sequential) instead of line sequential, for received files
      * with no line terminators.  Output goes to the console and to
      * ASMFMTC1.RPT.
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
           select FORMAT-INPUT-FILE assign to 'FMTIN.DAT'
                                    organization is line sequential
                                    file status  is WS-FMT-STATUS.

      *    The same file read as fixed 80-byte record images when the
      *    PARM asks for it; only one of the two is ever opened, so
      *    they share a status field.
           select FORMAT-FIXED-FILE assign to 'FMTIN.DAT'
                                    organization is sequential
                                    file status  is WS-FMT-STATUS.

           select LAYOUT-FILE      assign to 'FMTLAYT.DAT'
                                    organization is line sequential
                                    file status  is WS-LAY-STATUS.

           select FLAG-DEFS-FILE   assign to 'FLAGDEFS.DAT'
                                    organization is line sequential
                                    file status  is WS-FLG-STATUS.

           select REPORT-FILE      assign to 'ASMFMTC1.RPT'
                                    organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  FORMAT-INPUT-FILE.
       01  FORMAT-INPUT-RECORD         pic X(256).

       FD  FORMAT-FIXED-FILE.
       01  FORMAT-FIXED-RECORD         pic X(80).

      *****************************************************************
      *    One field-layout row.  The detail area is the FLAGDEFS.DAT
      *    record type for a flag field, or the implied decimal
      *    places for a numeric one.
      *    ------------------------------------------------------------
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD.
           05  LAY-FIELD-NAME          pic X(16).
           05  filler                  pic X(1).
           05  LAY-START               pic 9(3).
           05  filler                  pic X(1).
           05  LAY-LENGTH              pic 9(3).
           05  filler                  pic X(1).
           05  LAY-TYPE                pic X(1).
           05  filler                  pic X(1).
           05  LAY-FLAG-TYPE           pic X(8).
           05  LAY-NUMERIC-DETAIL redefines LAY-FLAG-TYPE.
               10  LAY-DECIMALS        pic X(1).
               10  filler              pic X(7).

       FD  FLAG-DEFS-FILE.
       01  FLAG-DEFS-RECORD.
           05  FLG-RECORD-TYPE         pic X(8).
           05  filler                  pic X(1).
           05  FLG-BIT-POS             pic 9(1).
           05  filler                  pic X(1).
           05  FLG-NAME                pic X(20).

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Data-structure for Title and Copyright...
      *    ------------------------------------------------------------
       01  SIM-TITLE.
           05  T1 pic X(11) value '* ASMFMTC1 '.
           05  T2 pic X(34) value 'Layout-Driven Record Print Utility'.
           05  T3 pic X(10) value ' v08.06.05'.
           05  T4 pic X(24) value ' http://www.simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* ASMFMTC1 '.
           05  C2 pic X(20) value 'Copyright 1987-2019 '.
           05  C3 pic X(28) value '   SimoTime Technologies    '.
           05  C4 pic X(20) value ' All Rights Reserved'.

       COPY PASSBITS.

      *****************************************************************
      *    BTS-PASS-REQUEST values when calling ASM4BITS.
      *    ------------------------------------------------------------
       01  REQUEST-4-EXPAND        pic X(8)    value 'EXPAND  '.

      *****************************************************************
      *    Buffer used for posting messages to the console.
      *    ------------------------------------------------------------
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* ASMFMTC1 '.
           05  MESSAGE-TEXT        pic X(68).

      *****************************************************************
      *    PARM tokens -- record range and mode, all optional.
      *    ------------------------------------------------------------
       01  WS-PARM-CARD            pic X(80) value SPACES.
       01  WS-PARM-TOKEN-1         pic X(5)  value SPACES.
       01  WS-PARM-TOKEN-2         pic X(5)  value SPACES.
       01  WS-PARM-TOKEN-3         pic X(5)  value SPACES.
       01  WS-INPUT-MODE           pic X(1)  value 'L'.
       01  WS-FIRST-REC            pic 9(5)  value 1.
       01  WS-LAST-REC             pic 9(5)  value 99999.

      *****************************************************************
      *    One left-justified PARM token being converted to a number
      *    by Z-PARM-TOKEN-TO-NUM.
      *    ------------------------------------------------------------
       01  WS-TOKEN-WORK           pic X(5)  value SPACES.
       01  WS-TOKEN-IX             pic 9(2)  value 0.
       01  WS-TOKEN-DIGIT          pic 9(1)  value 0.
       01  WS-TOKEN-VALUE          pic 9(5)  value 0.
       01  WS-TOKEN-OK             pic X(1)  value 'N'.

      *****************************************************************
      *    File-status and record bookkeeping.
      *    ------------------------------------------------------------
       01  WS-FMT-STATUS           pic X(2)  value SPACES.
       01  WS-LAY-STATUS           pic X(2)  value SPACES.
       01  WS-FLG-STATUS           pic X(2)  value SPACES.
       01  WS-FORMAT-EOF           pic X(1)  value 'N'.
           88  FORMAT-FILE-EOF               value 'Y'.
       01  WS-LAYOUT-EOF           pic X(1)  value 'N'.
           88  LAYOUT-FILE-EOF               value 'Y'.
       01  WS-FLAG-EOF             pic X(1)  value 'N'.
           88  FLAG-FILE-EOF                 value 'Y'.
       01  WS-REC-COUNT            pic 9(5)  value 0.
       01  WS-PRINTED-COUNT        pic 9(5)  value 0.
       01  WS-FIELD-COUNT          pic 9(7)  value 0.
       01  WS-FAILED-COUNT         pic 9(7)  value 0.
       01  WS-FAILED-REC-COUNT     pic 9(5)  value 0.
       01  WS-REC-FAILED           pic X(1)  value 'N'.

      *****************************************************************
      *    The record being printed, whichever input path read it.
      *    ------------------------------------------------------------
       01  WS-RECORD-WORK          pic X(256) value SPACES.

      *****************************************************************
      *    The field layout, loaded from FMTLAYT.DAT.
      *    ------------------------------------------------------------
       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY occurs 99 times.
               10  WS-LAY-NAME         pic X(16).
               10  WS-LAY-START        pic 9(3).
               10  WS-LAY-LENGTH       pic 9(3).
               10  WS-LAY-TYPE         pic X(1).
                   88  FIELD-IS-CHARACTER        value 'C'.
                   88  FIELD-IS-ZONED            value 'Z'.
                   88  FIELD-IS-PACKED           value 'P'.
                   88  FIELD-IS-FLAG             value 'F'.
               10  WS-LAY-DECIMALS     pic 9(2).
               10  WS-LAY-FLAG-TYPE    pic X(8).
       01  WS-LAYOUT-COUNT         pic 9(2)  value 0.
       01  WS-LAYOUT-IX            pic 9(2)  value 0.
       01  WS-LAYOUT-ROW           pic 9(3)  value 0.
       01  WS-LAYOUT-ERROR         pic X(40) value SPACES.
       01  WS-LAYOUT-DIGITS        pic 9(2)  value 0.
       01  WS-LAYOUT-END           pic 9(4)  value 0.

      *****************************************************************
      *    The FLAGDEFS.DAT dictionary, one entry per record type with
      *    the business name of each of its eight bits.
      *    ------------------------------------------------------------
       01  WS-FLAG-TYPE-TABLE.
           05  WS-FLAG-TYPE-ENTRY occurs 20 times.
               10  WS-FLAG-TYPE        pic X(8).
               10  WS-FLAG-NAME        pic X(20) occurs 8 times.
       01  WS-FLAG-TYPE-COUNT      pic 9(2)  value 0.
       01  WS-FLAG-TYPE-IX         pic 9(2)  value 0.
       01  WS-FLAG-TYPE-FOUND      pic 9(2)  value 0.
       01  WS-FLAG-BIT-IX          pic 9(2)  value 0.
       01  WS-FLAG-BITS-ON         pic 9(1)  value 0.
       01  WS-FLAG-BIT-NAME        pic X(20) value SPACES.

      *****************************************************************
      *    One formatted field line.
      *    ------------------------------------------------------------
       01  WS-FIELD-LINE.
           05  FL-NAME                 pic X(16).
           05  filler                  pic X(1)  value SPACE.
           05  FL-START                pic 9(3).
           05  filler                  pic X(1)  value SPACE.
           05  FL-TYPE                 pic X(1).
           05  filler                  pic X(1)  value SPACE.
           05  FL-HEX                  pic X(16).
           05  FL-HEX-MORE             pic X(1).
           05  filler                  pic X(1)  value SPACE.
           05  FL-VALUE                pic X(26).

      *****************************************************************
      *    Work fields for decoding one field.
      *    ------------------------------------------------------------
       01  WS-FIELD-IMAGE          pic X(256) value SPACES.
       01  WS-FIELD-LEN            pic 9(3)  value 0.
       01  WS-FIELD-IX             pic 9(3)  value 0.
       01  WS-FIELD-FAILED         pic X(1)  value 'N'.
           88  FIELD-FAILED                  value 'Y'.
       01  WS-FAIL-REASON          pic X(23) value SPACES.
       01  WS-HEX-POS              pic 9(3)  value 0.
       01  WS-HEX-BYTES            pic 9(2)  value 0.
       01  WS-CHAR-LEN             pic 9(3)  value 0.

      *****************************************************************
      *    Nibble work for the packed and zoned decodes -- the '0'/'1'
      *    image of four bits from an EXPAND, and its value 0-15.
      *    ------------------------------------------------------------
       01  WS-NIBBLE-BITS          pic X(4)  value SPACES.
       01  WS-NIBBLE-VALUE         pic 9(2)  value 0.
       01  WS-NIBBLE-IX            pic 9(2)  value 0.
       01  WS-NIBBLE-COUNT         pic 9(2)  value 0.
       01  WS-NIBBLE-POS           pic 9(2)  value 0.
       01  WS-BIT-IX               pic 9(1)  value 0.
       01  WS-ZONE-VALUE           pic 9(2)  value 0.

      *****************************************************************
      *    The decoded number -- its sign and digits -- and the value
      *    text built from them with the implied decimal point.
      *    ------------------------------------------------------------
       01  WS-SIGN-CHAR            pic X(1)  value SPACE.
       01  WS-DIGIT-STRING         pic X(18) value SPACES.
       01  WS-DIGIT-COUNT          pic 9(2)  value 0.
       01  WS-DIGIT-CHARS          pic X(10) value '0123456789'.
       01  WS-DIGIT-CHARS-TBL redefines WS-DIGIT-CHARS.
           05  WS-DIGIT-CHAR       pic X(1) occurs 10 times.
       01  WS-INTEGER-DIGITS       pic 9(2)  value 0.
       01  WS-VALUE-POS            pic 9(2)  value 0.

      *****************************************************************
      *    Work fields for hex-digit <-> one-byte conversion, as used
      *    by BYTE-TO-HEX in ASMBITC1.
      *    ------------------------------------------------------------
       01  WS-HEX-DIGITS           pic X(16) value '0123456789ABCDEF'.
       01  WS-HEX-DIGITS-TBL redefines WS-HEX-DIGITS.
           05  WS-HEX-DIGIT        pic X(1) occurs 16 times.
       01  WS-HEX-HIGH-IX          pic 9(2)  value 0.
       01  WS-HEX-LOW-IX           pic 9(2)  value 0.
       01  WS-HEX-BYTE-VALUE       pic 9(3)  value 0.
       01  WS-BYTE-FOR-HEX         pic X(1).
       01  WS-HEX-OUT              pic X(2)  value SPACES.

      *****************************************************************
      *    Highest RETURN-CODE seen this run.
      *    ------------------------------------------------------------
       01  WS-HIGHEST-RC           pic 9(4)  value 0.
       01  WS-CANDIDATE-RC         pic 9(4)  value 0.
       01  RC-FIELD-CHECK-FAILED   pic 9(4)  value 0004.
       01  RC-INPUT-FILE-ERROR     pic 9(4)  value 0008.

      *****************************************************************
       PROCEDURE DIVISION.

           perform Z-POST-COPYRIGHT

           perform Z-PARSE-PARM

           open output REPORT-FILE
           write REPORT-RECORD from SIM-TITLE
           write REPORT-RECORD from SIM-COPYRIGHT

           perform Z-LOAD-FLAG-DEFINITIONS

           perform LOAD-FIELD-LAYOUT

           move 'N' to WS-FORMAT-EOF
           if WS-LAYOUT-COUNT = 0
               move 'No usable rows on FMTLAYT.DAT, nothing printed'
                 to MESSAGE-TEXT
               perform Z-POST-FORMAT-LINE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-FORMAT-EOF
           else
               perform Z-OPEN-FORMAT-INPUT
           end-if

           perform until FORMAT-FILE-EOF
               add 1 to WS-REC-COUNT
               if WS-REC-COUNT > WS-LAST-REC
                   move 'Y' to WS-FORMAT-EOF
               else
                   if WS-REC-COUNT >= WS-FIRST-REC
                       perform FORMAT-ONE-RECORD
                   end-if
                   perform Z-READ-FORMAT-INPUT
               end-if
           end-perform

           if WS-FMT-STATUS = '00' or WS-FMT-STATUS = '10'
               if WS-INPUT-MODE = 'F'
                   close FORMAT-FIXED-FILE
               else
                   close FORMAT-INPUT-FILE
               end-if
           end-if

           perform Z-POST-FORMAT-SUMMARY

           close REPORT-FILE

           move WS-HIGHEST-RC to RETURN-CODE

           GOBACK.

      *****************************************************************
      *    Load FMTLAYT.DAT into the layout table, reporting and
      *    leaving out any row that does not describe a field this
      *    program can decode.
      *    ------------------------------------------------------------
       LOAD-FIELD-LAYOUT.
           move 0   to WS-LAYOUT-COUNT
           move 0   to WS-LAYOUT-ROW
           move 'N' to WS-LAYOUT-EOF
           open input LAYOUT-FILE
           if WS-LAY-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'FMTLAYT.DAT not available (status '
                          delimited by size
                      WS-LAY-STATUS delimited by size
                      ')' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-FORMAT-LINE
               move 'Y' to WS-LAYOUT-EOF
           else
               read LAYOUT-FILE
                   at end move 'Y' to WS-LAYOUT-EOF
               end-read
           end-if

           perform until LAYOUT-FILE-EOF
               add 1 to WS-LAYOUT-ROW
               if  LAYOUT-RECORD(1:1) not = '*'
               and LAYOUT-RECORD not = spaces
                   perform LOAD-ONE-LAYOUT-ROW
               end-if
               read LAYOUT-FILE
                   at end move 'Y' to WS-LAYOUT-EOF
               end-read
           end-perform

           if WS-LAY-STATUS = '10' or WS-LAY-STATUS = '00'
               close LAYOUT-FILE
           end-if
           exit.

      *---------------------------------------------------------------*
       LOAD-ONE-LAYOUT-ROW.
           move spaces to WS-LAYOUT-ERROR
           evaluate true
               when LAY-FIELD-NAME = spaces
                   move 'no field name' to WS-LAYOUT-ERROR
               when LAY-START not numeric or LAY-LENGTH not numeric
                   move 'start or length not numeric'
                     to WS-LAYOUT-ERROR
               when LAY-START = 0 or LAY-LENGTH = 0
                   move 'start or length is zero' to WS-LAYOUT-ERROR
               when LAY-TYPE not = 'C' and LAY-TYPE not = 'Z'
                and LAY-TYPE not = 'P' and LAY-TYPE not = 'F'
                   move 'type is not C, Z, P or F' to WS-LAYOUT-ERROR
               when LAY-TYPE = 'P' and LAY-LENGTH > 8
                   move 'packed field over 8 bytes' to WS-LAYOUT-ERROR
               when LAY-TYPE = 'Z' and LAY-LENGTH > 18
                   move 'zoned field over 18 bytes' to WS-LAYOUT-ERROR
               when LAY-TYPE = 'F' and LAY-LENGTH not = 1
                   move 'flag field is not 1 byte' to WS-LAYOUT-ERROR
               when LAY-TYPE = 'F' and LAY-FLAG-TYPE = spaces
                   move 'flag field has no FLAGDEFS type'
                     to WS-LAYOUT-ERROR
               when (LAY-TYPE = 'Z' or LAY-TYPE = 'P')
                and LAY-DECIMALS not = space
                and LAY-DECIMALS not numeric
                   move 'decimal places not numeric' to WS-LAYOUT-ERROR
           end-evaluate

           if WS-LAYOUT-ERROR = spaces
               compute WS-LAYOUT-END = LAY-START + LAY-LENGTH - 1
               if WS-LAYOUT-END > 256
                   move 'field runs past column 256' to WS-LAYOUT-ERROR
               end-if
           end-if

      *    The implied decimals must leave at least one integer digit.
           move 0 to WS-LAYOUT-DIGITS
           if  WS-LAYOUT-ERROR = spaces
           and (LAY-TYPE = 'Z' or LAY-TYPE = 'P')
           and LAY-DECIMALS is numeric
               move LAY-DECIMALS to WS-LAYOUT-DIGITS
               if LAY-TYPE = 'P'
                   compute WS-NIBBLE-COUNT = (LAY-LENGTH * 2) - 1
               else
                   move LAY-LENGTH to WS-NIBBLE-COUNT
               end-if
               if WS-LAYOUT-DIGITS >= WS-NIBBLE-COUNT
                   move 'more decimals than digits' to WS-LAYOUT-ERROR
               end-if
           end-if

           if  WS-LAYOUT-ERROR = spaces
           and WS-LAYOUT-COUNT = 99
               move 'more than 99 fields' to WS-LAYOUT-ERROR
           end-if

           if WS-LAYOUT-ERROR not = spaces
               move spaces to MESSAGE-TEXT
               string 'FMTLAYT.DAT row ' delimited by size
                      WS-LAYOUT-ROW delimited by size
                      ' skipped: ' delimited by size
                      WS-LAYOUT-ERROR delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-FORMAT-LINE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           else
               add 1 to WS-LAYOUT-COUNT
               move LAY-FIELD-NAME   to WS-LAY-NAME(WS-LAYOUT-COUNT)
               move LAY-START        to WS-LAY-START(WS-LAYOUT-COUNT)
               move LAY-LENGTH       to WS-LAY-LENGTH(WS-LAYOUT-COUNT)
               move LAY-TYPE         to WS-LAY-TYPE(WS-LAYOUT-COUNT)
               move WS-LAYOUT-DIGITS
                 to WS-LAY-DECIMALS(WS-LAYOUT-COUNT)
               move spaces to WS-LAY-FLAG-TYPE(WS-LAYOUT-COUNT)
               if LAY-TYPE = 'F'
                   move LAY-FLAG-TYPE
                     to WS-LAY-FLAG-TYPE(WS-LAYOUT-COUNT)
               end-if
           end-if
           exit.

      *****************************************************************
      *    Print the record just read, one line per layout field.
      *    ------------------------------------------------------------
       FORMAT-ONE-RECORD.
           add 1 to WS-PRINTED-COUNT
           move 'N' to WS-REC-FAILED
           move spaces to MESSAGE-TEXT
           string 'Record ' delimited by size
                  WS-REC-COUNT delimited by size
             into MESSAGE-TEXT
           perform Z-POST-FORMAT-LINE

           perform varying WS-LAYOUT-IX from 1 by 1
                     until WS-LAYOUT-IX > WS-LAYOUT-COUNT
               perform FORMAT-ONE-FIELD
           end-perform

           if WS-REC-FAILED = 'Y'
               add 1 to WS-FAILED-REC-COUNT
           end-if
           exit.

      *****************************************************************
      *    Decode the field at WS-LAYOUT-IX by its type and print its
      *    line -- name, start, type, raw hex and the decoded value,
      *    or "**" and the reason when it fails its type check.
      *    ------------------------------------------------------------
       FORMAT-ONE-FIELD.
           add 1 to WS-FIELD-COUNT
           move WS-LAY-LENGTH(WS-LAYOUT-IX) to WS-FIELD-LEN
           move spaces to WS-FIELD-IMAGE
           move WS-RECORD-WORK(WS-LAY-START(WS-LAYOUT-IX):WS-FIELD-LEN)
             to WS-FIELD-IMAGE(1:WS-FIELD-LEN)
           move 'N'    to WS-FIELD-FAILED
           move spaces to WS-FAIL-REASON

           move spaces to WS-FIELD-LINE
           move WS-LAY-NAME(WS-LAYOUT-IX)  to FL-NAME
           move WS-LAY-START(WS-LAYOUT-IX) to FL-START
           move WS-LAY-TYPE(WS-LAYOUT-IX)  to FL-TYPE
           perform Z-FORMAT-FIELD-HEX

           evaluate true
               when FIELD-IS-PACKED(WS-LAYOUT-IX)
                   perform DECODE-PACKED-FIELD
               when FIELD-IS-ZONED(WS-LAYOUT-IX)
                   perform DECODE-ZONED-FIELD
               when FIELD-IS-FLAG(WS-LAYOUT-IX)
                   perform DECODE-FLAG-FIELD
               when other
                   perform DECODE-CHARACTER-FIELD
           end-evaluate

           if FIELD-FAILED
               add 1 to WS-FAILED-COUNT
               move 'Y' to WS-REC-FAILED
               move spaces to FL-VALUE
               string '** ' delimited by size
                      WS-FAIL-REASON delimited by size
                 into FL-VALUE
               move RC-FIELD-CHECK-FAILED to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
           end-if

           move WS-FIELD-LINE to MESSAGE-TEXT
           perform Z-POST-FORMAT-LINE

           if  FIELD-IS-FLAG(WS-LAYOUT-IX)
           and not FIELD-FAILED
               perform Z-LIST-FLAG-BITS
           end-if
           exit.

      *****************************************************************
      *    The raw hex of up to the first eight bytes of the field,
      *    with "+" after it when the field is longer.
      *    ------------------------------------------------------------
       Z-FORMAT-FIELD-HEX.
           move spaces to FL-HEX
           move space  to FL-HEX-MORE
           move WS-FIELD-LEN to WS-HEX-BYTES
           if WS-FIELD-LEN > 8
               move 8   to WS-HEX-BYTES
               move '+' to FL-HEX-MORE
           end-if
           perform varying WS-FIELD-IX from 1 by 1
                     until WS-FIELD-IX > WS-HEX-BYTES
               move WS-FIELD-IMAGE(WS-FIELD-IX:1) to WS-BYTE-FOR-HEX
               perform BYTE-TO-HEX
               compute WS-HEX-POS = ((WS-FIELD-IX - 1) * 2) + 1
               move WS-HEX-OUT to FL-HEX(WS-HEX-POS:2)
           end-perform
           exit.

      *****************************************************************
      *    Character field -- the printable characters, a period for
      *    anything else, "+" in the last position when the field is
      *    wider than the value column.
      *    ------------------------------------------------------------
       DECODE-CHARACTER-FIELD.
           move WS-FIELD-LEN to WS-CHAR-LEN
           if WS-FIELD-LEN > 26
               move 25 to WS-CHAR-LEN
               move '+' to FL-VALUE(26:1)
           end-if
           perform varying WS-FIELD-IX from 1 by 1
                     until WS-FIELD-IX > WS-CHAR-LEN
               move WS-FIELD-IMAGE(WS-FIELD-IX:1) to WS-BYTE-FOR-HEX
               perform BYTE-TO-HEX
               if WS-HEX-BYTE-VALUE >= 32 and WS-HEX-BYTE-VALUE <= 126
                   move WS-FIELD-IMAGE(WS-FIELD-IX:1)
                     to FL-VALUE(WS-FIELD-IX:1)
               else
                   move '.' to FL-VALUE(WS-FIELD-IX:1)
               end-if
           end-perform
           exit.

      *****************************************************************
      *    Packed decimal -- EXPAND the whole field in one call and
      *    read it a nibble at a time, as COBOL-UNPACK does: every
      *    nibble but the last is a digit 0-9, the last is the sign.
      *    ------------------------------------------------------------
       DECODE-PACKED-FIELD.
           move REQUEST-4-EXPAND to BTS-PASS-REQUEST
           move WS-FIELD-LEN     to BTS-PASS-LENGTH
           move WS-FIELD-IMAGE(1:WS-FIELD-LEN) to BTS-PASS-BITS
           call 'ASM4BITS' using BTS-PASS-AREA
           move 1 to BTS-PASS-LENGTH

           move spaces to WS-DIGIT-STRING
           move 0      to WS-DIGIT-COUNT
           compute WS-NIBBLE-COUNT = WS-FIELD-LEN * 2
           perform varying WS-NIBBLE-IX from 1 by 1
                     until WS-NIBBLE-IX > WS-NIBBLE-COUNT - 1
               compute WS-NIBBLE-POS = ((WS-NIBBLE-IX - 1) * 4) + 1
               move BTS-PASS-BYTES(WS-NIBBLE-POS:4) to WS-NIBBLE-BITS
               perform Z-NIBBLE-TO-VALUE
               if WS-NIBBLE-VALUE > 9
                   if not FIELD-FAILED
                       move 'Y' to WS-FIELD-FAILED
                       move 'BAD PACKED DIGIT' to WS-FAIL-REASON
                   end-if
               else
                   add 1 to WS-DIGIT-COUNT
                   move WS-DIGIT-CHAR(WS-NIBBLE-VALUE + 1)
                     to WS-DIGIT-STRING(WS-DIGIT-COUNT:1)
               end-if
           end-perform

           compute WS-NIBBLE-POS = ((WS-NIBBLE-COUNT - 1) * 4) + 1
           move BTS-PASS-BYTES(WS-NIBBLE-POS:4) to WS-NIBBLE-BITS
           perform Z-NIBBLE-TO-VALUE
           evaluate WS-NIBBLE-VALUE
               when 10
               when 12
               when 14
               when 15
                   move '+' to WS-SIGN-CHAR
               when 11
               when 13
                   move '-' to WS-SIGN-CHAR
               when other
                   if not FIELD-FAILED
                       move 'Y' to WS-FIELD-FAILED
                       move 'BAD PACKED SIGN' to WS-FAIL-REASON
                   end-if
           end-evaluate

           if not FIELD-FAILED
               perform Z-FORMAT-NUMERIC-VALUE
           end-if
           exit.

      *****************************************************************
      *    Zoned decimal -- EXPAND one byte at a time: the right
      *    nibble is the digit 0-9, the left is the zone, F (or 3 on
      *    an ASCII file) for every digit, the last digit's zone
      *    allowed to carry the sign.
      *    ------------------------------------------------------------
       DECODE-ZONED-FIELD.
           move spaces to WS-DIGIT-STRING
           move 0      to WS-DIGIT-COUNT
           move '+'    to WS-SIGN-CHAR
           move REQUEST-4-EXPAND to BTS-PASS-REQUEST
           move 1 to BTS-PASS-LENGTH
           perform varying WS-FIELD-IX from 1 by 1
                     until WS-FIELD-IX > WS-FIELD-LEN
               move WS-FIELD-IMAGE(WS-FIELD-IX:1) to BTS-PASS-BITS
               call 'ASM4BITS' using BTS-PASS-AREA
               move BTS-PASS-BYTES(1:4) to WS-NIBBLE-BITS
               perform Z-NIBBLE-TO-VALUE
               move WS-NIBBLE-VALUE to WS-ZONE-VALUE
               move BTS-PASS-BYTES(5:4) to WS-NIBBLE-BITS
               perform Z-NIBBLE-TO-VALUE

               if WS-NIBBLE-VALUE > 9
                   move 'Y' to WS-FIELD-FAILED
               end-if
               if WS-FIELD-IX < WS-FIELD-LEN
                   if WS-ZONE-VALUE not = 15 and WS-ZONE-VALUE not = 3
                       move 'Y' to WS-FIELD-FAILED
                   end-if
               else
                   evaluate WS-ZONE-VALUE
                       when 15
                       when 3
                       when 12
                           move '+' to WS-SIGN-CHAR
                       when 13
                       when 7
                           move '-' to WS-SIGN-CHAR
                       when other
                           move 'Y' to WS-FIELD-FAILED
                   end-evaluate
               end-if

               if not FIELD-FAILED
                   add 1 to WS-DIGIT-COUNT
                   move WS-DIGIT-CHAR(WS-NIBBLE-VALUE + 1)
                     to WS-DIGIT-STRING(WS-DIGIT-COUNT:1)
               end-if
           end-perform

           if FIELD-FAILED
               move 'NOT NUMERIC ZONED' to WS-FAIL-REASON
           else
               perform Z-FORMAT-NUMERIC-VALUE
           end-if
           exit.

      *****************************************************************
      *    Flag byte -- EXPAND it and show the bit pattern; the bits
      *    that are on are named on the lines that follow.
      *    ------------------------------------------------------------
       DECODE-FLAG-FIELD.
           move REQUEST-4-EXPAND   to BTS-PASS-REQUEST
           move 1                  to BTS-PASS-LENGTH
           move WS-FIELD-IMAGE(1:1) to BTS-PASS-BITS
           call 'ASM4BITS' using BTS-PASS-AREA

           move 0 to WS-FLAG-BITS-ON
           perform varying WS-FLAG-BIT-IX from 1 by 1
                     until WS-FLAG-BIT-IX > 8
               if BTS-PASS-BYTES(WS-FLAG-BIT-IX:1) = '1'
                   add 1 to WS-FLAG-BITS-ON
               end-if
           end-perform

           move BTS-PASS-BYTES(1:8) to FL-VALUE(1:8)
           if WS-FLAG-BITS-ON = 0
               move '(no flags set)' to FL-VALUE(10:14)
           else
               move WS-LAY-FLAG-TYPE(WS-LAYOUT-IX) to FL-VALUE(10:8)
           end-if
           exit.

      *****************************************************************
      *    One line per bit that is on, with its business name from
      *    the FLAGDEFS.DAT dictionary for the field's record type.
      *    ------------------------------------------------------------
       Z-LIST-FLAG-BITS.
           move 0 to WS-FLAG-TYPE-FOUND
           perform varying WS-FLAG-TYPE-IX from 1 by 1
                     until WS-FLAG-TYPE-IX > WS-FLAG-TYPE-COUNT
               if WS-FLAG-TYPE(WS-FLAG-TYPE-IX)
                  = WS-LAY-FLAG-TYPE(WS-LAYOUT-IX)
                   move WS-FLAG-TYPE-IX to WS-FLAG-TYPE-FOUND
               end-if
           end-perform

           perform varying WS-FLAG-BIT-IX from 1 by 1
                     until WS-FLAG-BIT-IX > 8
               if BTS-PASS-BYTES(WS-FLAG-BIT-IX:1) = '1'
                   if WS-FLAG-TYPE-FOUND > 0
                       move WS-FLAG-NAME(WS-FLAG-TYPE-FOUND,
                                         WS-FLAG-BIT-IX)
                         to WS-FLAG-BIT-NAME
                   else
                       move '(UNDEFINED)' to WS-FLAG-BIT-NAME
                   end-if
                   move spaces to MESSAGE-TEXT
                   string '                                         '
                            delimited by size
                          'Bit ' delimited by size
                          WS-FLAG-BIT-IX delimited by size
                          ' ' delimited by size
                          WS-FLAG-BIT-NAME delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-FORMAT-LINE
               end-if
           end-perform
           exit.

      *****************************************************************
      *    Convert the four '0'/'1' bit characters in WS-NIBBLE-BITS to
      *    their value 0-15 in WS-NIBBLE-VALUE, bit 1 the leftmost.
      *    ------------------------------------------------------------
       Z-NIBBLE-TO-VALUE.
           move 0 to WS-NIBBLE-VALUE
           perform varying WS-BIT-IX from 1 by 1
                     until WS-BIT-IX > 4
               compute WS-NIBBLE-VALUE = WS-NIBBLE-VALUE * 2
               if WS-NIBBLE-BITS(WS-BIT-IX:1) = '1'
                   add 1 to WS-NIBBLE-VALUE
               end-if
           end-perform
           exit.

      *****************************************************************
      *    Build the value column from WS-SIGN-CHAR and the digits in
      *    WS-DIGIT-STRING, with the decimal point the layout implies.
      *    ------------------------------------------------------------
       Z-FORMAT-NUMERIC-VALUE.
           move spaces to FL-VALUE
           move WS-SIGN-CHAR to FL-VALUE(1:1)
           compute WS-INTEGER-DIGITS =
               WS-DIGIT-COUNT - WS-LAY-DECIMALS(WS-LAYOUT-IX)
           move WS-DIGIT-STRING(1:WS-INTEGER-DIGITS)
             to FL-VALUE(2:WS-INTEGER-DIGITS)
           if WS-LAY-DECIMALS(WS-LAYOUT-IX) > 0
               compute WS-VALUE-POS = WS-INTEGER-DIGITS + 2
               move '.' to FL-VALUE(WS-VALUE-POS:1)
               add 1 to WS-VALUE-POS
               move WS-DIGIT-STRING(WS-INTEGER-DIGITS + 1:
                                    WS-LAY-DECIMALS(WS-LAYOUT-IX))
                 to FL-VALUE(WS-VALUE-POS:
                             WS-LAY-DECIMALS(WS-LAYOUT-IX))
           end-if
           exit.

      *****************************************************************
      *    Opens whichever input path the PARM selected and reads the
      *    first record.
      *    ------------------------------------------------------------
       Z-OPEN-FORMAT-INPUT.
           if WS-INPUT-MODE = 'F'
               open input FORMAT-FIXED-FILE
           else
               open input FORMAT-INPUT-FILE
           end-if
           if WS-FMT-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'FMTIN.DAT not available (status '
                          delimited by size
                      WS-FMT-STATUS delimited by size
                      '), run ended' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-FORMAT-LINE
               move RC-INPUT-FILE-ERROR to WS-CANDIDATE-RC
               perform Z-BUMP-RETURN-CODE
               move 'Y' to WS-FORMAT-EOF
           else
               perform Z-READ-FORMAT-INPUT
           end-if
           exit.

      *****************************************************************
      *    Reads the next record from whichever input path is open
      *    into WS-RECORD-WORK, space-padded past the record image.
      *    ------------------------------------------------------------
       Z-READ-FORMAT-INPUT.
           move spaces to WS-RECORD-WORK
           if WS-INPUT-MODE = 'F'
               read FORMAT-FIXED-FILE into WS-RECORD-WORK
                   at end move 'Y' to WS-FORMAT-EOF
               end-read
           else
               read FORMAT-INPUT-FILE into WS-RECORD-WORK
                   at end move 'Y' to WS-FORMAT-EOF
               end-read
           end-if
           exit.

      *****************************************************************
      *    Loads every record type on the FLAGDEFS.DAT dictionary.  A
      *    bit position with no dictionary row decodes as (UNDEFINED);
      *    a missing dictionary file just means every bit does.
      *    ------------------------------------------------------------
       Z-LOAD-FLAG-DEFINITIONS.
           move 0   to WS-FLAG-TYPE-COUNT
           move 'N' to WS-FLAG-EOF
           open input FLAG-DEFS-FILE
           if WS-FLG-STATUS not = '00'
               move spaces to MESSAGE-TEXT
               string 'FLAGDEFS.DAT not available (status '
                          delimited by size
                      WS-FLG-STATUS delimited by size
                      '), bits decode as undefined' delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-FORMAT-LINE
               move 'Y' to WS-FLAG-EOF
           else
               read FLAG-DEFS-FILE
                   at end move 'Y' to WS-FLAG-EOF
               end-read
           end-if

           perform until FLAG-FILE-EOF
               if  FLG-BIT-POS is numeric
               and FLG-BIT-POS >= 1 and FLG-BIT-POS <= 8
                   perform Z-FIND-FLAG-TYPE
                   if WS-FLAG-TYPE-FOUND > 0
                       move FLG-NAME
                         to WS-FLAG-NAME(WS-FLAG-TYPE-FOUND,
                                         FLG-BIT-POS)
                   end-if
               end-if
               read FLAG-DEFS-FILE
                   at end move 'Y' to WS-FLAG-EOF
               end-read
           end-perform

           if WS-FLG-STATUS = '10' or WS-FLG-STATUS = '00'
               close FLAG-DEFS-FILE
           end-if
           exit.

      *---------------------------------------------------------------*
      *    Finds the dictionary entry for FLG-RECORD-TYPE, adding it
      *    (every bit undefined) the first time the type appears.
       Z-FIND-FLAG-TYPE.
           move 0 to WS-FLAG-TYPE-FOUND
           perform varying WS-FLAG-TYPE-IX from 1 by 1
                     until WS-FLAG-TYPE-IX > WS-FLAG-TYPE-COUNT
               if WS-FLAG-TYPE(WS-FLAG-TYPE-IX) = FLG-RECORD-TYPE
                   move WS-FLAG-TYPE-IX to WS-FLAG-TYPE-FOUND
               end-if
           end-perform

           if  WS-FLAG-TYPE-FOUND = 0
           and WS-FLAG-TYPE-COUNT < 20
               add 1 to WS-FLAG-TYPE-COUNT
               move WS-FLAG-TYPE-COUNT to WS-FLAG-TYPE-FOUND
               move FLG-RECORD-TYPE
                 to WS-FLAG-TYPE(WS-FLAG-TYPE-FOUND)
               perform varying WS-FLAG-BIT-IX from 1 by 1
                         until WS-FLAG-BIT-IX > 8
                   move '(UNDEFINED)'
                     to WS-FLAG-NAME(WS-FLAG-TYPE-FOUND,
                                     WS-FLAG-BIT-IX)
               end-perform
           end-if
           exit.

      *****************************************************************
      *    Closes the report with the record and field counts, and
      *    raises the RETURN-CODE the controller stream traps when any
      *    field failed its type check.
      *    ------------------------------------------------------------
       Z-POST-FORMAT-SUMMARY.
           move spaces to MESSAGE-TEXT
           string 'ASMFMTC1 printed ' delimited by size
                  WS-PRINTED-COUNT delimited by size
                  ' record(s), ' delimited by size
                  WS-FIELD-COUNT delimited by size
                  ' field(s), ' delimited by size
                  WS-LAYOUT-COUNT delimited by size
                  ' per record' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-FORMAT-LINE

           move spaces to MESSAGE-TEXT
           string 'Fields failing type check . : ' delimited by size
                  WS-FAILED-COUNT delimited by size
                  ' in ' delimited by size
                  WS-FAILED-REC-COUNT delimited by size
                  ' record(s)' delimited by size
             into MESSAGE-TEXT
           perform Z-POST-FORMAT-LINE
           exit.

      *****************************************************************
      *    Converts the byte in WS-BYTE-FOR-HEX to its two-character
      *    hex value in WS-HEX-OUT, leaving the byte's numeric value
      *    in WS-HEX-BYTE-VALUE, as BYTE-TO-HEX does in ASMBITC1.
      *    ------------------------------------------------------------
       BYTE-TO-HEX.
           compute WS-HEX-BYTE-VALUE = function ord(WS-BYTE-FOR-HEX) - 1
           divide WS-HEX-BYTE-VALUE by 16
               giving WS-HEX-HIGH-IX
               remainder WS-HEX-LOW-IX
           move WS-HEX-DIGIT(WS-HEX-HIGH-IX + 1) to WS-HEX-OUT(1:1)
           move WS-HEX-DIGIT(WS-HEX-LOW-IX + 1)  to WS-HEX-OUT(2:1)
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
      *    Posts a report line to the console and to ASMFMTC1.RPT.
      *    ------------------------------------------------------------
       Z-POST-FORMAT-LINE.
           write REPORT-RECORD from MESSAGE-BUFFER
           perform Z-POST-MESSAGE
           exit.

      *****************************************************************
      *    Picks the record range and the input mode out of the PARM.
      *    Range tokens must be numeric to take effect; anything else
      *    keeps the defaults.  An out-of-order range is reported and
      *    normalized rather than silently printing nothing.
      *    ------------------------------------------------------------
       Z-PARSE-PARM.
           move spaces to WS-PARM-CARD
           accept WS-PARM-CARD from COMMAND-LINE
           unstring WS-PARM-CARD delimited by all space
               into WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                    WS-PARM-TOKEN-3
           end-unstring

           if WS-PARM-TOKEN-3(1:1) = 'F'
               move 'F' to WS-INPUT-MODE
           end-if

           move WS-PARM-TOKEN-1 to WS-TOKEN-WORK
           perform Z-PARM-TOKEN-TO-NUM
           if WS-TOKEN-OK = 'Y'
               move WS-TOKEN-VALUE to WS-FIRST-REC
           end-if
           move WS-PARM-TOKEN-2 to WS-TOKEN-WORK
           perform Z-PARM-TOKEN-TO-NUM
           if WS-TOKEN-OK = 'Y'
               move WS-TOKEN-VALUE to WS-LAST-REC
           end-if

           if WS-FIRST-REC > WS-LAST-REC
               move 'Record range out of order, using defaults'
                 to MESSAGE-TEXT
               perform Z-POST-MESSAGE
               move 1     to WS-FIRST-REC
               move 99999 to WS-LAST-REC
           end-if
           exit.

      *****************************************************************
      *    Converts the left-justified token in WS-TOKEN-WORK to the
      *    number in WS-TOKEN-VALUE.  WS-TOKEN-OK comes back 'N' for
      *    an empty token or one holding anything but digits.
      *    ------------------------------------------------------------
       Z-PARM-TOKEN-TO-NUM.
           move zero to WS-TOKEN-VALUE
           move 'N'  to WS-TOKEN-OK
           perform varying WS-TOKEN-IX from 1 by 1
                     until WS-TOKEN-IX > 5
                        or WS-TOKEN-WORK(WS-TOKEN-IX:1) = space
                        or WS-TOKEN-OK = 'X'
               if WS-TOKEN-WORK(WS-TOKEN-IX:1) is numeric
                   move WS-TOKEN-WORK(WS-TOKEN-IX:1) to WS-TOKEN-DIGIT
                   compute WS-TOKEN-VALUE =
                       (WS-TOKEN-VALUE * 10) + WS-TOKEN-DIGIT
                   move 'Y' to WS-TOKEN-OK
               else
                   move 'X' to WS-TOKEN-OK
               end-if
           end-perform
           if WS-TOKEN-OK = 'X'
               move 'N' to WS-TOKEN-OK
           end-if
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
