       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASMHASH1.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      * Source Member: ASMHASH1.CBL
      * Copy Files:    PASSHASH.CPY
      * Called by:     ASMBITC1, ASMAUDV1
      *****************************************************************
      *
      * ASMHASH1 - Chained check value for one record.
      *
      * Folds the first HSH-DATA-LENGTH bytes of HSH-DATA into the
      * check value of the record before it (HSH-PRIOR-VALUE) and
      * returns the result in HSH-CHECK-VALUE.  Each byte in turn
      * multiplies the running value by 257 and adds the byte's
      * collating position, modulo the prime 999999937, so a changed,
      * inserted, deleted or reordered record changes the value of
      * every record after it.
      *
      * ASMBITC1 stamps every ASMBITC1.AUD record with the value and
      * ASMAUDV1 recomputes it to prove the trail.  Both go through
      * this one routine so the writer and the verifier can never
      * disagree about how the value is worked out.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/10/15 Simmons, Created program.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BYTE-INDEX               pic 9(3)   value 0.
       01  WS-BYTE-VALUE               pic 9(3)   value 0.
       01  WS-RUNNING-VALUE            pic 9(12)  value 0.
       01  WS-HASH-MODULUS             pic 9(9)   value 999999937.
       01  WS-HASH-MULTIPLIER          pic 9(3)   value 257.

      *****************************************************************
       LINKAGE SECTION.
       COPY PASSHASH.

      *****************************************************************
       PROCEDURE DIVISION using HSH-PASS-AREA.

           move HSH-PRIOR-VALUE to WS-RUNNING-VALUE
           if HSH-DATA-LENGTH > 256
               move 256 to HSH-DATA-LENGTH
           end-if

           perform varying WS-BYTE-INDEX from 1 by 1
                     until WS-BYTE-INDEX > HSH-DATA-LENGTH
               compute WS-BYTE-VALUE =
                   function ord(HSH-DATA(WS-BYTE-INDEX:1))
               compute WS-RUNNING-VALUE = function mod(
                   (WS-RUNNING-VALUE * WS-HASH-MULTIPLIER)
                       + WS-BYTE-VALUE,
                   WS-HASH-MODULUS)
           end-perform

           move WS-RUNNING-VALUE to HSH-CHECK-VALUE

           GOBACK.
      *****************************************************************
      *      This example is provided by SimoTime Technologies        *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
