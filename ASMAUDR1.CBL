      * The report goes to the console and to ASMAUDR1.RPT so it can
      * be filed with the batch-window capacity review.  A flagged
      * spike also raises RETURN-CODE 4 so operations can trap it.
      * The report also shows the range of audit sequence numbers the
      * live file covers; ASMAUDV1 proves the sequence is unbroken.
      *
      *****************************************************************
      *
      * MAINTENANCE
      * -----------
      * 2026/08/22 Simmons, Created program.
      * 2026/10/15 Simmons, Read the sequence-numbered audit record and
      *                     reported the sequence range covered.
      *
      *****************************************************************
      *
           05  AUD-BITS-HEX            pic X(16).
           05  filler                  pic X(1).
           05  AUD-BYTES               pic X(64).
           05  filler                  pic X(1).
           05  AUD-SEQUENCE            pic 9(9).
           05  filler                  pic X(1).
           05  AUD-CHECK-VALUE         pic 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD               pic X(80).
       01  WS-LOGIC-CALLS          pic 9(7)  value 0.
       01  WS-INVALID-CALLS        pic 9(7)  value 0.

      *****************************************************************
      *    Audit sequence numbers covered by the file -- the first and
      *    last stamped records, and records written before sequence
      *    numbering began.
      *    ------------------------------------------------------------
       01  WS-FIRST-SEQUENCE       pic 9(9)  value 0.
       01  WS-LAST-SEQUENCE        pic 9(9)  value 0.
       01  WS-UNSEQUENCED-COUNT    pic 9(7)  value 0.

      *****************************************************************
      *    Calls by request type per day.  Distinct days are gathered
      *    as they appear; the table caps at 100 days and anything
       TALLY-ONE-AUDIT-RECORD.
           add 1 to WS-RECORD-COUNT

           if AUD-SEQUENCE is numeric
               if WS-FIRST-SEQUENCE = 0
                   move AUD-SEQUENCE to WS-FIRST-SEQUENCE
               end-if
               move AUD-SEQUENCE to WS-LAST-SEQUENCE
           else
               add 1 to WS-UNSEQUENCED-COUNT
           end-if

           perform Z-FIND-DAY-ENTRY

           evaluate AUD-REQUEST
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           move spaces to MESSAGE-TEXT
           string 'Audit sequence range . . . : ' delimited by size
                  WS-FIRST-SEQUENCE delimited by size
                  ' thru ' delimited by size
                  WS-LAST-SEQUENCE delimited by size
             into MESSAGE-TEXT
           perform Z-POST-REPORT-LINE

           if WS-UNSEQUENCED-COUNT > 0
               move spaces to MESSAGE-TEXT
               string 'Records before sequencing. : ' delimited by size
                      WS-UNSEQUENCED-COUNT delimited by size
                 into MESSAGE-TEXT
               perform Z-POST-REPORT-LINE
           end-if

           move spaces to MESSAGE-TEXT
           string 'EXPAND   calls . . . . . . : ' delimited by size
                  WS-EXPAND-CALLS delimited by size
