      *
      *****************************************************************
      * Source Member: ASMBITC1.CBL
      * Copy Files:    PASSBITS.CPY, PASSHASH.CPY
      * Calls to:      ASM4BITS, ASMHASH1
      *****************************************************************
      *
      * ASMBITC1 - Call ASM4BITS to convert between bits and bytes.
      * can set or clear flag bits with a single CALL; the
      * BITWISE-LOGIC-TEST routine checks them against known answers.
      *
      * Every ASMBITC1.AUD audit record carries an ever-increasing
      * sequence number and a check value chained from the record
      * before it (worked out by ASMHASH1), and the last sequence and
      * check value written are kept on ASMBITC1.SEQ, so a deleted,
      * edited or truncated trail can be proven by ASMAUDV1.
      *
      *****************************************************************
      * The EXPAND function will do the following:
      *
      * 2026/08/22 Simmons, Added end-of-run audit reconciliation.
      * 2026/08/22 Simmons, Added run-history ledger and trending.
      * 2026/08/22 Simmons, Added sensitive-data masking (MASKCONF).
      * 2026/10/15 Simmons, Added audit sequence numbers, chained
      *                     check values and the ASMBITC1.SEQ anchor.
      *
      *****************************************************************
      *
                                    organization is line sequential
                                    file status  is WS-AUDIT-FILE-STATUS.

      *    Audit-chain anchor -- the sequence number and check value
      *    of the last audit record written, so the chain carries on
      *    after ASMARCH1 has moved every record off the live file,
      *    and so a trail cut short at the end can be seen.
           select AUDIT-ANCHOR-FILE assign to 'ASMBITC1.SEQ'
                                    organization is line sequential
                                    file status  is WS-ANC-STATUS.

           select REPORT-FILE      assign to 'ASMBITC1.RPT'
                                    organization is line sequential.

           05  AUD-BITS-HEX            pic X(16).
           05  filler                  pic X(1).
           05  AUD-BYTES               pic X(64).
           05  filler                  pic X(1).
           05  AUD-SEQUENCE            pic 9(9).
           05  filler                  pic X(1).
           05  AUD-CHECK-VALUE         pic 9(9).

      *****************************************************************
      *    Audit-chain anchor record -- the last audit record written.
      *    ------------------------------------------------------------
       FD  AUDIT-ANCHOR-FILE.
       01  AUDIT-ANCHOR-RECORD.
           05  ANC-LAST-SEQUENCE       pic 9(9).
           05  filler                  pic X(1).
           05  ANC-LAST-CHECK-VALUE    pic 9(9).
           05  filler                  pic X(1).
           05  ANC-LAST-TIMESTAMP      pic X(21).

      *****************************************************************
      *    End-of-run summary/statistics report.  Written once, at the

       COPY PASSBITS.

       COPY PASSHASH.

      *****************************************************************
      *    BTS-PASS-REQUEST values when calling ASM4BITS.
      *    ------------------------------------------------------------
      *    ------------------------------------------------------------
       01  WS-RUN-START-STAMP      pic X(21) value SPACES.
       01  WS-AUDIT-BASE-COUNT     pic 9(7)  value 0.

      *****************************************************************
      *    Audit chain -- the sequence number and check value of the
      *    last audit record written, carried from record to record
      *    and seeded at open from the live file or ASMBITC1.SEQ.
      *    ------------------------------------------------------------
       01  WS-ANC-STATUS           pic X(2)  value SPACES.
       01  WS-AUDIT-SEQUENCE       pic 9(9)  value 0.
       01  WS-AUDIT-CHECK-VALUE    pic 9(9)  value 0.
       01  WS-AUDIT-LAST-STAMP     pic X(21) value SPACES.
       01  WS-AUDIT-CHAIN-LENGTH   pic 9(3)  value 124.
       01  WS-RECON-SEQ            pic 9(7)  value 0.
       01  WS-RECON-EOF            pic X(1)  value 'N'.
           88  RECON-FILE-EOF                value 'Y'.

           close AUDIT-FILE

           perform Z-WRITE-AUDIT-ANCHOR

           close EXPAND-TABLE-FILE

           perform Z-THANK-YOU.
      *    ------------------------------------------------------------
       Z-OPEN-AUDIT-FILE.
           perform Z-COUNT-AUDIT-BASE
           perform Z-READ-AUDIT-ANCHOR
           open extend AUDIT-FILE
           if WS-AUDIT-FILE-STATUS = '35'
               open output AUDIT-FILE
      *****************************************************************
      *    Counts the audit records already on the file before this
      *    run appends any, so reconciliation knows where this run's
      *    records begin, and picks up the sequence number and check
      *    value of the last one to carry the chain on from.
      *    ------------------------------------------------------------
       Z-COUNT-AUDIT-BASE.
           move 0   to WS-AUDIT-BASE-COUNT
               end-read
               perform until RECON-FILE-EOF
                   add 1 to WS-AUDIT-BASE-COUNT
                   if  AUD-SEQUENCE    is numeric
                   and AUD-CHECK-VALUE is numeric
                       move AUD-SEQUENCE    to WS-AUDIT-SEQUENCE
                       move AUD-CHECK-VALUE to WS-AUDIT-CHECK-VALUE
                       move AUD-TIMESTAMP   to WS-AUDIT-LAST-STAMP
                   end-if
                   read AUDIT-FILE
                       at end move 'Y' to WS-RECON-EOF
                   end-read
           end-if
           exit.

      *****************************************************************
      *    The anchor names the last audit record written.  When it is
      *    ahead of the live file -- ASMARCH1 has moved the newest
      *    records off, or the end of the trail has gone missing --
      *    the chain carries on from the anchor, so a missing tail
      *    shows up to ASMAUDV1 as a gap rather than being papered
      *    over.
      *    ------------------------------------------------------------
       Z-READ-AUDIT-ANCHOR.
           open input AUDIT-ANCHOR-FILE
           if WS-ANC-STATUS = '00'
               read AUDIT-ANCHOR-FILE
               if  WS-ANC-STATUS = '00'
               and ANC-LAST-SEQUENCE    is numeric
               and ANC-LAST-CHECK-VALUE is numeric
               and ANC-LAST-SEQUENCE > WS-AUDIT-SEQUENCE
                   move ANC-LAST-SEQUENCE    to WS-AUDIT-SEQUENCE
                   move ANC-LAST-CHECK-VALUE to WS-AUDIT-CHECK-VALUE
                   move ANC-LAST-TIMESTAMP   to WS-AUDIT-LAST-STAMP
               end-if
               close AUDIT-ANCHOR-FILE
           end-if
           exit.

      *****************************************************************
      *    Rewrites the anchor with the last audit record written, at
      *    the end of every run that wrote one.
      *    ------------------------------------------------------------
       Z-WRITE-AUDIT-ANCHOR.
           if WS-AUDIT-SEQUENCE > 0
               open output AUDIT-ANCHOR-FILE
               if WS-ANC-STATUS = '00'
                   move spaces               to AUDIT-ANCHOR-RECORD
                   move WS-AUDIT-SEQUENCE    to ANC-LAST-SEQUENCE
                   move WS-AUDIT-CHECK-VALUE to ANC-LAST-CHECK-VALUE
                   move WS-AUDIT-LAST-STAMP  to ANC-LAST-TIMESTAMP
                   write AUDIT-ANCHOR-RECORD
                   close AUDIT-ANCHOR-FILE
               else
                   move spaces to MESSAGE-TEXT
                   string 'ASMBITC1.SEQ could not be written (status '
                              delimited by size
                          WS-ANC-STATUS delimited by size
                          ')' delimited by size
                     into MESSAGE-TEXT
                   perform Z-POST-MESSAGE
               end-if
           end-if
           exit.

      *****************************************************************
      *    Opens the EXPAND-TABLE-FILE VSAM KSDS lookup table.  If it
      *    does not exist yet this is the first run, so build and
               end-if
           end-if

      *    Stamp the next sequence number and chain the check value
      *    from the record before, over the record image as written
      *    -- after masking -- up to and including the sequence.
           add 1 to WS-AUDIT-SEQUENCE
           move WS-AUDIT-SEQUENCE      to AUD-SEQUENCE
           move WS-AUDIT-CHECK-VALUE   to HSH-PRIOR-VALUE
           move WS-AUDIT-CHAIN-LENGTH  to HSH-DATA-LENGTH
           move spaces                 to HSH-DATA
           move AUDIT-RECORD(1:WS-AUDIT-CHAIN-LENGTH) to HSH-DATA
           call 'ASMHASH1' using HSH-PASS-AREA
           move HSH-CHECK-VALUE        to AUD-CHECK-VALUE
           move HSH-CHECK-VALUE        to WS-AUDIT-CHECK-VALUE
           move AUD-TIMESTAMP          to WS-AUDIT-LAST-STAMP

           write AUDIT-RECORD
           exit.

