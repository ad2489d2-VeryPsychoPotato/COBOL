      */*2 02092026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Log split at one point to keep the audit      2*/
      */*2           chain whole; chained KVAUDARC carry entry     2*/
      */*2           added to KVAUDKEEP                            2*/
      */*2----------------------------------------------------------2*/


      */*3 default of 90 days applies. Records whose AUDIT-DATE is  3*/
      */*3 not numeric are kept, never archived - a malformed date  3*/
      */*3 is something to look at, not to age out.                 3*/
      */*3                                                          3*/
      */*3 The log is chained by AUDIT-SEQUENCE-NO and              3*/
      */*3 AUDIT-CHECK-VALUE, so it is split at one point only:     3*/
      */*3 archiving stops at the first record that is kept, and    3*/
      */*3 every record after it is kept too, in its original       3*/
      */*3 order. Records are copied unchanged, so KVAUDKEEP        3*/
      */*3 continues the chain from the last archived record. A     3*/
      */*3 KVAUDARC entry chained after the last record read is     3*/
      */*3 added to KVAUDKEEP, so the live log is never left empty  3*/
      */*3 and the next writer continues the chain from it.         3*/
      */*3----------------------------------------------------------3*/

       id division.
       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.
           05 WS-KEEP-SWITCH pic x(01) value 'N'.
             88 WS-KEEPING value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.

       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain.
        COPY KVAUDCH.

       01 WS-Carry-Summary.
           05 filler pic x(09) value 'ARCHIVED '.
           05 C-Archive-Count pic 9(7).
           05 filler pic x(08) value ' TO SEQ '.
           05 C-Archive-Sequence pic 9(9).
           05 filler pic x(07) value spaces.

      *----------------------------------------------------------*
       procedure division.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           move zero to AUDCH-Last-Sequence.
           move zero to AUDCH-Last-Check.
           move zero to C-Archive-Sequence.

           perform readRetentionParm.
           perform computeCutoffDate.
           perform openFiles.
              perform readLogRecord
           end-perform.

           perform writeCarryRecord.
           perform closeFiles.

           display 'KVAUDARC CUTOFF  ' WS-Cutoff-Date.

           if not WS-EOF
              add 1 to WS-READ-COUNT
              if AUDIT-SEQUENCE-NO in WS-Audit-Record is numeric
                 move AUDIT-SEQUENCE-NO in WS-Audit-Record
                    to AUDCH-Last-Sequence
                 move AUDIT-CHECK-VALUE in WS-Audit-Record
                    to AUDCH-Last-Check
              else
                 move zero to AUDCH-Last-Sequence
                 move zero to AUDCH-Last-Check
              end-if
           end-if.

     ***************************************************************
       splitLogRecord.
     ***************************************************************

           if not WS-KEEPING
              if AUDIT-DATE in WS-Audit-Record is numeric
                    and AUDIT-DATE in WS-Audit-Record < WS-Cutoff-Date
                 continue
              else
                 set WS-KEEPING to true
              end-if
           end-if.

           if WS-KEEPING
              write KVAUDARC-KEEP-REC from WS-Audit-Record
              add 1 to WS-KEEP-COUNT
           else
              write KVAUDARC-ARC-REC from WS-Audit-Record
              add 1 to WS-ARCHIVE-COUNT
              move AUDCH-Last-Sequence to C-Archive-Sequence
           end-if.

     ***************************************************************
       writeCarryRecord.
     ***************************************************************
      * KVAUDARC entry chained after the last record read; it opens
      * an empty KVAUDKEEP and carries the chain into the live log.

           move spaces to WS-Audit-Record.
           move function current-date(1:8)
              to AUDIT-DATE in WS-Audit-Record.
           move function current-date(9:8)
              to AUDIT-TIME in WS-Audit-Record.
           move 'KVAUDARC' to AUDIT-PROGRAM-ID in WS-Audit-Record.
           move zero to AUDIT-FUNCTION-CODE in WS-Audit-Record.
           move WS-ARCHIVE-COUNT to C-Archive-Count.
           move WS-Carry-Summary
              to AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           move zero to AUDIT-STATUS-CODE in WS-Audit-Record.
           move zero to AUDIT-REASON-CODE in WS-Audit-Record.
           move zero to AUDIT-MOD-REASON-CODE in WS-Audit-Record.

           add 1 to AUDCH-Last-Sequence.
           move AUDCH-Last-Sequence
              to AUDIT-SEQUENCE-NO in WS-Audit-Record.
           move WS-Audit-Record(1:93) to AUDCH-Check-Text.
           perform computeAuditCheck.
           move AUDCH-Check-Work
              to AUDIT-CHECK-VALUE in WS-Audit-Record.

           write KVAUDARC-KEEP-REC from WS-Audit-Record.
           add 1 to WS-KEEP-COUNT.

     ***************************************************************
       closeFiles.
     ***************************************************************
           close KVAUDARC-ARC-FILE.
           close KVAUDARC-KEEP-FILE.

        COPY KVAUDCKP.
        COPY KVRUNHP.

       end program KVAUDARC.
