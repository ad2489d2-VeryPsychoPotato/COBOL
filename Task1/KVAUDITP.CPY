      *--------------------------------------------------+-------------*
      * Desc: Shared audit-log write paragraph             ! Cr: 09082026*
      *--------------------------------------------------+-------------*
      * Type: Audit log                                   ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST1, KVTEST2, KVTEST3                   ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
     ***************************************************************
       writeAuditLog.
     ***************************************************************
      * Every record carries the next AUDIT-SEQUENCE-NO and an
      * AUDIT-CHECK-VALUE chained to the record before it. The chain
      * state is shared by all writers of the run unit (KVAUDCH).

           if AUDCH-Eyecatcher not = 'KVAUDCHN'
              perform loadAuditChain
           end-if.
           move 'Y' to WS-Audit-Opened.

           move function current-date(1:8)
              to AUDIT-DATE in WS-Audit-Record.
           move function current-date(9:8)
              to AUDIT-TIME in WS-Audit-Record.

           add 1 to AUDCH-Last-Sequence.
           move AUDCH-Last-Sequence
              to AUDIT-SEQUENCE-NO in WS-Audit-Record.
           move WS-Audit-Record(1:93) to AUDCH-Check-Text.
           perform computeAuditCheck.
           move AUDCH-Check-Work
              to AUDIT-CHECK-VALUE in WS-Audit-Record.
           move AUDCH-Check-Work to AUDCH-Last-Check.

           write AUDIT-LOG-REC from WS-Audit-Record.

     ***************************************************************
       loadAuditChain.
     ***************************************************************
      * First write of the run unit: take the sequence number and
      * check value of the last record on the live log, then open it
      * for extend. A record from before the chain (no sequence
      * number) or an empty log starts the chain at 1.

           move zero to AUDCH-Last-Sequence.
           move zero to AUDCH-Last-Check.

           open input AUDIT-LOG-FILE.
           if WS-Audit-File-Status = '00'
              move 'N' to AUDCH-Eof
              perform until AUDCH-Eof = 'Y'
                 read AUDIT-LOG-FILE
                    at end move 'Y' to AUDCH-Eof
                    not at end
                       if AUDIT-SEQUENCE-NO in AUDIT-LOG-REC is numeric
                          move AUDIT-SEQUENCE-NO in AUDIT-LOG-REC
                             to AUDCH-Last-Sequence
                          move AUDIT-CHECK-VALUE in AUDIT-LOG-REC
                             to AUDCH-Last-Check
                       else
                          move zero to AUDCH-Last-Sequence
                          move zero to AUDCH-Last-Check
                       end-if
                 end-read
              end-perform
              close AUDIT-LOG-FILE
           end-if.

           open extend AUDIT-LOG-FILE.
           if WS-Audit-File-Status not = '00'
              open output AUDIT-LOG-FILE
           end-if.
           move 'KVAUDCHN' to AUDCH-Eyecatcher.

        COPY KVAUDCKP.
