      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVAUDVFY                                 1*/
      */*1 Program-title : Audit log chain verification             1*/
      */*1                                                          1*/
      */*1 Programmer    : BF 9798 Kernius Vildziunas               1*/
      */*1 First version : 1                                        1*/
      */*1                                                          1*/
      */*1----------------------------------------------------------1*/


      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2----------------------------------------------------------2*/


      */*3----------------------------------------------------------3*/
      */*3 Special-conditions:                                      3*/
      */*3                                                          3*/
      */*3 Reads the KVAUDARCH archive generations (concatenated    3*/
      */*3 oldest first) and then the live KVAUDITLOG as one chain  3*/
      */*3 and checks every record against the one before it:       3*/
      */*3                                                          3*/
      */*3 GAP     - the sequence number jumps forward; records are 3*/
      */*3           missing (deleted, or a generation not read).   3*/
      */*3 BREAK   - the sequence number repeats or runs backwards; 3*/
      */*3           records were inserted, duplicated or           3*/
      */*3           reordered.                                     3*/
      */*3 ALTERED - the check value recomputed from the record and 3*/
      */*3           its predecessor's check value does not match,  3*/
      */*3           or a record inside the chain has no sequence.  3*/
      */*3                                                          3*/
      */*3 Each finding prints with its dataset (ARCHIVE or LIVE)   3*/
      */*3 and its record position in that dataset. The check then  3*/
      */*3 carries on from the record found (after a BREAK, from    3*/
      */*3 the record before it), so one edit is reported once.     3*/
      */*3 Records from before the chain was introduced (no         3*/
      */*3 sequence number) are counted and skipped while they lead 3*/
      */*3 the file. When the oldest generation read starts past    3*/
      */*3 sequence 1 the chain is entered there and the entry      3*/
      */*3 point is printed. Any finding ends the step RC=8: the    3*/
      */*3 chain is not intact.                                     3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVAUDVFY.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select KVAUDVFY-ARC-FILE assign to "KVAUDARCH"
               organization is sequential
               file status is WS-Archive-File-Status.
           select KVAUDVFY-LOG-FILE assign to "KVAUDITLOG"
               organization is sequential
               file status is WS-Log-File-Status.
           select KVAUDVFY-PRT-FILE assign to "KVAUDVRP"
               organization is sequential.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.

       data division.
       file section.

       fd KVAUDVFY-ARC-FILE.
       01 KVAUDVFY-ARC-REC.
        COPY KVAUDIT.

       fd KVAUDVFY-LOG-FILE.
       01 KVAUDVFY-LOG-REC.
        COPY KVAUDIT.

       fd KVAUDVFY-PRT-FILE.
       01 KVAUDVFY-PRT-LINE pic x(132).

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.
           05 WS-CHAIN-SWITCH pic x(01) value 'N'.
             88 WS-CHAIN-STARTED value 'Y'.

       01 WS-Counters.
           05 WS-ARCHIVE-COUNT pic 9(7) value zero.
           05 WS-LIVE-COUNT pic 9(7) value zero.
           05 WS-PRECHAIN-COUNT pic 9(7) value zero.
           05 WS-GAP-COUNT pic 9(7) value zero.
           05 WS-BREAK-COUNT pic 9(7) value zero.
           05 WS-ALTERED-COUNT pic 9(7) value zero.
           05 WS-FINDING-COUNT pic 9(7) value zero.

       01 WS-Archive-File-Status pic x(2).
       01 WS-Log-File-Status pic x(2).

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain.
        COPY KVAUDCH.

       01 WS-Verify-Work.
           05 WS-Source pic x(8).
           05 WS-Position pic 9(9).
           05 WS-Expected-Sequence pic 9(9).
           05 WS-Missing-Count pic 9(9).
           05 WS-Finding pic x(8).
           05 WS-Note pic x(40).

       01 WS-Missing-Note.
           05 N-Missing-Count pic z(8)9.
           05 filler pic x(31) value ' RECORD(S) MISSING'.

       01 WS-Heading-1.
           05 filler pic x(42) value
              'KVTEST AUDIT LOG CHAIN VERIFICATION'.
           05 filler pic x(10) value 'RUN DATE'.
           05 H-Run-Date pic 9(8).

       01 WS-Column-Heading.
           05 filler pic x(03) value spaces.
           05 filler pic x(10) value 'DATASET'.
           05 filler pic x(11) value ' POSITION'.
           05 filler pic x(11) value '  SEQUENCE'.
           05 filler pic x(11) value '  EXPECTED'.
           05 filler pic x(10) value 'FINDING'.
           05 filler pic x(10) value 'DATE'.
           05 filler pic x(10) value 'PROGRAM'.
           05 filler pic x(40) value 'NOTE'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Source pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Position pic z(8)9.
           05 filler pic x(02) value spaces.
           05 D-Sequence pic z(8)9.
           05 filler pic x(02) value spaces.
           05 D-Expected pic z(8)9.
           05 filler pic x(02) value spaces.
           05 D-Finding pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Date pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Program pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Note pic x(40).

       01 WS-Entry-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(29) value 'CHAIN ENTERED AT SEQUENCE'.
           05 E-Sequence pic z(8)9.
           05 filler pic x(10) value ' IN '.
           05 E-Source pic x(08).
           05 filler pic x(10) value ' POSITION'.
           05 E-Position pic z(8)9.

       01 WS-Count-Line.
           05 filler pic x(03) value spaces.
           05 D-Count-Label pic x(30).
           05 D-Count-Value pic zzzzzz9.

       01 WS-Result-Line.
           05 filler pic x(03) value spaces.
           05 R-Result pic x(40).

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           move zero to AUDCH-Last-Sequence.
           move zero to AUDCH-Last-Check.

           open output KVAUDVFY-PRT-FILE.
           perform printHeadings.

           perform verifyArchive.
           perform verifyLiveLog.

           perform printRunTotals.
           close KVAUDVFY-PRT-FILE.

           display 'KVAUDVFY ARCHIVE    ' WS-ARCHIVE-COUNT.
           display 'KVAUDVFY LIVE       ' WS-LIVE-COUNT.
           display 'KVAUDVFY PRE-CHAIN  ' WS-PRECHAIN-COUNT.
           display 'KVAUDVFY GAPS       ' WS-GAP-COUNT.
           display 'KVAUDVFY BREAKS     ' WS-BREAK-COUNT.
           display 'KVAUDVFY ALTERED    ' WS-ALTERED-COUNT.

           move 'KVAUDVFY' to RH-Step-Name in WS-RunHist-Record.
           compute RH-Read-Count in WS-RunHist-Record =
              WS-ARCHIVE-COUNT + WS-LIVE-COUNT.
           move zero to RH-Write-Count in WS-RunHist-Record.
           move WS-FINDING-COUNT
              to RH-Reject-Count in WS-RunHist-Record.
           if WS-FINDING-COUNT > zero
              move 'ERROR' to RH-Run-Status in WS-RunHist-Record
           else
              move 'OK' to RH-Run-Status in WS-RunHist-Record
           end-if.
           perform writeRunHistory.

           if WS-FINDING-COUNT > zero
              move 8 to return-code
           end-if.

           stop run.

     ***************************************************************
       verifyArchive.
     ***************************************************************
      * All archive generations, oldest first, as one dataset.

           move 'ARCHIVE' to WS-Source.
           move zero to WS-Position.
           move 'N' to WS-EOF-SWITCH.

           open input KVAUDVFY-ARC-FILE.
           if WS-Archive-File-Status not = '00'
              display 'KVAUDVFY NO ARCHIVE READ '
                 WS-Archive-File-Status
              exit paragraph
           end-if.

           perform until WS-EOF
              read KVAUDVFY-ARC-FILE into WS-Audit-Record
                 at end set WS-EOF to true
                 not at end
                    add 1 to WS-ARCHIVE-COUNT
                    perform verifyOneRecord
              end-read
           end-perform.

           close KVAUDVFY-ARC-FILE.

     ***************************************************************
       verifyLiveLog.
     ***************************************************************

           move 'LIVE' to WS-Source.
           move zero to WS-Position.
           move 'N' to WS-EOF-SWITCH.

           open input KVAUDVFY-LOG-FILE.
           if WS-Log-File-Status not = '00'
              display 'KVAUDVFY NO LIVE LOG READ '
                 WS-Log-File-Status
              exit paragraph
           end-if.

           perform until WS-EOF
              read KVAUDVFY-LOG-FILE into WS-Audit-Record
                 at end set WS-EOF to true
                 not at end
                    add 1 to WS-LIVE-COUNT
                    perform verifyOneRecord
              end-read
           end-perform.

           close KVAUDVFY-LOG-FILE.

     ***************************************************************
       verifyOneRecord.
     ***************************************************************

           add 1 to WS-Position.
           compute WS-Expected-Sequence = AUDCH-Last-Sequence + 1.

      * A record without a sequence number is from before the chain;
      * allowed only ahead of the first chained record.
           if AUDIT-SEQUENCE-NO in WS-Audit-Record not numeric
                 or AUDIT-SEQUENCE-NO in WS-Audit-Record = zero
              if not WS-CHAIN-STARTED
                 add 1 to WS-PRECHAIN-COUNT
              else
                 move 'ALTERED' to WS-Finding
                 move 'NO SEQUENCE NUMBER INSIDE THE CHAIN'
                    to WS-Note
                 add 1 to WS-ALTERED-COUNT
                 perform printFinding
              end-if
              exit paragraph
           end-if.

           if not WS-CHAIN-STARTED
              set WS-CHAIN-STARTED to true
              if AUDIT-SEQUENCE-NO in WS-Audit-Record not = 1
                 perform printChainEntry
                 perform resyncChain
                 exit paragraph
              end-if
           end-if.

           evaluate true
              when AUDIT-SEQUENCE-NO in WS-Audit-Record
                    = WS-Expected-Sequence
                 perform checkOneLink
              when AUDIT-SEQUENCE-NO in WS-Audit-Record
                    > WS-Expected-Sequence
                 compute WS-Missing-Count =
                    AUDIT-SEQUENCE-NO in WS-Audit-Record
                    - WS-Expected-Sequence
                 move WS-Missing-Count to N-Missing-Count
                 move 'GAP' to WS-Finding
                 move WS-Missing-Note to WS-Note
                 add 1 to WS-GAP-COUNT
                 perform printFinding
              when other
                 move 'BREAK' to WS-Finding
                 move 'SEQUENCE REPEATED OR OUT OF ORDER'
                    to WS-Note
                 add 1 to WS-BREAK-COUNT
                 perform printFinding
                 exit paragraph
           end-evaluate.

           perform resyncChain.

     ***************************************************************
       checkOneLink.
     ***************************************************************

           move WS-Audit-Record(1:93) to AUDCH-Check-Text.
           perform computeAuditCheck.

           if AUDIT-CHECK-VALUE in WS-Audit-Record not numeric
              move 'ALTERED' to WS-Finding
              move 'CHECK VALUE NOT NUMERIC' to WS-Note
              add 1 to WS-ALTERED-COUNT
              perform printFinding
              exit paragraph
           end-if.

           if AUDIT-CHECK-VALUE in WS-Audit-Record
                 not = AUDCH-Check-Work
              move 'ALTERED' to WS-Finding
              move 'CHECK VALUE DOES NOT MATCH' to WS-Note
              add 1 to WS-ALTERED-COUNT
              perform printFinding
           end-if.

     ***************************************************************
       resyncChain.
     ***************************************************************
      * Carry on from the record just read, so that one edit or one
      * missing stretch is reported once and not on every record
      * after it. A repeated or out-of-order record is not taken
      * over; the chain carries on from the record before it.

           move AUDIT-SEQUENCE-NO in WS-Audit-Record
              to AUDCH-Last-Sequence.
           if AUDIT-CHECK-VALUE in WS-Audit-Record is numeric
              move AUDIT-CHECK-VALUE in WS-Audit-Record
                 to AUDCH-Last-Check
           else
              move zero to AUDCH-Last-Check
           end-if.

     ***************************************************************
       printFinding.
     ***************************************************************

           add 1 to WS-FINDING-COUNT.

           move WS-Source to D-Source.
           move WS-Position to D-Position.
           if AUDIT-SEQUENCE-NO in WS-Audit-Record is numeric
              move AUDIT-SEQUENCE-NO in WS-Audit-Record to D-Sequence
           else
              move zero to D-Sequence
           end-if.
           move WS-Expected-Sequence to D-Expected.
           move WS-Finding to D-Finding.
           move AUDIT-DATE in WS-Audit-Record to D-Date.
           move AUDIT-PROGRAM-ID in WS-Audit-Record to D-Program.
           move WS-Note to D-Note.
           write KVAUDVFY-PRT-LINE from WS-Detail-Line.

     ***************************************************************
       printChainEntry.
     ***************************************************************

           move AUDIT-SEQUENCE-NO in WS-Audit-Record to E-Sequence.
           move WS-Source to E-Source.
           move WS-Position to E-Position.
           write KVAUDVFY-PRT-LINE from WS-Entry-Line.
           write KVAUDVFY-PRT-LINE from WS-Blank-Line.

     ***************************************************************
       printHeadings.
     ***************************************************************

           move function current-date(1:8) to H-Run-Date.
           write KVAUDVFY-PRT-LINE from WS-Heading-1.
           write KVAUDVFY-PRT-LINE from WS-Blank-Line.
           write KVAUDVFY-PRT-LINE from WS-Column-Heading.
           write KVAUDVFY-PRT-LINE from WS-Blank-Line.

     ***************************************************************
       printRunTotals.
     ***************************************************************

           write KVAUDVFY-PRT-LINE from WS-Blank-Line.
           move 'ARCHIVE RECORDS READ' to D-Count-Label.
           move WS-ARCHIVE-COUNT to D-Count-Value.
           write KVAUDVFY-PRT-LINE from WS-Count-Line.
           move 'LIVE LOG RECORDS READ' to D-Count-Label.
           move WS-LIVE-COUNT to D-Count-Value.
           write KVAUDVFY-PRT-LINE from WS-Count-Line.
           move 'RECORDS FROM BEFORE THE CHAIN' to D-Count-Label.
           move WS-PRECHAIN-COUNT to D-Count-Value.
           write KVAUDVFY-PRT-LINE from WS-Count-Line.
           move 'GAPS' to D-Count-Label.
           move WS-GAP-COUNT to D-Count-Value.
           write KVAUDVFY-PRT-LINE from WS-Count-Line.
           move 'BREAKS' to D-Count-Label.
           move WS-BREAK-COUNT to D-Count-Value.
           write KVAUDVFY-PRT-LINE from WS-Count-Line.
           move 'ALTERED RECORDS' to D-Count-Label.
           move WS-ALTERED-COUNT to D-Count-Value.
           write KVAUDVFY-PRT-LINE from WS-Count-Line.

           write KVAUDVFY-PRT-LINE from WS-Blank-Line.
           if WS-FINDING-COUNT > zero
              move 'CHAIN NOT INTACT' to R-Result
           else
              move 'CHAIN INTACT' to R-Result
           end-if.
           write KVAUDVFY-PRT-LINE from WS-Result-Line.

        COPY KVAUDCKP.
        COPY KVRUNHP.

       end program KVAUDVFY.
