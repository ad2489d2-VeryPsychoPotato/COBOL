      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVBACKO                                  1*/
      */*1 Program-title : Night backout from the pre-run snapshot  1*/
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
      */*3 Backs a failed night out. The business date (YYYYMMDD)   3*/
      */*3 comes from the KVBOPARM card and is required. KVSNAPIN   3*/
      */*3 is the KVSNAPSH generations the KVNIGHT step KVSTEPSN    3*/
      */*3 took; of the complete snapshots taken for that date the  3*/
      */*3 earliest is used, so a resubmitted night still goes back 3*/
      */*3 to the state before its first run. Nothing is touched    3*/
      */*3 when no complete snapshot exists or a file cannot be     3*/
      */*3 opened.                                                  3*/
      */*3                                                          3*/
      */*3 KVISINMST, KVRATEMST, KVHOLCAL, KVPOSMST, KVPRICEHST and 3*/
      */*3 KVRATEHST are compared key by key with their snapshot: a 3*/
      */*3 record the night removed is written back (REINSTATED),   3*/
      */*3 one it changed is rewritten (RESTORED) and one it added  3*/
      */*3 is deleted (REMOVED), so the night's closes and any      3*/
      */*3 corporate action restatement on KVPRICEHST go with it,   3*/
      */*3 and so does every rate the night loaded, whatever date   3*/
      */*3 it was loaded under. The date's KVRUNHST entries and the 3*/
      */*3 KVCAREG entries of corporate actions applied that        3*/
      */*3 business date are removed too, so a rerun applies the    3*/
      */*3 actions again to the restored masters. Every record      3*/
      */*3 reversed is listed on KVBORPT with the night's image and 3*/
      */*3 the restored one, with totals per file. RC=8 on any      3*/
      */*3 failure.                                                 3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVBACKO.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select KVBACKO-PRM-FILE assign to "KVBOPARM"
               organization is sequential
               file status is WS-Parm-File-Status.
           select KVBACKO-SNP-FILE assign to "KVSNAPIN"
               organization is sequential
               file status is WS-Snap-File-Status.
           select ISIN-MASTER-FILE assign to "KVISINMST"
               organization is indexed
               access mode is dynamic
               record key is FOKD in ISIN-MASTER-REC
               file status is WS-Master-File-Status.
           select RATE-MASTER-FILE assign to "KVRATEMST"
               organization is indexed
               access mode is dynamic
               record key is RATE-Currency in RATE-MASTER-REC
               file status is WS-Master-File-Status.
           select HOLIDAY-CAL-FILE assign to "KVHOLCAL"
               organization is indexed
               access mode is dynamic
               record key is HOL-Key in HOLIDAY-CAL-REC
               file status is WS-Master-File-Status.
           select POSITION-MASTER-FILE assign to "KVPOSMST"
               organization is indexed
               access mode is dynamic
               record key is POS-Key in POSITION-MASTER-REC
               file status is WS-Master-File-Status.
           select PRICE-HIST-FILE assign to "KVPRICEHST"
               organization is indexed
               access mode is dynamic
               record key is PH-Key in PRICE-HIST-REC
               file status is WS-Master-File-Status.
           select RATE-HIST-FILE assign to "KVRATEHST"
               organization is indexed
               access mode is dynamic
               record key is RTH-Key in RATE-HIST-REC
               file status is WS-Master-File-Status.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.
           select CA-REGISTER-FILE assign to "KVCAREG"
               organization is indexed
               access mode is dynamic
               record key is CAR-Id in CA-REGISTER-REC
               file status is WS-Register-File-Status.
           select KVBACKO-PRT-FILE assign to "KVBORPT"
               organization is sequential.

       data division.
       file section.

       fd KVBACKO-PRM-FILE.
       01 KVBACKO-PRM-REC pic x(8).

       fd KVBACKO-SNP-FILE.
       01 KVBACKO-SNP-REC.
        COPY KVSNAPR.

       fd ISIN-MASTER-FILE.
       01 ISIN-MASTER-REC.
        COPY KVISINM.

       fd RATE-MASTER-FILE.
       01 RATE-MASTER-REC.
        COPY KVRATEM.

       fd HOLIDAY-CAL-FILE.
       01 HOLIDAY-CAL-REC.
        COPY KVHOLCM.

       fd POSITION-MASTER-FILE.
       01 POSITION-MASTER-REC.
        COPY KVPOSM.

       fd PRICE-HIST-FILE.
       01 PRICE-HIST-REC.
        COPY KVPRICEH.

       fd RATE-HIST-FILE.
       01 RATE-HIST-REC.
        COPY KVRATEH.

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       fd CA-REGISTER-FILE.
       01 CA-REGISTER-REC.
        COPY KVCAREG.

       fd KVBACKO-PRT-FILE.
       01 KVBACKO-PRT-LINE pic x(132).

       working-storage section.

       01 WS-Switches.
           05 WS-SNAP-EOF-SWITCH pic x(01) value 'N'.
             88 WS-SNAP-EOF value 'Y'.
           05 WS-SECTION-END-SWITCH pic x(01) value 'N'.
             88 WS-SECTION-END value 'Y'.
           05 WS-MASTER-EOF-SWITCH pic x(01) value 'N'.
             88 WS-MASTER-EOF value 'Y'.
           05 WS-SET-DONE-SWITCH pic x(01) value 'N'.
             88 WS-SET-DONE value 'Y'.
           05 WS-FILES-OPEN-SWITCH pic x(01) value 'N'.
             88 WS-FILES-OPEN value 'Y'.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Parm-File-Status pic x(2).
       01 WS-Snap-File-Status pic x(2).
       01 WS-Master-File-Status pic x(2).
       01 WS-RunHist-File-Status pic x(2).
       01 WS-Register-File-Status pic x(2).
       01 WS-Parm-Card pic x(8).
       01 WS-Parm-Date redefines WS-Parm-Card pic 9(8).
       01 WS-Backout-Date pic 9(8) value zero.
       01 WS-Failure pic x(60) value spaces.

      *    Pass one: the snapshot sets for the date, the earliest
      *    complete one (every section balanced) is used.
       01 WS-Set-Scan.
           05 WS-Set-Count pic 9(4) value zero.
           05 WS-Set-Sections-OK pic 9(1) value zero.
           05 WS-Set-Taken pic 9(14) value zero.
           05 WS-Section-File pic x(10) value spaces.
           05 WS-Section-Count pic 9(9) value zero.
           05 WS-Use-Set pic 9(4) value zero.
           05 WS-Use-Taken pic 9(14) value zero.
           05 WS-Taken-Work.
             10 WS-Taken-Work-Date pic 9(8).
             10 WS-Taken-Work-Time pic 9(6).
           05 WS-Taken-Number redefines WS-Taken-Work pic 9(14).

       01 WS-Snap-Record.
        COPY KVSNAPR.

      *    Pass two: the section being restored and the master it is
      *    compared with. Both come in key order.
       01 WS-File-Ix pic 9(1) value zero.
       01 WS-Key-Length pic 9(2) value zero.
       01 WS-Snap-Data pic x(48).
       01 WS-Snap-Key pic x(20).
       01 WS-Cur-Data pic x(48).
       01 WS-Cur-Key pic x(20).

       01 WS-File-Names.
           05 filler pic x(10) value 'KVISINMST'.
           05 filler pic x(10) value 'KVRATEMST'.
           05 filler pic x(10) value 'KVHOLCAL'.
           05 filler pic x(10) value 'KVPOSMST'.
           05 filler pic x(10) value 'KVPRICEHST'.
           05 filler pic x(10) value 'KVRATEHST'.
       01 WS-File-Name-Table redefines WS-File-Names.
           05 WS-File-Name pic x(10) occurs 6 times.

       01 WS-Key-Lengths.
           05 filler pic 9(2) value 12.
           05 filler pic 9(2) value 03.
           05 filler pic 9(2) value 12.
           05 filler pic 9(2) value 20.
           05 filler pic 9(2) value 20.
           05 filler pic 9(2) value 11.
       01 WS-Key-Length-Table redefines WS-Key-Lengths.
           05 WS-File-Key-Length pic 9(2) occurs 6 times.

       01 WS-File-Totals.
           05 WS-File-Total occurs 6 times.
             10 WS-FT-Reinstated pic 9(9).
             10 WS-FT-Restored pic 9(9).
             10 WS-FT-Removed pic 9(9).
             10 WS-FT-Unchanged pic 9(9).
             10 WS-FT-Failed pic 9(9).

       01 WS-Counters.
           05 WS-RUNHIST-COUNT pic 9(7) value zero.
           05 WS-CAREG-COUNT pic 9(7) value zero.
           05 WS-REVERSED-COUNT pic 9(9) value zero.
           05 WS-FAILED-COUNT pic 9(9) value zero.

       01 WS-Heading-1.
           05 filler pic x(40) value
              'NIGHT BACKOUT REPORT     BUSINESS DATE'.
           05 H-Backout-Date pic 9(8).
           05 filler pic x(19) value '   SNAPSHOT TAKEN'.
           05 H-Taken-Date pic 9(8).
           05 filler pic x(01) value spaces.
           05 H-Taken-Time pic 9(6).

       01 WS-Heading-2.
           05 filler pic x(03) value spaces.
           05 filler pic x(12) value 'FILE'.
           05 filler pic x(12) value 'ACTION'.
           05 filler pic x(22) value 'KEY'.
           05 filler pic x(42) value 'NIGHT''S RECORD'.
           05 filler pic x(40) value 'RESTORED RECORD'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-File pic x(10).
           05 filler pic x(02) value spaces.
           05 D-Action pic x(10).
           05 filler pic x(02) value spaces.
           05 D-Key pic x(20).
           05 filler pic x(02) value spaces.
           05 D-Night-Data pic x(40).
           05 filler pic x(02) value spaces.
           05 D-Restored-Data pic x(40).

       01 WS-File-Total-Line.
           05 filler pic x(03) value spaces.
           05 T-File pic x(10).
           05 filler pic x(13) value '  REINSTATED'.
           05 T-Reinstated pic zzzzzzzz9.
           05 filler pic x(11) value '  RESTORED'.
           05 T-Restored pic zzzzzzzz9.
           05 filler pic x(10) value '  REMOVED'.
           05 T-Removed pic zzzzzzzz9.
           05 filler pic x(12) value '  UNCHANGED'.
           05 T-Unchanged pic zzzzzzzz9.
           05 filler pic x(09) value '  FAILED'.
           05 T-Failed pic zzzzzzzz9.

       01 WS-Removed-Total-Line.
           05 filler pic x(03) value spaces.
           05 R-File pic x(10).
           05 filler pic x(13) value '  REMOVED'.
           05 R-Removed pic zzzzzzzz9.

       01 WS-Result-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(07) value 'RESULT'.
           05 D-Result pic x(60).

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           open output KVBACKO-PRT-FILE.
           initialize WS-File-Totals.

           perform readBackoutDate.
           display 'KVBACKO BDATE   ' WS-Backout-Date.
           if WS-Failure = spaces
              perform findSnapshot
           end-if.
           if WS-Failure = spaces
              perform openTargetFiles
           end-if.

           move WS-Backout-Date to H-Backout-Date.
           move WS-Use-Taken(1:8) to H-Taken-Date.
           move WS-Use-Taken(9:6) to H-Taken-Time.
           write KVBACKO-PRT-LINE from WS-Heading-1.
           write KVBACKO-PRT-LINE from WS-Blank-Line.

           if WS-Failure = spaces
              write KVBACKO-PRT-LINE from WS-Heading-2
              perform restoreFromSnapshot
              perform removeRunHistory
              perform removeCaRegister
              perform printTotals
           end-if.

           if WS-FILES-OPEN
              perform closeTargetFiles
           end-if.

           write KVBACKO-PRT-LINE from WS-Blank-Line.
           if WS-Failure = spaces and WS-FAILED-COUNT > zero
              move 'NOT EVERY RECORD COULD BE REVERSED - SEE FAILED'
                 to WS-Failure
           end-if.
           if WS-Failure = spaces
              move 'NIGHT BACKED OUT - RERUN FROM KVSTEP1' to D-Result
           else
              move WS-Failure to D-Result
              move 8 to return-code
           end-if.
           write KVBACKO-PRT-LINE from WS-Result-Line.
           close KVBACKO-PRT-FILE.

           display 'KVBACKO SETS    ' WS-Set-Count.
           display 'KVBACKO TAKEN   ' WS-Use-Taken.
           display 'KVBACKO REVERSE ' WS-REVERSED-COUNT.
           display 'KVBACKO RUNHIST ' WS-RUNHIST-COUNT.
           display 'KVBACKO CAREG   ' WS-CAREG-COUNT.
           display 'KVBACKO FAILED  ' WS-FAILED-COUNT.
           if return-code = 8
              display 'KVBACKO ' WS-Failure
           end-if.

           stop run.

     ***************************************************************
      * A backout is never run on a default date: no valid card, no
      * backout.
     ***************************************************************
       readBackoutDate.
     ***************************************************************

           move spaces to WS-Parm-Card.
           open input KVBACKO-PRM-FILE.
           if WS-Parm-File-Status = '00'
              read KVBACKO-PRM-FILE
                 at end continue
                 not at end move KVBACKO-PRM-REC to WS-Parm-Card
              end-read
           end-if.
           close KVBACKO-PRM-FILE.

           if WS-Parm-Card is not numeric
              move 'NO BUSINESS DATE ON KVBOPARM - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.
           if function test-date-yyyymmdd(WS-Parm-Date) not = zero
              move 'INVALID DATE ON KVBOPARM - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.
           move WS-Parm-Date to WS-Backout-Date.

     ***************************************************************
      * A set for the date starts with its KVISINMST header and is
      * complete once all six trailers have balanced. Of the
      * complete sets the one taken first is used, whatever order
      * the generations are read in.
     ***************************************************************
       findSnapshot.
     ***************************************************************

           open input KVBACKO-SNP-FILE.
           if WS-Snap-File-Status not = '00'
              move 'KVSNAPIN NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           move 'N' to WS-SNAP-EOF-SWITCH.
           perform until WS-SNAP-EOF
              read KVBACKO-SNP-FILE into WS-Snap-Record
                 at end set WS-SNAP-EOF to true
              end-read
              if not WS-SNAP-EOF
                 if SN-Business-Date in WS-Snap-Record
                       = WS-Backout-Date
                    perform scanSnapshotRecord
                 end-if
              end-if
           end-perform.
           close KVBACKO-SNP-FILE.

           if WS-Use-Set = zero
              move 'NO COMPLETE SNAPSHOT FOR DATE - NOTHING BACKED OUT'
                 to WS-Failure
           end-if.

     ***************************************************************
       scanSnapshotRecord.
     ***************************************************************

           evaluate true
               when SN-HEADER in WS-Snap-Record
                  if SN-ISIN-MASTER in WS-Snap-Record
                     add 1 to WS-Set-Count
                     move zero to WS-Set-Sections-OK
                     move SN-Taken-Date in WS-Snap-Record
                        to WS-Taken-Work-Date
                     move SN-Taken-Time in WS-Snap-Record
                        to WS-Taken-Work-Time
                     move WS-Taken-Number to WS-Set-Taken
                  end-if
                  move SN-File-Id in WS-Snap-Record
                     to WS-Section-File
                  move zero to WS-Section-Count
               when SN-DETAIL in WS-Snap-Record
                  add 1 to WS-Section-Count
               when SN-TRAILER in WS-Snap-Record
                  if SN-File-Id in WS-Snap-Record = WS-Section-File
                        and SN-Record-Count in WS-Snap-Record
                           = WS-Section-Count
                        and WS-Set-Count > zero
                     add 1 to WS-Set-Sections-OK
                  end-if
                  move spaces to WS-Section-File
                  if WS-Set-Sections-OK = 6
                     if WS-Use-Set = zero
                           or WS-Set-Taken < WS-Use-Taken
                        move WS-Set-Count to WS-Use-Set
                        move WS-Set-Taken to WS-Use-Taken
                     end-if
                  end-if
           end-evaluate.

     ***************************************************************
      * Everything is opened before anything is changed, so a file
      * that will not open leaves the night exactly as it was.
     ***************************************************************
       openTargetFiles.
     ***************************************************************

           open i-o ISIN-MASTER-FILE.
           if WS-Master-File-Status = '35'
              open output ISIN-MASTER-FILE
              close ISIN-MASTER-FILE
              open i-o ISIN-MASTER-FILE
           end-if.
           if WS-Master-File-Status not = '00'
              move 'KVISINMST NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           open i-o RATE-MASTER-FILE.
           if WS-Master-File-Status = '35'
              open output RATE-MASTER-FILE
              close RATE-MASTER-FILE
              open i-o RATE-MASTER-FILE
           end-if.
           if WS-Master-File-Status not = '00'
              close ISIN-MASTER-FILE
              move 'KVRATEMST NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           open i-o HOLIDAY-CAL-FILE.
           if WS-Master-File-Status = '35'
              open output HOLIDAY-CAL-FILE
              close HOLIDAY-CAL-FILE
              open i-o HOLIDAY-CAL-FILE
           end-if.
           if WS-Master-File-Status not = '00'
              close ISIN-MASTER-FILE
              close RATE-MASTER-FILE
              move 'KVHOLCAL NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           open i-o POSITION-MASTER-FILE.
           if WS-Master-File-Status = '35'
              open output POSITION-MASTER-FILE
              close POSITION-MASTER-FILE
              open i-o POSITION-MASTER-FILE
           end-if.
           if WS-Master-File-Status not = '00'
              close ISIN-MASTER-FILE
              close RATE-MASTER-FILE
              close HOLIDAY-CAL-FILE
              move 'KVPOSMST NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           open i-o PRICE-HIST-FILE.
           if WS-Master-File-Status = '35'
              open output PRICE-HIST-FILE
              close PRICE-HIST-FILE
              open i-o PRICE-HIST-FILE
           end-if.
           if WS-Master-File-Status not = '00'
              close ISIN-MASTER-FILE
              close RATE-MASTER-FILE
              close HOLIDAY-CAL-FILE
              close POSITION-MASTER-FILE
              move 'KVPRICEHST NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           open i-o RATE-HIST-FILE.
           if WS-Master-File-Status = '35'
              open output RATE-HIST-FILE
              close RATE-HIST-FILE
              open i-o RATE-HIST-FILE
           end-if.
           if WS-Master-File-Status not = '00'
              close ISIN-MASTER-FILE
              close RATE-MASTER-FILE
              close HOLIDAY-CAL-FILE
              close POSITION-MASTER-FILE
              close PRICE-HIST-FILE
              move 'KVRATEHST NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           open i-o RUN-HIST-FILE.
           if WS-RunHist-File-Status = '35'
              open output RUN-HIST-FILE
              close RUN-HIST-FILE
              open i-o RUN-HIST-FILE
           end-if.
           if WS-RunHist-File-Status not = '00'
              close ISIN-MASTER-FILE
              close RATE-MASTER-FILE
              close HOLIDAY-CAL-FILE
              close POSITION-MASTER-FILE
              close PRICE-HIST-FILE
              close RATE-HIST-FILE
              move 'KVRUNHST NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           open i-o CA-REGISTER-FILE.
           if WS-Register-File-Status = '35'
              open output CA-REGISTER-FILE
              close CA-REGISTER-FILE
              open i-o CA-REGISTER-FILE
           end-if.
           if WS-Register-File-Status not = '00'
              close ISIN-MASTER-FILE
              close RATE-MASTER-FILE
              close HOLIDAY-CAL-FILE
              close POSITION-MASTER-FILE
              close PRICE-HIST-FILE
              close RATE-HIST-FILE
              close RUN-HIST-FILE
              move 'KVCAREG NOT AVAILABLE - NOTHING BACKED OUT'
                 to WS-Failure
              exit paragraph
           end-if.

           set WS-FILES-OPEN to true.

     ***************************************************************
       closeTargetFiles.
     ***************************************************************

           close ISIN-MASTER-FILE.
           close RATE-MASTER-FILE.
           close HOLIDAY-CAL-FILE.
           close POSITION-MASTER-FILE.
           close PRICE-HIST-FILE.
           close RATE-HIST-FILE.
           close RUN-HIST-FILE.
           close CA-REGISTER-FILE.

     ***************************************************************
      * Second pass over KVSNAPIN: skip to the chosen set and
      * restore each of its six sections in turn.
     ***************************************************************
       restoreFromSnapshot.
     ***************************************************************

           open input KVBACKO-SNP-FILE.
           move zero to WS-Set-Count.
           move zero to WS-Set-Sections-OK.
           move 'N' to WS-SNAP-EOF-SWITCH.
           move 'N' to WS-SET-DONE-SWITCH.

           perform until WS-SNAP-EOF or WS-SET-DONE
              perform readSnapshotRecord
              if not WS-SNAP-EOF
                 if SN-Business-Date in WS-Snap-Record
                       = WS-Backout-Date
                       and SN-HEADER in WS-Snap-Record
                    if SN-ISIN-MASTER in WS-Snap-Record
                       add 1 to WS-Set-Count
                    end-if
                    if WS-Set-Count = WS-Use-Set
                       perform restoreSection
                       add 1 to WS-Set-Sections-OK
                       if WS-Set-Sections-OK = 6
                          set WS-SET-DONE to true
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.
           close KVBACKO-SNP-FILE.

     ***************************************************************
       readSnapshotRecord.
     ***************************************************************

           read KVBACKO-SNP-FILE into WS-Snap-Record
              at end set WS-SNAP-EOF to true
           end-read.

     ***************************************************************
      * Snapshot and master are merged on key. Snapshot only: the
      * night removed it, write it back. Master only: the night
      * added it, delete it. Both but different: rewrite it.
     ***************************************************************
       restoreSection.
     ***************************************************************

           evaluate true
               when SN-ISIN-MASTER in WS-Snap-Record
                  move 1 to WS-File-Ix
               when SN-RATE-MASTER in WS-Snap-Record
                  move 2 to WS-File-Ix
               when SN-HOLIDAY-CAL in WS-Snap-Record
                  move 3 to WS-File-Ix
               when SN-POSITION-MASTER in WS-Snap-Record
                  move 4 to WS-File-Ix
               when SN-PRICE-HISTORY in WS-Snap-Record
                  move 5 to WS-File-Ix
               when SN-RATE-HISTORY in WS-Snap-Record
                  move 6 to WS-File-Ix
           end-evaluate.
           move WS-File-Key-Length(WS-File-Ix) to WS-Key-Length.

           move 'N' to WS-SECTION-END-SWITCH.
           perform nextSnapshotData.
           perform startMaster.
           perform nextMasterRecord.

           perform until WS-SECTION-END and WS-MASTER-EOF
              evaluate true
                  when WS-Snap-Key < WS-Cur-Key
                     perform reinstateRecord
                     perform nextSnapshotData
                  when WS-Snap-Key > WS-Cur-Key
                     perform removeRecord
                     perform nextMasterRecord
                  when other
                     if WS-Snap-Data = WS-Cur-Data
                        add 1 to WS-FT-Unchanged(WS-File-Ix)
                     else
                        perform restoreRecord
                     end-if
                     perform nextSnapshotData
                     perform nextMasterRecord
              end-evaluate
           end-perform.

     ***************************************************************
       nextSnapshotData.
     ***************************************************************

           if WS-SECTION-END
              exit paragraph
           end-if.
           perform readSnapshotRecord.
           if WS-SNAP-EOF or not SN-DETAIL in WS-Snap-Record
              set WS-SECTION-END to true
              move high-values to WS-Snap-Key
              exit paragraph
           end-if.
           move SN-Data in WS-Snap-Record to WS-Snap-Data.
           move spaces to WS-Snap-Key.
           move WS-Snap-Data(1:WS-Key-Length) to WS-Snap-Key.

     ***************************************************************
       startMaster.
     ***************************************************************

           move 'N' to WS-MASTER-EOF-SWITCH.
           evaluate WS-File-Ix
               when 1
                  move low-values to FOKD in ISIN-MASTER-REC
                  start ISIN-MASTER-FILE
                     key is not less than FOKD in ISIN-MASTER-REC
                     invalid key set WS-MASTER-EOF to true
                  end-start
               when 2
                  move low-values to RATE-Currency in RATE-MASTER-REC
                  start RATE-MASTER-FILE
                     key is not less than
                        RATE-Currency in RATE-MASTER-REC
                     invalid key set WS-MASTER-EOF to true
                  end-start
               when 3
                  move low-values to HOL-Key in HOLIDAY-CAL-REC
                  start HOLIDAY-CAL-FILE
                     key is not less than HOL-Key in HOLIDAY-CAL-REC
                     invalid key set WS-MASTER-EOF to true
                  end-start
               when 4
                  move low-values to POS-Key in POSITION-MASTER-REC
                  start POSITION-MASTER-FILE
                     key is not less than
                        POS-Key in POSITION-MASTER-REC
                     invalid key set WS-MASTER-EOF to true
                  end-start
               when 5
                  move low-values to PH-Key in PRICE-HIST-REC
                  start PRICE-HIST-FILE
                     key is not less than PH-Key in PRICE-HIST-REC
                     invalid key set WS-MASTER-EOF to true
                  end-start
               when 6
                  move low-values to RTH-Key in RATE-HIST-REC
                  start RATE-HIST-FILE
                     key is not less than RTH-Key in RATE-HIST-REC
                     invalid key set WS-MASTER-EOF to true
                  end-start
           end-evaluate.

     ***************************************************************
       nextMasterRecord.
     ***************************************************************

           if WS-MASTER-EOF
              move high-values to WS-Cur-Key
              exit paragraph
           end-if.

           move spaces to WS-Cur-Data.
           evaluate WS-File-Ix
               when 1
                  read ISIN-MASTER-FILE next into WS-Cur-Data
                     at end set WS-MASTER-EOF to true
                  end-read
               when 2
                  read RATE-MASTER-FILE next into WS-Cur-Data
                     at end set WS-MASTER-EOF to true
                  end-read
               when 3
                  read HOLIDAY-CAL-FILE next into WS-Cur-Data
                     at end set WS-MASTER-EOF to true
                  end-read
               when 4
                  read POSITION-MASTER-FILE next into WS-Cur-Data
                     at end set WS-MASTER-EOF to true
                  end-read
               when 5
                  read PRICE-HIST-FILE next into WS-Cur-Data
                     at end set WS-MASTER-EOF to true
                  end-read
               when 6
                  read RATE-HIST-FILE next into WS-Cur-Data
                     at end set WS-MASTER-EOF to true
                  end-read
           end-evaluate.

           if not WS-MASTER-EOF
              if WS-Master-File-Status not = '00'
                 display 'KVBACKO READ FAILED '
                    WS-File-Name(WS-File-Ix) ' '
                    WS-Master-File-Status
                 add 1 to WS-FT-Failed(WS-File-Ix)
                 add 1 to WS-FAILED-COUNT
                 set WS-MASTER-EOF to true
              end-if
           end-if.

           if WS-MASTER-EOF
              move high-values to WS-Cur-Key
           else
              move spaces to WS-Cur-Key
              move WS-Cur-Data(1:WS-Key-Length) to WS-Cur-Key
           end-if.

     ***************************************************************
       reinstateRecord.
     ***************************************************************

           evaluate WS-File-Ix
               when 1
                  write ISIN-MASTER-REC from WS-Snap-Data
               when 2
                  write RATE-MASTER-REC from WS-Snap-Data
               when 3
                  write HOLIDAY-CAL-REC from WS-Snap-Data
               when 4
                  write POSITION-MASTER-REC from WS-Snap-Data
               when 5
                  write PRICE-HIST-REC from WS-Snap-Data
               when 6
                  write RATE-HIST-REC from WS-Snap-Data
           end-evaluate.

           move WS-Snap-Key to D-Key.
           move spaces to D-Night-Data.
           move WS-Snap-Data(WS-Key-Length + 1:) to D-Restored-Data.
           if WS-Master-File-Status = '00'
              move 'REINSTATED' to D-Action
              add 1 to WS-FT-Reinstated(WS-File-Ix)
              add 1 to WS-REVERSED-COUNT
           else
              move 'FAILED' to D-Action
              add 1 to WS-FT-Failed(WS-File-Ix)
              add 1 to WS-FAILED-COUNT
           end-if.
           perform printDetailLine.

     ***************************************************************
       restoreRecord.
     ***************************************************************

           evaluate WS-File-Ix
               when 1
                  rewrite ISIN-MASTER-REC from WS-Snap-Data
               when 2
                  rewrite RATE-MASTER-REC from WS-Snap-Data
               when 3
                  rewrite HOLIDAY-CAL-REC from WS-Snap-Data
               when 4
                  rewrite POSITION-MASTER-REC from WS-Snap-Data
               when 5
                  rewrite PRICE-HIST-REC from WS-Snap-Data
               when 6
                  rewrite RATE-HIST-REC from WS-Snap-Data
           end-evaluate.

           move WS-Snap-Key to D-Key.
           move WS-Cur-Data(WS-Key-Length + 1:) to D-Night-Data.
           move WS-Snap-Data(WS-Key-Length + 1:) to D-Restored-Data.
           if WS-Master-File-Status = '00'
              move 'RESTORED' to D-Action
              add 1 to WS-FT-Restored(WS-File-Ix)
              add 1 to WS-REVERSED-COUNT
           else
              move 'FAILED' to D-Action
              add 1 to WS-FT-Failed(WS-File-Ix)
              add 1 to WS-FAILED-COUNT
           end-if.
           perform printDetailLine.

     ***************************************************************
       removeRecord.
     ***************************************************************

           evaluate WS-File-Ix
               when 1
                  move WS-Cur-Data to ISIN-MASTER-REC
                  delete ISIN-MASTER-FILE
               when 2
                  move WS-Cur-Data to RATE-MASTER-REC
                  delete RATE-MASTER-FILE
               when 3
                  move WS-Cur-Data to HOLIDAY-CAL-REC
                  delete HOLIDAY-CAL-FILE
               when 4
                  move WS-Cur-Data to POSITION-MASTER-REC
                  delete POSITION-MASTER-FILE
               when 5
                  move WS-Cur-Data to PRICE-HIST-REC
                  delete PRICE-HIST-FILE
               when 6
                  move WS-Cur-Data to RATE-HIST-REC
                  delete RATE-HIST-FILE
           end-evaluate.

           move WS-Cur-Key to D-Key.
           move WS-Cur-Data(WS-Key-Length + 1:) to D-Night-Data.
           move spaces to D-Restored-Data.
           if WS-Master-File-Status = '00'
              move 'REMOVED' to D-Action
              add 1 to WS-FT-Removed(WS-File-Ix)
              add 1 to WS-REVERSED-COUNT
           else
              move 'FAILED' to D-Action
              add 1 to WS-FT-Failed(WS-File-Ix)
              add 1 to WS-FAILED-COUNT
           end-if.
           perform printDetailLine.

     ***************************************************************
       printDetailLine.
     ***************************************************************

           move WS-File-Name(WS-File-Ix) to D-File.
           write KVBACKO-PRT-LINE from WS-Detail-Line.

     ***************************************************************
      * KVRUNHST is keyed business date first, so the night's
      * entries are one run of keys.
     ***************************************************************
       removeRunHistory.
     ***************************************************************

           move 'N' to WS-EOF-SWITCH.
           move WS-Backout-Date to RH-Business-Date in RUN-HIST-REC.
           move low-values to RH-Step-Name in RUN-HIST-REC.
           start RUN-HIST-FILE
              key is not less than RH-Key in RUN-HIST-REC
              invalid key set WS-EOF to true
           end-start.

           perform until WS-EOF
              read RUN-HIST-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-RunHist-File-Status not = '00'
                       or RH-Business-Date in RUN-HIST-REC
                          not = WS-Backout-Date
                    set WS-EOF to true
                 else
                    perform removeRunHistoryEntry
                 end-if
              end-if
           end-perform.

     ***************************************************************
       removeRunHistoryEntry.
     ***************************************************************

           move 'KVRUNHST' to D-File.
           move RH-Step-Name in RUN-HIST-REC to D-Key.
           move spaces to D-Night-Data.
           string RH-Run-Status in RUN-HIST-REC delimited by size
                  ' READ ' delimited by size
                  RH-Read-Count in RUN-HIST-REC delimited by size
                  ' WRITTEN ' delimited by size
                  RH-Write-Count in RUN-HIST-REC delimited by size
              into D-Night-Data.
           move spaces to D-Restored-Data.

           delete RUN-HIST-FILE
              invalid key continue
           end-delete.
           if WS-RunHist-File-Status = '00'
              move 'REMOVED' to D-Action
              add 1 to WS-RUNHIST-COUNT
              add 1 to WS-REVERSED-COUNT
           else
              move 'FAILED' to D-Action
              add 1 to WS-FAILED-COUNT
           end-if.
           write KVBACKO-PRT-LINE from WS-Detail-Line.

     ***************************************************************
      * An action the night completed stays on KVCAREG as done and
      * would be skipped by the rerun, leaving the restored masters
      * unadjusted; one left in progress would stop KVSTEPCA.
     ***************************************************************
       removeCaRegister.
     ***************************************************************

           move 'N' to WS-EOF-SWITCH.
           move low-values to CAR-Id in CA-REGISTER-REC.
           start CA-REGISTER-FILE
              key is not less than CAR-Id in CA-REGISTER-REC
              invalid key set WS-EOF to true
           end-start.

           perform until WS-EOF
              read CA-REGISTER-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Register-File-Status not = '00'
                    set WS-EOF to true
                 else
                    if CAR-Business-Date in CA-REGISTER-REC
                          = WS-Backout-Date
                       perform removeCaRegisterEntry
                    end-if
                 end-if
              end-if
           end-perform.

     ***************************************************************
       removeCaRegisterEntry.
     ***************************************************************

           move 'KVCAREG' to D-File.
           move CAR-Id in CA-REGISTER-REC to D-Key.
           move spaces to D-Night-Data.
           string 'STATUS ' delimited by size
                  CAR-Status in CA-REGISTER-REC delimited by size
                  ' PRICES ' delimited by size
                  CAR-Price-Count in CA-REGISTER-REC delimited by size
                  ' POSITIONS ' delimited by size
                  CAR-Position-Count in CA-REGISTER-REC
                     delimited by size
              into D-Night-Data.
           move spaces to D-Restored-Data.

           delete CA-REGISTER-FILE
              invalid key continue
           end-delete.
           if WS-Register-File-Status = '00'
              move 'REMOVED' to D-Action
              add 1 to WS-CAREG-COUNT
              add 1 to WS-REVERSED-COUNT
           else
              move 'FAILED' to D-Action
              add 1 to WS-FAILED-COUNT
           end-if.
           write KVBACKO-PRT-LINE from WS-Detail-Line.

     ***************************************************************
       printTotals.
     ***************************************************************

           write KVBACKO-PRT-LINE from WS-Blank-Line.
           perform varying WS-File-Ix from 1 by 1 until WS-File-Ix > 6
              move WS-File-Name(WS-File-Ix) to T-File
              move WS-FT-Reinstated(WS-File-Ix) to T-Reinstated
              move WS-FT-Restored(WS-File-Ix) to T-Restored
              move WS-FT-Removed(WS-File-Ix) to T-Removed
              move WS-FT-Unchanged(WS-File-Ix) to T-Unchanged
              move WS-FT-Failed(WS-File-Ix) to T-Failed
              write KVBACKO-PRT-LINE from WS-File-Total-Line
           end-perform.

           move 'KVRUNHST' to R-File.
           move WS-RUNHIST-COUNT to R-Removed.
           write KVBACKO-PRT-LINE from WS-Removed-Total-Line.
           move 'KVCAREG' to R-File.
           move WS-CAREG-COUNT to R-Removed.
           write KVBACKO-PRT-LINE from WS-Removed-Total-Line.

       end program KVBACKO.
