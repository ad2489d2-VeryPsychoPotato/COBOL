      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVCORPAC                                 1*/
      */*1 Program-title : Corporate action processing              1*/
      */*1                                                          1*/
      */*1 Programmer    : BF 9798 Kernius Vildziunas               1*/
      */*1 First version : 1                                        1*/
      */*1                                                          1*/
      */*1----------------------------------------------------------1*/


      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Audit log FD and chain state held external;   2*/
      */*2           chain released when the log is closed         2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Restated and carried-across closes keep the   2*/
      */*2           price source they were recorded with          2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           An action only partly applied is left IN      2*/
      */*2           PROGRESS and counted held                     2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           Price and position tables filled before any   2*/
      */*2           change, an action too large for them held     2*/
      */*2           untouched                                     2*/
      */*2----------------------------------------------------------2*/


      */*3----------------------------------------------------------3*/
      */*3 Special-conditions:                                      3*/
      */*3                                                          3*/
      */*3 Applies the KVCAIN corporate actions (KVCORPA layout)    3*/
      */*3 whose effective date has been reached on the business    3*/
      */*3 date (KVBUSDATE card, machine date without one). For a   3*/
      */*3 split or consolidation every KVPRICEHST close dated      3*/
      */*3 before the effective date is restated by the ratio, so   3*/
      */*3 the history reads on the same basis as the new prices,   3*/
      */*3 and every KVPOSMST holding in the FOKD is rescaled (book 3*/
      */*3 cost unchanged). When the action maps the old FOKD to a  3*/
      */*3 new one, the history and the positions are carried       3*/
      */*3 across to the new code; a holding already open in the    3*/
      */*3 new code is merged, a close already on file for the new  3*/
      */*3 code on the same date is kept.                           3*/
      */*3                                                          3*/
      */*3 Each action is applied once only: the KVCAREG register   3*/
      */*3 records it IN PROGRESS before the first change and       3*/
      */*3 COMPLETE after the last. A rerun lists a complete action 3*/
      */*3 as ALREADY APPLIED and leaves it alone; an action found  3*/
      */*3 IN PROGRESS stopped half way and is refused (RC=8) until 3*/
      */*3 the masters are restored. An action with more prices or  3*/
      */*3 holdings than the tables take is held before anything is 3*/
      */*3 written (TABLE FULL - HELD, no register entry); one      3*/
      */*3 whose position write fails is left IN PROGRESS. Both are 3*/
      */*3 counted HELD and end the step RC=8. A future-dated       3*/
      */*3 action is listed NOT YET EFFECTIVE and picked up on a    3*/
      */*3 later night.                                             3*/
      */*3                                                          3*/
      */*3 Every price and position changed is listed before and    3*/
      */*3 after on the KVCAAUD audit listing, and every applied or 3*/
      */*3 refused action is written to KVAUDITLOG. An action with  3*/
      */*3 an unusable ratio, or mapped to a FOKD not on KVISINMST, 3*/
      */*3 is rejected and ends the step RC=4.                      3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVCORPAC.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select KVCORPAC-IN-FILE assign to "KVCAIN"
               organization is sequential
               file status is WS-Action-File-Status.
           select CA-REGISTER-FILE assign to "KVCAREG"
               organization is indexed
               access mode is dynamic
               record key is CAR-Id in CA-REGISTER-REC
               file status is WS-Register-File-Status.
           select PRICE-HIST-FILE assign to "KVPRICEHST"
               organization is indexed
               access mode is dynamic
               record key is PH-Key in PRICE-HIST-REC
               file status is WS-History-File-Status.
           select POSITION-MASTER-FILE assign to "KVPOSMST"
               organization is indexed
               access mode is dynamic
               record key is POS-Key in POSITION-MASTER-REC
               file status is WS-Position-File-Status.
           select ISIN-MASTER-FILE assign to "KVISINMST"
               organization is indexed
               access mode is dynamic
               record key is FOKD in ISIN-MASTER-REC
               file status is WS-Master-File-Status.
           select KVCORPAC-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.
           select KVCORPAC-PRT-FILE assign to "KVCAAUD"
               organization is sequential.
           select AUDIT-LOG-FILE assign to "KVAUDITLOG"
               organization is sequential
               file status is WS-Audit-File-Status.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.

       data division.
       file section.

       fd KVCORPAC-IN-FILE.
       01 KVCORPAC-IN-REC.
        COPY KVCORPA.

       fd CA-REGISTER-FILE.
       01 CA-REGISTER-REC.
        COPY KVCAREG.

       fd PRICE-HIST-FILE.
       01 PRICE-HIST-REC.
        COPY KVPRICEH.

       fd POSITION-MASTER-FILE.
       01 POSITION-MASTER-REC.
        COPY KVPOSM.

       fd ISIN-MASTER-FILE.
       01 ISIN-MASTER-REC.
        COPY KVISINM.

       fd KVCORPAC-BDT-FILE.
       01 KVCORPAC-BDT-REC pic x(8).

       fd KVCORPAC-PRT-FILE.
       01 KVCORPAC-PRT-LINE pic x(132).

       fd AUDIT-LOG-FILE is external.
       01 AUDIT-LOG-REC.
        COPY KVAUDIT.

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.
           05 WS-Scan-Done pic x(01).
           05 WS-Hold-Switch pic x(01) value 'N'.
             88 WS-HOLD value 'Y'.
           05 WS-Action-Hold-Switch pic x(01) value 'N'.
             88 WS-ACTION-HELD value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-APPLIED-COUNT pic 9(7) value zero.
           05 WS-SKIPPED-COUNT pic 9(7) value zero.
           05 WS-PENDING-COUNT pic 9(7) value zero.
           05 WS-REJECT-COUNT pic 9(7) value zero.
           05 WS-HELD-COUNT pic 9(7) value zero.
           05 WS-PRICE-COUNT pic 9(7) value zero.
           05 WS-POSITION-COUNT pic 9(7) value zero.

       01 WS-Action-File-Status pic x(2).
       01 WS-Register-File-Status pic x(2).
       01 WS-History-File-Status pic x(2).
       01 WS-Position-File-Status pic x(2).
       01 WS-Master-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Master-Available pic x(1) value 'N'.

       01 WS-Audit-File-Status pic x(2) is external.
       01 WS-Audit-Opened pic x(1) value 'N'.
       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain is external.
        COPY KVAUDCH.

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Bdate-Card pic x(8).

       01 WS-Action-Record.
        COPY KVCORPA.

       01 WS-Register-Record.
        COPY KVCAREG.

       01 WS-Action-Work.
           05 WS-Action-OK pic x(1).
             88 WS-ACTION-OK-YES value 'Y'.
           05 WS-Disposition pic x(24).
           05 WS-Target-Fokd pic x(12).
           05 WS-Fokd-Changes pic x(1).
             88 WS-FOKD-CHANGES-YES value 'Y'.
           05 WS-Ratio-New pic 9(5).
           05 WS-Ratio-Old pic 9(5).
           05 WS-Action-Prices pic 9(7).
           05 WS-Action-Positions pic 9(7).
           05 WS-Index pic 9(5).

      *    The FOKD's whole history and every holding in it are
      *    collected first and changed by key afterwards, so no
      *    write or delete ever disturbs the scan that found them.
       01 WS-Price-Table.
           05 WS-Price-Used pic 9(5) value zero.
           05 WS-Price-Entry occurs 5000 times.
             10 WS-PT-Date pic 9(8).
             10 WS-PT-Price pic s9(7)v9(8).
             10 WS-PT-Source pic x(1).
       01 WS-New-Price pic s9(7)v9(8).

       01 WS-Position-Table.
           05 WS-Position-Used pic 9(5) value zero.
           05 WS-Position-Entry occurs 2000 times.
             10 WS-PS-Portfolio pic x(08).
             10 WS-PS-Quantity pic s9(11)v9(2).
             10 WS-PS-Book-Cost pic s9(13)v9(2).
       01 WS-New-Quantity pic s9(11)v9(2).
       01 WS-Merged-Quantity pic s9(11)v9(2).
       01 WS-Merged-Cost pic s9(13)v9(2).

       01 WS-Heading-1.
           05 filler pic x(40) value
              'KVTEST CORPORATE ACTION AUDIT LISTING'.
           05 filler pic x(15) value 'BUSINESS DATE'.
           05 H-Business-Date pic 9(8).

       01 WS-Action-Line.
           05 filler pic x(01) value spaces.
           05 filler pic x(07) value 'ACTION'.
           05 D-Action-Id pic x(10).
           05 filler pic x(02) value spaces.
           05 D-Action-Type pic x(13).
           05 filler pic x(02) value spaces.
           05 D-Old-Fokd pic x(12).
           05 filler pic x(04) value ' -> '.
           05 D-New-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 filler pic x(06) value 'RATIO'.
           05 D-Ratio-New pic zzzz9.
           05 filler pic x(01) value ':'.
           05 D-Ratio-Old pic zzzz9.
           05 filler pic x(02) value spaces.
           05 filler pic x(04) value 'EFF'.
           05 D-Effective-Date pic 9(8).
           05 filler pic x(02) value spaces.
           05 D-Disposition pic x(24).

       01 WS-Price-Heading.
           05 filler pic x(05) value spaces.
           05 filler pic x(10) value 'PRICE'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(10) value 'DATE'.
           05 filler pic x(15) value '      BEFORE'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(15) value '       AFTER'.
           05 filler pic x(10) value 'NOTE'.

       01 WS-Price-Line.
           05 filler pic x(15) value spaces.
           05 D-Price-Old-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Price-Date pic 9(8).
           05 filler pic x(02) value spaces.
           05 D-Price-Before pic -(7)9,9(4).
           05 filler pic x(02) value spaces.
           05 D-Price-New-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Price-After pic -(7)9,9(4).
           05 filler pic x(02) value spaces.
           05 D-Price-Note pic x(10).

       01 WS-Position-Heading.
           05 filler pic x(05) value spaces.
           05 filler pic x(10) value 'POSITION'.
           05 filler pic x(10) value 'PORTFOLIO'.
           05 filler pic x(18) value '   QTY BEFORE'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(18) value '    QTY AFTER'.
           05 filler pic x(20) value '         BOOK COST'.
           05 filler pic x(10) value 'NOTE'.

       01 WS-Position-Line.
           05 filler pic x(15) value spaces.
           05 D-Pos-Portfolio pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Pos-Before pic -(11)9,99.
           05 filler pic x(02) value spaces.
           05 D-Pos-New-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Pos-After pic -(11)9,99.
           05 filler pic x(02) value spaces.
           05 D-Pos-Book-Cost pic -(13)9,99.
           05 filler pic x(02) value spaces.
           05 D-Pos-Note pic x(10).

       01 WS-Count-Line.
           05 filler pic x(05) value spaces.
           05 D-Count-Label pic x(30).
           05 D-Count-Value pic zzzzzz9.

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform readBusinessDate.
           perform openFiles.
           perform printHeadings.

           if WS-History-File-Status not = '00'
                 or WS-Position-File-Status not = '00'
                 or WS-Register-File-Status not = '00'
              display 'KVCORPAC MASTERS NOT OPENED '
                 WS-History-File-Status ' '
                 WS-Position-File-Status ' '
                 WS-Register-File-Status
              set WS-HOLD to true
           else
              perform readActionRecord
              perform until WS-EOF
                 perform processOneAction
                 perform readActionRecord
              end-perform
           end-if.

           perform printRunTotals.
           perform closeFiles.

           display 'KVCORPAC BDATE   ' WS-Business-Date.
           display 'KVCORPAC READ    ' WS-READ-COUNT.
           display 'KVCORPAC APPLIED ' WS-APPLIED-COUNT.
           display 'KVCORPAC SKIPPED ' WS-SKIPPED-COUNT.
           display 'KVCORPAC PENDING ' WS-PENDING-COUNT.
           display 'KVCORPAC REJECT  ' WS-REJECT-COUNT.
           display 'KVCORPAC HELD    ' WS-HELD-COUNT.

           move 'KVCORPAC' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
           move WS-APPLIED-COUNT
              to RH-Write-Count in WS-RunHist-Record.
           move WS-REJECT-COUNT
              to RH-Reject-Count in WS-RunHist-Record.
           if WS-HOLD
              move 'ERROR' to RH-Run-Status in WS-RunHist-Record
           else
              move 'OK' to RH-Run-Status in WS-RunHist-Record
           end-if.
           perform writeRunHistory.

           if WS-HOLD
              move 8 to return-code
           else
              if WS-REJECT-COUNT > zero
                 move 4 to return-code
              end-if
           end-if.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVCORPAC-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVCORPAC-BDT-FILE
                 at end continue
                 not at end
                    move KVCORPAC-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVCORPAC-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       openFiles.
     ***************************************************************

           open input KVCORPAC-IN-FILE.
           open output KVCORPAC-PRT-FILE.

           open i-o CA-REGISTER-FILE.
           if WS-Register-File-Status = '35'
              open output CA-REGISTER-FILE
              close CA-REGISTER-FILE
              open i-o CA-REGISTER-FILE
           end-if.

           open i-o PRICE-HIST-FILE.
           open i-o POSITION-MASTER-FILE.

           open input ISIN-MASTER-FILE.
           if WS-Master-File-Status = '00'
              move 'Y' to WS-Master-Available
           end-if.

     ***************************************************************
       readActionRecord.
     ***************************************************************

           if WS-Action-File-Status = '00'
              read KVCORPAC-IN-FILE into WS-Action-Record
                 at end set WS-EOF to true
              end-read
           else
              set WS-EOF to true
           end-if.

           if not WS-EOF and WS-Action-File-Status = '00'
              add 1 to WS-READ-COUNT
           end-if.

     ***************************************************************
       processOneAction.
     ***************************************************************

           move spaces to WS-Disposition.
           move zero to WS-Action-Prices.
           move zero to WS-Action-Positions.

           perform validateAction.

           if WS-ACTION-OK-YES
              perform checkRegister
           end-if.

           if WS-ACTION-OK-YES
                 and CA-Effective-Date in WS-Action-Record
                    > WS-Business-Date
              move 'N' to WS-Action-OK
              move 'NOT YET EFFECTIVE' to WS-Disposition
              add 1 to WS-PENDING-COUNT
           end-if.

           perform printActionLine.

           if WS-ACTION-OK-YES
              perform applyAction
           end-if.

     ***************************************************************
       validateAction.
     ***************************************************************

           move 'Y' to WS-Action-OK.

           if CA-Ratio-New in WS-Action-Record is numeric
                 and CA-Ratio-Old in WS-Action-Record is numeric
              move CA-Ratio-New in WS-Action-Record to WS-Ratio-New
              move CA-Ratio-Old in WS-Action-Record to WS-Ratio-Old
           else
              move zero to WS-Ratio-New
              move zero to WS-Ratio-Old
           end-if.

      *    An identifier change carries no ratio of its own.
           if CA-IDENTIFIER-CHANGE in WS-Action-Record
                 and WS-Ratio-New = zero and WS-Ratio-Old = zero
              move 1 to WS-Ratio-New
              move 1 to WS-Ratio-Old
           end-if.

           move CA-Old-FOKD in WS-Action-Record to WS-Target-Fokd.
           move 'N' to WS-Fokd-Changes.
           if CA-New-FOKD in WS-Action-Record not = spaces
                 and CA-New-FOKD in WS-Action-Record
                    not = CA-Old-FOKD in WS-Action-Record
              move CA-New-FOKD in WS-Action-Record to WS-Target-Fokd
              move 'Y' to WS-Fokd-Changes
           end-if.

           evaluate true
               when CA-Id in WS-Action-Record = spaces
                  move 'MISSING ACTION ID' to WS-Disposition
               when CA-Old-FOKD in WS-Action-Record = spaces
                  move 'MISSING OLD FOKD' to WS-Disposition
               when CA-Effective-Date in WS-Action-Record
                     is not numeric
                  or CA-Effective-Date in WS-Action-Record = zero
                  move 'INVALID EFFECTIVE DATE' to WS-Disposition
               when WS-Ratio-New = zero or WS-Ratio-Old = zero
                  move 'INVALID RATIO' to WS-Disposition
               when CA-SPLIT in WS-Action-Record
                     and WS-Ratio-New not > WS-Ratio-Old
                  move 'RATIO NOT A SPLIT' to WS-Disposition
               when CA-CONSOLIDATION in WS-Action-Record
                     and WS-Ratio-New not < WS-Ratio-Old
                  move 'RATIO NOT A CONSOLIDATN' to WS-Disposition
               when CA-IDENTIFIER-CHANGE in WS-Action-Record
                     and (WS-Ratio-New not = WS-Ratio-Old
                        or not WS-FOKD-CHANGES-YES)
                  move 'INVALID IDENTIFIER CHG' to WS-Disposition
               when not CA-SPLIT in WS-Action-Record
                     and not CA-CONSOLIDATION in WS-Action-Record
                     and not CA-IDENTIFIER-CHANGE in WS-Action-Record
                  move 'INVALID ACTION TYPE' to WS-Disposition
               when other
                  continue
           end-evaluate.

           if WS-Disposition = spaces and WS-FOKD-CHANGES-YES
              perform checkNewFokd
           end-if.

           if WS-Disposition not = spaces
              move 'N' to WS-Action-OK
              add 1 to WS-REJECT-COUNT
              perform auditRefusedAction
           end-if.

     ***************************************************************
       checkNewFokd.
     ***************************************************************

           if WS-Master-Available not = 'Y'
              move 'NEW FOKD NOT ON MASTER' to WS-Disposition
              exit paragraph
           end-if.

           move WS-Target-Fokd to FOKD in ISIN-MASTER-REC.
           read ISIN-MASTER-FILE
              invalid key continue
           end-read.
           if WS-Master-File-Status not = '00'
              move 'NEW FOKD NOT ON MASTER' to WS-Disposition
           end-if.

     ***************************************************************
      * The register is the once-only guard. COMPLETE means the
      * masters already carry the action; IN PROGRESS means a run
      * stopped in the middle of it and the masters are half
      * converted - applying it again would double the ratio on
      * the half already done, so the night is held instead.
     ***************************************************************
       checkRegister.
     ***************************************************************

           move CA-Id in WS-Action-Record to CAR-Id in CA-REGISTER-REC.
           read CA-REGISTER-FILE
              invalid key continue
           end-read.
           if WS-Register-File-Status not = '00'
              exit paragraph
           end-if.

           move 'N' to WS-Action-OK.
           if CAR-COMPLETE in CA-REGISTER-REC
              move 'ALREADY APPLIED' to WS-Disposition
              add 1 to WS-SKIPPED-COUNT
           else
              move 'INCOMPLETE - HELD' to WS-Disposition
              add 1 to WS-REJECT-COUNT
              set WS-HOLD to true
              perform auditRefusedAction
           end-if.

     ***************************************************************
       applyAction.
     ***************************************************************

      *    Both tables are filled before anything is written, so an
      *    action too large for them is held with the masters and
      *    the register untouched and is tried again on a rerun.
           move 'N' to WS-Action-Hold-Switch.
           perform collectPriceHistory.
           perform collectPositions.
           if WS-ACTION-HELD
              add 1 to WS-HELD-COUNT
              move 'TABLE FULL - HELD' to WS-Disposition
              move 'N' to WS-Action-OK
              perform printActionLine
              perform auditRefusedAction
              exit paragraph
           end-if.

           move CA-Id in WS-Action-Record
              to CAR-Id in WS-Register-Record.
           set CAR-IN-PROGRESS in WS-Register-Record to true.
           move function current-date(1:8)
              to CAR-Applied-Date in WS-Register-Record.
           move function current-date(9:6)
              to CAR-Applied-Time in WS-Register-Record.
           move WS-Business-Date
              to CAR-Business-Date in WS-Register-Record.
           move zero to CAR-Price-Count in WS-Register-Record.
           move zero to CAR-Position-Count in WS-Register-Record.
           write CA-REGISTER-REC from WS-Register-Record
              invalid key
                 display 'KVCORPAC REGISTER WRITE FAILED '
                    CA-Id in WS-Action-Record
                 set WS-HOLD to true
                 exit paragraph
           end-write.

           perform adjustPriceHistory.
           perform adjustPositions.

      *    Only part of the action reached the masters: the register
      *    stays IN PROGRESS so the action is held, never skipped as
      *    applied, until the masters are restored.
           if WS-ACTION-HELD
              set CAR-IN-PROGRESS in WS-Register-Record to true
           else
              set CAR-COMPLETE in WS-Register-Record to true
           end-if.
           move WS-Action-Prices
              to CAR-Price-Count in WS-Register-Record.
           move WS-Action-Positions
              to CAR-Position-Count in WS-Register-Record.
           rewrite CA-REGISTER-REC from WS-Register-Record
              invalid key
                 display 'KVCORPAC REGISTER REWRITE FAILED '
                    CA-Id in WS-Action-Record
                 set WS-HOLD to true
           end-rewrite.

           add WS-Action-Prices to WS-PRICE-COUNT.
           add WS-Action-Positions to WS-POSITION-COUNT.

           move 'PRICES CHANGED' to D-Count-Label.
           move WS-Action-Prices to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'POSITIONS CHANGED' to D-Count-Label.
           move WS-Action-Positions to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.

           if WS-ACTION-HELD
              add 1 to WS-HELD-COUNT
              move 'INCOMPLETE - HELD' to WS-Disposition
              move 'N' to WS-Action-OK
              perform printActionLine
              perform auditRefusedAction
           else
              add 1 to WS-APPLIED-COUNT
              move 'APPLIED' to WS-Disposition
              perform auditAppliedAction
           end-if.

     ***************************************************************
       collectPriceHistory.
     ***************************************************************

           move zero to WS-Price-Used.
           move CA-Old-FOKD in WS-Action-Record
              to PH-FOKD in PRICE-HIST-REC.
           move zero to PH-Price-Date in PRICE-HIST-REC.
           start PRICE-HIST-FILE
              key is not less than PH-Key in PRICE-HIST-REC
              invalid key continue
           end-start.
           if WS-History-File-Status = '00'
              move 'N' to WS-Scan-Done
              perform until WS-Scan-Done = 'Y'
                 read PRICE-HIST-FILE next
                    at end move 'Y' to WS-Scan-Done
                 end-read
                 if WS-Scan-Done = 'N'
                    if WS-History-File-Status not = '00'
                          or PH-FOKD in PRICE-HIST-REC
                             not = CA-Old-FOKD in WS-Action-Record
                       move 'Y' to WS-Scan-Done
                    else
                       perform keepPriceEntry
                    end-if
                 end-if
              end-perform
           end-if.
           move '00' to WS-History-File-Status.

     ***************************************************************
       adjustPriceHistory.
     ***************************************************************

           if WS-Price-Used > zero
              write KVCORPAC-PRT-LINE from WS-Price-Heading
           end-if.

           perform varying WS-Index from 1 by 1
              until WS-Index > WS-Price-Used
              perform adjustOnePrice
           end-perform.

     ***************************************************************
       keepPriceEntry.
     ***************************************************************

           if WS-Price-Used < 5000
              add 1 to WS-Price-Used
              move PH-Price-Date in PRICE-HIST-REC
                 to WS-PT-Date(WS-Price-Used)
              move PH-KRS-HDL in PRICE-HIST-REC
                 to WS-PT-Price(WS-Price-Used)
              move PH-Price-Source in PRICE-HIST-REC
                 to WS-PT-Source(WS-Price-Used)
           else
              display 'KVCORPAC PRICE TABLE FULL '
                 CA-Id in WS-Action-Record
              set WS-HOLD to true
              set WS-ACTION-HELD to true
              move 'Y' to WS-Scan-Done
           end-if.

     ***************************************************************
      * A close dated before the effective date was struck on the
      * old share count - a 2 for 1 split halves it, a 1 for 10
      * consolidation multiplies it by ten.
     ***************************************************************
       adjustOnePrice.
     ***************************************************************

           move WS-PT-Price(WS-Index) to WS-New-Price.
           if WS-PT-Date(WS-Index)
                 < CA-Effective-Date in WS-Action-Record
              compute WS-New-Price rounded =
                 WS-PT-Price(WS-Index) * WS-Ratio-Old / WS-Ratio-New
                 on size error
                    move WS-PT-Price(WS-Index) to WS-New-Price
              end-compute
           end-if.

           if WS-New-Price = WS-PT-Price(WS-Index)
                 and not WS-FOKD-CHANGES-YES
              exit paragraph
           end-if.

           move spaces to D-Price-Note.
           move CA-Old-FOKD in WS-Action-Record to PH-FOKD
              in PRICE-HIST-REC.
           move WS-PT-Date(WS-Index) to PH-Price-Date in PRICE-HIST-REC.
           move WS-PT-Source(WS-Index)
              to PH-Price-Source in PRICE-HIST-REC.

           if WS-FOKD-CHANGES-YES
              delete PRICE-HIST-FILE
                 invalid key continue
              end-delete
              move WS-Target-Fokd to PH-FOKD in PRICE-HIST-REC
              move WS-New-Price to PH-KRS-HDL in PRICE-HIST-REC
              write PRICE-HIST-REC
                 invalid key
                    move 'KEPT NEW' to D-Price-Note
              end-write
           else
              move WS-New-Price to PH-KRS-HDL in PRICE-HIST-REC
              rewrite PRICE-HIST-REC
                 invalid key
                    move 'NOT FOUND' to D-Price-Note
              end-rewrite
           end-if.

           add 1 to WS-Action-Prices.

           move CA-Old-FOKD in WS-Action-Record to D-Price-Old-Fokd.
           move WS-PT-Date(WS-Index) to D-Price-Date.
           move WS-PT-Price(WS-Index) to D-Price-Before.
           move WS-Target-Fokd to D-Price-New-Fokd.
           move WS-New-Price to D-Price-After.
           write KVCORPAC-PRT-LINE from WS-Price-Line.

     ***************************************************************
       collectPositions.
     ***************************************************************

           move zero to WS-Position-Used.
           move low-values to POS-Key in POSITION-MASTER-REC.
           start POSITION-MASTER-FILE
              key is not less than POS-Key in POSITION-MASTER-REC
              invalid key continue
           end-start.
           if WS-Position-File-Status = '00'
              move 'N' to WS-Scan-Done
              perform until WS-Scan-Done = 'Y'
                 read POSITION-MASTER-FILE next
                    at end move 'Y' to WS-Scan-Done
                 end-read
                 if WS-Scan-Done = 'N'
                    if WS-Position-File-Status not = '00'
                       move 'Y' to WS-Scan-Done
                    else
                       if POS-FOKD in POSITION-MASTER-REC
                             = CA-Old-FOKD in WS-Action-Record
                          perform keepPositionEntry
                       end-if
                    end-if
                 end-if
              end-perform
           end-if.
           move '00' to WS-Position-File-Status.

     ***************************************************************
       adjustPositions.
     ***************************************************************

           if WS-Position-Used > zero
              write KVCORPAC-PRT-LINE from WS-Position-Heading
           end-if.

           perform varying WS-Index from 1 by 1
              until WS-Index > WS-Position-Used
              perform adjustOnePosition
           end-perform.

     ***************************************************************
       keepPositionEntry.
     ***************************************************************

           if WS-Position-Used < 2000
              add 1 to WS-Position-Used
              move POS-Portfolio in POSITION-MASTER-REC
                 to WS-PS-Portfolio(WS-Position-Used)
              move POS-Quantity in POSITION-MASTER-REC
                 to WS-PS-Quantity(WS-Position-Used)
              move POS-Book-Cost in POSITION-MASTER-REC
                 to WS-PS-Book-Cost(WS-Position-Used)
              if WS-PS-Book-Cost(WS-Position-Used) is not numeric
                 move zero to WS-PS-Book-Cost(WS-Position-Used)
              end-if
           else
              display 'KVCORPAC POSITION TABLE FULL '
                 CA-Id in WS-Action-Record
              set WS-HOLD to true
              set WS-ACTION-HELD to true
              move 'Y' to WS-Scan-Done
           end-if.

     ***************************************************************
      * The holding is rescaled by the ratio at an unchanged book
      * cost. Under a new FOKD the old record goes and the holding
      * is written, or merged into one already open, under the new
      * code.
     ***************************************************************
       adjustOnePosition.
     ***************************************************************

           compute WS-New-Quantity rounded =
              WS-PS-Quantity(WS-Index) * WS-Ratio-New / WS-Ratio-Old
              on size error
                 move WS-PS-Quantity(WS-Index) to WS-New-Quantity
           end-compute.

           move spaces to D-Pos-Note.
           move WS-PS-Portfolio(WS-Index)
              to POS-Portfolio in POSITION-MASTER-REC.
           move CA-Old-FOKD in WS-Action-Record
              to POS-FOKD in POSITION-MASTER-REC.
           move WS-New-Quantity to WS-Merged-Quantity.
           move WS-PS-Book-Cost(WS-Index) to WS-Merged-Cost.

           if WS-FOKD-CHANGES-YES
              delete POSITION-MASTER-FILE
                 invalid key continue
              end-delete
              move WS-Target-Fokd to POS-FOKD in POSITION-MASTER-REC
              read POSITION-MASTER-FILE
                 invalid key continue
              end-read
              if WS-Position-File-Status = '00'
                 add POS-Quantity in POSITION-MASTER-REC
                    to WS-Merged-Quantity
                 if POS-Book-Cost in POSITION-MASTER-REC is numeric
                    add POS-Book-Cost in POSITION-MASTER-REC
                       to WS-Merged-Cost
                 end-if
                 move WS-Merged-Quantity
                    to POS-Quantity in POSITION-MASTER-REC
                 move WS-Merged-Cost
                    to POS-Book-Cost in POSITION-MASTER-REC
                 rewrite POSITION-MASTER-REC
                    invalid key continue
                 end-rewrite
                 move 'MERGED' to D-Pos-Note
              else
                 move WS-PS-Portfolio(WS-Index)
                    to POS-Portfolio in POSITION-MASTER-REC
                 move WS-Target-Fokd
                    to POS-FOKD in POSITION-MASTER-REC
                 move WS-Merged-Quantity
                    to POS-Quantity in POSITION-MASTER-REC
                 move WS-Merged-Cost
                    to POS-Book-Cost in POSITION-MASTER-REC
                 write POSITION-MASTER-REC
                    invalid key continue
                 end-write
              end-if
           else
              move WS-Merged-Quantity
                 to POS-Quantity in POSITION-MASTER-REC
              move WS-Merged-Cost
                 to POS-Book-Cost in POSITION-MASTER-REC
              rewrite POSITION-MASTER-REC
                 invalid key continue
              end-rewrite
           end-if.

           if WS-Position-File-Status not = '00'
              move 'WRITE FAIL' to D-Pos-Note
              set WS-HOLD to true
              set WS-ACTION-HELD to true
           end-if.

           add 1 to WS-Action-Positions.

           move WS-PS-Portfolio(WS-Index) to D-Pos-Portfolio.
           move WS-PS-Quantity(WS-Index) to D-Pos-Before.
           move WS-Target-Fokd to D-Pos-New-Fokd.
           move WS-Merged-Quantity to D-Pos-After.
           move WS-Merged-Cost to D-Pos-Book-Cost.
           write KVCORPAC-PRT-LINE from WS-Position-Line.

     ***************************************************************
       printActionLine.
     ***************************************************************

           write KVCORPAC-PRT-LINE from WS-Blank-Line.
           move CA-Id in WS-Action-Record to D-Action-Id.
           evaluate true
               when CA-SPLIT in WS-Action-Record
                  move 'SPLIT' to D-Action-Type
               when CA-CONSOLIDATION in WS-Action-Record
                  move 'CONSOLIDATION' to D-Action-Type
               when CA-IDENTIFIER-CHANGE in WS-Action-Record
                  move 'NEW FOKD' to D-Action-Type
               when other
                  move CA-Type in WS-Action-Record to D-Action-Type
           end-evaluate.
           move CA-Old-FOKD in WS-Action-Record to D-Old-Fokd.
           move WS-Target-Fokd to D-New-Fokd.
           move WS-Ratio-New to D-Ratio-New.
           move WS-Ratio-Old to D-Ratio-Old.
           if CA-Effective-Date in WS-Action-Record is numeric
              move CA-Effective-Date in WS-Action-Record
                 to D-Effective-Date
           else
              move zero to D-Effective-Date
           end-if.
           if WS-ACTION-OK-YES
              move 'APPLYING' to D-Disposition
           else
              move WS-Disposition to D-Disposition
           end-if.
           write KVCORPAC-PRT-LINE from WS-Action-Line.

     ***************************************************************
       setAuditFields.
     ***************************************************************

           move 'KVCORPAC' to AUDIT-PROGRAM-ID in WS-Audit-Record.
           evaluate true
               when CA-SPLIT in WS-Action-Record
                  move 1 to AUDIT-FUNCTION-CODE in WS-Audit-Record
               when CA-CONSOLIDATION in WS-Action-Record
                  move 2 to AUDIT-FUNCTION-CODE in WS-Audit-Record
               when CA-IDENTIFIER-CHANGE in WS-Action-Record
                  move 3 to AUDIT-FUNCTION-CODE in WS-Audit-Record
               when other
                  move zero to AUDIT-FUNCTION-CODE in WS-Audit-Record
           end-evaluate.
           move spaces to AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           string 'CA=' delimited by size
                  CA-Old-FOKD in WS-Action-Record delimited by size
                  '>' delimited by size
                  WS-Target-Fokd delimited by size
                  ' ' delimited by size
                  WS-Disposition delimited by size
              into AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           move zero to AUDIT-MOD-REASON-CODE in WS-Audit-Record.
           move CA-Id in WS-Action-Record
              to AUDIT-REQUEST-ID in WS-Audit-Record.

     ***************************************************************
       auditAppliedAction.
     ***************************************************************

           perform setAuditFields.
           move zero to AUDIT-STATUS-CODE in WS-Audit-Record.
           move zero to AUDIT-REASON-CODE in WS-Audit-Record.
           perform writeAuditLog.

     ***************************************************************
       auditRefusedAction.
     ***************************************************************

           perform setAuditFields.
           move 99 to AUDIT-STATUS-CODE in WS-Audit-Record.
           move 1 to AUDIT-REASON-CODE in WS-Audit-Record.
           perform writeAuditLog.

     ***************************************************************
       printHeadings.
     ***************************************************************

           move WS-Business-Date to H-Business-Date.
           write KVCORPAC-PRT-LINE from WS-Heading-1.

     ***************************************************************
       printRunTotals.
     ***************************************************************

           write KVCORPAC-PRT-LINE from WS-Blank-Line.
           move 'ACTIONS READ' to D-Count-Label.
           move WS-READ-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'ACTIONS APPLIED' to D-Count-Label.
           move WS-APPLIED-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'ACTIONS ALREADY APPLIED' to D-Count-Label.
           move WS-SKIPPED-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'ACTIONS NOT YET EFFECTIVE' to D-Count-Label.
           move WS-PENDING-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'ACTIONS REJECTED' to D-Count-Label.
           move WS-REJECT-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'ACTIONS HELD INCOMPLETE' to D-Count-Label.
           move WS-HELD-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'PRICES CHANGED' to D-Count-Label.
           move WS-PRICE-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.
           move 'POSITIONS CHANGED' to D-Count-Label.
           move WS-POSITION-COUNT to D-Count-Value.
           write KVCORPAC-PRT-LINE from WS-Count-Line.

     ***************************************************************
       closeFiles.
     ***************************************************************

           close KVCORPAC-IN-FILE.
           close KVCORPAC-PRT-FILE.
           close CA-REGISTER-FILE.
           close PRICE-HIST-FILE.
           close POSITION-MASTER-FILE.
           if WS-Master-Available = 'Y'
              close ISIN-MASTER-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.

        COPY KVAUDITP.
        COPY KVRUNHP.

       end program KVCORPAC.
