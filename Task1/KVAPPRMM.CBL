      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Approved rate adds and updates also written   2*/
      */*2           to the KVRATEHST rate history under their     2*/
      */*2           rate date                                     2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Alternate identifier cross-reference changes  2*/
      */*2           captured on KVISINMM (master code X) applied  2*/
      */*2           to KVALTID on approval                        2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Checker must hold the approve right for the   2*/
      */*2           change's master on the KVOPRPRF profile,      2*/
      */*2           refusals written to KVAUDITLOG                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           KVRATEHST write status checked; a failed      2*/
      */*2           history write backs the rate change out and   2*/
      */*2           leaves it pending                             2*/
      */*2----------------------------------------------------------2*/


      */*3 capture and approval (key gone, or appeared under an     3*/
      */*3 add) is refused and left pending for the desk to         3*/
      */*3 recapture.                                               3*/
      */*3                                                          3*/
      */*3 An approved rate add or update is also written to the    3*/
      */*3 KVRATEHST rate history under the rate date it carries,   3*/
      */*3 so the dated reports see the corrected rate for that     3*/
      */*3 date. A rate delete leaves the history alone.            3*/
      */*3                                                          3*/
      */*3 Cross-reference changes captured on KVISINMM with        3*/
      */*3 functions C and R carry master code X and are applied to 3*/
      */*3 the KVALTID alternate identifier file the same way.      3*/
      */*3                                                          3*/
      */*3 Besides being someone other than the maker, the checker  3*/
      */*3 needs an active, unexpired KVOPRPRF profile holding the  3*/
      */*3 approve right for the master the change is for (ISIN for 3*/
      */*3 cross-reference changes) before approving or rejecting   3*/
      */*3 it; a refused decision is written to KVAUDITLOG and the  3*/
      */*3 change stays pending.                                    3*/
      */*3                                                          3*/
      */*3 If the KVRATEHST write fails the rate change is taken    3*/
      */*3 off KVRATEMST again and stays pending, with the failure  3*/
      */*3 on the screen.                                           3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is dynamic
               record key is RATE-Currency in RATE-MASTER-REC
               file status is WS-Rate-File-Status.
           select RATE-HIST-FILE assign to "KVRATEHST"
               organization is indexed
               access mode is dynamic
               record key is RTH-Key in RATE-HIST-REC
               file status is WS-RateHist-File-Status.
           select HOLIDAY-CAL-FILE assign to "KVHOLCAL"
               organization is indexed
               access mode is dynamic
               record key is HOL-Key in HOLIDAY-CAL-REC
               file status is WS-Holiday-File-Status.
           select ALT-ID-FILE assign to "KVALTID"
               organization is indexed
               access mode is dynamic
               record key is ALT-Key in ALT-ID-REC
               file status is WS-Altid-File-Status.
           select CHANGE-HIST-FILE assign to "KVCHGHST"
               organization is sequential
               file status is WS-History-File-Status.
           select OPERATOR-PROFILE-FILE assign to "KVOPRPRF"
               organization is indexed
               access mode is dynamic
               record key is OPR-Operator in OPERATOR-PROFILE-REC
               file status is WS-Profile-File-Status.
           select AUDIT-LOG-FILE assign to "KVAUDITLOG"
               organization is sequential
               file status is WS-Audit-File-Status.

       data division.
       file section.
       01 RATE-MASTER-REC.
        COPY KVRATEM.

       fd RATE-HIST-FILE.
       01 RATE-HIST-REC.
        COPY KVRATEH.

       fd HOLIDAY-CAL-FILE.
       01 HOLIDAY-CAL-REC.
        COPY KVHOLCM.

       fd ALT-ID-FILE.
       01 ALT-ID-REC.
        COPY KVALTID.

       fd CHANGE-HIST-FILE.
       01 CHANGE-HIST-REC.
        COPY KVPENDC.

       fd OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-REC.
        COPY KVOPRPF.

       fd AUDIT-LOG-FILE is external.
       01 AUDIT-LOG-REC.
        COPY KVAUDIT.

       working-storage section.

       01 WS-Profile-File-Status pic x(2).
       01 WS-Audit-File-Status pic x(2) is external.
       01 WS-Audit-Opened pic x(1) value 'N'.
       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain is external.
        COPY KVAUDCH.
       01 WS-Authority.
        COPY KVOPRCW.

       01 WS-Pending-File-Status pic x(2).
       01 WS-Master-File-Status pic x(2).
       01 WS-Rate-File-Status pic x(2).
       01 WS-RateHist-File-Status pic x(2).
       01 WS-Holiday-File-Status pic x(2).
       01 WS-Altid-File-Status pic x(2).
       01 WS-History-File-Status pic x(2).

       01 WS-Function pic x(1).
              open i-o RATE-MASTER-FILE
           end-if.

           open i-o RATE-HIST-FILE.
           if WS-RateHist-File-Status = '35'
              open output RATE-HIST-FILE
              close RATE-HIST-FILE
              open i-o RATE-HIST-FILE
           end-if.

           open i-o HOLIDAY-CAL-FILE.
           if WS-Holiday-File-Status = '35'
              open output HOLIDAY-CAL-FILE
              open i-o HOLIDAY-CAL-FILE
           end-if.

           open i-o ALT-ID-FILE.
           if WS-Altid-File-Status = '35'
              open output ALT-ID-FILE
              close ALT-ID-FILE
              open i-o ALT-ID-FILE
           end-if.

           open extend CHANGE-HIST-FILE.
           if WS-History-File-Status not = '00'
              open output CHANGE-HIST-FILE
           end-if.

           perform openProfileFile.
           move 'KVAPPRMM' to AUTH-Program.

     ***************************************************************
       getScreenInput.
     ***************************************************************
              exit paragraph
           end-if.

      *    A decision, approve or reject, needs the approve right for
      *    the master the change is for; cross-reference changes
      *    belong to the ISIN master.
           move WS-Checker to AUTH-Operator.
           set AUTH-APPROVE to true.
           move WS-Function to AUTH-Function.
           move PEND-Id in WS-Pending-Record to AUTH-Reference.
           if PEND-ALTID-XREF in WS-Pending-Record
              set AUTH-ISIN-MASTER to true
           else
              move PEND-Master in WS-Pending-Record to AUTH-Master
           end-if.
           perform checkOperatorAuthority.
           if not AUTH-GRANTED
              move AUTH-Message to WS-Message
              exit paragraph
           end-if.

           move 'Y' to WS-Apply-OK.

     ***************************************************************
                  perform applyRateChange
               when PEND-HOLIDAY-MASTER in WS-Pending-Record
                  perform applyHolidayChange
               when PEND-ALTID-XREF in WS-Pending-Record
                  perform applyAltIdChange
               when other
                  move 'N' to WS-Apply-OK
                  move 'Unknown master code on change'
                  end-delete
           end-evaluate.

           if WS-APPLY-OK-YES
                 and not PEND-DELETE in WS-Pending-Record
              perform writeRateHistory
              if not WS-APPLY-OK-YES
                 perform backOutRateChange
              end-if
           end-if.

     ***************************************************************
      * Same entry the nightly KVRATELD load writes - an approved
      * correction for a rate date replaces the bank's figure for
      * that date.
     ***************************************************************
       writeRateHistory.
     ***************************************************************

           move RATE-Currency in RATE-MASTER-REC
              to RTH-Currency in RATE-HIST-REC.
           move RATE-Date in RATE-MASTER-REC
              to RTH-Rate-Date in RATE-HIST-REC.
           move RATE-To-Reporting in RATE-MASTER-REC
              to RTH-To-Reporting in RATE-HIST-REC.
           move 'KVAPPRMM' to RTH-Source in RATE-HIST-REC.
           move function current-date(1:8)
              to RTH-Load-Date in RATE-HIST-REC.

           write RATE-HIST-REC
              invalid key
                 rewrite RATE-HIST-REC
                 end-rewrite
           end-write.
           if WS-RateHist-File-Status not = '00'
              move 'N' to WS-Apply-OK
              move 'Rate history write failed - not applied'
                 to WS-Message
           end-if.

     ***************************************************************
      * Without its KVRATEHST entry the rate change is taken off the
      * master again, so the change stays pending and can be
      * approved once the history file is put right.
     ***************************************************************
       backOutRateChange.
     ***************************************************************

           evaluate true
               when PEND-ADD in WS-Pending-Record
                  move PEND-After-Image in WS-Pending-Record
                     to RATE-MASTER-REC
                  delete RATE-MASTER-FILE
                     invalid key
                        move 'Rate history failed, rate not restored'
                           to WS-Message
                  end-delete
               when PEND-UPDATE in WS-Pending-Record
                  move PEND-Before-Image in WS-Pending-Record
                     to RATE-MASTER-REC
                  rewrite RATE-MASTER-REC
                     invalid key
                        move 'Rate history failed, rate not restored'
                           to WS-Message
                  end-rewrite
           end-evaluate.

     ***************************************************************
       applyHolidayChange.
     ***************************************************************
                  end-delete
           end-evaluate.

     ***************************************************************
       applyAltIdChange.
     ***************************************************************

           evaluate true
               when PEND-ADD in WS-Pending-Record
                  move PEND-After-Image in WS-Pending-Record
                     to ALT-ID-REC
                  write ALT-ID-REC
                     invalid key
                        move 'N' to WS-Apply-OK
                        move 'Key appeared since capture'
                           to WS-Message
                  end-write
               when PEND-UPDATE in WS-Pending-Record
                  move PEND-After-Image in WS-Pending-Record
                     to ALT-ID-REC
                  rewrite ALT-ID-REC
                     invalid key
                        move 'N' to WS-Apply-OK
                        move 'Key gone since capture' to WS-Message
                  end-rewrite
               when PEND-DELETE in WS-Pending-Record
                  move PEND-Before-Image in WS-Pending-Record
                     to ALT-ID-REC
                  delete ALT-ID-FILE
                     invalid key
                        move 'N' to WS-Apply-OK
                        move 'Key gone since capture' to WS-Message
                  end-delete
           end-evaluate.

     ***************************************************************
       closeFiles.
     ***************************************************************
           close PENDING-CHG-FILE.
           close ISIN-MASTER-FILE.
           close RATE-MASTER-FILE.
           close RATE-HIST-FILE.
           close HOLIDAY-CAL-FILE.
           close ALT-ID-FILE.
           close CHANGE-HIST-FILE.
           if AUTH-Profile-Open = 'Y'
              close OPERATOR-PROFILE-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.

        COPY KVOPRCP.
        COPY KVAUDITP.

       end program KVAPPRMM.
