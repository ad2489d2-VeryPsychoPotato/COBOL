      */*2 02092026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           Pending write retried once with a re-derived  2*/
      */*2           PEND-Id when another screen took the number   2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000005  2*/
      */*2           Function C links an alternate identifier      2*/
      */*2           (type and value) to the FOKD on the screen, R 2*/
      */*2           removes one; both captured to KVPENDCHG for   2*/
      */*2           approval and applied to the KVALTID           2*/
      */*2           cross-reference                               2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000006  2*/
      */*2           Every change, cross-reference ones included,  2*/
      */*2           checked against the operator's KVOPRPRF       2*/
      */*2           profile (ISIN maintain right), refusals       2*/
      */*2           written to KVAUDITLOG                         2*/
      */*2----------------------------------------------------------2*/


      */*3 listing. On the browse page N pages forward, X returns,  3*/
      */*3 and a row number pulls that entry back onto the          3*/
      */*3 maintenance screen ready for U or D.                     3*/
      */*3                                                          3*/
      */*3 Function C links the alternate identifier keyed on the   3*/
      */*3 screen (type and value, e.g. TICK or LOCL) to the FOKD   3*/
      */*3 on the screen in the KVALTID cross-reference KVTEST3BT   3*/
      */*3 translates the price feed with; R removes the            3*/
      */*3 identifier. Both go through the same four-eyes capture   3*/
      */*3 as A/U/D and reach KVALTID only when approved on         3*/
      */*3 KVAPPRMM.                                                3*/
      */*3                                                          3*/
      */*3 Every change (A, U, D, C and R) needs the operator id on 3*/
      */*3 the screen and an active, unexpired KVOPRPRF profile     3*/
      */*3 holding the ISIN maintain right (KVOPRMM screen); a      3*/
      */*3 refused attempt is written to KVAUDITLOG and nothing is  3*/
      */*3 captured. The approval on KVAPPRMM needs the ISIN        3*/
      */*3 approve right.                                           3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is dynamic
               record key is PEND-Id in PENDING-CHG-REC
               file status is WS-Pending-File-Status.
           select ALT-ID-FILE assign to "KVALTID"
               organization is indexed
               access mode is dynamic
               record key is ALT-Key in ALT-ID-REC
               file status is WS-Altid-File-Status.
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
       01 PENDING-CHG-REC.
        COPY KVPENDC.

       fd ALT-ID-FILE.
       01 ALT-ID-REC.
        COPY KVALTID.

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

       01 WS-Master-File-Status pic x(2).
       01 WS-Pending-File-Status pic x(2).
       01 WS-Altid-File-Status pic x(2).
       01 WS-Pend-EOF pic x(1).
       01 WS-Next-Pend-Id pic 9(7).
       01 WS-Operator pic x(8).
       01 WS-Pending-Record.
        COPY KVPENDC.
       01 WS-Alt-Record.
        COPY KVALTID.
       01 WS-Alt-Type pic x(4).
       01 WS-Alt-Value pic x(12).

       01 WS-Function pic x(1).
           88 FUNCTION-ADD value 'A' 'a'.
           88 FUNCTION-UPDATE value 'U' 'u'.
           88 FUNCTION-DELETE value 'D' 'd'.
           88 FUNCTION-BROWSE value 'B' 'b'.
           88 FUNCTION-XREF value 'C' 'c'.
           88 FUNCTION-XREF-REMOVE value 'R' 'r'.
           88 FUNCTION-EXIT value 'X' 'x'.

       01 WS-Message pic x(40).
           05 line 2 column 2
               value 'ISIN MASTER FILE MAINTENANCE'.
           05 line 4 column 2
               value 'Function (A/U/D/B/C/R/X):'.
           05 line 4 column 30 pic x(1)
               using WS-Function.
           05 line 6 column 2
               value 'Operator id . . . . . . .:'.
           05 line 12 column 30 pic x(08)
               using WS-Operator.
           05 line 13 column 2
               value 'Alt id type . . . . . . .:'.
           05 line 13 column 30 pic x(04)
               using WS-Alt-Type.
           05 line 14 column 2
               value 'Alt id value. . . . . . .:'.
           05 line 14 column 30 pic x(12)
               using WS-Alt-Value.
           05 line 16 column 2
               value 'Message . . . . . . . . .:'.
           05 line 16 column 30 pic x(40)
               from WS-Message.

       01 ISIN-Browse-Screen.

           perform openMasterFile.
           perform openPendingFile.
           perform openAltIdFile.
           perform openProfileFile.
           move 'KVISINMM' to AUTH-Program.
           set AUTH-ISIN-MASTER to true.

           move spaces to WS-Function.
           perform until FUNCTION-EXIT
                     perform deleteEntry
                  when FUNCTION-BROWSE
                     perform browseEntries
                  when FUNCTION-XREF
                     perform xrefEntry
                  when FUNCTION-XREF-REMOVE
                     perform xrefRemove
                  when FUNCTION-EXIT
                     continue
                  when other
                     move 'Invalid function - use A,U,D,B,C,R or X'
                        to WS-Message
              end-evaluate
           end-perform.

           perform closeMasterFile.
           close PENDING-CHG-FILE.
           close ALT-ID-FILE.
           if AUTH-Profile-Open = 'Y'
              close OPERATOR-PROFILE-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.
           stop run.

     ***************************************************************
           end-if.
           perform findHighestPendingId.

     ***************************************************************
       openAltIdFile.
     ***************************************************************

           open i-o ALT-ID-FILE.
           if WS-Altid-File-Status = '35'
              open output ALT-ID-FILE
              close ALT-ID-FILE
              open i-o ALT-ID-FILE
           end-if.

     ***************************************************************
       findHighestPendingId.
     ***************************************************************
           else
              move spaces to WS-Screen-Rec
              move zero to ISIN-Status-Date in WS-Screen-Rec
              move spaces to WS-Alt-Type
              move spaces to WS-Alt-Value
              move spaces to WS-Message
           end-if.

           display ISIN-Maintenance-Screen.
           accept ISIN-Maintenance-Screen.

     ***************************************************************
      * Every change, cross-reference ones included, needs the ISIN
      * maintain right on the operator's profile; a refusal is on
      * KVAUDITLOG.
     ***************************************************************
       checkMaintainAuthority.
     ***************************************************************

           move 'N' to AUTH-Result.
           if WS-Operator = spaces
              move 'Operator id required' to WS-Message
              exit paragraph
           end-if.

           move WS-Operator to AUTH-Operator.
           set AUTH-MAINTAIN to true.
           move WS-Function to AUTH-Function.
           if FUNCTION-XREF or FUNCTION-XREF-REMOVE
              move WS-Alt-Value to AUTH-Reference
           else
              move FOKD in WS-Screen-Rec to AUTH-Reference
           end-if.
           perform checkOperatorAuthority.
           if not AUTH-GRANTED
              move AUTH-Message to WS-Message
           end-if.

     ***************************************************************
       addEntry.
     ***************************************************************
           if not WS-STATUS-OK-YES
              exit paragraph
           end-if.
           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           if not WS-STATUS-OK-YES
              exit paragraph
           end-if.
           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

       deleteEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

              perform writePendingChange
           end-if.

     ***************************************************************
      * C links the alternate identifier keyed on the screen to the
      * FOKD on the screen - a new entry, or an existing one moved
      * to another FOKD. It goes through KVPENDCHG like any other
      * master change; KVAPPRMM applies it to KVALTID on approval.
     ***************************************************************
       xrefEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.
           if WS-Alt-Type = spaces or WS-Alt-Value = spaces
              move 'Alt id type and value required' to WS-Message
              exit paragraph
           end-if.

           move FOKD in WS-Screen-Rec to FOKD in ISIN-MASTER-REC.
           read ISIN-MASTER-FILE
              invalid key continue
           end-read.
           if WS-Master-File-Status not = '00'
              move 'ISIN code not on file' to WS-Message
              exit paragraph
           end-if.

           initialize WS-Pending-Record.
           set PEND-ALTID-XREF in WS-Pending-Record to true.

           move WS-Alt-Type to ALT-Id-Type in ALT-ID-REC.
           move WS-Alt-Value to ALT-Id-Value in ALT-ID-REC.
           read ALT-ID-FILE
              invalid key continue
           end-read.
           if WS-Altid-File-Status = '00'
              if ALT-FOKD in ALT-ID-REC = FOKD in WS-Screen-Rec
                 move 'Cross-reference already on file'
                    to WS-Message
                 exit paragraph
              end-if
              set PEND-UPDATE in WS-Pending-Record to true
              move ALT-ID-REC
                 to PEND-Before-Image in WS-Pending-Record
           else
              set PEND-ADD in WS-Pending-Record to true
              move spaces to PEND-Before-Image in WS-Pending-Record
           end-if.

           move WS-Alt-Type to ALT-Id-Type in WS-Alt-Record.
           move WS-Alt-Value to ALT-Id-Value in WS-Alt-Record.
           move FOKD in WS-Screen-Rec to ALT-FOKD in WS-Alt-Record.
           set ALT-FROM-SCREEN in WS-Alt-Record to true.
           move function current-date(1:8)
              to ALT-Updated-Date in WS-Alt-Record.
           move WS-Alt-Record
              to PEND-After-Image in WS-Pending-Record.
           perform writePendingChange.

     ***************************************************************
       xrefRemove.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           move WS-Alt-Type to ALT-Id-Type in ALT-ID-REC.
           move WS-Alt-Value to ALT-Id-Value in ALT-ID-REC.
           read ALT-ID-FILE
              invalid key
                 move 'Cross-reference not on file' to WS-Message
           end-read.

           if WS-Altid-File-Status = '00'
              initialize WS-Pending-Record
              set PEND-ALTID-XREF in WS-Pending-Record to true
              set PEND-DELETE in WS-Pending-Record to true
              move ALT-ID-REC
                 to PEND-Before-Image in WS-Pending-Record
              move spaces
                 to PEND-After-Image in WS-Pending-Record
              perform writePendingChange
           end-if.

     ***************************************************************
      * Browse: START at the partial FOKD keyed on the screen and
      * page forward with READ NEXT. An exchange or currency on the

           close ISIN-MASTER-FILE.

        COPY KVOPRCP.
        COPY KVAUDITP.

       end program KVISINMM.
