      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVOPRMM                                  1*/
      */*1 Program-title : Operator authority profile maintenance   1*/
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
      */*3 Keeps the KVOPRPRF operator profiles the maintenance     3*/
      */*3 screens (KVISINMM, KVRATEMM, KVHOLMM, KVPOSMM, KVLIMMM), 3*/
      */*3 KVAPPRMM and KVEXCMM check before accepting a change.    3*/
      */*3 Function I shows a profile, A adds, U updates, D         3*/
      */*3 deletes, X exits. A profile carries the name, status A   3*/
      */*3 (active) or R (revoked), an expiry date and a Y/N        3*/
      */*3 maintain and approve right per master; position and      3*/
      */*3 limit carry maintain only, checkout exceptions an        3*/
      */*3 acknowledge right only, and the profile right lets the   3*/
      */*3 holder use this screen.                                  3*/
      */*3                                                          3*/
      */*3 A, U and D need the operator id on the screen and that   3*/
      */*3 operator's own active, unexpired profile holding the     3*/
      */*3 profile right; nobody may change their own profile. A    3*/
      */*3 refusal is written to KVAUDITLOG with function code 98   3*/
      */*3 and every change made with function code 1 (add), 2      3*/
      */*3 (update) or 3 (delete), so the access review can see who 3*/
      */*3 granted what. Each change is stamped with the operator   3*/
      */*3 id and date.                                             3*/
      */*3                                                          3*/
      */*3 While KVOPRPRF is still empty the first add is accepted  3*/
      */*3 without a check, so the first administrator can be set   3*/
      */*3 up; it must be active and hold the profile right.        3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVOPRMM.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
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

       01 WS-Function pic x(1).
           88 FUNCTION-INQUIRE value 'I' 'i'.
           88 FUNCTION-ADD value 'A' 'a'.
           88 FUNCTION-UPDATE value 'U' 'u'.
           88 FUNCTION-DELETE value 'D' 'd'.
           88 FUNCTION-EXIT value 'X' 'x'.

       01 WS-Message pic x(40).
       01 WS-Operator pic x(8).
       01 WS-Fields-OK pic x(1).
       01 WS-Audit-Function pic 9(2).

       01 WS-Profile-Empty pic x(1).
           88 PROFILE-FILE-EMPTY value 'Y'.

       01 WS-Screen-Rec.
        COPY KVOPRPF.

       screen section.
       01 Profile-Maintenance-Screen.
           05 blank screen.
           05 line 2 column 2
               value 'OPERATOR PROFILE MAINTENANCE'.
           05 line 4 column 2
               value 'Function (I/A/U/D/X) . . :'.
           05 line 4 column 30 pic x(1)
               using WS-Function.
           05 line 5 column 2
               value 'Operator id . . . . . . .:'.
           05 line 5 column 30 pic x(08)
               using WS-Operator.
           05 line 7 column 2
               value 'Profile operator id . . .:'.
           05 line 7 column 30 pic x(08)
               using OPR-Operator in WS-Screen-Rec.
           05 line 8 column 2
               value 'Name. . . . . . . . . . .:'.
           05 line 8 column 30 pic x(30)
               using OPR-Name in WS-Screen-Rec.
           05 line 9 column 2
               value 'Status (A/R) . . . . . . :'.
           05 line 9 column 30 pic x(1)
               using OPR-Status in WS-Screen-Rec.
           05 line 10 column 2
               value 'Expiry date (YYYYMMDD) . :'.
           05 line 10 column 30 pic 9(8)
               using OPR-Expiry-Date in WS-Screen-Rec.
           05 line 12 column 30
               value 'Maintain  Approve'.
           05 line 13 column 2
               value 'ISIN master . . . . . . .:'.
           05 line 13 column 33 pic x(1)
               using OPR-Isin-Maintain in WS-Screen-Rec.
           05 line 13 column 43 pic x(1)
               using OPR-Isin-Approve in WS-Screen-Rec.
           05 line 14 column 2
               value 'Exchange rates. . . . . .:'.
           05 line 14 column 33 pic x(1)
               using OPR-Rate-Maintain in WS-Screen-Rec.
           05 line 14 column 43 pic x(1)
               using OPR-Rate-Approve in WS-Screen-Rec.
           05 line 15 column 2
               value 'Holiday calendar. . . . .:'.
           05 line 15 column 33 pic x(1)
               using OPR-Holiday-Maintain in WS-Screen-Rec.
           05 line 15 column 43 pic x(1)
               using OPR-Holiday-Approve in WS-Screen-Rec.
           05 line 16 column 2
               value 'Positions . . . . . . . .:'.
           05 line 16 column 33 pic x(1)
               using OPR-Position-Maintain in WS-Screen-Rec.
           05 line 17 column 2
               value 'Position limits . . . . .:'.
           05 line 17 column 33 pic x(1)
               using OPR-Limit-Maintain in WS-Screen-Rec.
           05 line 18 column 2
               value 'Operator profiles . . . .:'.
           05 line 18 column 33 pic x(1)
               using OPR-Profile-Maintain in WS-Screen-Rec.
           05 line 19 column 2
               value 'Checkout exceptions . . .:'.
           05 line 19 column 33 pic x(1)
               using OPR-Exception-Ack in WS-Screen-Rec.
           05 line 20 column 2
               value 'Last changed by . . . . .:'.
           05 line 20 column 30 pic x(08)
               from OPR-Updated-By in WS-Screen-Rec.
           05 line 20 column 40 pic 9(8)
               from OPR-Updated-Date in WS-Screen-Rec.
           05 line 22 column 2
               value 'Status. . . . . . . . . .:'.
           05 line 22 column 30 pic x(40)
               from WS-Message.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           perform openProfileMaintFile.
           move 'KVOPRMM' to AUTH-Program.
           set AUTH-PROFILE-MASTER to true.

           move spaces to WS-Function.
           move spaces to WS-Operator.
           perform clearScreenFields.
           perform until FUNCTION-EXIT
              perform getScreenInput
              move spaces to WS-Message
              evaluate true
                  when FUNCTION-INQUIRE
                     perform inquireEntry
                  when FUNCTION-ADD
                     perform addEntry
                  when FUNCTION-UPDATE
                     perform updateEntry
                  when FUNCTION-DELETE
                     perform deleteEntry
                  when FUNCTION-EXIT
                     continue
                  when other
                     move 'Invalid function - use I, A, U, D or X'
                        to WS-Message
              end-evaluate
           end-perform.

           perform closeProfileMaintFile.
           stop run.

     ***************************************************************
      * Opened i-o here rather than through openProfileFile, which
      * only reads; the authority check reads the same file.
     ***************************************************************
       openProfileMaintFile.
     ***************************************************************

           open i-o OPERATOR-PROFILE-FILE.
           if WS-Profile-File-Status = '35'
              open output OPERATOR-PROFILE-FILE
              close OPERATOR-PROFILE-FILE
              open i-o OPERATOR-PROFILE-FILE
           end-if.
           if WS-Profile-File-Status = '00'
              move 'Y' to AUTH-Profile-Open
           else
              move 'N' to AUTH-Profile-Open
           end-if.

     ***************************************************************
       clearScreenFields.
     ***************************************************************

           move spaces to OPR-Operator in WS-Screen-Rec.
           move spaces to OPR-Name in WS-Screen-Rec.
           move spaces to OPR-Status in WS-Screen-Rec.
           move zero to OPR-Expiry-Date in WS-Screen-Rec.
           move spaces to OPR-Rights in WS-Screen-Rec.
           move spaces to OPR-Updated-By in WS-Screen-Rec.
           move zero to OPR-Updated-Date in WS-Screen-Rec.

     ***************************************************************
       getScreenInput.
     ***************************************************************

           display Profile-Maintenance-Screen.
           accept Profile-Maintenance-Screen.

     ***************************************************************
      * The profile right is needed for every change, and no one may
      * grant themselves more or lift their own revocation. While
      * the file is empty the first add goes through unchecked.
     ***************************************************************
       checkMaintainAuthority.
     ***************************************************************

           move 'N' to AUTH-Result.
           if WS-Operator = spaces
              move 'Operator id required' to WS-Message
              exit paragraph
           end-if.
           if OPR-Operator in WS-Screen-Rec = spaces
              move 'Profile operator id required' to WS-Message
              exit paragraph
           end-if.

           if FUNCTION-ADD
              perform checkProfileFileEmpty
              if PROFILE-FILE-EMPTY
                 set AUTH-GRANTED to true
                 exit paragraph
              end-if
           end-if.

           if OPR-Operator in WS-Screen-Rec = WS-Operator
              move 'Cannot change own profile' to WS-Message
              exit paragraph
           end-if.

           move WS-Operator to AUTH-Operator.
           set AUTH-MAINTAIN to true.
           move WS-Function to AUTH-Function.
           move OPR-Operator in WS-Screen-Rec to AUTH-Reference.
           perform checkOperatorAuthority.
           if not AUTH-GRANTED
              move AUTH-Message to WS-Message
           end-if.

     ***************************************************************
       checkProfileFileEmpty.
     ***************************************************************

           move 'N' to WS-Profile-Empty.
           if AUTH-Profile-Open not = 'Y'
              exit paragraph
           end-if.
           move low-values to OPR-Operator in OPERATOR-PROFILE-REC.
           start OPERATOR-PROFILE-FILE
              key is not less than OPR-Operator in OPERATOR-PROFILE-REC
              invalid key move 'Y' to WS-Profile-Empty
           end-start.

     ***************************************************************
      * Status and rights are folded to upper case; a blank status
      * is active and any right not given as Y is no right.
     ***************************************************************
       editProfileFields.
     ***************************************************************

           move 'N' to WS-Fields-OK.

           if OPR-Name in WS-Screen-Rec = spaces
              move 'Name required' to WS-Message
              exit paragraph
           end-if.

           inspect OPR-Status in WS-Screen-Rec converting 'ar' to 'AR'.
           if OPR-Status in WS-Screen-Rec = space
              set OPR-ACTIVE in WS-Screen-Rec to true
           end-if.
           if not OPR-ACTIVE in WS-Screen-Rec
                 and not OPR-REVOKED in WS-Screen-Rec
              move 'Status must be A or R' to WS-Message
              exit paragraph
           end-if.

           if OPR-Expiry-Date in WS-Screen-Rec not numeric
              move 'Expiry date must be YYYYMMDD' to WS-Message
              exit paragraph
           end-if.
           if function test-date-yyyymmdd(
                 OPR-Expiry-Date in WS-Screen-Rec) not = zero
              move 'Expiry date must be YYYYMMDD' to WS-Message
              exit paragraph
           end-if.

           inspect OPR-Rights in WS-Screen-Rec converting 'y' to 'Y'.
           perform normaliseRightFlags.
           move spaces to OPR-Rights in WS-Screen-Rec(11:6).

           move 'Y' to WS-Fields-OK.

     ***************************************************************
       normaliseRightFlags.
     ***************************************************************

           if OPR-Isin-Maintain in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Isin-Maintain in WS-Screen-Rec
           end-if.
           if OPR-Isin-Approve in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Isin-Approve in WS-Screen-Rec
           end-if.
           if OPR-Rate-Maintain in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Rate-Maintain in WS-Screen-Rec
           end-if.
           if OPR-Rate-Approve in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Rate-Approve in WS-Screen-Rec
           end-if.
           if OPR-Holiday-Maintain in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Holiday-Maintain in WS-Screen-Rec
           end-if.
           if OPR-Holiday-Approve in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Holiday-Approve in WS-Screen-Rec
           end-if.
           if OPR-Position-Maintain in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Position-Maintain in WS-Screen-Rec
           end-if.
           if OPR-Limit-Maintain in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Limit-Maintain in WS-Screen-Rec
           end-if.
           if OPR-Profile-Maintain in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Profile-Maintain in WS-Screen-Rec
           end-if.
           if OPR-Exception-Ack in WS-Screen-Rec not = 'Y'
              move 'N' to OPR-Exception-Ack in WS-Screen-Rec
           end-if.

     ***************************************************************
       inquireEntry.
     ***************************************************************

           if OPR-Operator in WS-Screen-Rec = spaces
              move 'Profile operator id required' to WS-Message
              exit paragraph
           end-if.

           move OPR-Operator in WS-Screen-Rec
              to OPR-Operator in OPERATOR-PROFILE-REC.
           read OPERATOR-PROFILE-FILE
              invalid key
                 move 'Operator not on file' to WS-Message
           end-read.
           if WS-Profile-File-Status = '00'
              move OPERATOR-PROFILE-REC to WS-Screen-Rec
              move 'Profile displayed' to WS-Message
           end-if.

     ***************************************************************
       addEntry.
     ***************************************************************

           perform editProfileFields.
           if WS-Fields-OK not = 'Y'
              exit paragraph
           end-if.
           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

      *    The very first profile has to be able to set up the rest.
           if PROFILE-FILE-EMPTY
              if not OPR-ACTIVE in WS-Screen-Rec
                    or OPR-Profile-Maintain in WS-Screen-Rec not = 'Y'
                 move 'First profile needs A and profile right'
                    to WS-Message
                 exit paragraph
              end-if
           end-if.

           perform stampProfile.
           move WS-Screen-Rec to OPERATOR-PROFILE-REC.
           write OPERATOR-PROFILE-REC
              invalid key
                 move 'Operator already on file' to WS-Message
              not invalid key
                 move 'Entry added' to WS-Message
                 move 1 to WS-Audit-Function
                 perform auditProfileChange
           end-write.

     ***************************************************************
       updateEntry.
     ***************************************************************

           perform editProfileFields.
           if WS-Fields-OK not = 'Y'
              exit paragraph
           end-if.
           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           move OPR-Operator in WS-Screen-Rec
              to OPR-Operator in OPERATOR-PROFILE-REC.
           read OPERATOR-PROFILE-FILE
              invalid key
                 move 'Operator not on file' to WS-Message
           end-read.

           if WS-Profile-File-Status = '00'
              perform stampProfile
              move WS-Screen-Rec to OPERATOR-PROFILE-REC
              rewrite OPERATOR-PROFILE-REC
                 invalid key
                    move 'Update failed' to WS-Message
                 not invalid key
                    move 'Entry updated' to WS-Message
                    move 2 to WS-Audit-Function
                    perform auditProfileChange
              end-rewrite
           end-if.

     ***************************************************************
       deleteEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           move OPR-Operator in WS-Screen-Rec
              to OPR-Operator in OPERATOR-PROFILE-REC.
           read OPERATOR-PROFILE-FILE
              invalid key
                 move 'Operator not on file' to WS-Message
           end-read.
           if WS-Profile-File-Status not = '00'
              exit paragraph
           end-if.

           move OPERATOR-PROFILE-REC to WS-Screen-Rec.
           delete OPERATOR-PROFILE-FILE
              invalid key
                 move 'Operator not on file' to WS-Message
              not invalid key
                 move 'Entry deleted' to WS-Message
                 move 3 to WS-Audit-Function
                 perform auditProfileChange
           end-delete.

     ***************************************************************
       stampProfile.
     ***************************************************************

           move WS-Operator to OPR-Updated-By in WS-Screen-Rec.
           move function current-date(1:8)
              to OPR-Updated-Date in WS-Screen-Rec.

     ***************************************************************
      * The summary carries who changed which profile, the status
      * and the ten right flags as they now stand (as they stood,
      * for a delete).
     ***************************************************************
       auditProfileChange.
     ***************************************************************

           move 'KVOPRMM' to AUDIT-PROGRAM-ID in WS-Audit-Record.
           move WS-Audit-Function
              to AUDIT-FUNCTION-CODE in WS-Audit-Record.
           move spaces to AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           string 'OPR=' delimited by size
                  WS-Operator delimited by size
                  ' ST=' delimited by size
                  OPR-Status in WS-Screen-Rec delimited by size
                  ' RIGHTS=' delimited by size
                  OPR-Rights in WS-Screen-Rec(1:10) delimited by size
              into AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           move zero to AUDIT-STATUS-CODE in WS-Audit-Record.
           move zero to AUDIT-REASON-CODE in WS-Audit-Record.
           move zero to AUDIT-MOD-REASON-CODE in WS-Audit-Record.
           move OPR-Operator in WS-Screen-Rec
              to AUDIT-REQUEST-ID in WS-Audit-Record.
           perform writeScreenAuditEntry.

     ***************************************************************
       closeProfileMaintFile.
     ***************************************************************

           if AUTH-Profile-Open = 'Y'
              close OPERATOR-PROFILE-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.

        COPY KVOPRCP.
        COPY KVAUDITP.

       end program KVOPRMM.
