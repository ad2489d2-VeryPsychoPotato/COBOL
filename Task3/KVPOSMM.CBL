      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Book cost added to the screen with the        2*/
      */*2           position master record                        2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Operator id on the screen; every change       2*/
      */*2           checked against the operator's KVOPRPRF       2*/
      */*2           profile (position maintain right), refusals   2*/
      */*2           written to KVAUDITLOG                         2*/
      */*2----------------------------------------------------------2*/


      */*3 KVPOSVAL against the KVPRICEHST price history and the    3*/
      */*3 KVRATEMST rate master. Function A adds a new entry, U    3*/
      */*3 updates an existing one, D removes one, X exits.         3*/
      */*3                                                          3*/
      */*3 The book cost is normally kept by the KVPOSTRN posting   3*/
      */*3 run; it is on the screen so a holding taken on outside   3*/
      */*3 the transaction file can be given its cost.              3*/
      */*3                                                          3*/
      */*3 Every change needs the operator id on the screen and an  3*/
      */*3 active, unexpired KVOPRPRF profile holding the position  3*/
      */*3 maintain right (KVOPRMM screen); a refused attempt is    3*/
      */*3 written to KVAUDITLOG and the entry is not touched.      3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is dynamic
               record key is POS-Key in POSITION-MASTER-REC
               file status is WS-Position-File-Status.
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
       01 POSITION-MASTER-REC.
        COPY KVPOSM.

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

       01 WS-Position-File-Status pic x(2).

       01 WS-Function pic x(1).
           88 FUNCTION-EXIT value 'X' 'x'.

       01 WS-Message pic x(40).
       01 WS-Operator pic x(8).

       01 WS-Screen-Rec.
           05 POS-Key.
             10 POS-Portfolio pic x(08).
             10 POS-FOKD pic x(12).
           05 POS-Quantity pic s9(11)v9(2).
           05 POS-Book-Cost pic s9(13)v9(2).

       screen section.
       01 Position-Maintenance-Screen.
               value 'Function (A/U/D/X) . . . :'.
           05 line 4 column 30 pic x(1)
               using WS-Function.
           05 line 5 column 2
               value 'Operator id . . . . . . .:'.
           05 line 5 column 30 pic x(08)
               using WS-Operator.
           05 line 6 column 2
               value 'Portfolio code. . . . . .:'.
           05 line 6 column 30 pic x(08)
               value 'Quantity. . . . . . . . .:'.
           05 line 8 column 30 pic 9(11),9(2)
               using POS-Quantity in WS-Screen-Rec.
           05 line 9 column 2
               value 'Book cost . . . . . . . .:'.
           05 line 9 column 30 pic 9(13),9(2)
               using POS-Book-Cost in WS-Screen-Rec.
           05 line 11 column 2
               value 'Status. . . . . . . . . .:'.
           05 line 11 column 30 pic x(40)
       mainflow.

           perform openPositionFile.
           perform openProfileFile.
           move 'KVPOSMM' to AUTH-Program.
           set AUTH-POSITION-MASTER to true.

           move spaces to WS-Function.
           move spaces to WS-Operator.
           perform until FUNCTION-EXIT
              perform clearScreenFields
              perform getScreenInput
           move spaces to POS-Portfolio in WS-Screen-Rec.
           move spaces to POS-FOKD in WS-Screen-Rec.
           move zero to POS-Quantity in WS-Screen-Rec.
           move zero to POS-Book-Cost in WS-Screen-Rec.
           move spaces to WS-Message.

     ***************************************************************
           display Position-Maintenance-Screen.
           accept Position-Maintenance-Screen.

     ***************************************************************
      * Every change needs the position maintain right on the
      * operator's profile; a refusal is on KVAUDITLOG.
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
           move POS-Portfolio in WS-Screen-Rec to AUTH-Reference.
           perform checkOperatorAuthority.
           if not AUTH-GRANTED
              move AUTH-Message to WS-Message
           end-if.

     ***************************************************************
       addEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           move WS-Screen-Rec to POSITION-MASTER-REC.
           write POSITION-MASTER-REC
              invalid key
       updateEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           move POS-Key in WS-Screen-Rec
              to POS-Key in POSITION-MASTER-REC.
           read POSITION-MASTER-FILE
       deleteEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           move POS-Key in WS-Screen-Rec
              to POS-Key in POSITION-MASTER-REC.
           delete POSITION-MASTER-FILE
     ***************************************************************

           close POSITION-MASTER-FILE.
           if AUTH-Profile-Open = 'Y'
              close OPERATOR-PROFILE-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.

        COPY KVOPRCP.
        COPY KVAUDITP.

       end program KVPOSMM.
