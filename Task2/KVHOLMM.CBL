      */*2 02092026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Pending write retried once with a re-derived  2*/
      */*2           PEND-Id when another screen took the number   2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Every change checked against the operator's   2*/
      */*2           KVOPRPRF profile (holiday maintain right)     2*/
      */*2           before it is captured; refusals written to    2*/
      */*2           KVAUDITLOG                                    2*/
      */*2----------------------------------------------------------2*/


      */*3 pending file (KVPENDC layout) stamped with the maker's   3*/
      */*3 operator id, and goes live only when a second operator   3*/
      */*3 approves it on the KVAPPRMM approval screen.             3*/
      */*3                                                          3*/
      */*3 Before a change is captured the operator must have an    3*/
      */*3 active, unexpired KVOPRPRF profile holding the holiday   3*/
      */*3 maintain right (KVOPRMM screen); a refused attempt is    3*/
      */*3 written to KVAUDITLOG and nothing reaches KVPENDCHG.     3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is dynamic
               record key is PEND-Id in PENDING-CHG-REC
               file status is WS-Pending-File-Status.
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

       01 WS-Holiday-File-Status pic x(2).
       01 WS-Pending-File-Status pic x(2).
       01 WS-Pend-EOF pic x(1).

           perform openCalendarFile.
           perform openPendingFile.
           perform openProfileFile.
           move 'KVHOLMM' to AUTH-Program.
           set AUTH-HOLIDAY-MASTER to true.

           move spaces to WS-Function.
           perform until FUNCTION-EXIT
           accept Holiday-Maintenance-Screen.

     ***************************************************************
      * Every change needs the holiday maintain right on the
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
           move HOL-Key in WS-Screen-Rec to AUTH-Reference.
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

           move HOL-Key in WS-Screen-Rec
              to HOL-Key in HOLIDAY-CAL-REC.
           read HOLIDAY-CAL-FILE
       updateEntry.
     ***************************************************************

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

     ***************************************************************

           close HOLIDAY-CAL-FILE.
           if AUTH-Profile-Open = 'Y'
              close OPERATOR-PROFILE-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.

        COPY KVOPRCP.
        COPY KVAUDITP.

       end program KVHOLMM.
