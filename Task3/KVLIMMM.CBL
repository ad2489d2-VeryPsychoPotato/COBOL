      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVLIMMM                                  1*/
      */*1 Program-title : Concentration limit maintenance screen   1*/
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
      */*2           Operator id on the screen; every change       2*/
      */*2           checked against the operator's KVOPRPRF       2*/
      */*2           profile (limit maintain right), refusals      2*/
      */*2           written to KVAUDITLOG                         2*/
      */*2----------------------------------------------------------2*/


      */*3----------------------------------------------------------3*/
      */*3 Special-conditions:                                      3*/
      */*3                                                          3*/
      */*3 Interactive maintenance of the KVLIMMST concentration    3*/
      */*3 limit master (KVLIMIT layout), one record per portfolio, 3*/
      */*3 checked nightly by KVLIMCHK against the KVPOSVAL         3*/
      */*3 valuation. Function A adds a new entry, U updates an     3*/
      */*3 existing one, D removes one, X exits.                    3*/
      */*3                                                          3*/
      */*3 Each limit is a percentage of the portfolio's market     3*/
      */*3 value and may not exceed 100; zero leaves that limit     3*/
      */*3 unchecked. The warning margin is in percentage points    3*/
      */*3 below the limit; zero takes the KVLIMCHK default.        3*/
      */*3                                                          3*/
      */*3 Every change needs the operator id on the screen and an  3*/
      */*3 active, unexpired KVOPRPRF profile holding the limit     3*/
      */*3 maintain right (KVOPRMM screen); a refused attempt is    3*/
      */*3 written to KVAUDITLOG and the entry is not touched.      3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVLIMMM.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select LIMIT-MASTER-FILE assign to "KVLIMMST"
               organization is indexed
               access mode is dynamic
               record key is LIM-Portfolio in LIMIT-MASTER-REC
               file status is WS-Limit-File-Status.
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

       fd LIMIT-MASTER-FILE.
       01 LIMIT-MASTER-REC.
        COPY KVLIMIT.

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

       01 WS-Limit-File-Status pic x(2).

       01 WS-Function pic x(1).
           88 FUNCTION-ADD value 'A' 'a'.
           88 FUNCTION-UPDATE value 'U' 'u'.
           88 FUNCTION-DELETE value 'D' 'd'.
           88 FUNCTION-EXIT value 'X' 'x'.

       01 WS-Message pic x(40).
       01 WS-Operator pic x(8).

       01 WS-Screen-Rec.
           05 LIM-Portfolio pic x(08).
           05 LIM-Max-Fokd-Pct pic 9(3)v9(2).
           05 LIM-Max-Exchange-Pct pic 9(3)v9(2).
           05 LIM-Max-Currency-Pct pic 9(3)v9(2).
           05 LIM-Warning-Margin pic 9(3)v9(2).

       screen section.
       01 Limit-Maintenance-Screen.
           05 blank screen.
           05 line 2 column 2
               value 'CONCENTRATION LIMIT MAINTENANCE'.
           05 line 4 column 2
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
               using LIM-Portfolio in WS-Screen-Rec.
           05 line 7 column 2
               value 'Max % in one ISIN . . . .:'.
           05 line 7 column 30 pic 9(3),9(2)
               using LIM-Max-Fokd-Pct in WS-Screen-Rec.
           05 line 8 column 2
               value 'Max % on one exchange . .:'.
           05 line 8 column 30 pic 9(3),9(2)
               using LIM-Max-Exchange-Pct in WS-Screen-Rec.
           05 line 9 column 2
               value 'Max % in one currency . .:'.
           05 line 9 column 30 pic 9(3),9(2)
               using LIM-Max-Currency-Pct in WS-Screen-Rec.
           05 line 10 column 2
               value 'Warning margin (points) .:'.
           05 line 10 column 30 pic 9(3),9(2)
               using LIM-Warning-Margin in WS-Screen-Rec.
           05 line 12 column 2
               value 'Status. . . . . . . . . .:'.
           05 line 12 column 30 pic x(40)
               from WS-Message.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           perform openLimitFile.
           perform openProfileFile.
           move 'KVLIMMM' to AUTH-Program.
           set AUTH-LIMIT-MASTER to true.

           move spaces to WS-Function.
           move spaces to WS-Operator.
           perform until FUNCTION-EXIT
              perform clearScreenFields
              perform getScreenInput
              evaluate true
                  when FUNCTION-ADD
                     perform addEntry
                  when FUNCTION-UPDATE
                     perform updateEntry
                  when FUNCTION-DELETE
                     perform deleteEntry
                  when FUNCTION-EXIT
                     continue
                  when other
                     move 'Invalid function - use A, U, D or X'
                        to WS-Message
              end-evaluate
           end-perform.

           perform closeLimitFile.
           stop run.

     ***************************************************************
       openLimitFile.
     ***************************************************************

           open i-o LIMIT-MASTER-FILE.
           if WS-Limit-File-Status = '35'
              open output LIMIT-MASTER-FILE
              close LIMIT-MASTER-FILE
              open i-o LIMIT-MASTER-FILE
           end-if.

     ***************************************************************
       clearScreenFields.
     ***************************************************************

           move spaces to LIM-Portfolio in WS-Screen-Rec.
           move zero to LIM-Max-Fokd-Pct in WS-Screen-Rec.
           move zero to LIM-Max-Exchange-Pct in WS-Screen-Rec.
           move zero to LIM-Max-Currency-Pct in WS-Screen-Rec.
           move zero to LIM-Warning-Margin in WS-Screen-Rec.
           move spaces to WS-Message.

     ***************************************************************
       getScreenInput.
     ***************************************************************

           display Limit-Maintenance-Screen.
           accept Limit-Maintenance-Screen.

     ***************************************************************
       validateEntry.
     ***************************************************************

           if LIM-Portfolio in WS-Screen-Rec = spaces
              move 'Portfolio code is required' to WS-Message
           end-if.
           if LIM-Max-Fokd-Pct in WS-Screen-Rec > 100
                 or LIM-Max-Exchange-Pct in WS-Screen-Rec > 100
                 or LIM-Max-Currency-Pct in WS-Screen-Rec > 100
              move 'A limit may not exceed 100 %' to WS-Message
           end-if.

     ***************************************************************
      * Every change needs the limit maintain right on the
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
           move LIM-Portfolio in WS-Screen-Rec to AUTH-Reference.
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

           perform validateEntry.
           if WS-Message not = spaces
              exit paragraph
           end-if.

           move WS-Screen-Rec to LIMIT-MASTER-REC.
           write LIMIT-MASTER-REC
              invalid key
                 move 'Limits already on file' to WS-Message
              not invalid key
                 move 'Entry added' to WS-Message
           end-write.

     ***************************************************************
       updateEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           perform validateEntry.
           if WS-Message not = spaces
              exit paragraph
           end-if.

           move LIM-Portfolio in WS-Screen-Rec
              to LIM-Portfolio in LIMIT-MASTER-REC.
           read LIMIT-MASTER-FILE
              invalid key
                 move 'Limits not on file' to WS-Message
           end-read.

           if WS-Limit-File-Status = '00'
              move WS-Screen-Rec to LIMIT-MASTER-REC
              rewrite LIMIT-MASTER-REC
                 invalid key
                    move 'Update failed' to WS-Message
                 not invalid key
                    move 'Entry updated' to WS-Message
              end-rewrite
           end-if.

     ***************************************************************
       deleteEntry.
     ***************************************************************

           perform checkMaintainAuthority.
           if not AUTH-GRANTED
              exit paragraph
           end-if.

           move LIM-Portfolio in WS-Screen-Rec
              to LIM-Portfolio in LIMIT-MASTER-REC.
           delete LIMIT-MASTER-FILE
              invalid key
                 move 'Limits not on file' to WS-Message
              not invalid key
                 move 'Entry deleted' to WS-Message
           end-delete.

     ***************************************************************
       closeLimitFile.
     ***************************************************************

           close LIMIT-MASTER-FILE.
           if AUTH-Profile-Open = 'Y'
              close OPERATOR-PROFILE-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.

        COPY KVOPRCP.
        COPY KVAUDITP.

       end program KVLIMMM.
