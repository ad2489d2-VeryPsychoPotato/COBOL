      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVOPRRP                                  1*/
      */*1 Program-title : Operator access review report            1*/
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
      */*3 Periodic access review of the KVOPRPRF operator profiles 3*/
      */*3 kept on KVOPRMM. One line per operator in operator id    3*/
      */*3 order: name, status, expiry date, the rights held per    3*/
      */*3 master (M maintain, A approve, - not held; for EXC, the  3*/
      */*3 checkout exceptions of KVEXCMM, M is the acknowledge     3*/
      */*3 right) and who last changed the profile when. Revoked    3*/
      */*3 profiles, profiles past their expiry, profiles expiring  3*/
      */*3 within 30 days of the review date and active profiles    3*/
      */*3 holding no right at all are noted on the line. Totals    3*/
      */*3 and the number of usable profiles holding each right     3*/
      */*3 close the report.                                        3*/
      */*3                                                          3*/
      */*3 The review date (YYYYMMDD) comes from KVARPARM; without  3*/
      */*3 a card the run date is used.                             3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVOPRRP.
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
           select KVOPRRP-PRM-FILE assign to "KVARPARM"
               organization is sequential
               file status is WS-Parm-File-Status.
           select KVOPRRP-PRT-FILE assign to "KVARRPT"
               organization is sequential.

       data division.
       file section.

       fd OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-REC.
        COPY KVOPRPF.

       fd KVOPRRP-PRM-FILE.
       01 KVOPRRP-PRM-REC pic x(8).

       fd KVOPRRP-PRT-FILE.
       01 KVOPRRP-PRT-LINE pic x(132).

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(5) value zero.
           05 WS-ACTIVE-COUNT pic 9(5) value zero.
           05 WS-REVOKED-COUNT pic 9(5) value zero.
           05 WS-EXPIRED-COUNT pic 9(5) value zero.
           05 WS-EXPIRING-COUNT pic 9(5) value zero.
           05 WS-NORIGHTS-COUNT pic 9(5) value zero.

       01 WS-Right-Counters.
           05 WS-ISIN-M-COUNT pic 9(5) value zero.
           05 WS-ISIN-A-COUNT pic 9(5) value zero.
           05 WS-RATE-M-COUNT pic 9(5) value zero.
           05 WS-RATE-A-COUNT pic 9(5) value zero.
           05 WS-HOL-M-COUNT pic 9(5) value zero.
           05 WS-HOL-A-COUNT pic 9(5) value zero.
           05 WS-POS-M-COUNT pic 9(5) value zero.
           05 WS-LIM-M-COUNT pic 9(5) value zero.
           05 WS-PRF-M-COUNT pic 9(5) value zero.
           05 WS-EXC-M-COUNT pic 9(5) value zero.

       01 WS-Profile-File-Status pic x(2).
       01 WS-Parm-File-Status pic x(2).
       01 WS-Parm-Card pic x(8).
       01 WS-Parm-Date redefines WS-Parm-Card pic 9(8).
       01 WS-Review-Date pic 9(8) value zero.
       01 WS-Review-Integer pic s9(9).
       01 WS-Expiry-Integer pic s9(9).
       01 WS-Days-Left pic s9(9).

       01 WS-Profile-Record.
        COPY KVOPRPF.

       01 WS-Heading-1.
           05 filler pic x(42) value
              'OPERATOR ACCESS REVIEW REPORT  REVIEW DATE'.
           05 filler pic x(01) value spaces.
           05 H-Review-Date pic 9(8).

       01 WS-Heading-2.
           05 filler pic x(55) value spaces.
           05 filler pic x(35) value
              'ISIN RATE HOL  POS  LIM  PRF  EXC'.

       01 WS-Heading-3.
           05 filler pic x(03) value spaces.
           05 filler pic x(10) value 'OPERATOR'.
           05 filler pic x(23) value 'NAME'.
           05 filler pic x(09) value 'STATUS'.
           05 filler pic x(10) value 'EXPIRY'.
           05 filler pic x(35) value 'RIGHTS'.
           05 filler pic x(20) value 'LAST CHANGED'.
           05 filler pic x(22) value 'NOTE'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Operator pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Name pic x(21).
           05 filler pic x(02) value spaces.
           05 D-Status pic x(07).
           05 filler pic x(02) value spaces.
           05 D-Expiry pic 9(08).
           05 filler pic x(02) value spaces.
           05 D-Isin pic x(02).
           05 filler pic x(03) value spaces.
           05 D-Rate pic x(02).
           05 filler pic x(03) value spaces.
           05 D-Holiday pic x(02).
           05 filler pic x(03) value spaces.
           05 D-Position pic x(02).
           05 filler pic x(03) value spaces.
           05 D-Limit pic x(02).
           05 filler pic x(03) value spaces.
           05 D-Profile pic x(02).
           05 filler pic x(03) value spaces.
           05 D-Exception pic x(02).
           05 filler pic x(03) value spaces.
           05 D-Updated-By pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Updated-Date pic 9(08).
           05 filler pic x(02) value spaces.
           05 D-Note pic x(22).

       01 WS-Total-Line-1.
           05 filler pic x(03) value spaces.
           05 filler pic x(10) value 'OPERATORS'.
           05 T-Read pic zzzz9.
           05 filler pic x(10) value '   ACTIVE'.
           05 T-Active pic zzzz9.
           05 filler pic x(11) value '   REVOKED'.
           05 T-Revoked pic zzzz9.
           05 filler pic x(11) value '   EXPIRED'.
           05 T-Expired pic zzzz9.
           05 filler pic x(12) value '   EXPIRING'.
           05 T-Expiring pic zzzz9.
           05 filler pic x(13) value '   NO RIGHTS'.
           05 T-No-Rights pic zzzz9.

       01 WS-Total-Line-2.
           05 filler pic x(03) value spaces.
           05 filler pic x(28) value
              'USABLE PROFILES HOLDING:'.
           05 filler pic x(08) value 'ISIN M'.
           05 T-Isin-M pic zzzz9.
           05 filler pic x(03) value ' A'.
           05 T-Isin-A pic zzzz9.
           05 filler pic x(09) value '  RATE M'.
           05 T-Rate-M pic zzzz9.
           05 filler pic x(03) value ' A'.
           05 T-Rate-A pic zzzz9.
           05 filler pic x(08) value '  HOL M'.
           05 T-Hol-M pic zzzz9.
           05 filler pic x(03) value ' A'.
           05 T-Hol-A pic zzzz9.

       01 WS-Total-Line-3.
           05 filler pic x(31) value spaces.
           05 filler pic x(08) value 'POS  M'.
           05 T-Pos-M pic zzzz9.
           05 filler pic x(08) value spaces.
           05 filler pic x(09) value '   LIM M'.
           05 T-Lim-M pic zzzz9.
           05 filler pic x(08) value spaces.
           05 filler pic x(08) value '  PRF M'.
           05 T-Prf-M pic zzzz9.
           05 filler pic x(08) value spaces.
           05 filler pic x(08) value '  EXC M'.
           05 T-Exc-M pic zzzz9.

       01 WS-No-Data-Line pic x(132) value
          '   NO OPERATOR PROFILES ON FILE'.

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           perform readReviewDate.
           compute WS-Review-Integer =
              function integer-of-date(WS-Review-Date).

           open output KVOPRRP-PRT-FILE.
           move WS-Review-Date to H-Review-Date.
           write KVOPRRP-PRT-LINE from WS-Heading-1.
           write KVOPRRP-PRT-LINE from WS-Blank-Line.
           write KVOPRRP-PRT-LINE from WS-Heading-2.
           write KVOPRRP-PRT-LINE from WS-Heading-3.

           open input OPERATOR-PROFILE-FILE.
           if WS-Profile-File-Status = '00'
              perform reportProfiles
              close OPERATOR-PROFILE-FILE
           else
              display 'KVOPRRP KVOPRPRF NOT AVAILABLE '
                 WS-Profile-File-Status
           end-if.

           if WS-READ-COUNT = zero
              write KVOPRRP-PRT-LINE from WS-No-Data-Line
           end-if.

           perform printTotals.
           close KVOPRRP-PRT-FILE.

           display 'KVOPRRP RDATE   ' WS-Review-Date.
           display 'KVOPRRP READ    ' WS-READ-COUNT.
           display 'KVOPRRP ACTIVE  ' WS-ACTIVE-COUNT.
           display 'KVOPRRP REVOKED ' WS-REVOKED-COUNT.
           display 'KVOPRRP EXPIRED ' WS-EXPIRED-COUNT.
           display 'KVOPRRP EXPIRES ' WS-EXPIRING-COUNT.

           stop run.

     ***************************************************************
       readReviewDate.
     ***************************************************************

           move function current-date(1:8) to WS-Review-Date.
           move spaces to WS-Parm-Card.

           open input KVOPRRP-PRM-FILE.
           if WS-Parm-File-Status = '00'
              read KVOPRRP-PRM-FILE
                 at end continue
                 not at end move KVOPRRP-PRM-REC to WS-Parm-Card
              end-read
           end-if.
           close KVOPRRP-PRM-FILE.

           if WS-Parm-Card is numeric
              if function test-date-yyyymmdd(WS-Parm-Date) = zero
                 move WS-Parm-Date to WS-Review-Date
              else
                 display 'KVOPRRP INVALID KVARPARM DATE ' WS-Parm-Card
              end-if
           end-if.

     ***************************************************************
       reportProfiles.
     ***************************************************************

           move low-values to OPR-Operator in OPERATOR-PROFILE-REC.
           start OPERATOR-PROFILE-FILE
              key is not less than OPR-Operator in OPERATOR-PROFILE-REC
              invalid key set WS-EOF to true
           end-start.

           perform until WS-EOF
              read OPERATOR-PROFILE-FILE next into WS-Profile-Record
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Profile-File-Status not = '00'
                    set WS-EOF to true
                 else
                    perform reportOneProfile
                 end-if
              end-if
           end-perform.

     ***************************************************************
      * Only one note fits the line; revoked outranks expired, which
      * outranks expiring, which outranks holding no rights.
     ***************************************************************
       reportOneProfile.
     ***************************************************************

           add 1 to WS-READ-COUNT.
           move spaces to D-Note.

           move OPR-Operator in WS-Profile-Record to D-Operator.
           move OPR-Name in WS-Profile-Record to D-Name.
           move OPR-Expiry-Date in WS-Profile-Record to D-Expiry.
           move OPR-Updated-By in WS-Profile-Record to D-Updated-By.
           move OPR-Updated-Date in WS-Profile-Record
              to D-Updated-Date.
           perform formatRights.

           move 9999 to WS-Days-Left.
           if OPR-Expiry-Date in WS-Profile-Record is numeric
              if function test-date-yyyymmdd(
                    OPR-Expiry-Date in WS-Profile-Record) = zero
                 compute WS-Expiry-Integer = function integer-of-date(
                    OPR-Expiry-Date in WS-Profile-Record)
                 compute WS-Days-Left =
                    WS-Expiry-Integer - WS-Review-Integer
              else
                 move -1 to WS-Days-Left
              end-if
           else
              move -1 to WS-Days-Left
           end-if.

           evaluate true
               when not OPR-ACTIVE in WS-Profile-Record
                  move 'REVOKED' to D-Status
                  move 'REVOKED' to D-Note
                  add 1 to WS-REVOKED-COUNT
               when WS-Days-Left < zero
                  move 'ACTIVE' to D-Status
                  move 'EXPIRED' to D-Note
                  add 1 to WS-ACTIVE-COUNT
                  add 1 to WS-EXPIRED-COUNT
               when WS-Days-Left not > 30
                  move 'ACTIVE' to D-Status
                  move 'EXPIRES WITHIN 30 DAYS' to D-Note
                  add 1 to WS-ACTIVE-COUNT
                  add 1 to WS-EXPIRING-COUNT
                  perform countUsableRights
               when other
                  move 'ACTIVE' to D-Status
                  add 1 to WS-ACTIVE-COUNT
                  perform countUsableRights
           end-evaluate.

           if D-Note = spaces
              if OPR-Rights in WS-Profile-Record(1:10) = 'NNNNNNNNNN'
                    or OPR-Rights in WS-Profile-Record(1:10) = spaces
                 move 'NO RIGHTS' to D-Note
                 add 1 to WS-NORIGHTS-COUNT
              end-if
           end-if.

           write KVOPRRP-PRT-LINE from WS-Detail-Line.

     ***************************************************************
       formatRights.
     ***************************************************************

           move '--' to D-Isin.
           if OPR-Isin-Maintain in WS-Profile-Record = 'Y'
              move 'M' to D-Isin(1:1)
           end-if.
           if OPR-Isin-Approve in WS-Profile-Record = 'Y'
              move 'A' to D-Isin(2:1)
           end-if.

           move '--' to D-Rate.
           if OPR-Rate-Maintain in WS-Profile-Record = 'Y'
              move 'M' to D-Rate(1:1)
           end-if.
           if OPR-Rate-Approve in WS-Profile-Record = 'Y'
              move 'A' to D-Rate(2:1)
           end-if.

           move '--' to D-Holiday.
           if OPR-Holiday-Maintain in WS-Profile-Record = 'Y'
              move 'M' to D-Holiday(1:1)
           end-if.
           if OPR-Holiday-Approve in WS-Profile-Record = 'Y'
              move 'A' to D-Holiday(2:1)
           end-if.

           move '- ' to D-Position.
           if OPR-Position-Maintain in WS-Profile-Record = 'Y'
              move 'M' to D-Position(1:1)
           end-if.

           move '- ' to D-Limit.
           if OPR-Limit-Maintain in WS-Profile-Record = 'Y'
              move 'M' to D-Limit(1:1)
           end-if.

           move '- ' to D-Profile.
           if OPR-Profile-Maintain in WS-Profile-Record = 'Y'
              move 'M' to D-Profile(1:1)
           end-if.

           move '- ' to D-Exception.
           if OPR-Exception-Ack in WS-Profile-Record = 'Y'
              move 'M' to D-Exception(1:1)
           end-if.

     ***************************************************************
      * Rights on a revoked or expired profile cannot be used, so
      * only active, unexpired profiles count towards the holders.
     ***************************************************************
       countUsableRights.
     ***************************************************************

           if OPR-Isin-Maintain in WS-Profile-Record = 'Y'
              add 1 to WS-ISIN-M-COUNT
           end-if.
           if OPR-Isin-Approve in WS-Profile-Record = 'Y'
              add 1 to WS-ISIN-A-COUNT
           end-if.
           if OPR-Rate-Maintain in WS-Profile-Record = 'Y'
              add 1 to WS-RATE-M-COUNT
           end-if.
           if OPR-Rate-Approve in WS-Profile-Record = 'Y'
              add 1 to WS-RATE-A-COUNT
           end-if.
           if OPR-Holiday-Maintain in WS-Profile-Record = 'Y'
              add 1 to WS-HOL-M-COUNT
           end-if.
           if OPR-Holiday-Approve in WS-Profile-Record = 'Y'
              add 1 to WS-HOL-A-COUNT
           end-if.
           if OPR-Position-Maintain in WS-Profile-Record = 'Y'
              add 1 to WS-POS-M-COUNT
           end-if.
           if OPR-Limit-Maintain in WS-Profile-Record = 'Y'
              add 1 to WS-LIM-M-COUNT
           end-if.
           if OPR-Profile-Maintain in WS-Profile-Record = 'Y'
              add 1 to WS-PRF-M-COUNT
           end-if.
           if OPR-Exception-Ack in WS-Profile-Record = 'Y'
              add 1 to WS-EXC-M-COUNT
           end-if.

     ***************************************************************
       printTotals.
     ***************************************************************

           write KVOPRRP-PRT-LINE from WS-Blank-Line.
           move WS-READ-COUNT to T-Read.
           move WS-ACTIVE-COUNT to T-Active.
           move WS-REVOKED-COUNT to T-Revoked.
           move WS-EXPIRED-COUNT to T-Expired.
           move WS-EXPIRING-COUNT to T-Expiring.
           move WS-NORIGHTS-COUNT to T-No-Rights.
           write KVOPRRP-PRT-LINE from WS-Total-Line-1.

           write KVOPRRP-PRT-LINE from WS-Blank-Line.
           move WS-ISIN-M-COUNT to T-Isin-M.
           move WS-ISIN-A-COUNT to T-Isin-A.
           move WS-RATE-M-COUNT to T-Rate-M.
           move WS-RATE-A-COUNT to T-Rate-A.
           move WS-HOL-M-COUNT to T-Hol-M.
           move WS-HOL-A-COUNT to T-Hol-A.
           write KVOPRRP-PRT-LINE from WS-Total-Line-2.
           move WS-POS-M-COUNT to T-Pos-M.
           move WS-LIM-M-COUNT to T-Lim-M.
           move WS-PRF-M-COUNT to T-Prf-M.
           move WS-EXC-M-COUNT to T-Exc-M.
           write KVOPRRP-PRT-LINE from WS-Total-Line-3.

       end program KVOPRRP.
