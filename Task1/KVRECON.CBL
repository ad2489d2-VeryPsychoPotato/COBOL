      */*2 02092026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           KVTEST2 payment schedule counted once per     2*/
      */*2           request in the KV2BTOUT balance; period       2*/
      */*2           records listed on their own line              2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Each count or audit mismatch raised on the    2*/
      */*2           KVEXCPT exceptions file under the business    2*/
      */*2           date for the morning checkout                 2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           KVTEST2 audit tally expected to include one   2*/
      */*2           day count entry per KVTEST1 accrued interest  2*/
      */*2           call, shown on its own line                   2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000005  2*/
      */*2           Audit tally table raised to 30 program ids;   2*/
      */*2           an id beyond that is reported and ends the    2*/
      */*2           run RC=8                                      2*/
      */*2----------------------------------------------------------2*/


      */*3 Final step of the KVNIGHT chain: proves the night        3*/
      */*3 balanced. Counts KV1BTIN against KV1BTOUT and KV2BTIN    3*/
      */*3 against KV2BTOUT, tallies tonight's KVAUDITLOG entries   3*/
      */*3 (AUDIT-DATE = run date) per AUDIT-PROGRAM-ID, checks the 3*/
      */*3 KVTEST1/KVTEST2 audit tallies against the result counts, 3*/
      */*3 and prints the balancing report on KVRECRPT. A KVTEST2   3*/
      */*3 payment schedule (one KV2BTOUT record per period) counts 3*/
      */*3 once, on its first period; the period records are shown  3*/
      */*3 on a line of their own. A KVTEST1 accrued interest call  3*/
      */*3 has KVTEST2 count its days, so the KVTEST2 tally is      3*/
      */*3 expected to carry one extra entry per KVTEST1            3*/
      */*3 functionCode 7 entry. Any mismatch ends the run with     3*/
      */*3 RETURN-CODE 8 so the scheduler raises it the same night  3*/
      */*3 instead of the discrepancy surfacing days later. Each    3*/
      */*3 mismatch is also raised on the KVEXCPT exceptions file   3*/
      */*3 under the business date (KVBUSDATE card, machine date    3*/
      */*3 without one) for the morning checkout to acknowledge.    3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.
           select EXCEPTION-FILE assign to "KVEXCPT"
               organization is indexed
               access mode is dynamic
               record key is EX-Key in EXCEPTION-REC
               file status is WS-Exception-File-Status.
           select KVRECON-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.

       data division.
       file section.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd KVRECON-BDT-FILE.
       01 KVRECON-BDT-REC pic x(8).

       working-storage section.

       01 WS-Switches.
             88 WS-EOF value 'Y'.
           05 WS-MISMATCH-SWITCH pic x(01) value 'N'.
             88 WS-MISMATCH value 'Y'.
           05 WS-AUD-FULL-SWITCH pic x(01) value 'N'.
             88 WS-AUD-TABLE-FULL value 'Y'.

       01 WS-Count-File-Status pic x(2).
       01 WS-File-Count pic 9(7).
           05 WS-KV1-OUT-COUNT pic 9(7) value zero.
           05 WS-KV2-IN-COUNT pic 9(7) value zero.
           05 WS-KV2-OUT-COUNT pic 9(7) value zero.
           05 WS-KV2-SCHED-COUNT pic 9(7) value zero.
           05 WS-KV1-ACCRUAL-COUNT pic 9(7) value zero.
           05 WS-KV2-EXPECTED pic 9(7) value zero.

       01 WS-Run-Date pic 9(8).

       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Exception-Record.
        COPY KVEXCP.
       01 WS-Exception-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Exc-In-Count pic 9(7).
       01 WS-Exc-Out-Count pic 9(7).

       01 WS-Audit-Record.
        COPY KVAUDIT.

       01 WS-Audit-Table.
           05 WS-Aud-Used pic 9(2) value zero.
           05 WS-Aud-Entry occurs 30 times.
             10 WS-Aud-Program pic x(8).
             10 WS-Aud-Count pic 9(7).
       01 WS-Aud-Index pic 9(2).
           05 filler pic x(04) value spaces.
           05 D-Pair-Verdict pic x(10).

       01 WS-Sched-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(20) value '  SCHEDULE PERIODS'.
           05 filler pic x(11) value spaces.
           05 D-Sched-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 filler pic x(30) value
              '(KV2BTOUT, ONE PER SCHEDULE)'.

       01 WS-Accrual-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(20) value '  KVTEST1 ACCRUALS'.
           05 filler pic x(11) value spaces.
           05 D-Accrual-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 filler pic x(36) value
              '(KVTEST2 DAY COUNTS, IN ITS TALLY)'.

       01 WS-Audit-Heading pic x(132) value
          '   TONIGHT''S AUDIT LOG ENTRIES PER PROGRAM'.

           05 filler pic x(04) value spaces.
           05 D-Aud-Verdict pic x(10).

       01 WS-Aud-Full-Line pic x(132) value
          '   AUDIT TABLE FULL - PROGRAM IDS NOT TALLIED, SEE SYSOUT'.

       01 WS-Result-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(07) value 'RESULT'.

           move function current-date(9:6) to WS-RunHist-Start-Time.
           move function current-date(1:8) to WS-Run-Date.
           perform readBusinessDate.

           open output KVRECON-PRT-FILE.


           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Mismatches are raised on KVEXCPT under the night's
      *    business date from the run-control card, machine date
      *    without one.
           move WS-Run-Date to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVRECON-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVRECON-BDT-FILE
                 at end continue
                 not at end
                    move KVRECON-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVRECON-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       countRequestFile1.
     ***************************************************************
              perform until WS-EOF
                 read KVRECON-O2-FILE
                    at end set WS-EOF to true
                    not at end perform countOneResult2
                 end-read
              end-perform
              close KVRECON-O2-FILE
           end-if.
           move WS-File-Count to WS-KV2-OUT-COUNT.

     ***************************************************************
       countOneResult2.
     ***************************************************************

      *    A payment schedule answers one request with one record per
      *    period; only its first period counts against KV2BTIN and
      *    the KVTEST2 audit tally, the rest are listed separately.
           if OUTPUT-SCHEDULE-LINE in KVRECON-O2-REC
              add 1 to WS-KV2-SCHED-COUNT
              if Output-Sched-Period in KVRECON-O2-REC = 1
                 add 1 to WS-File-Count
              end-if
           else
              add 1 to WS-File-Count
           end-if.

     ***************************************************************
       tallyAuditLog.
     ***************************************************************
                 end-if
              end-perform
              if not WS-AUD-FOUND-OK
                 if WS-Aud-Used < 30
                    add 1 to WS-Aud-Used
                    move WS-Aud-Used to WS-Aud-Hit
                    move AUDIT-PROGRAM-ID in WS-Audit-Record
                       to WS-Aud-Program(WS-Aud-Hit)
                    move zero to WS-Aud-Count(WS-Aud-Hit)
                 else
                    display 'KVRECON AUDIT TABLE FULL - NOT TALLIED '
                       AUDIT-PROGRAM-ID in WS-Audit-Record
                    set WS-AUD-TABLE-FULL to true
                    set WS-MISMATCH to true
                 end-if
              end-if
              if WS-Aud-Hit > zero
                 add 1 to WS-Aud-Count(WS-Aud-Hit)
              end-if
      *       Every KVTEST1 accrued interest call makes one KVTEST2
      *       day count call of its own, logged under KVTEST2.
              if AUDIT-PROGRAM-ID in WS-Audit-Record = 'KVTEST1 '
                    and AUDIT-FUNCTION-CODE in WS-Audit-Record = 7
                 add 1 to WS-KV1-ACCRUAL-COUNT
              end-if
           end-if.

     ***************************************************************
           move WS-KV2-OUT-COUNT to WS-Pair-Out.
           perform judgePair.
           write KVRECON-PRT-LINE from WS-Pair-Line.
           if WS-KV2-SCHED-COUNT > zero
              move WS-KV2-SCHED-COUNT to D-Sched-Count
              write KVRECON-PRT-LINE from WS-Sched-Line
           end-if.

           write KVRECON-PRT-LINE from WS-Blank-Line.
           write KVRECON-PRT-LINE from WS-Audit-Heading.
           compute WS-KV2-EXPECTED =
              WS-KV2-OUT-COUNT + WS-KV1-ACCRUAL-COUNT.

           perform varying WS-Aud-Index from 1 by 1
              until WS-Aud-Index > WS-Aud-Used
              perform printAuditLine
           end-perform.
           if WS-AUD-TABLE-FULL
              write KVRECON-PRT-LINE from WS-Aud-Full-Line
           end-if.

           write KVRECON-PRT-LINE from WS-Blank-Line.
           if WS-MISMATCH
           else
              move 'MISMATCH' to D-Pair-Verdict
              set WS-MISMATCH to true
              move D-Pair-Name to EX-Reference in WS-Exception-Record
              move WS-Pair-In to WS-Exc-In-Count
              move WS-Pair-Out to WS-Exc-Out-Count
              move spaces to EX-Description in WS-Exception-Record
              string 'COUNT MISMATCH IN ' delimited by size
                     WS-Exc-In-Count delimited by size
                     ' OUT ' delimited by size
                     WS-Exc-Out-Count delimited by size
                 into EX-Description in WS-Exception-Record
              perform raiseReconException
           end-if.

     ***************************************************************
                  else
                     move 'MISMATCH' to D-Aud-Verdict
                     set WS-MISMATCH to true
                     move WS-KV1-OUT-COUNT to WS-Exc-Out-Count
                     perform raiseAuditException
                  end-if
               when 'KVTEST2 '
                  move 'EXPECTED' to D-Aud-Expected
                  move WS-KV2-EXPECTED to WS-Edit-Count
                  move WS-Edit-Count to D-Aud-Exp-Count
                  if WS-Aud-Count(WS-Aud-Index) = WS-KV2-EXPECTED
                     move 'BALANCED' to D-Aud-Verdict
                  else
                     move 'MISMATCH' to D-Aud-Verdict
                     set WS-MISMATCH to true
                     move WS-KV2-EXPECTED to WS-Exc-Out-Count
                     perform raiseAuditException
                  end-if
               when other
                  continue

           write KVRECON-PRT-LINE from WS-Audit-Line.

           if WS-Aud-Program(WS-Aud-Index) = 'KVTEST2 '
                 and WS-KV1-ACCRUAL-COUNT > zero
              move WS-KV1-ACCRUAL-COUNT to D-Accrual-Count
              write KVRECON-PRT-LINE from WS-Accrual-Line
           end-if.

     ***************************************************************
       raiseAuditException.
     ***************************************************************

           move spaces to EX-Reference in WS-Exception-Record.
           string 'AUDIT ' delimited by size
                  WS-Aud-Program(WS-Aud-Index) delimited by size
              into EX-Reference in WS-Exception-Record.
           move WS-Aud-Count(WS-Aud-Index) to WS-Exc-In-Count.
           move spaces to EX-Description in WS-Exception-Record.
           string 'AUDIT ENTRIES ' delimited by size
                  WS-Exc-In-Count delimited by size
                  ' EXPECTED ' delimited by size
                  WS-Exc-Out-Count delimited by size
              into EX-Description in WS-Exception-Record.
           perform raiseReconException.

     ***************************************************************
       raiseReconException.
     ***************************************************************

           move WS-Business-Date
              to EX-Business-Date in WS-Exception-Record.
           move 'KVRECON' to EX-Source in WS-Exception-Record.
           perform raiseException.

        COPY KVRUNHP.
        COPY KVEXCPP.

       end program KVRECON.
