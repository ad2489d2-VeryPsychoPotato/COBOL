      */*2 02092026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Payment schedule period records after the     2*/
      */*2           first passed over so requests and results     2*/
      */*2           stay paired                                   2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           HOLIDAY lines raised on the KVEXCPT           2*/
      */*2           exceptions file under the business date for   2*/
      */*2           the morning checkout                          2*/
      */*2----------------------------------------------------------2*/


      */*3 Builds the settlements desk diary from the KVTEST2       3*/
      */*3 night: reads the KV2BTIN request file and the KV2BTOUT   3*/
      */*3 result file as the matched pair KVTEST2BT writes (same   3*/
      */*3 relative record number, except that a payment schedule's 3*/
      */*3 period records after the first are passed over), keeps   3*/
      */*3 the functionCode-6 settlement answers that completed     3*/
      */*3 clean, groups them on the computed Output-Dates value    3*/
      */*3 date, and prints a diary page per value date on KV2DIARY 3*/
      */*3 - Request-Id, start date, business days and              3*/
      */*3 Settle-Exchange per line, with a count per date.         3*/
      */*3                                                          3*/
      */*3 Each line's value date is looked up on KVHOLCAL for its  3*/
      */*3 exchange: a hit is flagged HOLIDAY, because it means the 3*/
      */*3 calendar changed after the calculation ran and the       3*/
      */*3 answer needs recomputing before anything is delivered.   3*/
      */*3 Every HOLIDAY line is also raised on the KVEXCPT         3*/
      */*3 exceptions file under the business date (KVBUSDATE card, 3*/
      */*3 machine date without one) for the morning checkout to    3*/
      */*3 acknowledge.                                             3*/
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
           select KVTEST2DR-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.

       data division.
       file section.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd KVTEST2DR-BDT-FILE.
       01 KVTEST2DR-BDT-REC pic x(8).

       working-storage section.

       01 WS-Switches.
           05 WS-DATE-LINES pic 9(4) value zero.
           05 WS-FLAG-COUNT pic 9(4) value zero.

       01 WS-Sched-Remaining pic 9(3).

       01 WS-Holiday-File-Status pic x(2).
       01 WS-Holiday-Available pic x(1) value 'N'.

       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Exception-Record.
        COPY KVEXCP.
       01 WS-Exception-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.

       01 WS-Req-Data.
        COPY KVTEST2A.

       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.
           perform readBusinessDate.

           perform openFiles.
           write KVTEST2DR-PRT-LINE from WS-Heading-1.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Same run-control card KVTEST2BT reads; a HOLIDAY line is
      *    raised on KVEXCPT under that business date.
           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVTEST2DR-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVTEST2DR-BDT-FILE
                 at end continue
                 not at end
                    move KVTEST2DR-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVTEST2DR-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       openFiles.
     ***************************************************************
           end-if.

           if not WS-EOF
              perform skipScheduleLines
              add 1 to WS-READ-COUNT
           end-if.

     ***************************************************************
       skipScheduleLines.
     ***************************************************************

      *    A payment schedule answers its request with one result
      *    record per period: the request pairs with the first one
      *    and the other periods are passed over.
           if OUTPUT-SCHEDULE-LINE in WS-Res-Data
              move Output-Sched-Periods in WS-Res-Data
                 to WS-Sched-Remaining
              subtract 1 from WS-Sched-Remaining
              perform until WS-Sched-Remaining = zero
                 read KVTEST2DR-RES-FILE
                    at end move zero to WS-Sched-Remaining
                    not at end subtract 1 from WS-Sched-Remaining
                 end-read
              end-perform
           end-if.

     ***************************************************************
       keepSettlement.
     ***************************************************************
              if WS-Holiday-File-Status = '00'
                 move 'HOLIDAY' to WS-Holiday-Flag
                 add 1 to WS-FLAG-COUNT
                 perform raiseHolidayException
              end-if
           end-if.

     ***************************************************************
       raiseHolidayException.
     ***************************************************************

           move WS-Business-Date
              to EX-Business-Date in WS-Exception-Record.
           move 'KVTEST2DR' to EX-Source in WS-Exception-Record.
           move WS-DE-Request-Id(WS-Diary-Index)
              to EX-Reference in WS-Exception-Record.
           move spaces to EX-Description in WS-Exception-Record.
           string 'VALUE DATE ' delimited by size
                  WS-DE-Value-Date(WS-Diary-Index) delimited by size
                  ' IS A HOLIDAY ON ' delimited by size
                  WS-DE-Exchange(WS-Diary-Index) delimited by size
                  ' - RECOMPUTE' delimited by size
              into EX-Description in WS-Exception-Record.
           perform raiseException.

     ***************************************************************
       closeFiles.
     ***************************************************************
           end-if.

        COPY KVRUNHP.
        COPY KVEXCPP.

       end program KVTEST2DR.
