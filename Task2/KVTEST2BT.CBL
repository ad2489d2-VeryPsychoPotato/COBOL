      */*2 02092026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           functionCode 7 schedules written as one       2*/
      */*2           result record per period under the one        2*/
      */*2           Request-Id; checkpoint taken after the last   2*/
      */*2           period                                        2*/
      */*2----------------------------------------------------------2*/


      */*3----------------------------------------------------------3*/
      */*3 Special-conditions:                                      3*/
      */*3                                                          3*/
      */*3 Reads a sequential file of KVTEST2A-shaped request       3*/
      */*3 records and writes one USSTO1CZ/KVTEST1C/KVTEST2B-shaped 3*/
      */*3 result record per input, calling KVTEST2 for each one.   3*/
      */*3 The exception is a functionCode 7 payment schedule       3*/
      */*3 answered STD-OK: it is written as one result record per  3*/
      */*3 period, all under the request's Request-Id, with         3*/
      */*3 Output-Text reading SCHED nnn OF nnn so readers can tell 3*/
      */*3 the lines of one schedule apart from single answers.     3*/
      */*3 KVRECON counts each schedule once.                       3*/
      */*3                                                          3*/
      */*3 Checkpoint/restart: after every request this driver      3*/
      */*3 rewrites KV2CKPT with the count of input records         3*/
      */*3 completed so far - for a schedule, once its last period  3*/
      */*3 is written. On startup it reads KV2CKPT back and skips   3*/
      */*3 that many input records before resuming, so a job        3*/
      */*3 restarted after an abend does not reprocess records      3*/
      */*3 already completed in the prior run.                      3*/
      */*3                                                          3*/
      */*3 Rejects/resubmission: every request that comes back      3*/
      */*3 with STD-ERROR is also written to KV2BTREJ as the        3*/
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-WRITE-COUNT pic 9(7) value zero.
           05 WS-REJECT-COUNT pic 9(7) value zero.
           05 WS-SCHED-COUNT pic 9(7) value zero.

       01 WS-Checkpoint.
           05 WS-Ckpt-File-Status pic x(02).
        COPY KVTEST1C.
        COPY KVTEST2B.

       01 WS-Sched-Data.
        COPY KVTEST2S.
       01 WS-Sched-Index pic 9(3).

       01 WS-Rej-Data.
           02 WS-Rej-Request.
        COPY KVTEST2A.
           display 'KVTEST2BT READ  ' WS-READ-COUNT.
           display 'KVTEST2BT WRITE ' WS-WRITE-COUNT.
           display 'KVTEST2BT REJECT' WS-REJECT-COUNT.
           display 'KVTEST2BT SCHED ' WS-SCHED-COUNT.

           move 'KVTEST2BT' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.

           initialize WS-Out-Data.

           call "KVTEST2" using WS-In-Data WS-Out-Data WS-Sched-Data.

     ***************************************************************
       writeOutputRecord.
     ***************************************************************

           if functionCode in WS-In-Data = 7
                 and STD-OK in statusCode in WS-Out-Data
              perform writeScheduleLines
           else
              write KVTEST2BT-OUT-REC from WS-Out-Data
              add 1 to WS-WRITE-COUNT
           end-if.

           if STD-ERROR in statusCode in WS-Out-Data
              perform writeRejectRecord
           end-if.

     ***************************************************************
       writeScheduleLines.
     ***************************************************************

      *    One result record per schedule period, all under the
      *    request's Output-Request-Id: Output-Dates is the adjusted
      *    date, the unadjusted date and the period's day count sit
      *    in the redefined formatted-date/previous-year fields, and
      *    Output-Text reads SCHED nnn OF nnn.
           perform varying WS-Sched-Index from 1 by 1
              until WS-Sched-Index > Sched-Count in WS-Sched-Data
              move Sched-Adjusted-Date in WS-Sched-Data(WS-Sched-Index)
                 to Output-Dates in WS-Out-Data
              move spaces to Output-Schedule-Date in WS-Out-Data
              move Sched-Unadjusted-Date
                 in WS-Sched-Data(WS-Sched-Index)
                 to Output-Unadjusted-Date in WS-Out-Data
              move Sched-Period-Days in WS-Sched-Data(WS-Sched-Index)
                 to Output-Period-Days in WS-Out-Data
              move spaces to Output-Schedule-Text in WS-Out-Data
              move 'SCHED ' to Output-Sched-Tag in WS-Out-Data
              move WS-Sched-Index
                 to Output-Sched-Period in WS-Out-Data
              move ' OF ' to Output-Sched-Of in WS-Out-Data
              move Sched-Count in WS-Sched-Data
                 to Output-Sched-Periods in WS-Out-Data
              write KVTEST2BT-OUT-REC from WS-Out-Data
              add 1 to WS-WRITE-COUNT
              add 1 to WS-SCHED-COUNT
           end-perform.

     ***************************************************************
       writeRejectRecord.
     ***************************************************************
