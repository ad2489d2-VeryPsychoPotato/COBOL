      */*2           given, so a rerun reproduces the night it     2*/
      */*2           belongs to; the machine clock is only the     2*/
      */*2           fallback                                      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000005  2*/
      */*2           Audit log FD and chain state held external;   2*/
      */*2           records carry sequence number and chained     2*/
      */*2           check value                                   2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000006  2*/
      */*2           functionCode 7 payment schedule: M/Q/S/A      2*/
      */*2           periods from start to end date,               2*/
      */*2           modified-following roll on the                2*/
      */*2           Settle-Exchange calendar, returned in         2*/
      */*2           KVTEST2S                                      2*/
      */*2----------------------------------------------------------2*/


      */*3 Special-conditions:                                      3*/
      */*3 ------------------                                       3*/
      */*3                                                          3*/
      */*3 functionCode 7 returns a payment schedule in the third   3*/
      */*3 parameter (KVTEST2S): Sched-Start-Date to Sched-End-Date 3*/
      */*3 (YYYYMMDD) at Sched-Frequency M/Q/S/A, one period every  3*/
      */*3 1/3/6/12 months counted from the start date. A start on  3*/
      */*3 the 29th-31st falls on the month end in shorter months.  3*/
      */*3 A last period that overruns the end date is cut to it.   3*/
      */*3 Each date is rolled modified-following to a business day 3*/
      */*3 on the Settle-Exchange calendar (weekends and KVHOLCAL), 3*/
      */*3 and carries the days since the previous period's         3*/
      */*3 adjusted date. Callers of functions 1-6 may leave the    3*/
      */*3 third parameter out; it is only touched for function 7.  3*/
      */*3----------------------------------------------------------3*/

       id division.
       data division.
       file section.

       fd AUDIT-LOG-FILE is external.
       01 AUDIT-LOG-REC.
        COPY KVAUDIT.


       working-storage section.

       01 WS-Audit-File-Status pic x(2) is external.
       01 WS-Audit-Opened pic x(1) value 'N'.
       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain is external.
        COPY KVAUDCH.

       01  Call-Variable.
           05 DATE-CHECK               pic  x(08) value 'USDDC04 '.

       01 WS-Settle-Days-Ceiling pic 9(4) value 260.

       01 WS-Schedule-Work.
           05 WS-Sched-Step pic 9(2).
           05 WS-Sched-K pic 9(3).
           05 WS-Sched-Months pic 9(6).
           05 WS-Sched-Last pic x(1).
           05 WS-Sched-Prev-Integer pic s9(9).
           05 WS-Sched-Unadj-Integer pic s9(9).
           05 WS-Sched-Max-Periods pic 9(3) value 360.

       01 WS-Sched-Start-Parts.
           05 WS-SS-Year pic 9(4).
           05 WS-SS-Month pic 9(2).
           05 WS-SS-Day pic 9(2).
       01 WS-SS-Date redefines WS-Sched-Start-Parts pic 9(8).

       01 WS-Sched-Date-Parts.
           05 WS-SD-Year pic 9(4).
           05 WS-SD-Month pic 9(2).
           05 WS-SD-Day pic 9(2).
       01 WS-SD-Date redefines WS-Sched-Date-Parts pic 9(8).

       01 WS-Sched-Roll-Parts.
           05 WS-SR-Year pic 9(4).
           05 WS-SR-Month pic 9(2).
           05 WS-SR-Day pic 9(2).
       01 WS-SR-Date redefines WS-Sched-Roll-Parts pic 9(8).

       COPY USDDC04Z.
      *----------------------------------------------------------*
       linkage section.
           02 mo.
        COPY KVTEST2B.

       01 Sched-Data.
           02 ms.
        COPY KVTEST2S.


      *----------------------------------------------------------*
       procedure division using In-Data Out-Data Sched-Data.
      *----------------------------------------------------------*
       mainflow.

                      perform DaysCountRange
                   when functionCode = 6
                      perform BusinessDaySettlement
                   when functionCode = 7
                      perform PaymentSchedule
              end-evaluate
           end-if.

      ***************************************************************
       InputValidation.
      ***************************************************************
           if functionCode >= 1 AND <= 7 AND functionCode IS NUMERIC
                continue
           else
                set INVALID-INPUT in ReasonCode in fo to true
              perform ValidateSettleInput
           end-if.

           if STD-OK in statusCode in fo and functionCode = 7
              perform ValidateScheduleInput
           end-if.


      ***************************************************************
       ValidateRangeDates.
           end-if.


      ***************************************************************
       ValidateScheduleInput.
      ***************************************************************
           move Sched-Start-Date to WS-VC-Date-X.
           perform CheckCalendarDate.
           if not WS-VC-VALID
              set SCHED-START-INVALID in modReasonCode in fo to true
              set INVALID-INPUT in ReasonCode in fo to true
              set STD-ERROR in statusCode in fo to true
           end-if.

           if STD-OK in statusCode in fo
              move Sched-End-Date to WS-VC-Date-X
              perform CheckCalendarDate
              if not WS-VC-VALID
                 set SCHED-END-INVALID in modReasonCode in fo to true
                 set INVALID-INPUT in ReasonCode in fo to true
                 set STD-ERROR in statusCode in fo to true
              end-if
           end-if.

           if STD-OK in statusCode in fo
                 and Sched-Start-Date not < Sched-End-Date
              set RANGE-ORDER-INVALID in modReasonCode in fo to true
              set INVALID-INPUT in ReasonCode in fo to true
              set STD-ERROR in statusCode in fo to true
           end-if.

           if STD-OK in statusCode in fo
              if not SCHED-MONTHLY and not SCHED-QUARTERLY
                    and not SCHED-SEMI-ANNUAL and not SCHED-ANNUAL
                 set SCHED-FREQUENCY-INVALID in modReasonCode in fo
                    to true
                 set INVALID-INPUT in ReasonCode in fo to true
                 set STD-ERROR in statusCode in fo to true
              end-if
           end-if.


      ***************************************************************
       CheckCalendarDate.
      ***************************************************************
                         ' TO=' delimited by size
                         Range-To-Date delimited by size
                     into AUDIT-INPUT-SUMMARY in WS-Audit-Record
               when functionCode = 7
                  string 'SCHED ' delimited by size
                         Sched-Start-Date delimited by size
                         '-' delimited by size
                         Sched-End-Date delimited by size
                         ' ' delimited by size
                         Sched-Frequency delimited by size
                         ' EXC=' delimited by size
                         Settle-Exchange delimited by size
                     into AUDIT-INPUT-SUMMARY in WS-Audit-Record
               when functionCode = 6
                  string 'START=' delimited by size
                         Settle-Start-Date delimited by size

           perform closeHolidayCalendar.

      ***************************************************************
       PaymentSchedule.
      ***************************************************************
      *    Every period date is counted from the start date, never
      *    from the previous period, so a month-end clamp in February
      *    does not drag the later dates off the 30th/31st.
           move zero to Sched-Count.

           evaluate true
               when SCHED-MONTHLY
                  move 1 to WS-Sched-Step
               when SCHED-QUARTERLY
                  move 3 to WS-Sched-Step
               when SCHED-SEMI-ANNUAL
                  move 6 to WS-Sched-Step
               when SCHED-ANNUAL
                  move 12 to WS-Sched-Step
           end-evaluate.

           perform openHolidayCalendar.

           move Sched-Start-Date to WS-SS-Date.
           compute WS-Sched-Prev-Integer =
              function integer-of-date(WS-SS-Date).
           move zero to WS-Sched-K.
           move 'N' to WS-Sched-Last.

           perform until WS-Sched-Last = 'Y'
                 or STD-ERROR in statusCode in fo
              add 1 to WS-Sched-K
              perform BuildSchedulePeriod
           end-perform.

           if STD-OK in statusCode in fo
              move Sched-Count to Output-Dates
              move 'Payment schedule periods' to Output-Text
           end-if.

           perform closeHolidayCalendar.

      ***************************************************************
       BuildSchedulePeriod.
      ***************************************************************
           compute WS-Sched-Months = WS-SS-Year * 12 + WS-SS-Month - 1
              + WS-Sched-K * WS-Sched-Step.
           compute WS-SD-Year = WS-Sched-Months / 12.
           compute WS-SD-Month =
              WS-Sched-Months - WS-SD-Year * 12 + 1.
           move 01 to WS-SD-Day.
           move WS-SD-Date to WS-VC-Date-X.
           perform CheckCalendarDate.
           if WS-SS-Day > WS-VC-Max-Day
              move WS-VC-Max-Day to WS-SD-Day
           else
              move WS-SS-Day to WS-SD-Day
           end-if.

           if WS-SD-Date not < Sched-End-Date
              move Sched-End-Date to WS-SD-Date
              move 'Y' to WS-Sched-Last
           end-if.

           if Sched-Count not < WS-Sched-Max-Periods
              set SCHED-TOO-MANY-PERIODS in modReasonCode in fo
                 to true
              set INVALID-INPUT in ReasonCode in fo to true
              set STD-ERROR in statusCode in fo to true
              exit paragraph
           end-if.

           add 1 to Sched-Count.
           move WS-SD-Date to Sched-Unadjusted-Date(Sched-Count).
           perform RollToBusinessDay.
           compute Sched-Adjusted-Date(Sched-Count) =
              function date-of-integer(WS-Settle-Integer).
           compute Sched-Period-Days(Sched-Count) =
              WS-Settle-Integer - WS-Sched-Prev-Integer.
           move WS-Settle-Integer to WS-Sched-Prev-Integer.

      ***************************************************************
       RollToBusinessDay.
      ***************************************************************
      *    Modified following: forward to the next business day,
      *    unless that leaves the month - then back to the last
      *    business day before the date instead.
           compute WS-Sched-Unadj-Integer =
              function integer-of-date(WS-SD-Date).
           move WS-Sched-Unadj-Integer to WS-Settle-Integer.
           perform CheckBusinessDay.
           perform until WS-Settle-Holiday = 'N'
              add 1 to WS-Settle-Integer
              perform CheckBusinessDay
           end-perform.

           compute WS-SR-Date =
              function date-of-integer(WS-Settle-Integer).
           if WS-SR-Month not = WS-SD-Month
              move WS-Sched-Unadj-Integer to WS-Settle-Integer
              perform CheckBusinessDay
              perform until WS-Settle-Holiday = 'N'
                 subtract 1 from WS-Settle-Integer
                 perform CheckBusinessDay
              end-perform
           end-if.

      ***************************************************************
       CheckBusinessDay.
      ***************************************************************
      *    WS-Settle-Holiday comes back 'Y' for a weekend day or a
      *    KVHOLCAL holiday of Settle-Exchange, 'N' for a business day.
           compute WS-Settle-DOW =
              function mod(WS-Settle-Integer 7).
           if WS-Settle-DOW = 0 or WS-Settle-DOW = 6
              move 'Y' to WS-Settle-Holiday
           else
              perform checkHoliday
           end-if.

      ***************************************************************
       openHolidayCalendar.
      ***************************************************************
