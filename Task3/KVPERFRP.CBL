      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVPERFRP                                 1*/
      */*1 Program-title : Portfolio period performance report      1*/
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
      */*3 Period performance from the KVVALHST valuation history   3*/
      */*3 (KVVALH layout, written nightly by KVPOSVAL). The period 3*/
      */*3 is read from KVPFPARM: from date and to date, YYYYMMDD,  3*/
      */*3 in columns 1-8 and 9-16. Without a usable card the month 3*/
      */*3 before the run date is reported, the same default as the 3*/
      */*3 KVTEST3ME month-end summary. A longer period is cut at   3*/
      */*3 366 days.                                                3*/
      */*3                                                          3*/
      */*3 For every portfolio with a valuation in the period or    3*/
      */*3 before it the report on KVPFRPT shows the opening value  3*/
      */*3 (the last valuation before the period, or the first one  3*/
      */*3 in it when the portfolio is new), the closing value, the 3*/
      */*3 high and low with their dates, the period return in      3*/
      */*3 percent, and then one line per day with the value, the   3*/
      */*3 change on the previous valuation and the position count. 3*/
      */*3 A portfolio valued before the period but not in it is    3*/
      */*3 still listed: prior close as opening and closing value,  3*/
      */*3 no day lines but the weekdays, each flagged MISSING or   3*/
      */*3 NO RUN.                                                  3*/
      */*3                                                          3*/
      */*3 Every Monday-to-Friday date in the period is expected to 3*/
      */*3 carry a valuation. A weekday without one is not skipped: 3*/
      */*3 it is printed MISSING when other portfolios were valued  3*/
      */*3 that night, and NO RUN when no portfolio was (a holiday  3*/
      */*3 or a night the valuation did not run). Weekend dates are 3*/
      */*3 only printed when a valuation exists for them.           3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVPERFRP.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select VAL-HIST-FILE assign to "KVVALHST"
               organization is indexed
               access mode is sequential
               record key is VH-Key in VAL-HIST-REC
               file status is WS-ValHist-File-Status.
           select KVPERFRP-PRM-FILE assign to "KVPFPARM"
               organization is sequential
               file status is WS-Parm-File-Status.
           select KVPERFRP-PRT-FILE assign to "KVPFRPT"
               organization is sequential.

       data division.
       file section.

       fd VAL-HIST-FILE.
       01 VAL-HIST-REC.
        COPY KVVALH.

       fd KVPERFRP-PRM-FILE.
       01 KVPERFRP-PRM-REC.
           05 PRM-From-Date pic x(8).
           05 PRM-To-Date pic x(8).

       fd KVPERFRP-PRT-FILE.
       01 KVPERFRP-PRT-LINE pic x(132).

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-PORTFOLIO-COUNT pic 9(7) value zero.
           05 WS-MISSING-COUNT pic 9(7) value zero.

       01 WS-ValHist-File-Status pic x(2).
       01 WS-Parm-File-Status pic x(2).

       01 WS-ValHist-Record.
        COPY KVVALH.

       01 WS-Run-Date.
           05 WS-Run-Year pic 9(4).
           05 WS-Run-Month pic 9(2).
           05 WS-Run-Day pic 9(2).
       01 WS-Run-Date-N redefines WS-Run-Date pic 9(8).

       01 WS-Period.
           05 WS-From-Date pic 9(8).
           05 WS-To-Date pic 9(8).
           05 WS-From-Integer pic 9(7).
           05 WS-To-Integer pic 9(7).
           05 WS-Day-Integer pic 9(7).
           05 WS-Period-Note pic x(20) value spaces.

      *    One slot per calendar day of the period. The run flag is
      *    set by the first pass for any portfolio valued that day;
      *    the value fields are refilled for each portfolio in turn.
       01 WS-Day-Table.
           05 WS-Day-Used pic 9(3) value zero.
           05 WS-Day-Entry occurs 366 times.
             10 WS-Day-Date pic 9(8).
             10 WS-Day-Weekday pic 9(1).
             10 WS-Day-Run pic x(1).
             10 WS-Day-Found pic x(1).
             10 WS-Day-Value pic s9(15)v9(2).
             10 WS-Day-Positions pic 9(7).
             10 WS-Day-Noprice pic 9(7).
       01 WS-Day-Index pic 9(3).
       01 WS-Day-Slot pic 9(7).
       01 WS-Slot-Date pic 9(8).

       01 WS-Current-Portfolio pic x(8).

       01 WS-Portfolio-Stats.
           05 WS-Prior-Found pic x(1).
           05 WS-Prior-Date pic 9(8).
           05 WS-Prior-Value pic s9(15)v9(2).
           05 WS-In-Period pic 9(3).
           05 WS-Open-Date pic 9(8).
           05 WS-Open-Value pic s9(15)v9(2).
           05 WS-Open-Note pic x(20).
           05 WS-Close-Date pic 9(8).
           05 WS-Close-Value pic s9(15)v9(2).
           05 WS-High-Date pic 9(8).
           05 WS-High-Value pic s9(15)v9(2).
           05 WS-Low-Date pic 9(8).
           05 WS-Low-Value pic s9(15)v9(2).
           05 WS-Return-Pct pic s9(5)v9(2).
           05 WS-Days-Missing pic 9(3).
           05 WS-Last-Value pic s9(15)v9(2).
           05 WS-Last-Found pic x(1).
           05 WS-Day-Change pic s9(15)v9(2).

       01 WS-Weekday-Names pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
       01 WS-Weekday-Table redefines WS-Weekday-Names.
           05 WS-Weekday-Name pic x(3) occurs 7 times.
       01 WS-Weekday-Number pic 9(1).

       01 WS-Heading-1.
           05 filler pic x(42) value
              'KVTEST PORTFOLIO PERIOD PERFORMANCE REPORT'.
           05 filler pic x(06) value 'FROM'.
           05 H-From-Date pic 9(8).
           05 filler pic x(04) value ' TO '.
           05 H-To-Date pic 9(8).
           05 filler pic x(02) value spaces.
           05 H-Period-Note pic x(20).

       01 WS-Portfolio-Heading.
           05 filler pic x(03) value spaces.
           05 filler pic x(10) value 'PORTFOLIO'.
           05 H-Portfolio pic x(8).
           05 filler pic x(04) value spaces.
           05 filler pic x(09) value 'CURRENCY'.
           05 H-Currency pic x(3).

       01 WS-Summary-Line.
           05 filler pic x(05) value spaces.
           05 D-Summary-Label pic x(16).
           05 D-Summary-Value pic -(15)9,99.
           05 filler pic x(02) value spaces.
           05 D-Summary-Date pic z(8).
           05 filler pic x(02) value spaces.
           05 D-Summary-Note pic x(20).

       01 WS-Return-Line.
           05 filler pic x(05) value spaces.
           05 filler pic x(16) value 'PERIOD RETURN %'.
           05 D-Return-Pct pic -(12)9,99.
           05 filler pic x(06) value spaces.
           05 filler pic x(14) value 'DAYS MISSING'.
           05 D-Days-Missing pic zz9.

       01 WS-Day-Heading.
           05 filler pic x(05) value spaces.
           05 filler pic x(10) value 'DATE'.
           05 filler pic x(05) value 'DAY'.
           05 filler pic x(21) value '       MARKET VALUE'.
           05 filler pic x(21) value '         DAY CHANGE'.
           05 filler pic x(09) value 'POSITIONS'.
           05 filler pic x(09) value 'NO PRICE'.
           05 filler pic x(08) value 'NOTE'.

       01 WS-Day-Line.
           05 filler pic x(05) value spaces.
           05 D-Day-Date pic 9(8).
           05 filler pic x(02) value spaces.
           05 D-Day-Name pic x(3).
           05 filler pic x(02) value spaces.
           05 D-Day-Value pic -(15)9,99.
           05 filler pic x(02) value spaces.
           05 D-Day-Change pic -(15)9,99.
           05 filler pic x(02) value spaces.
           05 D-Day-Positions pic z(6)9.
           05 filler pic x(02) value spaces.
           05 D-Day-Noprice pic z(6)9.
           05 filler pic x(02) value spaces.
           05 D-Day-Note pic x(8).

       01 WS-Day-Flag-Line.
           05 filler pic x(05) value spaces.
           05 D-Flag-Date pic 9(8).
           05 filler pic x(02) value spaces.
           05 D-Flag-Name pic x(3).
           05 filler pic x(62) value spaces.
           05 D-Flag-Note pic x(8).

       01 WS-No-Data-Line pic x(132) value
          '   NO VALUATIONS ON FILE FOR THE REPORTING PERIOD'.
       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           perform readPeriodParm.
           perform buildDayTable.

           open output KVPERFRP-PRT-FILE.
           perform printHeadings.

           perform markRunDays.

           open input VAL-HIST-FILE.
           move 'N' to WS-EOF-SWITCH.
           move spaces to WS-Current-Portfolio.

           perform readValHistRecord.
           perform until WS-EOF
              perform trackOneRecord
              perform readValHistRecord
           end-perform.

           perform finishPortfolio.

           if WS-PORTFOLIO-COUNT = zero
              write KVPERFRP-PRT-LINE from WS-No-Data-Line
           end-if.

           if WS-ValHist-File-Status = '00'
                 or WS-ValHist-File-Status = '10'
              close VAL-HIST-FILE
           end-if.
           close KVPERFRP-PRT-FILE.

           display 'KVPERFRP FROM       ' WS-From-Date.
           display 'KVPERFRP TO         ' WS-To-Date.
           display 'KVPERFRP READ       ' WS-READ-COUNT.
           display 'KVPERFRP PORTFOLIOS ' WS-PORTFOLIO-COUNT.
           display 'KVPERFRP MISSING    ' WS-MISSING-COUNT.

           stop run.

     ***************************************************************
       readPeriodParm.
     ***************************************************************

      *    Without a period card the report covers the month before
      *    the run date, first to last calendar day.
           perform setDefaultPeriod.

           open input KVPERFRP-PRM-FILE.
           if WS-Parm-File-Status = '00'
              read KVPERFRP-PRM-FILE
                 at end continue
                 not at end
                    if PRM-From-Date is numeric
                          and PRM-To-Date is numeric
                          and PRM-From-Date not > PRM-To-Date
                       move PRM-From-Date to WS-From-Date
                       move PRM-To-Date to WS-To-Date
                    else
                       move 'CARD IGNORED' to WS-Period-Note
                    end-if
              end-read
           end-if.
           close KVPERFRP-PRM-FILE.

           if function test-date-yyyymmdd(WS-From-Date) not = zero
                 or function test-date-yyyymmdd(WS-To-Date) not = zero
              move 'CARD IGNORED' to WS-Period-Note
              perform setDefaultPeriod
           end-if.

           compute WS-From-Integer =
              function integer-of-date(WS-From-Date).
           compute WS-To-Integer =
              function integer-of-date(WS-To-Date).
           if WS-To-Integer - WS-From-Integer > 365
              compute WS-To-Integer = WS-From-Integer + 365
              compute WS-To-Date =
                 function date-of-integer(WS-To-Integer)
              move 'CUT AT 366 DAYS' to WS-Period-Note
           end-if.

     ***************************************************************
       setDefaultPeriod.
     ***************************************************************

           move function current-date(1:8) to WS-Run-Date.
           move 01 to WS-Run-Day.
           compute WS-To-Integer =
              function integer-of-date(WS-Run-Date-N) - 1.
           compute WS-To-Date =
              function date-of-integer(WS-To-Integer).
           move WS-To-Date to WS-Run-Date-N.
           move 01 to WS-Run-Day.
           move WS-Run-Date-N to WS-From-Date.

     ***************************************************************
       buildDayTable.
     ***************************************************************

           move zero to WS-Day-Used.
           perform varying WS-Day-Integer from WS-From-Integer by 1
              until WS-Day-Integer > WS-To-Integer
              add 1 to WS-Day-Used
              compute WS-Day-Date(WS-Day-Used) =
                 function date-of-integer(WS-Day-Integer)
      *       Day 1 of the integer calendar (01.01.1601) was a Monday.
              compute WS-Day-Weekday(WS-Day-Used) =
                 function mod(WS-Day-Integer - 1, 7) + 1
              move 'N' to WS-Day-Run(WS-Day-Used)
           end-perform.

     ***************************************************************
      * First pass: a day on which any portfolio was valued is a
      * night the valuation ran, so a portfolio without a record
      * that day is missing rather than the whole night.
     ***************************************************************
       markRunDays.
     ***************************************************************

           open input VAL-HIST-FILE.
           perform readValHistRecord.
           perform until WS-EOF
              if VH-Business-Date in WS-ValHist-Record
                    not < WS-From-Date
                    and VH-Business-Date in WS-ValHist-Record
                       not > WS-To-Date
                 perform findDaySlot
                 move 'Y' to WS-Day-Run(WS-Day-Slot)
              end-if
              perform readValHistRecord
           end-perform.
           if WS-ValHist-File-Status = '00'
                 or WS-ValHist-File-Status = '10'
              close VAL-HIST-FILE
           end-if.
           move zero to WS-READ-COUNT.

     ***************************************************************
       findDaySlot.
     ***************************************************************

           move VH-Business-Date in WS-ValHist-Record
              to WS-Slot-Date.
           compute WS-Day-Slot =
              function integer-of-date(WS-Slot-Date)
                 - WS-From-Integer + 1.

     ***************************************************************
       readValHistRecord.
     ***************************************************************

           if WS-ValHist-File-Status = '00'
              read VAL-HIST-FILE into WS-ValHist-Record
                 at end set WS-EOF to true
              end-read
           else
              set WS-EOF to true
           end-if.

           if not WS-EOF and WS-ValHist-File-Status = '00'
              add 1 to WS-READ-COUNT
           end-if.

     ***************************************************************
      * The history arrives in portfolio/date order: records before
      * the period only keep the latest prior close for the opening
      * value, records in it fill the portfolio's day slots.
     ***************************************************************
       trackOneRecord.
     ***************************************************************

           if VH-Portfolio in WS-ValHist-Record
                 not = WS-Current-Portfolio
              perform finishPortfolio
              perform startPortfolio
           end-if.

           evaluate true
               when VH-Business-Date in WS-ValHist-Record
                     < WS-From-Date
                  move 'Y' to WS-Prior-Found
                  move VH-Business-Date in WS-ValHist-Record
                     to WS-Prior-Date
                  move VH-Market-Value in WS-ValHist-Record
                     to WS-Prior-Value
               when VH-Business-Date in WS-ValHist-Record
                     > WS-To-Date
                  continue
               when other
                  perform findDaySlot
                  move 'Y' to WS-Day-Found(WS-Day-Slot)
                  move VH-Market-Value in WS-ValHist-Record
                     to WS-Day-Value(WS-Day-Slot)
                  move VH-Position-Count in WS-ValHist-Record
                     to WS-Day-Positions(WS-Day-Slot)
                  move VH-Noprice-Count in WS-ValHist-Record
                     to WS-Day-Noprice(WS-Day-Slot)
                  add 1 to WS-In-Period
           end-evaluate.

     ***************************************************************
       startPortfolio.
     ***************************************************************

           move VH-Portfolio in WS-ValHist-Record
              to WS-Current-Portfolio.
           move 'N' to WS-Prior-Found.
           move zero to WS-Prior-Date.
           move zero to WS-Prior-Value.
           move zero to WS-In-Period.
           move zero to WS-Days-Missing.
           perform varying WS-Day-Index from 1 by 1
              until WS-Day-Index > WS-Day-Used
              move 'N' to WS-Day-Found(WS-Day-Index)
              move zero to WS-Day-Value(WS-Day-Index)
              move zero to WS-Day-Positions(WS-Day-Index)
              move zero to WS-Day-Noprice(WS-Day-Index)
           end-perform.
           move VH-Currency in WS-ValHist-Record to H-Currency.

     ***************************************************************
       finishPortfolio.
     ***************************************************************

           if WS-Current-Portfolio = spaces
              exit paragraph
           end-if.

      *    A portfolio valued before the period but not in it is
      *    printed with every weekday flagged; one first valued
      *    after the period has nothing to report yet.
           if WS-In-Period = zero and WS-Prior-Found not = 'Y'
              exit paragraph
           end-if.

           add 1 to WS-PORTFOLIO-COUNT.
           perform computePortfolioStats.
           perform printPortfolioSummary.
           perform printDayLines.

     ***************************************************************
       computePortfolioStats.
     ***************************************************************

           move 'N' to WS-Last-Found.
           move spaces to WS-Open-Note.
           perform varying WS-Day-Index from 1 by 1
              until WS-Day-Index > WS-Day-Used
              if WS-Day-Found(WS-Day-Index) = 'Y'
                 if WS-Last-Found = 'N'
                    move 'Y' to WS-Last-Found
                    move WS-Day-Date(WS-Day-Index) to WS-Open-Date
                    move WS-Day-Value(WS-Day-Index) to WS-Open-Value
                    move WS-Day-Date(WS-Day-Index) to WS-High-Date
                    move WS-Day-Value(WS-Day-Index) to WS-High-Value
                    move WS-Day-Date(WS-Day-Index) to WS-Low-Date
                    move WS-Day-Value(WS-Day-Index) to WS-Low-Value
                 end-if
                 if WS-Day-Value(WS-Day-Index) > WS-High-Value
                    move WS-Day-Date(WS-Day-Index) to WS-High-Date
                    move WS-Day-Value(WS-Day-Index) to WS-High-Value
                 end-if
                 if WS-Day-Value(WS-Day-Index) < WS-Low-Value
                    move WS-Day-Date(WS-Day-Index) to WS-Low-Date
                    move WS-Day-Value(WS-Day-Index) to WS-Low-Value
                 end-if
                 move WS-Day-Date(WS-Day-Index) to WS-Close-Date
                 move WS-Day-Value(WS-Day-Index) to WS-Close-Value
              end-if
           end-perform.

      *    No valuation in the period: the prior close stands for the
      *    close, the high and the low alike.
           if WS-Last-Found = 'N'
              move WS-Prior-Date to WS-Close-Date
              move WS-Prior-Value to WS-Close-Value
              move WS-Prior-Date to WS-High-Date
              move WS-Prior-Value to WS-High-Value
              move WS-Prior-Date to WS-Low-Date
              move WS-Prior-Value to WS-Low-Value
           end-if.

      *    The period opens on the close before it where there is
      *    one; a portfolio first valued inside the period opens on
      *    its first valuation.
           if WS-Prior-Found = 'Y'
              move WS-Prior-Date to WS-Open-Date
              move WS-Prior-Value to WS-Open-Value
              move 'PRIOR CLOSE' to WS-Open-Note
           else
              move 'FIRST IN PERIOD' to WS-Open-Note
           end-if.

           if WS-Open-Value = zero
              move zero to WS-Return-Pct
           else
              compute WS-Return-Pct rounded =
                 (WS-Close-Value - WS-Open-Value) * 100
                    / WS-Open-Value
                 on size error move zero to WS-Return-Pct
              end-compute
           end-if.

     ***************************************************************
       printPortfolioSummary.
     ***************************************************************

           write KVPERFRP-PRT-LINE from WS-Blank-Line.
           move WS-Current-Portfolio to H-Portfolio.
           write KVPERFRP-PRT-LINE from WS-Portfolio-Heading.

           move 'OPENING VALUE' to D-Summary-Label.
           move WS-Open-Value to D-Summary-Value.
           move WS-Open-Date to D-Summary-Date.
           move WS-Open-Note to D-Summary-Note.
           write KVPERFRP-PRT-LINE from WS-Summary-Line.
           move spaces to D-Summary-Note.
           if WS-In-Period = zero
              move 'NONE IN PERIOD' to D-Summary-Note
           end-if.
           move 'CLOSING VALUE' to D-Summary-Label.
           move WS-Close-Value to D-Summary-Value.
           move WS-Close-Date to D-Summary-Date.
           write KVPERFRP-PRT-LINE from WS-Summary-Line.
           move spaces to D-Summary-Note.
           move 'HIGH' to D-Summary-Label.
           move WS-High-Value to D-Summary-Value.
           move WS-High-Date to D-Summary-Date.
           write KVPERFRP-PRT-LINE from WS-Summary-Line.
           move 'LOW' to D-Summary-Label.
           move WS-Low-Value to D-Summary-Value.
           move WS-Low-Date to D-Summary-Date.
           write KVPERFRP-PRT-LINE from WS-Summary-Line.

      *    The missing-day count is only known once the day lines
      *    have been walked, so it is counted here first.
           perform varying WS-Day-Index from 1 by 1
              until WS-Day-Index > WS-Day-Used
              if WS-Day-Found(WS-Day-Index) = 'N'
                    and WS-Day-Weekday(WS-Day-Index) < 6
                 add 1 to WS-Days-Missing
              end-if
           end-perform.
           add WS-Days-Missing to WS-MISSING-COUNT.

           move WS-Return-Pct to D-Return-Pct.
           move WS-Days-Missing to D-Days-Missing.
           write KVPERFRP-PRT-LINE from WS-Return-Line.
           write KVPERFRP-PRT-LINE from WS-Day-Heading.

     ***************************************************************
       printDayLines.
     ***************************************************************

           move WS-Prior-Found to WS-Last-Found.
           move WS-Prior-Value to WS-Last-Value.

           perform varying WS-Day-Index from 1 by 1
              until WS-Day-Index > WS-Day-Used
              evaluate true
                  when WS-Day-Found(WS-Day-Index) = 'Y'
                     perform printValuedDay
                  when WS-Day-Weekday(WS-Day-Index) < 6
                     perform printMissingDay
                  when other
                     continue
              end-evaluate
           end-perform.

     ***************************************************************
       printValuedDay.
     ***************************************************************

           if WS-Last-Found = 'Y'
              compute WS-Day-Change =
                 WS-Day-Value(WS-Day-Index) - WS-Last-Value
           else
              move zero to WS-Day-Change
           end-if.

           move WS-Day-Date(WS-Day-Index) to D-Day-Date.
           move WS-Day-Weekday(WS-Day-Index) to WS-Weekday-Number.
           move WS-Weekday-Name(WS-Weekday-Number) to D-Day-Name.
           move WS-Day-Value(WS-Day-Index) to D-Day-Value.
           move WS-Day-Change to D-Day-Change.
           move WS-Day-Positions(WS-Day-Index) to D-Day-Positions.
           move WS-Day-Noprice(WS-Day-Index) to D-Day-Noprice.
           move spaces to D-Day-Note.
           write KVPERFRP-PRT-LINE from WS-Day-Line.

           move 'Y' to WS-Last-Found.
           move WS-Day-Value(WS-Day-Index) to WS-Last-Value.

     ***************************************************************
       printMissingDay.
     ***************************************************************

           move WS-Day-Date(WS-Day-Index) to D-Flag-Date.
           move WS-Day-Weekday(WS-Day-Index) to WS-Weekday-Number.
           move WS-Weekday-Name(WS-Weekday-Number) to D-Flag-Name.
           if WS-Day-Run(WS-Day-Index) = 'Y'
              move 'MISSING' to D-Flag-Note
           else
              move 'NO RUN' to D-Flag-Note
           end-if.
           write KVPERFRP-PRT-LINE from WS-Day-Flag-Line.

     ***************************************************************
       printHeadings.
     ***************************************************************

           move WS-From-Date to H-From-Date.
           move WS-To-Date to H-To-Date.
           move WS-Period-Note to H-Period-Note.
           write KVPERFRP-PRT-LINE from WS-Heading-1.

       end program KVPERFRP.
