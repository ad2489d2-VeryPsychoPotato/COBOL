      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVLIMCHK                                 1*/
      */*1 Program-title : Portfolio concentration limit check      1*/
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
      */*3 Reads tonight's KVPOSEXT valuation extract written by    3*/
      */*3 KVPOSVAL and, for every portfolio with limits on the     3*/
      */*3 KVLIMMST master (KVLIMIT layout), totals the market      3*/
      */*3 value held in each FOKD, each exchange and each currency 3*/
      */*3 as a percentage of the portfolio's market value.         3*/
      */*3                                                          3*/
      */*3 An exposure above its limit is listed BREACH on KVLIMRPT 3*/
      */*3 with the limit, the actual percentage and the excess; an 3*/
      */*3 exposure within the warning margin below its limit is    3*/
      */*3 listed WARNING. The margin is the one on the portfolio's 3*/
      */*3 limit record, 2,00 points when that is zero. A zero      3*/
      */*3 limit is not checked, a portfolio without limits on file 3*/
      */*3 or without a positive market value is counted and passed 3*/
      */*3 over. Any breach ends the step RC=4 for the checkout.    3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVLIMCHK.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select KVLIMCHK-EXT-FILE assign to "KVPOSEXT"
               organization is sequential
               file status is WS-Extract-File-Status.
           select LIMIT-MASTER-FILE assign to "KVLIMMST"
               organization is indexed
               access mode is dynamic
               record key is LIM-Portfolio in LIMIT-MASTER-REC
               file status is WS-Limit-File-Status.
           select KVLIMCHK-PRT-FILE assign to "KVLIMRPT"
               organization is sequential.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.

       data division.
       file section.

       fd KVLIMCHK-EXT-FILE.
       01 KVLIMCHK-EXT-REC.
        COPY KVPOSX.

       fd LIMIT-MASTER-FILE.
       01 LIMIT-MASTER-REC.
        COPY KVLIMIT.

       fd KVLIMCHK-PRT-FILE.
       01 KVLIMCHK-PRT-LINE pic x(132).

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-PORTFOLIO-COUNT pic 9(7) value zero.
           05 WS-CHECKED-COUNT pic 9(7) value zero.
           05 WS-NOLIMIT-COUNT pic 9(7) value zero.
           05 WS-BREACH-COUNT pic 9(7) value zero.
           05 WS-WARNING-COUNT pic 9(7) value zero.

       01 WS-Extract-File-Status pic x(2).
       01 WS-Limit-File-Status pic x(2).
       01 WS-Limit-Available pic x(1) value 'N'.

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Extract-Record.
        COPY KVPOSX.

       01 WS-Limit-Record.
        COPY KVLIMIT.

       01 WS-Default-Margin pic 9(3)v9(2) value 2.
       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Current-Portfolio pic x(8).
       01 WS-Port-Value pic s9(15)v9(2).

      *    Exposures are collected per portfolio in three tables -
      *    FOKD, exchange and currency - keyed by a 12 byte code.
       01 WS-Exposure-Tables.
           05 WS-Fokd-Used pic 9(4).
           05 WS-Fokd-Entry occurs 1000 times.
             10 WS-Fokd-Code pic x(12).
             10 WS-Fokd-Value pic s9(15)v9(2).
           05 WS-Exch-Used pic 9(4).
           05 WS-Exch-Entry occurs 100 times.
             10 WS-Exch-Code pic x(12).
             10 WS-Exch-Value pic s9(15)v9(2).
           05 WS-Ccy-Used pic 9(4).
           05 WS-Ccy-Entry occurs 100 times.
             10 WS-Ccy-Code pic x(12).
             10 WS-Ccy-Value pic s9(15)v9(2).
       01 WS-Table-Index pic 9(4).

       01 WS-Check-Work.
           05 WS-Check-Kind pic x(8).
           05 WS-Check-Code pic x(12).
           05 WS-Check-Value pic s9(15)v9(2).
           05 WS-Check-Limit pic 9(3)v9(2).
           05 WS-Check-Margin pic 9(3)v9(2).
           05 WS-Check-Pct pic s9(5)v9(2).
           05 WS-Check-Excess pic s9(5)v9(2).
           05 WS-Check-Status pic x(8).

       01 WS-Heading-1.
           05 filler pic x(42) value
              'KVTEST PORTFOLIO CONCENTRATION LIMITS'.
           05 filler pic x(15) value 'BUSINESS DATE'.
           05 H-Business-Date pic 9(8).

       01 WS-Column-Heading.
           05 filler pic x(03) value spaces.
           05 filler pic x(10) value 'PORTFOLIO'.
           05 filler pic x(10) value 'LIMIT ON'.
           05 filler pic x(14) value 'CODE'.
           05 filler pic x(21) value '       MARKET VALUE'.
           05 filler pic x(10) value ' ACTUAL%'.
           05 filler pic x(10) value 'LIMIT%'.
           05 filler pic x(10) value ' EXCESS%'.
           05 filler pic x(08) value 'STATUS'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Portfolio pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Kind pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Code pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Value pic -(15)9,99.
           05 filler pic x(02) value spaces.
           05 D-Actual-Pct pic -(4)9,99.
           05 filler pic x(02) value spaces.
           05 D-Limit-Pct pic zz9,99.
           05 filler pic x(04) value spaces.
           05 D-Excess-Pct pic -(4)9,99.
           05 filler pic x(02) value spaces.
           05 D-Status pic x(08).

       01 WS-Count-Line.
           05 filler pic x(03) value spaces.
           05 D-Count-Label pic x(30).
           05 D-Count-Value pic zzzzzz9.

       01 WS-No-Breach-Line pic x(132) value
          '   NO BREACHES OR NEAR-MISSES'.
       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform openFiles.

           move spaces to WS-Current-Portfolio.

           perform readExtractRecord.
           if not WS-EOF
              move PX-Business-Date in WS-Extract-Record
                 to WS-Business-Date
           end-if.
           perform printHeadings.

           perform until WS-EOF
              perform collectOneHolding
              perform readExtractRecord
           end-perform.

           perform finishPortfolio.

           if WS-BREACH-COUNT = zero and WS-WARNING-COUNT = zero
              write KVLIMCHK-PRT-LINE from WS-No-Breach-Line
           end-if.
           perform printRunTotals.
           perform closeFiles.

           display 'KVLIMCHK READ       ' WS-READ-COUNT.
           display 'KVLIMCHK PORTFOLIOS ' WS-PORTFOLIO-COUNT.
           display 'KVLIMCHK CHECKED    ' WS-CHECKED-COUNT.
           display 'KVLIMCHK NO LIMITS  ' WS-NOLIMIT-COUNT.
           display 'KVLIMCHK BREACHES   ' WS-BREACH-COUNT.
           display 'KVLIMCHK WARNINGS   ' WS-WARNING-COUNT.

           move 'KVLIMCHK' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
           move WS-CHECKED-COUNT
              to RH-Write-Count in WS-RunHist-Record.
           move WS-BREACH-COUNT
              to RH-Reject-Count in WS-RunHist-Record.
           move 'OK' to RH-Run-Status in WS-RunHist-Record.
           perform writeRunHistory.

           if WS-BREACH-COUNT > zero
              move 4 to return-code
           end-if.

           stop run.

     ***************************************************************
       openFiles.
     ***************************************************************

           open input KVLIMCHK-EXT-FILE.
           open output KVLIMCHK-PRT-FILE.

           open input LIMIT-MASTER-FILE.
           if WS-Limit-File-Status = '00'
              move 'Y' to WS-Limit-Available
           end-if.

     ***************************************************************
       readExtractRecord.
     ***************************************************************

           if WS-Extract-File-Status = '00'
              read KVLIMCHK-EXT-FILE into WS-Extract-Record
                 at end set WS-EOF to true
              end-read
           else
              set WS-EOF to true
           end-if.

           if not WS-EOF and WS-Extract-File-Status = '00'
              add 1 to WS-READ-COUNT
           end-if.

     ***************************************************************
       collectOneHolding.
     ***************************************************************

           if PX-Portfolio in WS-Extract-Record
                 not = WS-Current-Portfolio
              perform finishPortfolio
              perform startPortfolio
           end-if.

           add PX-Value in WS-Extract-Record to WS-Port-Value.
           perform addFokdExposure.
           perform addExchangeExposure.
           perform addCurrencyExposure.

     ***************************************************************
       startPortfolio.
     ***************************************************************

           move PX-Portfolio in WS-Extract-Record
              to WS-Current-Portfolio.
           move zero to WS-Port-Value.
           move zero to WS-Fokd-Used.
           move zero to WS-Exch-Used.
           move zero to WS-Ccy-Used.
           add 1 to WS-PORTFOLIO-COUNT.

     ***************************************************************
       addFokdExposure.
     ***************************************************************

           perform varying WS-Table-Index from 1 by 1
              until WS-Table-Index > WS-Fokd-Used
                 or WS-Fokd-Code(WS-Table-Index)
                    = PX-FOKD in WS-Extract-Record
              continue
           end-perform.
           if WS-Table-Index > WS-Fokd-Used
              if WS-Fokd-Used < 1000
                 add 1 to WS-Fokd-Used
                 move PX-FOKD in WS-Extract-Record
                    to WS-Fokd-Code(WS-Fokd-Used)
                 move zero to WS-Fokd-Value(WS-Fokd-Used)
              else
                 display 'KVLIMCHK FOKD TABLE FULL '
                    WS-Current-Portfolio
                 exit paragraph
              end-if
           end-if.
           add PX-Value in WS-Extract-Record
              to WS-Fokd-Value(WS-Table-Index).

     ***************************************************************
       addExchangeExposure.
     ***************************************************************

           perform varying WS-Table-Index from 1 by 1
              until WS-Table-Index > WS-Exch-Used
                 or WS-Exch-Code(WS-Table-Index)
                    = PX-Exchange in WS-Extract-Record
              continue
           end-perform.
           if WS-Table-Index > WS-Exch-Used
              if WS-Exch-Used < 100
                 add 1 to WS-Exch-Used
                 move PX-Exchange in WS-Extract-Record
                    to WS-Exch-Code(WS-Exch-Used)
                 move zero to WS-Exch-Value(WS-Exch-Used)
              else
                 display 'KVLIMCHK EXCHANGE TABLE FULL '
                    WS-Current-Portfolio
                 exit paragraph
              end-if
           end-if.
           add PX-Value in WS-Extract-Record
              to WS-Exch-Value(WS-Table-Index).

     ***************************************************************
       addCurrencyExposure.
     ***************************************************************

           perform varying WS-Table-Index from 1 by 1
              until WS-Table-Index > WS-Ccy-Used
                 or WS-Ccy-Code(WS-Table-Index)
                    = PX-Currency in WS-Extract-Record
              continue
           end-perform.
           if WS-Table-Index > WS-Ccy-Used
              if WS-Ccy-Used < 100
                 add 1 to WS-Ccy-Used
                 move PX-Currency in WS-Extract-Record
                    to WS-Ccy-Code(WS-Ccy-Used)
                 move zero to WS-Ccy-Value(WS-Ccy-Used)
              else
                 display 'KVLIMCHK CURRENCY TABLE FULL '
                    WS-Current-Portfolio
                 exit paragraph
              end-if
           end-if.
           add PX-Value in WS-Extract-Record
              to WS-Ccy-Value(WS-Table-Index).

     ***************************************************************
       finishPortfolio.
     ***************************************************************

           if WS-Current-Portfolio = spaces
              exit paragraph
           end-if.

           if WS-Limit-Available = 'Y'
              move WS-Current-Portfolio
                 to LIM-Portfolio in LIMIT-MASTER-REC
              read LIMIT-MASTER-FILE into WS-Limit-Record
                 invalid key continue
              end-read
           end-if.
           if WS-Limit-Available not = 'Y'
                 or WS-Limit-File-Status not = '00'
                 or WS-Port-Value not > zero
              add 1 to WS-NOLIMIT-COUNT
              exit paragraph
           end-if.

           add 1 to WS-CHECKED-COUNT.
           move LIM-Warning-Margin in WS-Limit-Record
              to WS-Check-Margin.
           if WS-Check-Margin = zero
              move WS-Default-Margin to WS-Check-Margin
           end-if.

           move 'FOKD' to WS-Check-Kind.
           move LIM-Max-Fokd-Pct in WS-Limit-Record to WS-Check-Limit.
           perform varying WS-Table-Index from 1 by 1
              until WS-Table-Index > WS-Fokd-Used
              move WS-Fokd-Code(WS-Table-Index) to WS-Check-Code
              move WS-Fokd-Value(WS-Table-Index) to WS-Check-Value
              perform checkOneExposure
           end-perform.

           move 'EXCHANGE' to WS-Check-Kind.
           move LIM-Max-Exchange-Pct in WS-Limit-Record
              to WS-Check-Limit.
           perform varying WS-Table-Index from 1 by 1
              until WS-Table-Index > WS-Exch-Used
              move WS-Exch-Code(WS-Table-Index) to WS-Check-Code
              move WS-Exch-Value(WS-Table-Index) to WS-Check-Value
              perform checkOneExposure
           end-perform.

           move 'CURRENCY' to WS-Check-Kind.
           move LIM-Max-Currency-Pct in WS-Limit-Record
              to WS-Check-Limit.
           perform varying WS-Table-Index from 1 by 1
              until WS-Table-Index > WS-Ccy-Used
              move WS-Ccy-Code(WS-Table-Index) to WS-Check-Code
              move WS-Ccy-Value(WS-Table-Index) to WS-Check-Value
              perform checkOneExposure
           end-perform.

     ***************************************************************
      * Above the limit is a breach; at or under it but inside the
      * margin is a near-miss. A zero limit was never set.
     ***************************************************************
       checkOneExposure.
     ***************************************************************

           if WS-Check-Limit = zero
              exit paragraph
           end-if.

           compute WS-Check-Pct rounded =
              WS-Check-Value * 100 / WS-Port-Value
              on size error move zero to WS-Check-Pct
           end-compute.
           compute WS-Check-Excess = WS-Check-Pct - WS-Check-Limit.

           evaluate true
               when WS-Check-Pct > WS-Check-Limit
                  move 'BREACH' to WS-Check-Status
                  add 1 to WS-BREACH-COUNT
               when WS-Check-Pct + WS-Check-Margin > WS-Check-Limit
                  move 'WARNING' to WS-Check-Status
                  add 1 to WS-WARNING-COUNT
               when other
                  exit paragraph
           end-evaluate.

           move WS-Current-Portfolio to D-Portfolio.
           move WS-Check-Kind to D-Kind.
           move WS-Check-Code to D-Code.
           move WS-Check-Value to D-Value.
           move WS-Check-Pct to D-Actual-Pct.
           move WS-Check-Limit to D-Limit-Pct.
           move WS-Check-Excess to D-Excess-Pct.
           move WS-Check-Status to D-Status.
           write KVLIMCHK-PRT-LINE from WS-Detail-Line.

     ***************************************************************
       printHeadings.
     ***************************************************************

           move WS-Business-Date to H-Business-Date.
           write KVLIMCHK-PRT-LINE from WS-Heading-1.
           write KVLIMCHK-PRT-LINE from WS-Blank-Line.
           write KVLIMCHK-PRT-LINE from WS-Column-Heading.

     ***************************************************************
       printRunTotals.
     ***************************************************************

           write KVLIMCHK-PRT-LINE from WS-Blank-Line.
           move 'PORTFOLIOS VALUED' to D-Count-Label.
           move WS-PORTFOLIO-COUNT to D-Count-Value.
           write KVLIMCHK-PRT-LINE from WS-Count-Line.
           move 'PORTFOLIOS CHECKED' to D-Count-Label.
           move WS-CHECKED-COUNT to D-Count-Value.
           write KVLIMCHK-PRT-LINE from WS-Count-Line.
           move 'PORTFOLIOS WITHOUT LIMITS' to D-Count-Label.
           move WS-NOLIMIT-COUNT to D-Count-Value.
           write KVLIMCHK-PRT-LINE from WS-Count-Line.
           move 'BREACHES' to D-Count-Label.
           move WS-BREACH-COUNT to D-Count-Value.
           write KVLIMCHK-PRT-LINE from WS-Count-Line.
           move 'NEAR-MISSES' to D-Count-Label.
           move WS-WARNING-COUNT to D-Count-Value.
           write KVLIMCHK-PRT-LINE from WS-Count-Line.

     ***************************************************************
       closeFiles.
     ***************************************************************

           close KVLIMCHK-EXT-FILE.
           close KVLIMCHK-PRT-FILE.
           if WS-Limit-Available = 'Y'
              close LIMIT-MASTER-FILE
           end-if.

        COPY KVRUNHP.

       end program KVLIMCHK.
