      */*2 02092026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Each close converted at the KVRATEHST rate in 2*/
      */*2           force on its own price date; rate date used   2*/
      */*2           printed on the position line                  2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Book cost and unrealised gain/loss printed    2*/
      */*2           per position, portfolio and grand total       2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           Portfolio value, book cost and position count 2*/
      */*2           kept on the KVVALHST valuation history per    2*/
      */*2           business date                                 2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000005  2*/
      */*2           Each valued holding written to the KVPOSEXT   2*/
      */*2           extract with exchange, currency and value for 2*/
      */*2           the limit check                               2*/
      */*2----------------------------------------------------------2*/


      */*3----------------------------------------------------------3*/
      */*3 Special-conditions:                                      3*/
      */*3                                                          3*/
      */*3 Values every KVPOSMST position (portfolio/FOKD/quantity) 3*/
      */*3 at the FOKD's latest KVPRICEHST close, converted to the  3*/
      */*3 reporting currency at the KVRATEHST rate in force on the 3*/
      */*3 price date (currency from KVISINMST), and prints         3*/
      */*3 per-portfolio market value with the day-over-day change  3*/
      */*3 against the previous close on KVPOSRPT. The rate date    3*/
      */*3 used is printed on each line; a currency with no history 3*/
      */*3 on or before the price date falls back to today's        3*/
      */*3 KVRATEMST rate and is noted MASTER.                      3*/
      */*3                                                          3*/
      */*3 Under each position the book cost kept by the KVPOSTRN   3*/
      */*3 posting run is printed with the unrealised gain or loss  3*/
      */*3 (market value less book cost), and each portfolio and    3*/
      */*3 the grand total carry the same two figures. A position   3*/
      */*3 with no price shows no unrealised result.                3*/
      */*3                                                          3*/
      */*3 A position with no price on file is listed NO PRICE and  3*/
      */*3 valued at zero; a foreign currency without any rate is   3*/
      */*3 valued unconverted and listed NO RATE - both are for the 3*/
      */*3 desk to chase, neither stops the run.                    3*/
      */*3                                                          3*/
      */*3 Each portfolio's market value, book cost and position    3*/
      */*3 count are also kept on the KVVALHST valuation history    3*/
      */*3 under the business date (KVBUSDATE card, machine date    3*/
      */*3 without one) for the KVPERFRP period report. A rerun for 3*/
      */*3 the same business date replaces that date's figures.     3*/
      */*3                                                          3*/
      */*3 Every holding valued is also written to the KVPOSEXT     3*/
      */*3 extract (KVPOSX layout) with its exchange, currency and  3*/
      */*3 value, for the KVLIMCHK concentration limit check.       3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is dynamic
               record key is RATE-Currency in RATE-MASTER-REC
               file status is WS-Rate-File-Status.
           select RATE-HIST-FILE assign to "KVRATEHST"
               organization is indexed
               access mode is dynamic
               record key is RTH-Key in RATE-HIST-REC
               file status is WS-RateHist-File-Status.
           select VAL-HIST-FILE assign to "KVVALHST"
               organization is indexed
               access mode is dynamic
               record key is VH-Key in VAL-HIST-REC
               file status is WS-ValHist-File-Status.
           select KVPOSVAL-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.
           select KVPOSVAL-EXT-FILE assign to "KVPOSEXT"
               organization is sequential
               file status is WS-Extract-File-Status.
           select KVPOSVAL-PRT-FILE assign to "KVPOSRPT"
               organization is sequential.
           select RUN-HIST-FILE assign to "KVRUNHST"
       01 RATE-MASTER-REC.
        COPY KVRATEM.

       fd RATE-HIST-FILE.
       01 RATE-HIST-REC.
        COPY KVRATEH.

       fd VAL-HIST-FILE.
       01 VAL-HIST-REC.
        COPY KVVALH.

       fd KVPOSVAL-BDT-FILE.
       01 KVPOSVAL-BDT-REC pic x(8).

       fd KVPOSVAL-EXT-FILE.
       01 KVPOSVAL-EXT-REC.
        COPY KVPOSX.

       fd KVPOSVAL-PRT-FILE.
       01 KVPOSVAL-PRT-LINE pic x(132).

           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-PORTFOLIO-COUNT pic 9(7) value zero.
           05 WS-NOPRICE-COUNT pic 9(7) value zero.
           05 WS-VALHIST-COUNT pic 9(7) value zero.
           05 WS-PORT-POSITIONS pic 9(7) value zero.
           05 WS-PORT-NOPRICE pic 9(7) value zero.

       01 WS-Position-File-Status pic x(2).
       01 WS-History-File-Status pic x(2).
       01 WS-Master-File-Status pic x(2).
       01 WS-Rate-File-Status pic x(2).
       01 WS-RateHist-File-Status pic x(2).
       01 WS-History-Available pic x(1) value 'N'.
       01 WS-Master-Available pic x(1) value 'N'.
       01 WS-Rate-Available pic x(1) value 'N'.
       01 WS-RateHist-Available pic x(1) value 'N'.
       01 WS-ValHist-File-Status pic x(2).
       01 WS-ValHist-Available pic x(1) value 'N'.
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Extract-File-Status pic x(2).
       01 WS-Extract-Available pic x(1) value 'N'.

       01 WS-Extract-Record.
        COPY KVPOSX.

       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Bdate-Card pic x(8).

       01 WS-ValHist-Record.
        COPY KVVALH.

       01 WS-Rate-Lookup.
        COPY KVRATEL.

       01 WS-RunHist-Record.
        COPY KVRUNH.

       01 WS-Conversion.
           05 WS-Currency pic x(3).
           05 WS-Exchange pic x(4).
           05 WS-Rate pic 9(3)v9(6).
           05 WS-Rate-Date pic 9(8).
           05 WS-Prev-Rate pic 9(3)v9(6).
           05 WS-Note pic x(8).

       01 WS-Values.
           05 WS-Grand-Value pic s9(15)v9(2) value zero.
           05 WS-Grand-Prev pic s9(15)v9(2) value zero.
           05 WS-Grand-Change pic s9(15)v9(2) value zero.
           05 WS-Book-Cost pic s9(13)v9(2).
           05 WS-Unrealised pic s9(13)v9(2).
           05 WS-Port-Cost pic s9(15)v9(2).
           05 WS-Port-Unrealised pic s9(15)v9(2).
           05 WS-Grand-Cost pic s9(15)v9(2) value zero.
           05 WS-Grand-Unrealised pic s9(15)v9(2) value zero.

       01 WS-Heading-1 pic x(132) value
          'KVTEST PORTFOLIO VALUATION REPORT'.
           05 filler pic x(05) value 'CCY'.
           05 filler pic x(19) value '           VALUE'.
           05 filler pic x(19) value '      DAY CHANGE'.
           05 filler pic x(10) value 'RATE DT'.
           05 filler pic x(08) value 'NOTE'.

       01 WS-Portfolio-Heading.
           05 filler pic x(02) value spaces.
           05 D-Change pic -(13)9,99.
           05 filler pic x(02) value spaces.
           05 D-Rate-Date pic z(8).
           05 filler pic x(02) value spaces.
           05 D-Note pic x(8).

       01 WS-Cost-Line.
           05 filler pic x(17) value spaces.
           05 filler pic x(14) value 'BOOK COST'.
           05 D-Book-Cost pic -(13)9,99.
           05 filler pic x(04) value spaces.
           05 filler pic x(16) value 'UNREALISED G/L'.
           05 D-Unrealised pic -(13)9,99.

       01 WS-Cost-Total-Line.
           05 filler pic x(03) value spaces.
           05 D-Cost-Label pic x(22).
           05 D-Cost-Total pic -(15)9,99.
           05 filler pic x(04) value spaces.
           05 filler pic x(11) value 'UNREALISED'.
           05 D-Unrealised-Total pic -(15)9,99.

       01 WS-Total-Line.
           05 filler pic x(03) value spaces.
           05 D-Total-Label pic x(22).

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform readBusinessDate.
           perform openFiles.
           perform printHeadings.

           display 'KVPOSVAL READ      ' WS-READ-COUNT.
           display 'KVPOSVAL PORTFOLIOS' WS-PORTFOLIO-COUNT.
           display 'KVPOSVAL NO PRICE  ' WS-NOPRICE-COUNT.
           display 'KVPOSVAL VAL HIST  ' WS-VALHIST-COUNT.

           move 'KVPOSVAL' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Same run-control card KVTEST2BT reads; without one the
      *    valuation is filed under the machine date.
           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVPOSVAL-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVPOSVAL-BDT-FILE
                 at end continue
                 not at end
                    move KVPOSVAL-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVPOSVAL-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       openFiles.
     ***************************************************************
           if WS-Rate-File-Status = '00'
              move 'Y' to WS-Rate-Available
           end-if.
           open input RATE-HIST-FILE.
           if WS-RateHist-File-Status = '00'
              move 'Y' to WS-RateHist-Available
           end-if.

           open output KVPOSVAL-EXT-FILE.
           if WS-Extract-File-Status = '00'
              move 'Y' to WS-Extract-Available
           end-if.

           open i-o VAL-HIST-FILE.
           if WS-ValHist-File-Status = '35'
              open output VAL-HIST-FILE
              close VAL-HIST-FILE
              open i-o VAL-HIST-FILE
           end-if.
           if WS-ValHist-File-Status = '00'
              move 'Y' to WS-ValHist-Available
           else
              display 'KVPOSVAL VALUATION HISTORY NOT OPENED '
                 WS-ValHist-File-Status
           end-if.

     ***************************************************************
       readPositionRecord.
           perform lookupCurrencyRate.
           perform computeValues.
           perform printPositionLine.
           perform writePositionExtract.

           add WS-Value to WS-Port-Value.
           add WS-Prev-Value to WS-Port-Prev.
           add WS-Book-Cost to WS-Port-Cost.
           add WS-Unrealised to WS-Port-Unrealised.
           add 1 to WS-PORT-POSITIONS.
           if WS-Last-Found not = 'Y'
              add 1 to WS-PORT-NOPRICE
           end-if.

     ***************************************************************
       startPortfolio.
              to WS-Current-Portfolio.
           move zero to WS-Port-Value.
           move zero to WS-Port-Prev.
           move zero to WS-Port-Cost.
           move zero to WS-Port-Unrealised.
           move zero to WS-PORT-POSITIONS.
           move zero to WS-PORT-NOPRICE.
           add 1 to WS-PORTFOLIO-COUNT.

           write KVPOSVAL-PRT-LINE from WS-Blank-Line.
              move WS-Port-Value to D-Total-Value
              move WS-Port-Change to D-Total-Change
              write KVPOSVAL-PRT-LINE from WS-Total-Line
              move 'PORTFOLIO BOOK COST' to D-Cost-Label
              move WS-Port-Cost to D-Cost-Total
              move WS-Port-Unrealised to D-Unrealised-Total
              write KVPOSVAL-PRT-LINE from WS-Cost-Total-Line
              add WS-Port-Value to WS-Grand-Value
              add WS-Port-Prev to WS-Grand-Prev
              add WS-Port-Cost to WS-Grand-Cost
              add WS-Port-Unrealised to WS-Grand-Unrealised
              perform writeValuationHistory
           end-if.

     ***************************************************************
      * One history record per portfolio per business date; a
      * rerun of the same night replaces the figures it wrote.
     ***************************************************************
       writeValuationHistory.
     ***************************************************************

           if WS-ValHist-Available not = 'Y'
              exit paragraph
           end-if.

           move WS-Current-Portfolio
              to VH-Portfolio in WS-ValHist-Record.
           move WS-Business-Date
              to VH-Business-Date in WS-ValHist-Record.
           move WS-Report-Currency to VH-Currency in WS-ValHist-Record.
           move WS-Port-Value to VH-Market-Value in WS-ValHist-Record.
           move WS-Port-Cost to VH-Book-Cost in WS-ValHist-Record.
           move WS-PORT-POSITIONS
              to VH-Position-Count in WS-ValHist-Record.
           move WS-PORT-NOPRICE
              to VH-Noprice-Count in WS-ValHist-Record.
           move function current-date(1:8)
              to VH-Write-Date in WS-ValHist-Record.
           move function current-date(9:6)
              to VH-Write-Time in WS-ValHist-Record.

           write VAL-HIST-REC from WS-ValHist-Record
              invalid key
                 rewrite VAL-HIST-REC from WS-ValHist-Record
                    invalid key continue
                 end-rewrite
           end-write.
           if WS-ValHist-File-Status = '00'
              add 1 to WS-VALHIST-COUNT
           else
              display 'KVPOSVAL VALUATION HISTORY WRITE FAILED '
                 WS-Current-Portfolio ' ' WS-ValHist-File-Status
           end-if.

     ***************************************************************
              move '00' to WS-History-File-Status
           end-if.

     ***************************************************************
      * Each close is converted at the rate in force on its own
      * price date, so the day change carries the currency move as
      * well as the price move - the same figure the desk would
      * have seen on each of the two nights.
     ***************************************************************
       lookupCurrencyRate.
     ***************************************************************

           move spaces to WS-Currency.
           move spaces to WS-Exchange.
           move 1 to WS-Rate.
           move 1 to WS-Prev-Rate.
           move zero to WS-Rate-Date.
           move spaces to WS-Note.

           if WS-Master-Available = 'Y'
              if WS-Master-File-Status = '00'
                 move ISIN-Currency in ISIN-MASTER-REC
                    to WS-Currency
                 move ISIN-Exchange in ISIN-MASTER-REC
                    to WS-Exchange
              end-if
           end-if.

           if WS-Currency not = spaces
                 and WS-Currency not = WS-Report-Currency
              move WS-Currency to RL-Currency in WS-Rate-Lookup
              move WS-Last-Date to RL-Asof-Date in WS-Rate-Lookup
              perform findRateInForce
              if RL-FOUND-YES in WS-Rate-Lookup
                 move RL-Rate in WS-Rate-Lookup to WS-Rate
                 move RL-Rate-Date in WS-Rate-Lookup to WS-Rate-Date
                 if RL-FROM-MASTER in WS-Rate-Lookup
                    move 'MASTER' to WS-Note
                 end-if
              else
                 move 'NO RATE' to WS-Note
              end-if
              move WS-Rate to WS-Prev-Rate
              if WS-Prev-Found = 'Y'
                 move WS-Prev-Date to RL-Asof-Date in WS-Rate-Lookup
                 perform findRateInForce
                 if RL-FOUND-YES in WS-Rate-Lookup
                    move RL-Rate in WS-Rate-Lookup to WS-Prev-Rate
                 end-if
              end-if
           end-if.

     ***************************************************************
           if WS-Prev-Found = 'Y'
              compute WS-Prev-Value rounded =
                 POS-Quantity in WS-Position-Record
                    * WS-Prev-Price * WS-Prev-Rate
                 on size error move zero to WS-Prev-Value
              end-compute
           else

           compute WS-Change = WS-Value - WS-Prev-Value.

      *    Book cost is held in the reporting currency, the same
      *    footing as the converted market value.
           move zero to WS-Book-Cost.
           if POS-Book-Cost in WS-Position-Record is numeric
              move POS-Book-Cost in WS-Position-Record
                 to WS-Book-Cost
           end-if.
           if WS-Last-Found = 'Y'
              compute WS-Unrealised = WS-Value - WS-Book-Cost
           else
              move zero to WS-Unrealised
           end-if.

     ***************************************************************
       printPositionLine.
     ***************************************************************
           move WS-Currency to D-Currency.
           move WS-Value to D-Value.
           move WS-Change to D-Change.
           move WS-Rate-Date to D-Rate-Date.
           move WS-Note to D-Note.
           write KVPOSVAL-PRT-LINE from WS-Detail-Line.
           move WS-Book-Cost to D-Book-Cost.
           move WS-Unrealised to D-Unrealised.
           write KVPOSVAL-PRT-LINE from WS-Cost-Line.

     ***************************************************************
       writePositionExtract.
     ***************************************************************

           if WS-Extract-Available not = 'Y'
              exit paragraph
           end-if.

           move POS-Portfolio in WS-Position-Record
              to PX-Portfolio in WS-Extract-Record.
           move POS-FOKD in WS-Position-Record
              to PX-FOKD in WS-Extract-Record.
           move WS-Exchange to PX-Exchange in WS-Extract-Record.
           move WS-Currency to PX-Currency in WS-Extract-Record.
           move WS-Value to PX-Value in WS-Extract-Record.
           move WS-Business-Date
              to PX-Business-Date in WS-Extract-Record.
           if WS-Last-Found = 'Y'
              set PX-PRICED-YES in WS-Extract-Record to true
           else
              set PX-PRICED-NO in WS-Extract-Record to true
           end-if.
           write KVPOSVAL-EXT-REC from WS-Extract-Record.

     ***************************************************************
       printGrandTotals.
           move WS-Grand-Value to D-Total-Value.
           move WS-Grand-Change to D-Total-Change.
           write KVPOSVAL-PRT-LINE from WS-Total-Line.
           move 'TOTAL BOOK COST' to D-Cost-Label.
           move WS-Grand-Cost to D-Cost-Total.
           move WS-Grand-Unrealised to D-Unrealised-Total.
           write KVPOSVAL-PRT-LINE from WS-Cost-Total-Line.

     ***************************************************************
       printHeadings.
           if WS-Rate-Available = 'Y'
              close RATE-MASTER-FILE
           end-if.
           if WS-RateHist-Available = 'Y'
              close RATE-HIST-FILE
           end-if.
           if WS-ValHist-Available = 'Y'
              close VAL-HIST-FILE
           end-if.
           if WS-Extract-Available = 'Y'
              close KVPOSVAL-EXT-FILE
           end-if.

        COPY KVRUNHP.
        COPY KVRATEHP.

       end program KVPOSVAL.
