      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Month figures stated in the reporting         2*/
      */*2           currency, each close converted at the         2*/
      */*2           KVRATEHST rate in force on its price date;    2*/
      */*2           currency and rate date shown per line         2*/
      */*2----------------------------------------------------------2*/


      */*3 the percentage move, followed by a top-10 risers and a   3*/
      */*3 top-10 fallers section ordered on the percentage move.   3*/
      */*3 The one-page answer goes to KVMERPT.                     3*/
      */*3                                                          3*/
      */*3 Prices are stated in the reporting currency: each day's  3*/
      */*3 close is converted at the KVRATEHST rate in force on its 3*/
      */*3 own price date (currency from KVISINMST), so the move    3*/
      */*3 includes the currency move. The line shows the currency  3*/
      */*3 and the rate date applied to the last price; a currency  3*/
      */*3 with no history on or before a price date falls back to  3*/
      */*3 today's KVRATEMST rate and is noted MASTER.              3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is sequential
               record key is PH-Key in PRICE-HIST-REC
               file status is WS-History-File-Status.
           select ISIN-MASTER-FILE assign to "KVISINMST"
               organization is indexed
               access mode is dynamic
               record key is FOKD in ISIN-MASTER-REC
               file status is WS-Master-File-Status.
           select RATE-MASTER-FILE assign to "KVRATEMST"
               organization is indexed
               access mode is dynamic
               record key is RATE-Currency in RATE-MASTER-REC
               file status is WS-Rate-File-Status.
           select RATE-HIST-FILE assign to "KVRATEHST"
               organization is indexed
               access mode is dynamic
               record key is RTH-Key in RATE-HIST-REC
               file status is WS-RateHist-File-Status.
           select KVTEST3ME-PRM-FILE assign to "KVMEPARM"
               organization is sequential
               file status is WS-Parm-File-Status.
       01 PRICE-HIST-REC.
        COPY KVPRICEH.

       fd ISIN-MASTER-FILE.
       01 ISIN-MASTER-REC.
        COPY KVISINM.

       fd RATE-MASTER-FILE.
       01 RATE-MASTER-REC.
        COPY KVRATEM.

       fd RATE-HIST-FILE.
       01 RATE-HIST-REC.
        COPY KVRATEH.

       fd KVTEST3ME-PRM-FILE.
       01 KVTEST3ME-PRM-REC pic 9(6).


       01 WS-History-File-Status pic x(2).
       01 WS-Parm-File-Status pic x(2).
       01 WS-Master-File-Status pic x(2).
       01 WS-Rate-File-Status pic x(2).
       01 WS-RateHist-File-Status pic x(2).
       01 WS-Master-Available pic x(1) value 'N'.
       01 WS-Rate-Available pic x(1) value 'N'.
       01 WS-RateHist-Available pic x(1) value 'N'.

       01 WS-Rate-Lookup.
        COPY KVRATEL.

       01 WS-Report-Currency pic x(3) value 'NOK'.

       01 WS-Report-Month pic 9(6).
       01 WS-Run-Date.

       01 WS-Current-Fokd pic x(12).
       01 WS-Fokd-Hit pic x(1).
       01 WS-Fokd-Currency pic x(3).
       01 WS-Day-Price pic s9(7)v9(8).

       01 WS-Fokd-Stats.
           05 WS-First-Price pic s9(7)v9(8).
           05 WS-Low-Price pic s9(7)v9(8).
           05 WS-Low-Date pic 9(8).
           05 WS-Pct-Move pic s9(4)v9(2).
           05 WS-Last-Rate-Date pic 9(8).
           05 WS-Rate-Note pic x(6).

       01 WS-Mover-Table.
           05 WS-Mover-Used pic 9(3) value zero.
              'KVTEST3 PRICE HISTORY MONTH-END SUMMARY   '.
           05 filler pic x(06) value 'MONTH'.
           05 H-Report-Month pic 9(6).
           05 filler pic x(03) value spaces.
           05 filler pic x(09) value 'CURRENCY'.
           05 H-Report-Currency pic x(3).
       01 WS-Heading-2.
           05 filler pic x(03) value spaces.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(10) value 'HIGH DT'.
           05 filler pic x(15) value 'LOW'.
           05 filler pic x(10) value 'LOW DT'.
           05 filler pic x(10) value 'PCT MOVE'.
           05 filler pic x(05) value 'CCY'.
           05 filler pic x(10) value 'RATE DT'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Low-Date pic 9(8).
           05 filler pic x(02) value spaces.
           05 D-Pct-Move pic -(4)9,99.
           05 filler pic x(02) value spaces.
           05 D-Currency pic x(03).
           05 filler pic x(02) value spaces.
           05 D-Rate-Date pic z(8).
           05 filler pic x(02) value spaces.
           05 D-Rate-Note pic x(6).

       01 WS-Mover-Line.
           05 filler pic x(03) value spaces.
           open input PRICE-HIST-FILE.
           open output KVTEST3ME-PRT-FILE.

           open input ISIN-MASTER-FILE.
           if WS-Master-File-Status = '00'
              move 'Y' to WS-Master-Available
           end-if.
           open input RATE-MASTER-FILE.
           if WS-Rate-File-Status = '00'
              move 'Y' to WS-Rate-Available
           end-if.
           open input RATE-HIST-FILE.
           if WS-RateHist-File-Status = '00'
              move 'Y' to WS-RateHist-Available
           end-if.

     ***************************************************************
       readHistoryRecord.
     ***************************************************************
              perform finishCurrentFokd
              move PH-FOKD in WS-History-Record to WS-Current-Fokd
              move 'N' to WS-Fokd-Hit
              perform findFokdCurrency
           end-if.

           if PH-Price-Date in WS-History-Record(1:6)
              perform trackMonthPrice
           end-if.

     ***************************************************************
       findFokdCurrency.
     ***************************************************************

           move spaces to WS-Fokd-Currency.
           if WS-Master-Available = 'Y'
              move WS-Current-Fokd to FOKD in ISIN-MASTER-REC
              read ISIN-MASTER-FILE
                 invalid key continue
              end-read
              if WS-Master-File-Status = '00'
                 move ISIN-Currency in ISIN-MASTER-REC
                    to WS-Fokd-Currency
              end-if
           end-if.

     ***************************************************************
      * A day's close is restated at the rate in force on that
      * day; the rate date kept is the one behind the last price,
      * the figure the percentage move ends on.
     ***************************************************************
       convertDayPrice.
     ***************************************************************

           move PH-KRS-HDL in WS-History-Record to WS-Day-Price.
           move zero to WS-Last-Rate-Date.
           move spaces to WS-Rate-Note.

           if WS-Fokd-Currency not = spaces
                 and WS-Fokd-Currency not = WS-Report-Currency
              move WS-Fokd-Currency to RL-Currency in WS-Rate-Lookup
              move PH-Price-Date in WS-History-Record
                 to RL-Asof-Date in WS-Rate-Lookup
              perform findRateInForce
              if RL-FOUND-YES in WS-Rate-Lookup
                 move RL-Rate-Date in WS-Rate-Lookup
                    to WS-Last-Rate-Date
                 if RL-FROM-MASTER in WS-Rate-Lookup
                    move 'MASTER' to WS-Rate-Note
                 end-if
                 compute WS-Day-Price rounded =
                    PH-KRS-HDL in WS-History-Record
                       * RL-Rate in WS-Rate-Lookup
                    on size error
                       move PH-KRS-HDL in WS-History-Record
                          to WS-Day-Price
                 end-compute
              else
                 move 'NORATE' to WS-Rate-Note
              end-if
           end-if.

     ***************************************************************
       trackMonthPrice.
     ***************************************************************

           perform convertDayPrice.

      *    The history arrives in FOKD/date order, so the first
      *    month record seen is the first price of the month and
      *    every later one replaces the last price.
           if WS-Fokd-Hit = 'N'
              move 'Y' to WS-Fokd-Hit
              move WS-Day-Price to WS-First-Price
              move WS-Day-Price to WS-High-Price
              move PH-Price-Date in WS-History-Record to WS-High-Date
              move WS-Day-Price to WS-Low-Price
              move PH-Price-Date in WS-History-Record to WS-Low-Date
           else
              if WS-Day-Price > WS-High-Price
                 move WS-Day-Price to WS-High-Price
                 move PH-Price-Date in WS-History-Record
                    to WS-High-Date
              end-if
              if WS-Day-Price < WS-Low-Price
                 move WS-Day-Price to WS-Low-Price
                 move PH-Price-Date in WS-History-Record
                    to WS-Low-Date
              end-if
           end-if.
           move WS-Day-Price to WS-Last-Price.

     ***************************************************************
       finishCurrentFokd.
           move WS-Low-Price to D-Low-Price.
           move WS-Low-Date to D-Low-Date.
           move WS-Pct-Move to D-Pct-Move.
           move WS-Fokd-Currency to D-Currency.
           move WS-Last-Rate-Date to D-Rate-Date.
           move WS-Rate-Note to D-Rate-Note.
           write KVTEST3ME-PRT-LINE from WS-Detail-Line.

           if WS-Mover-Used < 500
     ***************************************************************

           move WS-Report-Month to H-Report-Month.
           move WS-Report-Currency to H-Report-Currency.
           write KVTEST3ME-PRT-LINE from WS-Heading-1.
           write KVTEST3ME-PRT-LINE from WS-Heading-2.

                 or WS-History-File-Status = '10'
              close PRICE-HIST-FILE
           end-if.
           if WS-Master-Available = 'Y'
              close ISIN-MASTER-FILE
           end-if.
           if WS-Rate-Available = 'Y'
              close RATE-MASTER-FILE
           end-if.
           if WS-RateHist-Available = 'Y'
              close RATE-HIST-FILE
           end-if.
           close KVTEST3ME-PRT-FILE.

        COPY KVRATEHP.

       end program KVTEST3ME.
