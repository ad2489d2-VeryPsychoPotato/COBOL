      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Conversions restated at the KVRATEHST rate in 2*/
      */*2           force on the as-of date instead of today's    2*/
      */*2           master rate; rate date used printed on every  2*/
      */*2           line                                          2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           SOURCE column shows the vendor feed each      2*/
      */*2           close was taken from, as kept on KVPRICEHST   2*/
      */*2----------------------------------------------------------2*/


      */*3                                                          3*/
      */*3 Only validated prices ever reach the history, so every   3*/
      */*3 reprinted line is a valid entry. Conversions use the     3*/
      */*3 KVRATEHST rate in force on the as-of date, and each line 3*/
      */*3 shows the rate date used; a currency with no history on  3*/
      */*3 or before that date falls back to today's KVRATEMST      3*/
      */*3 rate, marked MASTER. A missing or unusable date card, or 3*/
      */*3 a date with no prices on file, ends the step with RC=8.  3*/
      */*3                                                          3*/
      */*3 Each line also shows the vendor feed the close came from 3*/
      */*3 (PRIMARY or SECONDARY), as kept with it on KVPRICEHST.   3*/
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
           select KVTEST3RD-PRM-FILE assign to "KVRPPARM"
               organization is sequential
               file status is WS-Parm-File-Status.
       01 RATE-MASTER-REC.
        COPY KVRATEM.

       fd RATE-HIST-FILE.
       01 RATE-HIST-REC.
        COPY KVRATEH.

       fd KVTEST3RD-PRM-FILE.
       01 KVTEST3RD-PRM-REC pic 9(8).

       01 WS-Master-File-Status pic x(2).
       01 WS-Rate-File-Status pic x(2).
       01 WS-Parm-File-Status pic x(2).
       01 WS-RateHist-File-Status pic x(2).
       01 WS-Master-Available pic x(1) value 'N'.
       01 WS-Rate-Available pic x(1) value 'N'.
       01 WS-RateHist-Available pic x(1) value 'N'.

       01 WS-Rate-Lookup.
        COPY KVRATEL.

       01 WS-Asof-Date pic 9(8) value zero.
       01 WS-Report-Currency pic x(3) value 'NOK'.
             10 WS-BE-Exchange pic x(4).
             10 WS-BE-Currency pic x(3).
             10 WS-BE-Reporting pic s9(7)v9(8).
             10 WS-BE-Rate-Date pic 9(8).
             10 WS-BE-Rate-Note pic x(6).
             10 WS-BE-Source pic x(1).
       01 WS-Board-Swap.
           05 WS-BS-FOKD pic x(12).
           05 WS-BS-Price pic s9(7)v9(8).
           05 WS-BS-Exchange pic x(4).
           05 WS-BS-Currency pic x(3).
           05 WS-BS-Reporting pic s9(7)v9(8).
           05 WS-BS-Rate-Date pic 9(8).
           05 WS-BS-Rate-Note pic x(6).
           05 WS-BS-Source pic x(1).

       01 WS-Sort-I pic 9(3).
       01 WS-Sort-J pic 9(3).
           05 filler pic x(06) value 'EXCH'.
           05 filler pic x(05) value 'CCY'.
           05 filler pic x(16) value '       KRS-HDL'.
           05 filler pic x(15) value '      REPORTING'.
           05 filler pic x(18) value 'RATE DT'.
           05 filler pic x(09) value 'SOURCE'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Price pic -(7)9,9(4).
           05 filler pic x(02) value spaces.
           05 D-Price-Reporting pic -(7)9,9(4).
           05 filler pic x(03) value spaces.
           05 D-Rate-Date pic z(8).
           05 filler pic x(02) value spaces.
           05 D-Rate-Note pic x(6).
           05 filler pic x(02) value spaces.
           05 D-Source pic x(9).

       01 WS-Summary-Label-Line.
           05 filler pic x(03) value spaces.
           if WS-Rate-File-Status = '00'
              move 'Y' to WS-Rate-Available
           end-if.
           open input RATE-HIST-FILE.
           if WS-RateHist-File-Status = '00'
              move 'Y' to WS-RateHist-Available
           end-if.

     ***************************************************************
       collectBoardEntries.
              move spaces to WS-BE-Currency(WS-BOARD-COUNT)
              move PH-KRS-HDL in WS-History-Record
                 to WS-BE-Reporting(WS-BOARD-COUNT)
              move zero to WS-BE-Rate-Date(WS-BOARD-COUNT)
              move spaces to WS-BE-Rate-Note(WS-BOARD-COUNT)
              move PH-Price-Source in WS-History-Record
                 to WS-BE-Source(WS-BOARD-COUNT)
           else
              display 'KVTEST3RD BOARD TABLE FULL AT ' WS-READ-COUNT
           end-if.
              end-if
           end-if.

      *    The rate is the one in force on the as-of date, not
      *    today's - a reprint has to show what the board said then.
           if WS-BE-Currency(WS-Sort-I) not = spaces
                 and WS-BE-Currency(WS-Sort-I)
                    not = WS-Report-Currency
              move WS-BE-Currency(WS-Sort-I)
                 to RL-Currency in WS-Rate-Lookup
              move WS-Asof-Date to RL-Asof-Date in WS-Rate-Lookup
              perform findRateInForce
              if RL-FOUND-YES in WS-Rate-Lookup
                 move RL-Rate-Date in WS-Rate-Lookup
                    to WS-BE-Rate-Date(WS-Sort-I)
                 if RL-FROM-MASTER in WS-Rate-Lookup
                    move 'MASTER' to WS-BE-Rate-Note(WS-Sort-I)
                 end-if
                 compute WS-BE-Reporting(WS-Sort-I) rounded =
                    WS-BE-Price(WS-Sort-I)
                       * RL-Rate in WS-Rate-Lookup
                    on size error
                       move WS-BE-Price(WS-Sort-I)
                          to WS-BE-Reporting(WS-Sort-I)
                 end-compute
              else
                 move 'NORATE' to WS-BE-Rate-Note(WS-Sort-I)
              end-if
           end-if.

              move WS-BE-Currency(WS-Rank) to D-Currency
              move WS-BE-Price(WS-Rank) to D-Price
              move WS-BE-Reporting(WS-Rank) to D-Price-Reporting
              move WS-BE-Rate-Date(WS-Rank) to D-Rate-Date
              move WS-BE-Rate-Note(WS-Rank) to D-Rate-Note
              if WS-BE-Source(WS-Rank) = 'S'
                 move 'SECONDARY' to D-Source
              else
                 move 'PRIMARY' to D-Source
              end-if
              write KVTEST3RD-PRT-LINE from WS-Detail-Line
              add WS-BE-Reporting(WS-Rank) to WS-Price-Total
           end-perform.
           if WS-Rate-Available = 'Y'
              close RATE-MASTER-FILE
           end-if.
           if WS-RateHist-Available = 'Y'
              close RATE-HIST-FILE
           end-if.
           close KVTEST3RD-PRT-FILE.

        COPY KVRATEHP.

       end program KVTEST3RD.
