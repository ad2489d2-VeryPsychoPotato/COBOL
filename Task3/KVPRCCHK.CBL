      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVPRCCHK                                 1*/
      */*1 Program-title : Missing-price completeness check         1*/
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
      */*3 Runs after the evening pricing. Every FOKD on KVISINMST  3*/
      */*3 that is active on the business date (KVBUSDATE card,     3*/
      */*3 machine date without one) and whose ISIN-Exchange was    3*/
      */*3 open that day - a weekday with no KVHOLCAL holiday for   3*/
      */*3 the exchange - is expected to carry a KVPRICEHST close   3*/
      */*3 dated on or after the business date. A suspended or      3*/
      */*3 delisted FOKD whose status date has been reached is not  3*/
      */*3 expected, the same rule KVTEST3 prices by.               3*/
      */*3                                                          3*/
      */*3 Each expected FOKD without tonight's price is listed on  3*/
      */*3 KVPCRPT with its last price date and the number of       3*/
      */*3 business days on its exchange since then (NEVER when no  3*/
      */*3 price was ever kept). A second section lists the         3*/
      */*3 KVPOSMST holdings in those FOKDs, which KVPOSVAL will    3*/
      */*3 value on the old close.                                  3*/
      */*3                                                          3*/
      */*3 The age allowed, in business days, is read from KVPCPARM 3*/
      */*3 (columns 1-3); without a card 1 day applies. Any FOKD    3*/
      */*3 older than that, or never priced, ends the step RC=4.    3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVPRCCHK.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select ISIN-MASTER-FILE assign to "KVISINMST"
               organization is indexed
               access mode is sequential
               record key is FOKD in ISIN-MASTER-REC
               file status is WS-Master-File-Status.
           select PRICE-HIST-FILE assign to "KVPRICEHST"
               organization is indexed
               access mode is dynamic
               record key is PH-Key in PRICE-HIST-REC
               file status is WS-History-File-Status.
           select HOLIDAY-CAL-FILE assign to "KVHOLCAL"
               organization is indexed
               access mode is dynamic
               record key is HOL-Key in HOLIDAY-CAL-REC
               file status is WS-Holiday-File-Status.
           select POSITION-MASTER-FILE assign to "KVPOSMST"
               organization is indexed
               access mode is sequential
               record key is POS-Key in POSITION-MASTER-REC
               file status is WS-Position-File-Status.
           select KVPRCCHK-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.
           select KVPRCCHK-PRM-FILE assign to "KVPCPARM"
               organization is sequential
               file status is WS-Parm-File-Status.
           select KVPRCCHK-PRT-FILE assign to "KVPCRPT"
               organization is sequential.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.

       data division.
       file section.

       fd ISIN-MASTER-FILE.
       01 ISIN-MASTER-REC.
        COPY KVISINM.

       fd PRICE-HIST-FILE.
       01 PRICE-HIST-REC.
        COPY KVPRICEH.

       fd HOLIDAY-CAL-FILE.
       01 HOLIDAY-CAL-REC.
        COPY KVHOLCM.

       fd POSITION-MASTER-FILE.
       01 POSITION-MASTER-REC.
        COPY KVPOSM.

       fd KVPRCCHK-BDT-FILE.
       01 KVPRCCHK-BDT-REC pic x(8).

       fd KVPRCCHK-PRM-FILE.
       01 KVPRCCHK-PRM-REC.
           05 PRM-Max-Age pic x(3).

       fd KVPRCCHK-PRT-FILE.
       01 KVPRCCHK-PRT-LINE pic x(132).

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.
           05 WS-Scan-Done pic x(01).

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-EXPECTED-COUNT pic 9(7) value zero.
           05 WS-PRICED-COUNT pic 9(7) value zero.
           05 WS-MISSING-COUNT pic 9(7) value zero.
           05 WS-STALE-COUNT pic 9(7) value zero.
           05 WS-POSITION-COUNT pic 9(7) value zero.

       01 WS-Master-File-Status pic x(2).
       01 WS-History-File-Status pic x(2).
       01 WS-Holiday-File-Status pic x(2).
       01 WS-Position-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Parm-File-Status pic x(2).
       01 WS-History-Available pic x(1) value 'N'.
       01 WS-Holiday-Available pic x(1) value 'N'.

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Bdate-Card pic x(8).
       01 WS-Max-Age pic 9(3) value 1.

       01 WS-Isin-Record.
        COPY KVISINM.

       01 WS-Position-Record.
        COPY KVPOSM.

      *    Open/closed answer per exchange for the business date, so
      *    the calendar is read once per exchange and not per FOKD.
       01 WS-Exchange-Table.
           05 WS-Exch-Used pic 9(3) value zero.
           05 WS-Exch-Entry occurs 200 times.
             10 WS-Exch-Code pic x(04).
             10 WS-Exch-Open pic x(01).
       01 WS-Exch-Index pic 9(3).

      *    The unpriced FOKDs, in KVISINMST key order, kept for the
      *    holdings section.
       01 WS-Missing-Table.
           05 WS-Miss-Used pic 9(5) value zero.
           05 WS-Miss-Entry occurs 5000 times.
             10 WS-Miss-Fokd pic x(12).
             10 WS-Miss-Last-Date pic 9(8).
             10 WS-Miss-Age pic 9(3).
             10 WS-Miss-Never pic x(1).
       01 WS-Miss-Index pic 9(5).

       01 WS-Check-Work.
           05 WS-Exchange-Open pic x(1).
           05 WS-Last-Date pic 9(8).
           05 WS-Age pic 9(3).
           05 WS-Never pic x(1).
           05 WS-Day-Integer pic 9(7).
           05 WS-End-Integer pic 9(7).
           05 WS-Day-DOW pic 9(1).
           05 WS-Day-Holiday pic x(1).
           05 WS-Check-Exchange pic x(4).

       01 WS-Heading-1.
           05 filler pic x(42) value
              'KVTEST MISSING-PRICE COMPLETENESS CHECK'.
           05 filler pic x(15) value 'BUSINESS DATE'.
           05 H-Business-Date pic 9(8).
           05 filler pic x(04) value spaces.
           05 filler pic x(15) value 'MAX AGE (DAYS)'.
           05 H-Max-Age pic zz9.

       01 WS-Missing-Heading.
           05 filler pic x(03) value spaces.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(22) value 'SHORT NAME'.
           05 filler pic x(06) value 'EXCH'.
           05 filler pic x(05) value 'CCY'.
           05 filler pic x(12) value 'LAST PRICE'.
           05 filler pic x(10) value 'AGE (BD)'.
           05 filler pic x(08) value 'NOTE'.

       01 WS-Missing-Line.
           05 filler pic x(03) value spaces.
           05 D-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Short-Name pic x(20).
           05 filler pic x(02) value spaces.
           05 D-Exchange pic x(04).
           05 filler pic x(02) value spaces.
           05 D-Currency pic x(03).
           05 filler pic x(02) value spaces.
           05 D-Last-Date pic z(8).
           05 filler pic x(04) value spaces.
           05 D-Age pic zz9.
           05 filler pic x(07) value spaces.
           05 D-Note pic x(08).

       01 WS-Position-Heading.
           05 filler pic x(03) value spaces.
           05 filler pic x(10) value 'PORTFOLIO'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(18) value '        QUANTITY'.
           05 filler pic x(12) value 'LAST PRICE'.
           05 filler pic x(10) value 'AGE (BD)'.
           05 filler pic x(08) value 'NOTE'.

       01 WS-Position-Line.
           05 filler pic x(03) value spaces.
           05 D-Pos-Portfolio pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Pos-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Pos-Quantity pic -(11)9,99.
           05 filler pic x(02) value spaces.
           05 D-Pos-Last-Date pic z(8).
           05 filler pic x(04) value spaces.
           05 D-Pos-Age pic zz9.
           05 filler pic x(07) value spaces.
           05 D-Pos-Note pic x(08).

       01 WS-Count-Line.
           05 filler pic x(03) value spaces.
           05 D-Count-Label pic x(34).
           05 D-Count-Value pic zzzzzz9.

       01 WS-Missing-Title pic x(132) value
          'FOKDS EXPECTED TONIGHT WITHOUT A PRICE'.
       01 WS-Position-Title pic x(132) value
          'POSITIONS HELD IN THOSE FOKDS'.
       01 WS-None-Line pic x(132) value
          '   NONE'.
       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform readBusinessDate.
           perform readAgeParm.
           perform openFiles.
           perform printHeadings.

           perform readIsinRecord.
           perform until WS-EOF
              perform checkOneFokd
              perform readIsinRecord
           end-perform.

           if WS-Miss-Used = zero
              write KVPRCCHK-PRT-LINE from WS-None-Line
           end-if.

           perform listHeldPositions.
           perform printRunTotals.
           perform closeFiles.

           display 'KVPRCCHK BDATE    ' WS-Business-Date.
           display 'KVPRCCHK READ     ' WS-READ-COUNT.
           display 'KVPRCCHK EXPECTED ' WS-EXPECTED-COUNT.
           display 'KVPRCCHK PRICED   ' WS-PRICED-COUNT.
           display 'KVPRCCHK MISSING  ' WS-MISSING-COUNT.
           display 'KVPRCCHK STALE    ' WS-STALE-COUNT.
           display 'KVPRCCHK HELD     ' WS-POSITION-COUNT.

           move 'KVPRCCHK' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
           move WS-PRICED-COUNT to RH-Write-Count in WS-RunHist-Record.
           move WS-MISSING-COUNT
              to RH-Reject-Count in WS-RunHist-Record.
           move 'OK' to RH-Run-Status in WS-RunHist-Record.
           perform writeRunHistory.

           if WS-STALE-COUNT > zero
              move 4 to return-code
           end-if.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Same run-control card KVTEST2BT reads; without one the
      *    machine date is the night being checked.
           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVPRCCHK-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVPRCCHK-BDT-FILE
                 at end continue
                 not at end
                    move KVPRCCHK-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVPRCCHK-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       readAgeParm.
     ***************************************************************

           open input KVPRCCHK-PRM-FILE.
           if WS-Parm-File-Status = '00'
              read KVPRCCHK-PRM-FILE
                 at end continue
                 not at end
                    if PRM-Max-Age is numeric
                       move PRM-Max-Age to WS-Max-Age
                    end-if
              end-read
           end-if.
           close KVPRCCHK-PRM-FILE.

     ***************************************************************
       openFiles.
     ***************************************************************

           open input ISIN-MASTER-FILE.
           open output KVPRCCHK-PRT-FILE.

           open input PRICE-HIST-FILE.
           if WS-History-File-Status = '00'
              move 'Y' to WS-History-Available
           end-if.
           open input HOLIDAY-CAL-FILE.
           if WS-Holiday-File-Status = '00'
              move 'Y' to WS-Holiday-Available
           end-if.

     ***************************************************************
       readIsinRecord.
     ***************************************************************

           if WS-Master-File-Status = '00'
              read ISIN-MASTER-FILE into WS-Isin-Record
                 at end set WS-EOF to true
              end-read
           else
              set WS-EOF to true
           end-if.

           if not WS-EOF and WS-Master-File-Status = '00'
              add 1 to WS-READ-COUNT
           end-if.

     ***************************************************************
       checkOneFokd.
     ***************************************************************

      *    A suspended or delisted FOKD whose status is in effect is
      *    not priced by KVTEST3 and is not expected here either.
           if (ISIN-SUSPENDED in WS-Isin-Record
                 or ISIN-DELISTED in WS-Isin-Record)
              and ISIN-Status-Date in WS-Isin-Record is numeric
              and ISIN-Status-Date in WS-Isin-Record
                 not > WS-Business-Date
              exit paragraph
           end-if.

           move ISIN-Exchange in WS-Isin-Record to WS-Check-Exchange.
           perform findExchangeOpen.
           if WS-Exchange-Open not = 'Y'
              exit paragraph
           end-if.

           add 1 to WS-EXPECTED-COUNT.
           perform findLastPrice.

           if WS-Never = 'N' and WS-Last-Date not < WS-Business-Date
              add 1 to WS-PRICED-COUNT
              exit paragraph
           end-if.

           add 1 to WS-MISSING-COUNT.
           if WS-Never = 'Y'
              move 999 to WS-Age
           else
              perform countBusinessDaysOld
           end-if.
           if WS-Age > WS-Max-Age
              add 1 to WS-STALE-COUNT
           end-if.

           perform printMissingLine.

           if WS-Miss-Used < 5000
              add 1 to WS-Miss-Used
              move FOKD in WS-Isin-Record to WS-Miss-Fokd(WS-Miss-Used)
              move WS-Last-Date to WS-Miss-Last-Date(WS-Miss-Used)
              move WS-Age to WS-Miss-Age(WS-Miss-Used)
              move WS-Never to WS-Miss-Never(WS-Miss-Used)
           else
              display 'KVPRCCHK MISSING TABLE FULL '
                 FOKD in WS-Isin-Record
           end-if.

     ***************************************************************
      * Weekend days are closed everywhere; a weekday is closed when
      * KVHOLCAL carries a holiday for the exchange on that date.
     ***************************************************************
       findExchangeOpen.
     ***************************************************************

           perform varying WS-Exch-Index from 1 by 1
              until WS-Exch-Index > WS-Exch-Used
                 or WS-Exch-Code(WS-Exch-Index) = WS-Check-Exchange
              continue
           end-perform.

           if WS-Exch-Index not > WS-Exch-Used
              move WS-Exch-Open(WS-Exch-Index) to WS-Exchange-Open
              exit paragraph
           end-if.

           compute WS-Day-Integer =
              function integer-of-date(WS-Business-Date).
           perform checkDayOpen.
           if WS-Day-Holiday = 'N'
              move 'Y' to WS-Exchange-Open
           else
              move 'N' to WS-Exchange-Open
           end-if.

           if WS-Exch-Used < 200
              add 1 to WS-Exch-Used
              move WS-Check-Exchange to WS-Exch-Code(WS-Exch-Used)
              move WS-Exchange-Open to WS-Exch-Open(WS-Exch-Used)
           end-if.

     ***************************************************************
      * WS-Day-Holiday = 'Y' when WS-Day-Integer is a Saturday, a
      * Sunday or a KVHOLCAL holiday of WS-Check-Exchange.
     ***************************************************************
       checkDayOpen.
     ***************************************************************

           move 'N' to WS-Day-Holiday.
           compute WS-Day-DOW = function mod(WS-Day-Integer 7).
           if WS-Day-DOW = 0 or WS-Day-DOW = 6
              move 'Y' to WS-Day-Holiday
              exit paragraph
           end-if.

           if WS-Holiday-Available = 'Y'
              move WS-Check-Exchange to HOL-Exchange in HOLIDAY-CAL-REC
              compute HOL-Date in HOLIDAY-CAL-REC =
                 function date-of-integer(WS-Day-Integer)
              read HOLIDAY-CAL-FILE
                 invalid key continue
              end-read
              if WS-Holiday-File-Status = '00'
                 move 'Y' to WS-Day-Holiday
              end-if
           end-if.

     ***************************************************************
      * The FOKD's history is keyed by date, so a forward scan
      * leaves the latest close it holds in WS-Last-Date.
     ***************************************************************
       findLastPrice.
     ***************************************************************

           move 'Y' to WS-Never.
           move zero to WS-Last-Date.

           if WS-History-Available not = 'Y'
              exit paragraph
           end-if.

           move FOKD in WS-Isin-Record to PH-FOKD in PRICE-HIST-REC.
           move zero to PH-Price-Date in PRICE-HIST-REC.
           start PRICE-HIST-FILE
              key is not less than PH-Key in PRICE-HIST-REC
              invalid key continue
           end-start.
           if WS-History-File-Status = '00'
              move 'N' to WS-Scan-Done
              perform until WS-Scan-Done = 'Y'
                 read PRICE-HIST-FILE next
                    at end move 'Y' to WS-Scan-Done
                 end-read
                 if WS-Scan-Done = 'N'
                    if WS-History-File-Status not = '00'
                          or PH-FOKD in PRICE-HIST-REC
                             not = FOKD in WS-Isin-Record
                       move 'Y' to WS-Scan-Done
                    else
                       move 'N' to WS-Never
                       move PH-Price-Date in PRICE-HIST-REC
                          to WS-Last-Date
                    end-if
                 end-if
              end-perform
           end-if.
           move '00' to WS-History-File-Status.

     ***************************************************************
      * Business days on the FOKD's exchange after the last price
      * date up to and including the business date - a Friday
      * close checked on Monday is one day old. Counting stops at
      * 999.
     ***************************************************************
       countBusinessDaysOld.
     ***************************************************************

           move zero to WS-Age.
           compute WS-Day-Integer =
              function integer-of-date(WS-Last-Date).
           compute WS-End-Integer =
              function integer-of-date(WS-Business-Date).

           perform until WS-Day-Integer not < WS-End-Integer
                 or WS-Age = 999
              add 1 to WS-Day-Integer
              perform checkDayOpen
              if WS-Day-Holiday = 'N'
                 add 1 to WS-Age
              end-if
           end-perform.

     ***************************************************************
       printMissingLine.
     ***************************************************************

           move FOKD in WS-Isin-Record to D-Fokd.
           move ISIN-Short-Name in WS-Isin-Record to D-Short-Name.
           move ISIN-Exchange in WS-Isin-Record to D-Exchange.
           move ISIN-Currency in WS-Isin-Record to D-Currency.
           move WS-Last-Date to D-Last-Date.
           move WS-Age to D-Age.
           evaluate true
               when WS-Never = 'Y'
                  move 'NEVER' to D-Note
               when WS-Age > WS-Max-Age
                  move 'STALE' to D-Note
               when other
                  move spaces to D-Note
           end-evaluate.
           write KVPRCCHK-PRT-LINE from WS-Missing-Line.

     ***************************************************************
      * The position master is in portfolio/FOKD order, so each
      * holding is looked up in the table of unpriced FOKDs.
     ***************************************************************
       listHeldPositions.
     ***************************************************************

           write KVPRCCHK-PRT-LINE from WS-Blank-Line.
           write KVPRCCHK-PRT-LINE from WS-Position-Title.
           write KVPRCCHK-PRT-LINE from WS-Position-Heading.

           if WS-Miss-Used > zero
              open input POSITION-MASTER-FILE
              move 'N' to WS-EOF-SWITCH
              perform readPositionRecord
              perform until WS-EOF
                 perform checkOnePosition
                 perform readPositionRecord
              end-perform
              if WS-Position-File-Status = '00'
                    or WS-Position-File-Status = '10'
                 close POSITION-MASTER-FILE
              end-if
           end-if.

           if WS-POSITION-COUNT = zero
              write KVPRCCHK-PRT-LINE from WS-None-Line
           end-if.

     ***************************************************************
       readPositionRecord.
     ***************************************************************

           if WS-Position-File-Status = '00'
              read POSITION-MASTER-FILE into WS-Position-Record
                 at end set WS-EOF to true
              end-read
           else
              set WS-EOF to true
           end-if.

     ***************************************************************
       checkOnePosition.
     ***************************************************************

           perform varying WS-Miss-Index from 1 by 1
              until WS-Miss-Index > WS-Miss-Used
                 or WS-Miss-Fokd(WS-Miss-Index)
                    = POS-FOKD in WS-Position-Record
              continue
           end-perform.
           if WS-Miss-Index > WS-Miss-Used
              exit paragraph
           end-if.

           add 1 to WS-POSITION-COUNT.
           move POS-Portfolio in WS-Position-Record to D-Pos-Portfolio.
           move POS-FOKD in WS-Position-Record to D-Pos-Fokd.
           move POS-Quantity in WS-Position-Record to D-Pos-Quantity.
           move WS-Miss-Last-Date(WS-Miss-Index) to D-Pos-Last-Date.
           move WS-Miss-Age(WS-Miss-Index) to D-Pos-Age.
           evaluate true
               when WS-Miss-Never(WS-Miss-Index) = 'Y'
                  move 'NEVER' to D-Pos-Note
               when WS-Miss-Age(WS-Miss-Index) > WS-Max-Age
                  move 'STALE' to D-Pos-Note
               when other
                  move spaces to D-Pos-Note
           end-evaluate.
           write KVPRCCHK-PRT-LINE from WS-Position-Line.

     ***************************************************************
       printHeadings.
     ***************************************************************

           move WS-Business-Date to H-Business-Date.
           move WS-Max-Age to H-Max-Age.
           write KVPRCCHK-PRT-LINE from WS-Heading-1.
           write KVPRCCHK-PRT-LINE from WS-Blank-Line.
           write KVPRCCHK-PRT-LINE from WS-Missing-Title.
           write KVPRCCHK-PRT-LINE from WS-Missing-Heading.

     ***************************************************************
       printRunTotals.
     ***************************************************************

           write KVPRCCHK-PRT-LINE from WS-Blank-Line.
           move 'FOKDS EXPECTED TONIGHT' to D-Count-Label.
           move WS-EXPECTED-COUNT to D-Count-Value.
           write KVPRCCHK-PRT-LINE from WS-Count-Line.
           move 'FOKDS PRICED' to D-Count-Label.
           move WS-PRICED-COUNT to D-Count-Value.
           write KVPRCCHK-PRT-LINE from WS-Count-Line.
           move 'FOKDS WITHOUT A PRICE' to D-Count-Label.
           move WS-MISSING-COUNT to D-Count-Value.
           write KVPRCCHK-PRT-LINE from WS-Count-Line.
           move 'FOKDS OLDER THAN THE MAXIMUM AGE' to D-Count-Label.
           move WS-STALE-COUNT to D-Count-Value.
           write KVPRCCHK-PRT-LINE from WS-Count-Line.
           move 'POSITIONS IN UNPRICED FOKDS' to D-Count-Label.
           move WS-POSITION-COUNT to D-Count-Value.
           write KVPRCCHK-PRT-LINE from WS-Count-Line.

     ***************************************************************
       closeFiles.
     ***************************************************************

           if WS-Master-File-Status = '00'
                 or WS-Master-File-Status = '10'
              close ISIN-MASTER-FILE
           end-if.
           close KVPRCCHK-PRT-FILE.
           if WS-History-Available = 'Y'
              close PRICE-HIST-FILE
           end-if.
           if WS-Holiday-Available = 'Y'
              close HOLIDAY-CAL-FILE
           end-if.

        COPY KVRUNHP.

       end program KVPRCCHK.
