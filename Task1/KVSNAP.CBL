      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVSNAP                                   1*/
      */*1 Program-title : Pre-run master snapshot                  1*/
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
      */*3 First step of the KVNIGHT chain. Copies KVISINMST,       3*/
      */*3 KVRATEMST, KVHOLCAL, KVPOSMST, KVPRICEHST and the        3*/
      */*3 KVRATEHST rate history, each in key order, to tonight's  3*/
      */*3 KVSNAPSH generation, every record tagged with tonight's  3*/
      */*3 business date (KVBUSDATE card, machine date without      3*/
      */*3 one), as the night found them before any step changed    3*/
      */*3 them. KVBACKO puts a night's masters back from it. A     3*/
      */*3 master not yet created is taken as empty. A master that  3*/
      */*3 cannot be opened, or whose read fails part way, is left   3*/
      */*3 without a balancing trailer and the step ends RC=8: the  3*/
      */*3 snapshot is then incomplete and KVBACKO will not use it. 3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVSNAP.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select ISIN-MASTER-FILE assign to "KVISINMST"
               organization is indexed
               access mode is dynamic
               record key is FOKD in ISIN-MASTER-REC
               file status is WS-Master-File-Status.
           select RATE-MASTER-FILE assign to "KVRATEMST"
               organization is indexed
               access mode is dynamic
               record key is RATE-Currency in RATE-MASTER-REC
               file status is WS-Master-File-Status.
           select HOLIDAY-CAL-FILE assign to "KVHOLCAL"
               organization is indexed
               access mode is dynamic
               record key is HOL-Key in HOLIDAY-CAL-REC
               file status is WS-Master-File-Status.
           select POSITION-MASTER-FILE assign to "KVPOSMST"
               organization is indexed
               access mode is dynamic
               record key is POS-Key in POSITION-MASTER-REC
               file status is WS-Master-File-Status.
           select PRICE-HIST-FILE assign to "KVPRICEHST"
               organization is indexed
               access mode is dynamic
               record key is PH-Key in PRICE-HIST-REC
               file status is WS-Master-File-Status.
           select RATE-HIST-FILE assign to "KVRATEHST"
               organization is indexed
               access mode is dynamic
               record key is RTH-Key in RATE-HIST-REC
               file status is WS-Master-File-Status.
           select KVSNAP-OUT-FILE assign to "KVSNAPSH"
               organization is sequential.
           select KVSNAP-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.
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

       fd RATE-MASTER-FILE.
       01 RATE-MASTER-REC.
        COPY KVRATEM.

       fd HOLIDAY-CAL-FILE.
       01 HOLIDAY-CAL-REC.
        COPY KVHOLCM.

       fd POSITION-MASTER-FILE.
       01 POSITION-MASTER-REC.
        COPY KVPOSM.

       fd PRICE-HIST-FILE.
       01 PRICE-HIST-REC.
        COPY KVPRICEH.

       fd RATE-HIST-FILE.
       01 RATE-HIST-REC.
        COPY KVRATEH.

       fd KVSNAP-OUT-FILE.
       01 KVSNAP-OUT-REC.
        COPY KVSNAPR.

       fd KVSNAP-BDT-FILE.
       01 KVSNAP-BDT-REC pic x(8).

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.
           05 WS-READ-FAILED-SWITCH pic x(01) value 'N'.
             88 WS-READ-FAILED value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(9) value zero.
           05 WS-SECTION-COUNT pic 9(9) value zero.
           05 WS-FAILED-COUNT pic 9(2) value zero.

       01 WS-Master-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Taken-Date pic 9(8).
       01 WS-Taken-Time pic 9(6).

       01 WS-Snap-Record.
        COPY KVSNAPR.

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform readBusinessDate.
           display 'KVSNAP BDATE    ' WS-Business-Date.

           move function current-date(1:8) to WS-Taken-Date.
           move function current-date(9:6) to WS-Taken-Time.

           open output KVSNAP-OUT-FILE.
           perform snapIsinMaster.
           perform snapRateMaster.
           perform snapHolidayCalendar.
           perform snapPositionMaster.
           perform snapPriceHistory.
           perform snapRateHistory.
           close KVSNAP-OUT-FILE.

           display 'KVSNAP READ     ' WS-READ-COUNT.
           display 'KVSNAP FAILED   ' WS-FAILED-COUNT.

           if WS-FAILED-COUNT > zero
              display 'KVSNAP SNAPSHOT INCOMPLETE - NO BACKOUT POSSIBLE'
              move 8 to return-code
           end-if.

           move 'KVSNAP' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Write-Count in WS-RunHist-Record.
           move WS-FAILED-COUNT
              to RH-Reject-Count in WS-RunHist-Record.
           if return-code = 8
              move 'ERROR' to RH-Run-Status in WS-RunHist-Record
           else
              move 'OK' to RH-Run-Status in WS-RunHist-Record
           end-if.
           perform writeRunHistory.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVSNAP-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVSNAP-BDT-FILE
                 at end continue
                 not at end
                    move KVSNAP-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVSNAP-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
      * Status 35 is a master never created yet: it goes into the
      * snapshot as an empty section, so a backout leaves it empty.
     ***************************************************************
       snapIsinMaster.
     ***************************************************************

           set SN-ISIN-MASTER in WS-Snap-Record to true.
           open input ISIN-MASTER-FILE.
           if WS-Master-File-Status = '35'
              perform writeSectionHeader
              perform writeSectionTrailer
              exit paragraph
           end-if.
           if WS-Master-File-Status not = '00'
              perform sectionNotAvailable
              exit paragraph
           end-if.

           perform writeSectionHeader.
           move 'N' to WS-EOF-SWITCH.
           move 'N' to WS-READ-FAILED-SWITCH.
           move low-values to FOKD in ISIN-MASTER-REC.
           start ISIN-MASTER-FILE
              key is not less than FOKD in ISIN-MASTER-REC
              invalid key set WS-EOF to true
           end-start.
           perform until WS-EOF
              read ISIN-MASTER-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Master-File-Status not = '00'
                    perform sectionNotAvailable
                    set WS-READ-FAILED to true
                    set WS-EOF to true
                 else
                    move ISIN-MASTER-REC to SN-Data in WS-Snap-Record
                    perform writeSectionData
                 end-if
              end-if
           end-perform.
           close ISIN-MASTER-FILE.
      *    A section cut short by a read error gets no trailer, so
      *    it never balances and KVBACKO will not restore from it.
           if not WS-READ-FAILED
              perform writeSectionTrailer
           end-if.

     ***************************************************************
       snapRateMaster.
     ***************************************************************

           set SN-RATE-MASTER in WS-Snap-Record to true.
           open input RATE-MASTER-FILE.
           if WS-Master-File-Status = '35'
              perform writeSectionHeader
              perform writeSectionTrailer
              exit paragraph
           end-if.
           if WS-Master-File-Status not = '00'
              perform sectionNotAvailable
              exit paragraph
           end-if.

           perform writeSectionHeader.
           move 'N' to WS-EOF-SWITCH.
           move 'N' to WS-READ-FAILED-SWITCH.
           move low-values to RATE-Currency in RATE-MASTER-REC.
           start RATE-MASTER-FILE
              key is not less than RATE-Currency in RATE-MASTER-REC
              invalid key set WS-EOF to true
           end-start.
           perform until WS-EOF
              read RATE-MASTER-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Master-File-Status not = '00'
                    perform sectionNotAvailable
                    set WS-READ-FAILED to true
                    set WS-EOF to true
                 else
                    move RATE-MASTER-REC to SN-Data in WS-Snap-Record
                    perform writeSectionData
                 end-if
              end-if
           end-perform.
           close RATE-MASTER-FILE.
           if not WS-READ-FAILED
              perform writeSectionTrailer
           end-if.

     ***************************************************************
       snapHolidayCalendar.
     ***************************************************************

           set SN-HOLIDAY-CAL in WS-Snap-Record to true.
           open input HOLIDAY-CAL-FILE.
           if WS-Master-File-Status = '35'
              perform writeSectionHeader
              perform writeSectionTrailer
              exit paragraph
           end-if.
           if WS-Master-File-Status not = '00'
              perform sectionNotAvailable
              exit paragraph
           end-if.

           perform writeSectionHeader.
           move 'N' to WS-EOF-SWITCH.
           move 'N' to WS-READ-FAILED-SWITCH.
           move low-values to HOL-Key in HOLIDAY-CAL-REC.
           start HOLIDAY-CAL-FILE
              key is not less than HOL-Key in HOLIDAY-CAL-REC
              invalid key set WS-EOF to true
           end-start.
           perform until WS-EOF
              read HOLIDAY-CAL-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Master-File-Status not = '00'
                    perform sectionNotAvailable
                    set WS-READ-FAILED to true
                    set WS-EOF to true
                 else
                    move HOLIDAY-CAL-REC to SN-Data in WS-Snap-Record
                    perform writeSectionData
                 end-if
              end-if
           end-perform.
           close HOLIDAY-CAL-FILE.
           if not WS-READ-FAILED
              perform writeSectionTrailer
           end-if.

     ***************************************************************
       snapPositionMaster.
     ***************************************************************

           set SN-POSITION-MASTER in WS-Snap-Record to true.
           open input POSITION-MASTER-FILE.
           if WS-Master-File-Status = '35'
              perform writeSectionHeader
              perform writeSectionTrailer
              exit paragraph
           end-if.
           if WS-Master-File-Status not = '00'
              perform sectionNotAvailable
              exit paragraph
           end-if.

           perform writeSectionHeader.
           move 'N' to WS-EOF-SWITCH.
           move 'N' to WS-READ-FAILED-SWITCH.
           move low-values to POS-Key in POSITION-MASTER-REC.
           start POSITION-MASTER-FILE
              key is not less than POS-Key in POSITION-MASTER-REC
              invalid key set WS-EOF to true
           end-start.
           perform until WS-EOF
              read POSITION-MASTER-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Master-File-Status not = '00'
                    perform sectionNotAvailable
                    set WS-READ-FAILED to true
                    set WS-EOF to true
                 else
                    move POSITION-MASTER-REC
                       to SN-Data in WS-Snap-Record
                    perform writeSectionData
                 end-if
              end-if
           end-perform.
           close POSITION-MASTER-FILE.
           if not WS-READ-FAILED
              perform writeSectionTrailer
           end-if.

     ***************************************************************
       snapPriceHistory.
     ***************************************************************

           set SN-PRICE-HISTORY in WS-Snap-Record to true.
           open input PRICE-HIST-FILE.
           if WS-Master-File-Status = '35'
              perform writeSectionHeader
              perform writeSectionTrailer
              exit paragraph
           end-if.
           if WS-Master-File-Status not = '00'
              perform sectionNotAvailable
              exit paragraph
           end-if.

           perform writeSectionHeader.
           move 'N' to WS-EOF-SWITCH.
           move 'N' to WS-READ-FAILED-SWITCH.
           move low-values to PH-Key in PRICE-HIST-REC.
           start PRICE-HIST-FILE
              key is not less than PH-Key in PRICE-HIST-REC
              invalid key set WS-EOF to true
           end-start.
           perform until WS-EOF
              read PRICE-HIST-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Master-File-Status not = '00'
                    perform sectionNotAvailable
                    set WS-READ-FAILED to true
                    set WS-EOF to true
                 else
                    move PRICE-HIST-REC to SN-Data in WS-Snap-Record
                    perform writeSectionData
                 end-if
              end-if
           end-perform.
           close PRICE-HIST-FILE.
           if not WS-READ-FAILED
              perform writeSectionTrailer
           end-if.

     ***************************************************************
      * The dated rates: a bad rate loaded under another date, or a
      * currency the corrected feed no longer carries, would not be
      * replaced by a rerun, so the history goes back too.
     ***************************************************************
       snapRateHistory.
     ***************************************************************

           set SN-RATE-HISTORY in WS-Snap-Record to true.
           open input RATE-HIST-FILE.
           if WS-Master-File-Status = '35'
              perform writeSectionHeader
              perform writeSectionTrailer
              exit paragraph
           end-if.
           if WS-Master-File-Status not = '00'
              perform sectionNotAvailable
              exit paragraph
           end-if.

           perform writeSectionHeader.
           move 'N' to WS-EOF-SWITCH.
           move 'N' to WS-READ-FAILED-SWITCH.
           move low-values to RTH-Key in RATE-HIST-REC.
           start RATE-HIST-FILE
              key is not less than RTH-Key in RATE-HIST-REC
              invalid key set WS-EOF to true
           end-start.
           perform until WS-EOF
              read RATE-HIST-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Master-File-Status not = '00'
                    perform sectionNotAvailable
                    set WS-READ-FAILED to true
                    set WS-EOF to true
                 else
                    move RATE-HIST-REC to SN-Data in WS-Snap-Record
                    perform writeSectionData
                 end-if
              end-if
           end-perform.
           close RATE-HIST-FILE.
           if not WS-READ-FAILED
              perform writeSectionTrailer
           end-if.

     ***************************************************************
       sectionNotAvailable.
     ***************************************************************

           display 'KVSNAP ' SN-File-Id in WS-Snap-Record
              ' NOT AVAILABLE ' WS-Master-File-Status.
           add 1 to WS-FAILED-COUNT.

     ***************************************************************
       writeSectionHeader.
     ***************************************************************

           move zero to WS-SECTION-COUNT.
           move WS-Business-Date to SN-Business-Date in WS-Snap-Record.
           set SN-HEADER in WS-Snap-Record to true.
           move spaces to SN-Data in WS-Snap-Record.
           move WS-Taken-Date to SN-Taken-Date in WS-Snap-Record.
           move WS-Taken-Time to SN-Taken-Time in WS-Snap-Record.
           move zero to SN-Record-Count in WS-Snap-Record.
           write KVSNAP-OUT-REC from WS-Snap-Record.

     ***************************************************************
       writeSectionData.
     ***************************************************************

           set SN-DETAIL in WS-Snap-Record to true.
           write KVSNAP-OUT-REC from WS-Snap-Record.
           add 1 to WS-SECTION-COUNT.
           add 1 to WS-READ-COUNT.

     ***************************************************************
       writeSectionTrailer.
     ***************************************************************

           set SN-TRAILER in WS-Snap-Record to true.
           move spaces to SN-Data in WS-Snap-Record.
           move WS-Taken-Date to SN-Taken-Date in WS-Snap-Record.
           move WS-Taken-Time to SN-Taken-Time in WS-Snap-Record.
           move WS-SECTION-COUNT to SN-Record-Count in WS-Snap-Record.
           write KVSNAP-OUT-REC from WS-Snap-Record.
           display 'KVSNAP ' SN-File-Id in WS-Snap-Record
              ' ' WS-SECTION-COUNT.

        COPY KVRUNHP.

       end program KVSNAP.
