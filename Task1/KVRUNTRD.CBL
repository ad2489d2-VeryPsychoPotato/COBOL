      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Flagged steps raised on the KVEXCPT           2*/
      */*2           exceptions file under the business date for   2*/
      */*2           the morning checkout                          2*/
      */*2----------------------------------------------------------2*/


      */*3 maintain (one KVRUNH record per step per business date)  3*/
      */*3 and prints, per step, the most recent run against the    3*/
      */*3 trailing average of that step's earlier runs inside a    3*/
      */*3 28-day window ending on the newest date on file: records 3*/
      */*3 read, reject rate and elapsed seconds. A latest run that 3*/
      */*3 deviates from its trailing average by more than the      3*/
      */*3 KVTDPARM percentage (default 50) is flagged VOLUME /     3*/
      */*3 REJECTS / DURATION for the morning checkout; STATUS      3*/
      */*3 marks a run that did not end OK/BALANCED and NEW marks a 3*/
      */*3 step with no earlier runs to average. Every flagged step 3*/
      */*3 is also raised on the KVEXCPT exceptions file under the  3*/
      */*3 business date (KVBUSDATE card, machine date without      3*/
      */*3 one); NEW alone is not raised.                           3*/
      */*3----------------------------------------------------------3*/

       id division.
               file status is WS-Parm-File-Status.
           select KVRUNTRD-PRT-FILE assign to "KVRUNRPT"
               organization is sequential.
           select EXCEPTION-FILE assign to "KVEXCPT"
               organization is indexed
               access mode is dynamic
               record key is EX-Key in EXCEPTION-REC
               file status is WS-Exception-File-Status.
           select KVRUNTRD-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Parm-File-Status.

       data division.
       file section.
       fd KVRUNTRD-PRT-FILE.
       01 KVRUNTRD-PRT-LINE pic x(132).

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd KVRUNTRD-BDT-FILE.
       01 KVRUNTRD-BDT-REC pic x(8).

       working-storage section.

       01 WS-Switches.
       01 WS-Parm-File-Status pic x(2).
       01 WS-Threshold pic 9(3) value 50.

       01 WS-Exception-Record.
        COPY KVEXCP.
       01 WS-Exception-File-Status pic x(2).
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.

       01 WS-Hist-Record.
        COPY KVRUNH.

       mainflow.

           perform readThresholdParm.
           perform readBusinessDate.
           perform loadRunHistory.

           open output KVRUNTRD-PRT-FILE.
           end-if.
           close KVRUNTRD-PRM-FILE.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Flagged steps are raised on KVEXCPT under the business
      *    date of the run-control card, machine date without one.
           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVRUNTRD-BDT-FILE.
           if WS-Parm-File-Status = '00'
              read KVRUNTRD-BDT-FILE
                 at end continue
                 not at end
                    move KVRUNTRD-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVRUNTRD-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       loadRunHistory.
     ***************************************************************

           if WS-Line-Flagged = 'Y'
              add 1 to WS-FLAG-COUNT
              perform raiseTrendException
           end-if.

           write KVRUNTRD-PRT-LINE from WS-Detail-Line.

     ***************************************************************
       raiseTrendException.
     ***************************************************************

           move WS-Business-Date
              to EX-Business-Date in WS-Exception-Record.
           move 'KVRUNTRD' to EX-Source in WS-Exception-Record.
           move WS-Step-Name(WS-Step-Index)
              to EX-Reference in WS-Exception-Record.
           move spaces to EX-Description in WS-Exception-Record.
           string 'FLAGGED ' delimited by size
                  D-Flag-Vol delimited by size
                  D-Flag-Rej delimited by size
                  D-Flag-Dur delimited by size
                  D-Flag-Sts delimited by size
                  'LAST RUN ' delimited by size
                  WS-Run-Date(WS-Run-Index) delimited by size
              into EX-Description in WS-Exception-Record.
           perform raiseException.

     ***************************************************************
       compareWithTrailing.
     ***************************************************************
              end-if
           end-if.

        COPY KVEXCPP.

       end program KVRUNTRD.
