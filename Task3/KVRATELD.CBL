      */*2 02092026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Each accepted rate also written to the        2*/
      */*2           KVRATEHST rate history under its rate date    2*/
      */*2----------------------------------------------------------2*/


      */*3 currency already on file is rewritten with the bank's    3*/
      */*3 record, otherwise it is added. One disposition line per  3*/
      */*3 record plus the totals go to the KVRATELDR load report.  3*/
      */*3                                                          3*/
      */*3 Every accepted record is also written to the KVRATEHST   3*/
      */*3 rate history under its own rate date (a reload of the    3*/
      */*3 same date replaces the entry), so reports can restate a  3*/
      */*3 past price at the rate in force on that price date.      3*/
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
           select KVRATELD-PRT-FILE assign to "KVRATELDR"
               organization is sequential.
           select RUN-HIST-FILE assign to "KVRUNHST"
       01 RATE-MASTER-REC.
        COPY KVRATEM.

       fd RATE-HIST-FILE.
       01 RATE-HIST-REC.
        COPY KVRATEH.

       fd KVRATELD-PRT-FILE.
       01 KVRATELD-PRT-LINE pic x(132).

           05 WS-ADD-COUNT pic 9(7) value zero.
           05 WS-UPDATE-COUNT pic 9(7) value zero.
           05 WS-REJECT-COUNT pic 9(7) value zero.
           05 WS-HISTORY-COUNT pic 9(7) value zero.

       01 WS-Rate-File-Status pic x(2).
       01 WS-RateHist-File-Status pic x(2).

       01 WS-RunHist-Record.
        COPY KVRUNH.
           display 'KVRATELD ADD    ' WS-ADD-COUNT.
           display 'KVRATELD UPDATE ' WS-UPDATE-COUNT.
           display 'KVRATELD REJECT ' WS-REJECT-COUNT.
           display 'KVRATELD HISTORY' WS-HISTORY-COUNT.

           move 'KVRATELD' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
              open i-o RATE-MASTER-FILE
           end-if.

           open i-o RATE-HIST-FILE.
           if WS-RateHist-File-Status = '35'
              open output RATE-HIST-FILE
              close RATE-HIST-FILE
              open i-o RATE-HIST-FILE
           end-if.

     ***************************************************************
       readBankRecord.
     ***************************************************************
                    add 1 to WS-ADD-COUNT
                    move 'ADDED' to D-Action
              end-write
              perform writeRateHistory
           else
              add 1 to WS-REJECT-COUNT
              move 'REJECTED' to D-Action

           write KVRATELD-PRT-LINE from WS-Detail-Line.

     ***************************************************************
      * The master only ever holds the latest rate; the history
      * keeps every rate date the bank sent, so a price from last
      * month can still be restated at last month's rate.
     ***************************************************************
       writeRateHistory.
     ***************************************************************

           move RATE-Currency in WS-In-Record
              to RTH-Currency in RATE-HIST-REC.
           move RATE-Date in WS-In-Record
              to RTH-Rate-Date in RATE-HIST-REC.
           move RATE-To-Reporting in WS-In-Record
              to RTH-To-Reporting in RATE-HIST-REC.
           move 'KVRATELD' to RTH-Source in RATE-HIST-REC.
           move function current-date(1:8)
              to RTH-Load-Date in RATE-HIST-REC.

           write RATE-HIST-REC
              invalid key
                 rewrite RATE-HIST-REC
                 end-rewrite
           end-write.
           if WS-RateHist-File-Status = '00'
              add 1 to WS-HISTORY-COUNT
           end-if.

     ***************************************************************
      * A zero or garbled rate would silently wipe out every
      * conversion that currency is part of - the record is

           close KVRATELD-IN-FILE.
           close RATE-MASTER-FILE.
           close RATE-HIST-FILE.
           close KVRATELD-PRT-FILE.

        COPY KVRUNHP.
