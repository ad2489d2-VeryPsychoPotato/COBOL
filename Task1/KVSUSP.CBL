      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Rejects past the 7-day line raised on the     2*/
      */*2           KVEXCPT exceptions file under the business    2*/
      */*2           date for the morning checkout                 2*/
      */*2----------------------------------------------------------2*/


      */*3                                                          3*/
      */*3 The aging report on KVSUSRPT lists every outstanding     3*/
      */*3 entry with its age and buckets the totals at 1-2, 3-6    3*/
      */*3 and 7-plus days. Anything across the 7-day line ends the 3*/
      */*3 run with RETURN-CODE 8, the same escalation KVRECON uses 3*/
      */*3 for a count mismatch, so rejects can no longer quietly   3*/
      */*3 die in the reject files. Each such reject is also raised 3*/
      */*3 on the KVEXCPT exceptions file under the business date   3*/
      */*3 (KVBUSDATE card, machine date without one) for the       3*/
      */*3 morning checkout to acknowledge.                         3*/
      */*3                                                          3*/
      */*3 A missing prior ledger or reject/result file (first      3*/
      */*3 night, or a step that did not run) reads as empty.       3*/
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.
           select EXCEPTION-FILE assign to "KVEXCPT"
               organization is indexed
               access mode is dynamic
               record key is EX-Key in EXCEPTION-REC
               file status is WS-Exception-File-Status.
           select KVSUSP-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Seq-File-Status.

       data division.
       file section.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd KVSUSP-BDT-FILE.
       01 KVSUSP-BDT-REC pic x(8).

       working-storage section.

       01 WS-Switches.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Exception-Record.
        COPY KVEXCP.
       01 WS-Exception-File-Status pic x(2).
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.

       01 WS-Run-Date pic 9(8).
       01 WS-Run-Date-Integer pic s9(9).
       01 WS-Entry-Age pic s9(5).
           move function current-date(1:8) to WS-Run-Date.
           compute WS-Run-Date-Integer =
              function integer-of-date(WS-Run-Date).
           perform readBusinessDate.

           perform loadPriorLedger.
           perform clearResubmitted1.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Aging stays on the machine date; the business date from
      *    the run-control card only dates the KVEXCPT entries.
           move WS-Run-Date to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVSUSP-BDT-FILE.
           if WS-Seq-File-Status = '00'
              read KVSUSP-BDT-FILE
                 at end continue
                 not at end
                    move KVSUSP-BDT-REC to WS-Bdate-Card
              end-read
              close KVSUSP-BDT-FILE
           end-if.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       loadPriorLedger.
     ***************************************************************
                  move '7+ DAYS' to D-Bucket
                  add 1 to WS-DAY7-COUNT
                  set WS-OVERDUE to true
                  perform raiseOverdueException
               when WS-Entry-Age >= 3
                  move '3-6 DAYS' to D-Bucket
                  add 1 to WS-DAY36-COUNT

           write KVSUSP-PRT-LINE from WS-Detail-Line.

     ***************************************************************
      * One KVEXCPT entry per overdue reject per business date; the
      * reference is the ledger key, source and Request-Id.
     ***************************************************************
       raiseOverdueException.
     ***************************************************************

           move WS-Business-Date
              to EX-Business-Date in WS-Exception-Record.
           move 'KVSUSP' to EX-Source in WS-Exception-Record.
           move spaces to EX-Reference in WS-Exception-Record.
           string WS-Led-Source(WS-Led-Index) delimited by size
                  ' ' delimited by size
                  WS-Led-Request-Id(WS-Led-Index) delimited by size
              into EX-Reference in WS-Exception-Record.
           move spaces to EX-Description in WS-Exception-Record.
           string 'IN SUSPENSE SINCE ' delimited by size
                  WS-Led-Date(WS-Led-Index) delimited by size
                  ' AGE ' delimited by size
                  D-Age delimited by size
                  ' DAYS ST/RS/MD ' delimited by size
                  D-Status delimited by size
                  '/' delimited by size
                  D-Reason delimited by size
                  '/' delimited by size
                  D-Mod-Reason delimited by size
              into EX-Description in WS-Exception-Record.
           perform raiseException.

        COPY KVRUNHP.
        COPY KVEXCPP.

       end program KVSUSP.
