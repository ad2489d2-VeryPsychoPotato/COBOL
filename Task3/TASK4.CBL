      */*2           20) is held out of the statistics and the     2*/
      */*2           history and listed on the KV3PREXC price      2*/
      */*2           exception report for the desk                 2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000007  2*/
      */*2           Audit log FD and chain state held external;   2*/
      */*2           records carry sequence number and chained     2*/
      */*2           check value                                   2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000008  2*/
      */*2           Prices held by the tolerance check also       2*/
      */*2           raised on the KVEXCPT exceptions file, one    2*/
      */*2           entry per FOKD per business date, for the     2*/
      */*2           morning checkout                              2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000009  2*/
      */*2           Price source of the group (primary or         2*/
      */*2           secondary vendor feed) kept with each close   2*/
      */*2           on KVPRICEHST                                 2*/
      */*2----------------------------------------------------------2*/


           select KVTEST3-EXC-FILE assign to "KV3PREXC"
               organization is sequential
               file status is WS-Exc-File-Status.
           select EXCEPTION-FILE assign to "KVEXCPT"
               organization is indexed
               access mode is dynamic
               record key is EX-Key in EXCEPTION-REC
               file status is WS-Exception-File-Status.
           select KVTEST3-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.

       data division.
       file section.

       fd AUDIT-LOG-FILE is external.
       01 AUDIT-LOG-REC.
        COPY KVAUDIT.

       fd KVTEST3-EXC-FILE.
       01 KVTEST3-EXC-LINE pic x(132).

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd KVTEST3-BDT-FILE.
       01 KVTEST3-BDT-REC pic x(8).

       working-storage section.

       01 WS-Audit-File-Status pic x(2) is external.
       01 WS-Audit-Opened pic x(1) value 'N'.
       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain is external.
        COPY KVAUDCH.

       01 WS-Master-File-Status pic x(2).
       01 WS-Lookup-Name pic x(20).
           05 WS-Exc-Reason pic x(18).
           05 filler pic x(02) value spaces.
           05 WS-Exc-Request-Id pic x(12).
       01 WS-Exception-Record.
        COPY KVEXCP.
       01 WS-Exception-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Bdate-Read pic x(1) value 'N'.
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Max-Conv pic s9(7)v9(8).
       01 WS-Min-Conv pic s9(7)v9(8).

           add 1 to invalid-isin-count.
           add 1 to WS-Tolerance-Count.
           perform writeExceptionLine.
           perform raisePriceHold.

     ***************************************************************
       writeExceptionLine.
           move Request-Id in mi to WS-Exc-Request-Id.
           write KVTEST3-EXC-LINE from WS-Exc-Detail.

     ***************************************************************
      * The held price also goes on the KVEXCPT exceptions file for
      * the morning checkout, one entry per FOKD per business date;
      * the description carries the KV3PREXC line's reason, feed
      * price and request.
     ***************************************************************
       raisePriceHold.
     ***************************************************************

           perform readBusinessDate.
           move WS-Business-Date
              to EX-Business-Date in WS-Exception-Record.
           move 'KVTEST3' to EX-Source in WS-Exception-Record.
           move FOKD in isin-prices(isin-prices-index)
              to EX-Reference in WS-Exception-Record.
           move spaces to EX-Description in WS-Exception-Record.
           string 'HELD ' delimited by size
                  WS-Exc-Reason delimited by size
                  ' FEED' delimited by size
                  WS-Exc-Feed-Price delimited by size
                  ' REQ ' delimited by size
                  WS-Exc-Request-Id delimited by size
              into EX-Description in WS-Exception-Record.
           perform raiseException.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    The run-control card KVTEST2BT reads, once per load of
      *    this module; without one the machine date is used.
           if WS-Bdate-Read = 'N'
              move 'Y' to WS-Bdate-Read
              move function current-date(1:8) to WS-Business-Date
              move spaces to WS-Bdate-Card
              open input KVTEST3-BDT-FILE
              if WS-Bdate-File-Status = '00'
                 read KVTEST3-BDT-FILE
                    at end continue
                    not at end
                       move KVTEST3-BDT-REC to WS-Bdate-Card
                 end-read
                 close KVTEST3-BDT-FILE
              end-if
              if WS-Bdate-Card is numeric
                 move WS-Bdate-Card to WS-Business-Date
              end-if
           end-if.

     ***************************************************************
       readToleranceParm.
     ***************************************************************
                       to PH-Price-Date in PRICE-HIST-REC
                    move KRS-HDL in isin-prices(isin-prices-index)
                       to PH-KRS-HDL in PRICE-HIST-REC
                    if PRICE-FROM-SECONDARY in mi
                       set PH-SOURCE-SECONDARY in PRICE-HIST-REC
                          to true
                    else
                       set PH-SOURCE-PRIMARY in PRICE-HIST-REC
                          to true
                    end-if
      *             A rerun of the same day's feed replaces that
      *             day's price rather than duplicating the key.
                    write PRICE-HIST-REC
           end-if.

        COPY KVAUDITP.
        COPY KVEXCPP.

       end program KVTEST3.
