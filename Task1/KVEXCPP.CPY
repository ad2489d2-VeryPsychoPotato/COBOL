      *--------------------------------------------------+-------------*
      * Desc: Shared checkout exception raise paragraph   ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Exceptions                                  ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: raising steps                               ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
     ***************************************************************
       raiseException.
     ***************************************************************
      * The caller fills EX-Business-Date, EX-Source, EX-Reference
      * and EX-Description. The same exception raised twice for one
      * business date (a rerun, or an entry KVEXCCF already carried
      * forward) stays a single entry, and an acknowledgement
      * already stamped on it is left alone.

           move EX-Business-Date in WS-Exception-Record
              to EX-First-Raised in WS-Exception-Record.
           move function current-date(9:6)
              to EX-Raised-Time in WS-Exception-Record.
           set EX-OPEN in WS-Exception-Record to true.
           move zero to EX-Carried-To in WS-Exception-Record.
           move spaces to EX-Ack-Operator in WS-Exception-Record.
           move zero to EX-Ack-Date in WS-Exception-Record.
           move zero to EX-Ack-Time in WS-Exception-Record.
           move spaces to EX-Ack-Reason in WS-Exception-Record.
           move spaces to EX-Ack-Comment in WS-Exception-Record.

           open i-o EXCEPTION-FILE.
           if WS-Exception-File-Status = '35'
              open output EXCEPTION-FILE
              close EXCEPTION-FILE
              open i-o EXCEPTION-FILE
           end-if.

           if WS-Exception-File-Status = '00'
              write EXCEPTION-REC from WS-Exception-Record
                 invalid key continue
              end-write
              close EXCEPTION-FILE
           else
              display EX-Source in WS-Exception-Record
                 ' EXCEPTION NOT RAISED ' WS-Exception-File-Status
           end-if.
