      *--------------------------------------------------+-------------*
      * Desc: Inbound file register (KVINREG)             ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Keyed master (km)                           ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVINCHK    !                                ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per inbound request file accepted by KVINCHK,    *
      * keyed file (DD name), sender and file sequence number, with *
      * the header and trailer values it was accepted on.           *
      *-----------------+--------------------------------+-------------*
           05 IR-Key.
             10 IR-File-Id pic x(8).
             10 IR-Sender pic x(8).
             10 IR-File-Seq pic 9(7).
           05 IR-Business-Date pic 9(8).
           05 IR-Record-Count pic 9(9).
           05 IR-Hash-Total pic s9(15)v9(2).
           05 IR-Accepted-Date pic 9(8).
           05 IR-Accepted-Time pic 9(6).
