      *--------------------------------------------------+-------------*
      * Desc: Checkout exception record layout            ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Keyed master (km)                           ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVEXCMM, KVEXCRP, KVEXCCF, raising steps    ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per exception per business date (KVEXCPT). The   *
      * raising step fills source, reference and description; the  *
      * KVEXCMM screen stamps the acknowledgement. KVEXCCF copies   *
      * an entry still open to the next business date and marks    *
      * the old one carried, so EX-First-Raised keeps the night the *
      * exception first appeared.                                   *
      *-----------------+--------------------------------+-------------*
           05 EX-Key.
             10 EX-Business-Date pic 9(8).
             10 EX-Source pic x(9).
             10 EX-Reference pic x(24).
           05 EX-First-Raised pic 9(8).
           05 EX-Raised-Time pic 9(6).
           05 EX-Description pic x(60).
           05 EX-Status pic x(01).
             88 EX-OPEN value 'O'.
             88 EX-ACKNOWLEDGED value 'A'.
             88 EX-CARRIED value 'C'.
           05 EX-Carried-To pic 9(8).
           05 EX-Ack-Operator pic x(8).
           05 EX-Ack-Date pic 9(8).
           05 EX-Ack-Time pic 9(6).
           05 EX-Ack-Reason pic x(20).
           05 EX-Ack-Comment pic x(60).
