      *--------------------------------------------------+-------------*
      * Desc: Get input from user                        ! Cr: 05082022*
      *--------------------------------------------------+-------------*
      * Type: Module output (mi)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST3B  !                                ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
           05 isin-count pic 9(3).
           05 isin-prices occurs 1 to 500 times
             10 KRS-HDL pic s9(7)v9(8).
             10 ISIN-Short-Name pic x(20).
           05 Request-Id pic x(12).
           05 Price-Source pic x(1).
             88 PRICE-FROM-PRIMARY value 'P' space.
             88 PRICE-FROM-SECONDARY value 'S'.
