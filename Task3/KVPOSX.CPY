      *--------------------------------------------------+-------------*
      * Desc: Position valuation extract record layout   ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Sequential work file                       ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVPOSVAL, KVLIMCHK                         ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per KVPOSMST holding as valued by KVPOSVAL on the *
      * business date (KVPOSEXT), in portfolio/FOKD order, with the  *
      * FOKD's exchange and currency from KVISINMST and the market   *
      * value in the reporting currency. PX-Priced is N for a        *
      * holding valued at zero for want of a price.                  *
      *-----------------+--------------------------------+-------------*
           05 PX-Portfolio pic x(08).
           05 PX-FOKD pic x(12).
           05 PX-Exchange pic x(04).
           05 PX-Currency pic x(03).
           05 PX-Value pic s9(13)v9(2).
           05 PX-Business-Date pic 9(8).
           05 PX-Priced pic x(01).
             88 PX-PRICED-YES value 'Y'.
             88 PX-PRICED-NO value 'N'.
