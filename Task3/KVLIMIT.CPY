      *--------------------------------------------------+-------------*
      * Desc: Portfolio concentration limit record       ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Master file record                         ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVLIMMM, KVLIMCHK                          ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per portfolio (KVLIMMST). Each limit is the most  *
      * of the portfolio's market value, in percent, that may sit in *
      * a single FOKD, a single exchange or a single currency; a     *
      * zero limit is not checked. An exposure within the warning    *
      * margin (percentage points) below its limit is a near-miss;   *
      * a zero margin takes the KVLIMCHK default.                    *
      *-----------------+--------------------------------+-------------*
           05 LIM-Portfolio pic x(08).
           05 LIM-Max-Fokd-Pct pic 9(3)v9(2).
           05 LIM-Max-Exchange-Pct pic 9(3)v9(2).
           05 LIM-Max-Currency-Pct pic 9(3)v9(2).
           05 LIM-Warning-Margin pic 9(3)v9(2).
