      *--------------------------------------------------+-------------*
      * Desc: Portfolio valuation history record layout  ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Keyed master (km)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVPOSVAL, KVPERFRP                         ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per portfolio per business date (KVVALHST),      *
      * written by the nightly KVPOSVAL valuation with the portfolio *
      * market value in the reporting currency. A rerun for the same *
      * business date replaces that date's record.                   *
      *-----------------+--------------------------------+-------------*
           05 VH-Key.
             10 VH-Portfolio pic x(08).
             10 VH-Business-Date pic 9(8).
           05 VH-Currency pic x(03).
           05 VH-Market-Value pic s9(15)v9(2).
           05 VH-Book-Cost pic s9(15)v9(2).
           05 VH-Position-Count pic 9(7).
           05 VH-Noprice-Count pic 9(7).
           05 VH-Write-Date pic 9(8).
           05 VH-Write-Time pic 9(6).
