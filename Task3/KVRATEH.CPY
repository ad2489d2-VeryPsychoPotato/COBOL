      *--------------------------------------------------+-------------*
      * Desc: Exchange rate history record layout        ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Keyed master (km)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVRATELD, KVAPPRMM, KVRATEHP readers       ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per currency per rate date (KVRATEHST). Written   *
      * by the KVRATELD bulk load and by an approved KVRATEMM change *
      * so the rate that was in force on any past date can be found  *
      * again after KVRATEMST has moved on. A second record for the  *
      * same currency and date replaces the first.                   *
      *-----------------+--------------------------------+-------------*
           05 RTH-Key.
             10 RTH-Currency pic x(03).
             10 RTH-Rate-Date pic 9(8).
           05 RTH-To-Reporting pic 9(3)v9(6).
           05 RTH-Source pic x(8).
           05 RTH-Load-Date pic 9(8).
