      *--------------------------------------------------+-------------*
      * Desc: KVTEST3 batch result record (KV3BTOUT)     ! Cr: 22082026*
      *--------------------------------------------------+-------------*
      * Type: Batch file record                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST3BT, KVTEST3RP                       ! Ver: 04     *
      *-----------------+--------------------------------+-------------*
      * One 'S' summary record per feed group, followed by one 'R'    *
      * ranked record per ISIN/price pair in ranking order.           *
      * KV3O-Price-Source: P primary feed, S secondary feed.          *
      *-----------------+--------------------------------+-------------*
           05 KV3O-Rec-Type pic x(1).
             88 KV3O-SUMMARY-REC value 'S'.
             10 KV3O-Currency pic x(3).
             10 KV3O-Price-Reporting pic s9(7)v9(8).
             10 KV3O-Stale-Flag pic x(1).
             10 KV3O-Price-Source pic x(1).
             10 filler pic x(80).
