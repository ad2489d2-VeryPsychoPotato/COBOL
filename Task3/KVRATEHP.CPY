      *--------------------------------------------------+-------------*
      * Desc: Shared rate-in-force lookup paragraph      ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Rate history                               ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST3RD, KVTEST3ME, KVPOSVAL             ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * Needs RATE-HIST-FILE (KVRATEH, dynamic access) with          *
      * WS-RateHist-File-Status/WS-RateHist-Available, RATE-MASTER-  *
      * FILE with WS-Rate-File-Status/WS-Rate-Available, and the     *
      * KVRATEL work area in WS-Rate-Lookup.                         *
      *-----------------+--------------------------------+-------------*
     ***************************************************************
      * The history is keyed currency + rate date, so a forward
      * scan of the currency's records that stops at the first
      * date past the as-of date leaves the rate in force on that
      * date in the lookup area. No history on or before the date
      * (a currency older than the history itself) falls back to
      * today's master rate, and the rate date printed says so.
     ***************************************************************
       findRateInForce.
     ***************************************************************

           move 'N' to RL-Found in WS-Rate-Lookup.
           move space to RL-Source in WS-Rate-Lookup.
           move 1 to RL-Rate in WS-Rate-Lookup.
           move zero to RL-Rate-Date in WS-Rate-Lookup.

           if WS-RateHist-Available = 'Y'
              move RL-Currency in WS-Rate-Lookup
                 to RTH-Currency in RATE-HIST-REC
              move zero to RTH-Rate-Date in RATE-HIST-REC
              start RATE-HIST-FILE
                 key is not less than RTH-Key in RATE-HIST-REC
                 invalid key continue
              end-start
              if WS-RateHist-File-Status = '00'
                 move 'N' to RL-Done in WS-Rate-Lookup
                 perform until RL-Done in WS-Rate-Lookup = 'Y'
                    read RATE-HIST-FILE next
                       at end move 'Y' to RL-Done in WS-Rate-Lookup
                    end-read
                    if RL-Done in WS-Rate-Lookup = 'N'
                       if WS-RateHist-File-Status not = '00'
                             or RTH-Currency in RATE-HIST-REC
                                not = RL-Currency in WS-Rate-Lookup
                             or RTH-Rate-Date in RATE-HIST-REC
                                > RL-Asof-Date in WS-Rate-Lookup
                          move 'Y' to RL-Done in WS-Rate-Lookup
                       else
                          move 'Y' to RL-Found in WS-Rate-Lookup
                          move 'H' to RL-Source in WS-Rate-Lookup
                          move RTH-To-Reporting in RATE-HIST-REC
                             to RL-Rate in WS-Rate-Lookup
                          move RTH-Rate-Date in RATE-HIST-REC
                             to RL-Rate-Date in WS-Rate-Lookup
                       end-if
                    end-if
                 end-perform
              end-if
              move '00' to WS-RateHist-File-Status
           end-if.

           if not RL-FOUND-YES in WS-Rate-Lookup
                 and WS-Rate-Available = 'Y'
              move RL-Currency in WS-Rate-Lookup
                 to RATE-Currency in RATE-MASTER-REC
              read RATE-MASTER-FILE
                 invalid key continue
              end-read
              if WS-Rate-File-Status = '00'
                 move 'Y' to RL-Found in WS-Rate-Lookup
                 move 'M' to RL-Source in WS-Rate-Lookup
                 move RATE-To-Reporting in RATE-MASTER-REC
                    to RL-Rate in WS-Rate-Lookup
                 move RATE-Date in RATE-MASTER-REC
                    to RL-Rate-Date in WS-Rate-Lookup
              end-if
           end-if.
