      *--------------------------------------------------+-------------*
      * Desc: Rate-in-force lookup work area             ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Working storage                            ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST3RD, KVTEST3ME, KVPOSVAL             ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * Caller fills RL-Currency and RL-Asof-Date and performs       *
      * findRateInForce (KVRATEHP). RL-Source tells where the rate   *
      * came from: H = KVRATEHST entry in force on the date, M = no  *
      * history on or before the date, today's KVRATEMST rate used,  *
      * space = no rate at all (RL-Rate left at 1).                  *
      *-----------------+--------------------------------+-------------*
           05 RL-Currency pic x(03).
           05 RL-Asof-Date pic 9(8).
           05 RL-Rate pic 9(3)v9(6).
           05 RL-Rate-Date pic 9(8).
           05 RL-Found pic x(1).
             88 RL-FOUND-YES value 'Y'.
           05 RL-Source pic x(1).
             88 RL-FROM-HISTORY value 'H'.
             88 RL-FROM-MASTER value 'M'.
           05 RL-Done pic x(1).
