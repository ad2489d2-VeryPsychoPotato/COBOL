      *--------------------------------------------------+-------------*
      * Desc: Price history master record layout         ! Cr: 22082026*
      *--------------------------------------------------+-------------*
      * Type: Master file record                         ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST3, KVTEST3MV, KVTEST3ME, KVTEST3RD,  ! Ver: 02     *
      *       KVPOSVAL, KVPRCCHK, KVCORPAC, KVSNAP,      !             *
      *       KVBACKO                                    !             *
      *-----------------+--------------------------------+-------------*
      * One record per validated FOKD/price pair per run date,       *
      * written by KVTEST3 and read back by the KVTEST3MV            *
      * day-over-day movement report.                                *
      * PH-Price-Source shows which vendor feed the close came from: *
      * the primary feed, or the secondary feed where the primary    *
      * did not carry the FOKD.                                      *
      *-----------------+--------------------------------+-------------*
           05 PH-Key.
             10 PH-FOKD pic x(12).
             10 PH-Price-Date pic 9(8).
           05 PH-KRS-HDL pic s9(7)v9(8).
           05 PH-Price-Source pic x(1).
             88 PH-SOURCE-PRIMARY value 'P'.
             88 PH-SOURCE-SECONDARY value 'S'.
