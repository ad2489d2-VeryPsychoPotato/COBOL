      *--------------------------------------------------+-------------*
      * Desc: KVTEST2 payment schedule output             ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Module output (ms)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST2, KVTEST2BT                          ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      *    One entry per period of a functionCode 7 schedule: the
      *    unadjusted date, the date rolled to a business day, and
      *    the days since the previous period's date (the first
      *    period counts from the start date).
           05 Sched-Count pic 9(3).
           05 Sched-Entry occurs 360 times.
             10 Sched-Unadjusted-Date pic 9(8).
             10 Sched-Adjusted-Date pic 9(8).
             10 Sched-Period-Days pic 9(4).
