      *--------------------------------------------------+-------------*
      * Desc: KVTEST2 module output                       ! Cr: 01082022*
      *--------------------------------------------------+-------------*
      * Type: Module output (mo)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST2                                     ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
           05 Output-Dates pic 9(8).
           05 Output-Previous-Year pic 9(4).
           05 Output-Period-Days redefines Output-Previous-Year
                                  pic 9(4).
           05 Output-Formatted-Date pic x(10).
           05 Output-Schedule-Date redefines Output-Formatted-Date.
             10 Output-Unadjusted-Date pic 9(8).
             10 filler pic x(2).
           05 Output-Text pic x(30).
           05 Output-Schedule-Text redefines Output-Text.
             10 Output-Sched-Tag pic x(6).
               88 OUTPUT-SCHEDULE-LINE value 'SCHED '.
             10 Output-Sched-Period pic 9(3).
             10 Output-Sched-Of pic x(4).
             10 Output-Sched-Periods pic 9(3).
             10 filler pic x(14).
           05 Output-Request-Id pic x(12).
