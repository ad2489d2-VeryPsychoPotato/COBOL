      *--------------------------------------------------+-------------*
      * Desc: KVTEST2 module input                        ! Cr: 01082022*
      *--------------------------------------------------+-------------*
      * Type: Module input (mi)                           ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST2                                     ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
           05 functionCode pic 9(1).
           05 Range-From-Date pic x(8).
           05 Sched-Start-Date redefines Range-From-Date pic 9(8).
           05 Range-To-Date pic x(8).
           05 Sched-End-Date redefines Range-To-Date pic 9(8).
           05 Settle-Start-Date pic 9(8).
           05 Settle-Business-Days pic 9(4).
           05 Sched-Frequency-Area redefines Settle-Business-Days.
             10 Sched-Frequency pic x(1).
               88 SCHED-MONTHLY value 'M'.
               88 SCHED-QUARTERLY value 'Q'.
               88 SCHED-SEMI-ANNUAL value 'S'.
               88 SCHED-ANNUAL value 'A'.
             10 filler pic x(3).
           05 Date-Format-Selector pic 9(1).
             88 FORMAT-YYYYMMDD value 1.
             88 FORMAT-DD-MM-YYYY value 2.
