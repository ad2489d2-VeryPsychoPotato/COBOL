      *--------------------------------------------------+-------------*
      * Desc: KVTEST1 module output                       ! Cr: 01012020*
      *--------------------------------------------------+-------------*
      * Type: Module output (mo)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST1    !                                ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
           05 Output-String pic s9(16)v9(2) comp-3.
           05 Output-Remainder pic s9(16)v9(2) comp-3.
      * functionCode 7 returns the day count the accrual used here.
           05 Output-Accrual-Days redefines Output-Remainder
                                  pic s9(16)v9(2) comp-3.
           05 Output-Request-Id pic x(12).
