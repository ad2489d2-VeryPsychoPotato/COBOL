      *--------------------------------------------------+-------------*
      * Desc: Module-specific reason code                 ! Cr: 01012020*
      *--------------------------------------------------+-------------*
      * Type: Shared output (fo)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST1, KVTEST2, KVTEST3                   ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
           05 modReasonCode pic 9(2).
             88 OUTPUT-OVERFLOW value 01.
             88 PRICE-TOLERANCE value 12.
             88 CHAIN-REF-UNRESOLVED value 13.
             88 CHAIN-REF-FAILED value 14.
             88 SCHED-START-INVALID value 15.
             88 SCHED-END-INVALID value 16.
             88 SCHED-FREQUENCY-INVALID value 17.
             88 SCHED-TOO-MANY-PERIODS value 18.
             88 ACCRUAL-FROM-INVALID value 19.
             88 ACCRUAL-TO-INVALID value 20.
             88 ACCRUAL-ORDER-INVALID value 21.
             88 ACCRUAL-BASIS-INVALID value 22.
             88 ACCRUAL-RATE-INVALID value 23.
