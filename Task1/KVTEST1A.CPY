      *--------------------------------------------------+-------------*
      * Desc: KVTEST1 module input                        ! Cr: 01012020*
      *--------------------------------------------------+-------------*
      * Type: Module input (mi)                           ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST1    !                                ! Ver: 03     *
      *-----------------+--------------------------------+-------------*
           05 functionCode pic 9(1).
           05 number1 pic s9(7)v9(2) comp-3.
      * Output-String for the operand before calling KVTEST1.
           05 Ref1-Request-Id pic x(12).
           05 Ref2-Request-Id pic x(12).
      * functionCode 7 (accrued interest) takes the principal in
      * number1, which may be chained like any other operand, and
      * the annual rate in percent in Accrual-Rate (six decimals,
      * so a 2.875% coupon is carried exactly); number2 is not used.
      * The accrual period runs from Accrual-From-Date to
      * Accrual-To-Date (YYYYMMDD) on the day-count basis named in
      * Accrual-Basis. Other functions leave these fields
      * zero/blank.
           05 Accrual-From-Date pic 9(8).
           05 Accrual-To-Date pic 9(8).
           05 Accrual-Basis pic x(7).
             88 BASIS-ACT-360 value 'ACT/360'.
             88 BASIS-ACT-365 value 'ACT/365'.
             88 BASIS-30-360 value '30/360'.
           05 Accrual-Rate pic 9(3)v9(6).
