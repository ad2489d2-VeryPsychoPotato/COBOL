      *--------------------------------------------------+-------------*
      * Desc: Position transaction record layout         ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Transaction file record                    ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVPOSTRN                                   ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per trade on the nightly KVTRNIN file, in         *
      * portfolio/FOKD order. TRN-Amount is the consideration in the *
      * reporting currency for a buy or sell and the book cost for   *
      * an opening balance; a transfer moves quantity and its share  *
      * of book cost to TRN-To-Portfolio and ignores the amount.     *
      *-----------------+--------------------------------+-------------*
           05 TRN-Key.
             10 TRN-Portfolio pic x(08).
             10 TRN-FOKD pic x(12).
           05 TRN-Type pic x(01).
             88 TRN-BUY value 'B'.
             88 TRN-SELL value 'S'.
             88 TRN-TRANSFER value 'T'.
             88 TRN-OPENING value 'O'.
           05 TRN-Quantity pic 9(11)v9(2).
           05 TRN-Amount pic 9(13)v9(2).
           05 TRN-To-Portfolio pic x(08).
           05 TRN-Trade-Date pic 9(8).
           05 TRN-Reference pic x(12).
