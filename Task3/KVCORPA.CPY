      *--------------------------------------------------+-------------*
      * Desc: Corporate action record layout             ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Transaction file record                    ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVCORPAC                                   ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per corporate action on KVCAIN. The ratio reads   *
      * CA-Ratio-New new shares for CA-Ratio-Old old ones (2 for 1   *
      * split = 2/1, 1 for 10 consolidation = 1/10). A non-blank     *
      * CA-New-FOKD different from CA-Old-FOKD moves the price       *
      * history and the positions to the new code; an identifier    *
      * change alone carries a 1/1 ratio (or zeros).                 *
      *-----------------+--------------------------------+-------------*
           05 CA-Id pic x(10).
           05 CA-Type pic x(01).
             88 CA-SPLIT value 'S'.
             88 CA-CONSOLIDATION value 'C'.
             88 CA-IDENTIFIER-CHANGE value 'I'.
           05 CA-Old-FOKD pic x(12).
           05 CA-New-FOKD pic x(12).
           05 CA-Ratio-New pic 9(5).
           05 CA-Ratio-Old pic 9(5).
           05 CA-Effective-Date pic 9(8).
