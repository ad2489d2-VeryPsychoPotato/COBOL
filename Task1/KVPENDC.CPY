      *--------------------------------------------------+-------------*
      * Desc: Master maintenance pending-change record   ! Cr: 02092026*
      *--------------------------------------------------+-------------*
      * Type: Pending change / change history            ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVISINMM, KVRATEMM, KVHOLMM, KVAPPRMM      ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
      * One record per maintenance change captured by a maintenance  *
      * screen. The change sits PENDING on KVPENDCHG (keyed on the   *
      * both timestamps and the before/after images, is then also    *
      * written to the permanent KVCHGHST change history.            *
      * The images hold the master record flat: KVISINM under 'I',   *
      * KVRATEM under 'R', KVHOLCM under 'H', KVALTID under 'X'.     *
      *-----------------+--------------------------------+-------------*
           05 PEND-Id pic 9(7).
           05 PEND-Master pic x(1).
             88 PEND-ISIN-MASTER value 'I'.
             88 PEND-RATE-MASTER value 'R'.
             88 PEND-HOLIDAY-MASTER value 'H'.
             88 PEND-ALTID-XREF value 'X'.
           05 PEND-Function pic x(1).
             88 PEND-ADD value 'A'.
             88 PEND-UPDATE value 'U'.
