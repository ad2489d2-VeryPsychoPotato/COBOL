      *--------------------------------------------------+-------------*
      * Desc: Alternate identifier cross-reference        ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Keyed master (km)                           ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVISINMM, KVAPPRMM, KVALTLD, KVTEST3BT      ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per identifier a price source may send in place  *
      * of the FOKD (KVALTID), keyed by identifier type and value   *
      * and pointing at the FOKD on KVISINMST. TICK is an exchange  *
      * ticker, LOCL a local exchange code; other types as agreed   *
      * with the vendor. ALT-Source shows whether the entry was     *
      * last set on the KVISINMM screen or by the KVALTLD load.     *
      *-----------------+--------------------------------+-------------*
           05 ALT-Key.
             10 ALT-Id-Type pic x(4).
               88 ALT-TICKER value 'TICK'.
               88 ALT-LOCAL-CODE value 'LOCL'.
             10 ALT-Id-Value pic x(12).
           05 ALT-FOKD pic x(12).
           05 ALT-Source pic x(1).
             88 ALT-FROM-SCREEN value 'M'.
             88 ALT-FROM-VENDOR value 'V'.
           05 ALT-Updated-Date pic 9(8).
