      *--------------------------------------------------+-------------*
      * Desc: Inbound request file header/trailer         ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Interface file record                       ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVINCHK    !                                ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * Control view of the first and last record of the upstream   *
      * KV1BTIN/KV2BTIN deliveries. The requests lie between an     *
      * 'HDR' header (sender, business date, file sequence number)  *
      * and a 'TRL' trailer (detail record count and hash total).   *
      * A request record starts with its numeric functionCode, so   *
      * the two never collide. The hash total is the sum over the   *
      * detail records of:                                          *
      *   KV1BTIN - functionCode + number1 + number2                *
      *   KV2BTIN - functionCode + Settle-Start-Date                *
      * a field that is not numeric counting as zero. 54 bytes, the *
      * shorter of the two request records.                         *
      *-----------------+--------------------------------+-------------*
           05 IC-Rec-Id pic x(3).
             88 IC-HEADER-REC value 'HDR'.
             88 IC-TRAILER-REC value 'TRL'.
           05 IC-Header.
             10 IC-Sender pic x(8).
             10 IC-Business-Date pic 9(8).
             10 IC-File-Seq pic 9(7).
             10 filler pic x(28).
           05 IC-Trailer redefines IC-Header.
             10 IC-Record-Count pic 9(9).
             10 IC-Hash-Total pic s9(15)v9(2)
                   sign leading separate.
             10 filler pic x(24).
