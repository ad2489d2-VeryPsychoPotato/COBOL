      *--------------------------------------------------+-------------*
      * Desc: Audit-log chain state and check work area   ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Audit log                                   ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVAUDITP, KVAUDARC, KVAUDVFY                ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      *    Held EXTERNAL by the audit writers, so every program in a
      *    run unit continues one chain. AUDCH-Eyecatcher is 'KVAUDCHN'
      *    once the tail of KVAUDITLOG has been read and the log is
      *    open for extend; anything else means not loaded yet.
           05 AUDCH-Eyecatcher pic x(08).
           05 AUDCH-Last-Sequence pic 9(9).
           05 AUDCH-Last-Check pic 9(9).
           05 AUDCH-Eof pic x(01).
           05 AUDCH-Check-Text pic x(93).
           05 AUDCH-Check-Work pic 9(11).
           05 AUDCH-Check-Index pic 9(3).
