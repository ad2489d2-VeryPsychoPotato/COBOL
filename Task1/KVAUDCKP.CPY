      *--------------------------------------------------+-------------*
      * Desc: Audit-log chained check value paragraph      ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Audit log                                   ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVAUDITP, KVAUDARC, KVAUDVFY                ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
     ***************************************************************
       computeAuditCheck.
     ***************************************************************
      * Check value of AUDCH-Check-Text (the first 93 bytes of an
      * audit record, up to and including AUDIT-SEQUENCE-NO) chained
      * to AUDCH-Last-Check, the check value of the record before it.
      * The result is left in AUDCH-Check-Work.

           move AUDCH-Last-Check to AUDCH-Check-Work.
           perform varying AUDCH-Check-Index from 1 by 1
              until AUDCH-Check-Index > 93
              compute AUDCH-Check-Work = function mod(
                 AUDCH-Check-Work * 31
                 + function ord(AUDCH-Check-Text(AUDCH-Check-Index:1)),
                 999999937)
           end-perform.
