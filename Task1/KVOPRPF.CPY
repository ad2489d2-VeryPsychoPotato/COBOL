      *--------------------------------------------------+-------------*
      * Desc: Operator authority profile (KVOPRPRF)       ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Keyed master (km)                           ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: screens, KVEXCMM, KVOPRMM, KVOPRRP          ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per operator id, kept on the KVOPRMM screen. A    *
      * right is 'Y' when held; anything else is no right. Position  *
      * and limit changes are not four-eyes, so those masters carry  *
      * a maintain right only; checkout exceptions are acknowledged, *
      * not maintained, and carry the acknowledge right alone. An    *
      * operator is refused everything once revoked or past the      *
      * expiry date.                                                 *
      *-----------------+--------------------------------+-------------*
           05 OPR-Operator pic x(8).
           05 OPR-Name pic x(30).
           05 OPR-Status pic x(1).
             88 OPR-ACTIVE value 'A'.
             88 OPR-REVOKED value 'R'.
           05 OPR-Expiry-Date pic 9(8).
           05 OPR-Rights.
             10 OPR-Isin-Maintain pic x(1).
             10 OPR-Isin-Approve pic x(1).
             10 OPR-Rate-Maintain pic x(1).
             10 OPR-Rate-Approve pic x(1).
             10 OPR-Holiday-Maintain pic x(1).
             10 OPR-Holiday-Approve pic x(1).
             10 OPR-Position-Maintain pic x(1).
             10 OPR-Limit-Maintain pic x(1).
             10 OPR-Profile-Maintain pic x(1).
             10 OPR-Exception-Ack pic x(1).
             10 filler pic x(6).
           05 OPR-Updated-By pic x(8).
           05 OPR-Updated-Date pic 9(8).
