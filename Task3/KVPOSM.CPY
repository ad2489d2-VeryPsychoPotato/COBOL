      *--------------------------------------------------+-------------*
      * Desc: Position master record layout              ! Cr: 02092026*
      *--------------------------------------------------+-------------*
      * Type: Master file record                         ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVPOSMM, KVPOSVAL, KVPOSTRN, KVPRCCHK,     ! Ver: 02     *
      *       KVCORPAC, KVSNAP, KVBACKO                  !             *
      *-----------------+--------------------------------+-------------*
      * One record per portfolio/instrument holding, keyed by the    *
      * portfolio code plus the FOKD carried on the ISIN master.     *
      * POS-Book-Cost is the running cost of the holding in the      *
      * reporting currency kept by the KVPOSTRN posting run.         *
      *-----------------+--------------------------------+-------------*
           05 POS-Key.
             10 POS-Portfolio pic x(08).
             10 POS-FOKD pic x(12).
           05 POS-Quantity pic s9(11)v9(2).
           05 POS-Book-Cost pic s9(13)v9(2).
