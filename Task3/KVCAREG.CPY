      *--------------------------------------------------+-------------*
      * Desc: Corporate action register record layout    ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Keyed master (km)                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVCORPAC                                   ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One record per corporate action taken on (KVCAREG). The      *
      * entry is written IN PROGRESS before the first master is     *
      * touched and rewritten COMPLETE after the last, so a rerun    *
      * skips a finished action and refuses one that stopped half    *
      * way until the masters have been restored.                    *
      *-----------------+--------------------------------+-------------*
           05 CAR-Id pic x(10).
           05 CAR-Status pic x(01).
             88 CAR-IN-PROGRESS value 'I'.
             88 CAR-COMPLETE value 'C'.
           05 CAR-Applied-Date pic 9(8).
           05 CAR-Applied-Time pic 9(6).
           05 CAR-Business-Date pic 9(8).
           05 CAR-Price-Count pic 9(7).
           05 CAR-Position-Count pic 9(7).
