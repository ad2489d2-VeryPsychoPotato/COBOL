      *--------------------------------------------------+-------------*
      * Desc: Shared audit-log record layout               ! Cr: 09082026*
      *--------------------------------------------------+-------------*
      * Type: Audit log                                   ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVTEST1, KVTEST2, KVTEST3                   ! Ver: 02     *
      *-----------------+--------------------------------+-------------*
           05 AUDIT-TIMESTAMP.
             10 AUDIT-DATE pic 9(8).
           05 AUDIT-REASON-CODE pic 9(2).
           05 AUDIT-MOD-REASON-CODE pic 9(2).
           05 AUDIT-REQUEST-ID pic x(12).
           05 AUDIT-SEQUENCE-NO pic 9(9).
           05 AUDIT-CHECK-VALUE pic 9(9).
