      *--------------------------------------------------+-------------*
      * Desc: Operator authority check work area          ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Work area                                   ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: with KVOPRCP                                ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * The screen fills operator, program, master, right, function  *
      * and reference before performing checkOperatorAuthority.      *
      * Master codes follow KVPENDC: I ISIN master and alternate     *
      * identifiers, R rate, H holiday, plus P position, L limit,    *
      * O operator profiles and E checkout exceptions (maintain =    *
      * acknowledge).                                                *
      *-----------------+--------------------------------+-------------*
           05 AUTH-Operator pic x(8).
           05 AUTH-Program pic x(8).
           05 AUTH-Master pic x(1).
             88 AUTH-ISIN-MASTER value 'I'.
             88 AUTH-RATE-MASTER value 'R'.
             88 AUTH-HOLIDAY-MASTER value 'H'.
             88 AUTH-POSITION-MASTER value 'P'.
             88 AUTH-LIMIT-MASTER value 'L'.
             88 AUTH-PROFILE-MASTER value 'O'.
             88 AUTH-EXCEPTION-MASTER value 'E'.
           05 AUTH-Right pic x(1).
             88 AUTH-MAINTAIN value 'M'.
             88 AUTH-APPROVE value 'A'.
           05 AUTH-Function pic x(1).
           05 AUTH-Reference pic x(12).
           05 AUTH-Profile-Open pic x(1).
           05 AUTH-Right-Flag pic x(1).
           05 AUTH-Result pic x(1).
             88 AUTH-GRANTED value 'Y'.
           05 AUTH-Reason-Code pic 9(2).
           05 AUTH-Message pic x(40).
           05 AUTH-Today pic 9(8).
