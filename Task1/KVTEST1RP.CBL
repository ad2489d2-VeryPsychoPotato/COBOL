      */*2 02092026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Accrued interest (functionCode 7) labelled,   2*/
      */*2           with a second line giving the accrual period, 2*/
      */*2           basis and day count                           2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           Accrual line shows the Accrual-Rate the       2*/
      */*2           interest was computed at                      2*/
      */*2----------------------------------------------------------2*/


      */*3 Special-conditions:                                      3*/
      */*3                                                          3*/
      */*3 Reads the request/result file pair produced by KVTEST1BT 3*/
      */*3 (one KVTEST1A request matched to one                     3*/
      */*3 USSTO1CZ/KVTEST1C/KVTEST1B result, same relative record  3*/
      */*3 number) and prints a ledger line per invocation. An      3*/
      */*3 accrued interest request (functionCode 7) is followed by 3*/
      */*3 a line giving its accrual period, basis, annual rate and 3*/
      */*3 the day count KVTEST1 used.                              3*/
      */*3----------------------------------------------------------3*/

       id division.
           05 filler pic x(02) value spaces.
           05 D-Mod-Reason pic 9(2).

       01 WS-Accrual-Line.
           05 filler pic x(16) value spaces.
           05 filler pic x(08) value 'ACCRUAL'.
           05 D-Accrual-From pic 9(8).
           05 filler pic x(04) value ' TO '.
           05 D-Accrual-To pic 9(8).
           05 filler pic x(02) value spaces.
           05 D-Accrual-Basis pic x(7).
           05 filler pic x(06) value ' RATE '.
           05 D-Accrual-Rate pic zz9,999999.
           05 filler pic x(06) value ' DAYS '.
           05 D-Accrual-Days-X pic x(7).
           05 D-Accrual-Days redefines D-Accrual-Days-X pic -(6)9.

       01 WS-Heading-1 pic x(132) value
          'KVTEST1 CALCULATION LEDGER'.
       01 WS-Heading-2.
               when 4 move 'FACTORIAL1' to WS-Function-Text
               when 5 move 'FACTORIAL2' to WS-Function-Text
               when 6 move 'DIVIDE'     to WS-Function-Text
               when 7 move 'ACCRUED INT' to WS-Function-Text
               when other move 'UNKNOWN' to WS-Function-Text
           end-evaluate.


           write KVTEST1RP-PRT-LINE from WS-Detail-Line.

           if functionCode in WS-Req-Data = 7
              perform printAccrualLine
           end-if.

     ***************************************************************
      * The period and basis are printed for every accrual; the day
      * count only when KVTEST1 got as far as computing one.
     ***************************************************************
       printAccrualLine.
     ***************************************************************

           move Accrual-From-Date in WS-Req-Data to D-Accrual-From.
           move Accrual-To-Date in WS-Req-Data to D-Accrual-To.
           move Accrual-Basis in WS-Req-Data to D-Accrual-Basis.
           if Accrual-Rate in WS-Req-Data is numeric
              move Accrual-Rate in WS-Req-Data to D-Accrual-Rate
           else
              move zero to D-Accrual-Rate
           end-if.
           if STD-ERROR in statusCode in WS-Res-Data
              move spaces to D-Accrual-Days-X
           else
              move Output-Accrual-Days in WS-Res-Data
                 to D-Accrual-Days
           end-if.

           write KVTEST1RP-PRT-LINE from WS-Accrual-Line.

     ***************************************************************
       closeFiles.
     ***************************************************************
