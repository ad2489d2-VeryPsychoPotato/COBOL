      */*2           half up, divide keeps the truncated quotient  2*/
      */*2           its remainder is defined against; factorial   2*/
      */*2           still works on the integer part               2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Audit log FD and chain state held external;   2*/
      */*2           records carry sequence number and chained     2*/
      */*2           check value                                   2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           functionCode 7 accrued interest: principal,   2*/
      */*2           annual rate, from/to dates and ACT/360,       2*/
      */*2           ACT/365 or 30/360 basis; actual day count     2*/
      */*2           from KVTEST2, own modReasonCodes 19-22 for    2*/
      */*2           bad dates and basis                           2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000005  2*/
      */*2           Accrued interest takes the annual rate from   2*/
      */*2           the six-decimal Accrual-Rate, modReasonCode   2*/
      */*2           23 when not numeric                           2*/
      */*2----------------------------------------------------------2*/


      */*3 Special-conditions:                                      3*/
      */*3 ------------------                                       3*/
      */*3                                                          3*/
      */*3 functionCode 7 accrued interest: number1 principal,      3*/
      */*3 Accrual-Rate annual rate in percent (six decimals; a     3*/
      */*3 rate that is not numeric is modReasonCode 23), from      3*/
      */*3 Accrual-From-Date to Accrual-To-Date (YYYYMMDD) on basis 3*/
      */*3 ACT/360, ACT/365 or 30/360. The dates are checked and    3*/
      */*3 the actual day count taken from KVTEST2 (functionCode    3*/
      */*3 5), which logs its own audit entry under the same        3*/
      */*3 Request-Id; 30/360 counts the days itself from the       3*/
      */*3 checked dates. Returns the accrued amount rounded to two 3*/
      */*3 decimals in Output-String and the day count used in      3*/
      */*3 Output-Accrual-Days.                                     3*/
      */*3----------------------------------------------------------3*/

       id division.
       data division.
       file section.

       fd AUDIT-LOG-FILE is external.
       01 AUDIT-LOG-REC.
        COPY KVAUDIT.

       01 i pic 99.
       01 fact pic 9(18) comp-3.

       01 WS-Accrual-Days pic s9(7) comp-3.
       01 WS-Accrual-Year-Days pic 9(3).
       01 WS-Accrual-From.
           05 WS-AF-Year pic 9(4).
           05 WS-AF-Month pic 9(2).
           05 WS-AF-Day pic 9(2).
       01 WS-Accrual-To.
           05 WS-AT-Year pic 9(4).
           05 WS-AT-Month pic 9(2).
           05 WS-AT-Day pic 9(2).

       01 WS-Kv2-In-Data.
        COPY KVTEST2A.

       01 WS-Kv2-Out-Data.
        COPY USSTO1CZ.
        COPY KVTEST1C.
        COPY KVTEST2B.

       01 WS-Audit-File-Status pic x(2) is external.
       01 WS-Audit-Opened pic x(1) value 'N'.
       01 WS-Audit-Num1 pic -(7)9,99.
       01 WS-Audit-Num2 pic -(7)9,99.
       01 WS-Audit-Rate pic zz9,999999.
       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain is external.
        COPY KVAUDCH.

      *----------------------------------------------------------*
       linkage section.
           initialize Out-Data.


           if functionCode in mi IS NUMERIC

           evaluate true
                    when functionCode in mi = 1
                       perform composition
                    when functionCode in mi = 2
                       perform deduction
                    when functionCode in mi = 3
                      perform multiplication
                    when functionCode in mi = 4
                      move number1 to n
                      perform factorial
                   when functionCode in mi = 5
                       move number2 to n
                       perform factorial
                   when functionCode in mi = 6
                       perform divideNumbers
                   when functionCode in mi = 7
                       perform accruedInterest
                   when other
                       set INVALID-INPUT in ReasonCode in fo to true
                       set STD-ERROR in statusCode in fo to true
           end-if.

           move 'KVTEST1' to AUDIT-PROGRAM-ID in WS-Audit-Record.
           move functionCode in mi
              to AUDIT-FUNCTION-CODE in WS-Audit-Record.
           move number1 to WS-Audit-Num1.
           move number2 to WS-Audit-Num2.
           move spaces to AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           if functionCode in mi = 7
              if Accrual-Rate in mi is numeric
                 move Accrual-Rate in mi to WS-Audit-Rate
              else
                 move zero to WS-Audit-Rate
              end-if
              string 'N1=' delimited by size
                     WS-Audit-Num1 delimited by size
                     ' R=' delimited by size
                     WS-Audit-Rate delimited by size
                 into AUDIT-INPUT-SUMMARY in WS-Audit-Record
              move Accrual-Basis in mi
                 to AUDIT-INPUT-SUMMARY in WS-Audit-Record(31:7)
           else
              string 'N1=' delimited by size
                     WS-Audit-Num1 delimited by size
                     ' N2=' delimited by size
                     WS-Audit-Num2 delimited by size
                 into AUDIT-INPUT-SUMMARY in WS-Audit-Record
           end-if.
           move statusCode in fo
              to AUDIT-STATUS-CODE in WS-Audit-Record.
           move reasonCode in fo
              end-divide
           end-if.

     ***************************************************************
      * The dates go to KVTEST2 for every accrual, whatever the basis,
      * so each one leaves exactly one KVTEST2 audit entry behind it -
      * KVRECON allows one per KVTEST1 function 7 entry.
     ***************************************************************
       accruedInterest.
     ***************************************************************

           initialize WS-Kv2-In-Data.
           move 5 to functionCode in WS-Kv2-In-Data.
      *    KVTEST2 takes its range dates DDMMYYYY.
           move Accrual-From-Date in mi to WS-Accrual-From.
           move Accrual-To-Date in mi to WS-Accrual-To.
           move WS-AF-Day to Range-From-Date(1:2).
           move WS-AF-Month to Range-From-Date(3:2).
           move WS-AF-Year to Range-From-Date(5:4).
           move WS-AT-Day to Range-To-Date(1:2).
           move WS-AT-Month to Range-To-Date(3:2).
           move WS-AT-Year to Range-To-Date(5:4).
           move Request-Id in mi to Request-Id in WS-Kv2-In-Data.

           call 'KVTEST2' using WS-Kv2-In-Data WS-Kv2-Out-Data.

           if STD-ERROR in statusCode in WS-Kv2-Out-Data
              evaluate true
                  when RANGE-FROM-DATE-INVALID
                          in modReasonCode in WS-Kv2-Out-Data
                     set ACCRUAL-FROM-INVALID in modReasonCode in fo
                        to true
                  when RANGE-TO-DATE-INVALID
                          in modReasonCode in WS-Kv2-Out-Data
                     set ACCRUAL-TO-INVALID in modReasonCode in fo
                        to true
                  when RANGE-ORDER-INVALID
                          in modReasonCode in WS-Kv2-Out-Data
                     set ACCRUAL-ORDER-INVALID in modReasonCode in fo
                        to true
                  when other
                     move modReasonCode in WS-Kv2-Out-Data
                        to modReasonCode in fo
              end-evaluate
              set INVALID-INPUT in ReasonCode in fo to true
              set STD-ERROR in statusCode in fo to true
              exit paragraph
           end-if.

           if Accrual-Rate in mi is not numeric
              set ACCRUAL-RATE-INVALID in modReasonCode in fo to true
              set INVALID-INPUT in ReasonCode in fo to true
              set STD-ERROR in statusCode in fo to true
              exit paragraph
           end-if.

           evaluate true
               when BASIS-ACT-360
                  move Output-Dates in WS-Kv2-Out-Data
                     to WS-Accrual-Days
                  move 360 to WS-Accrual-Year-Days
               when BASIS-ACT-365
                  move Output-Dates in WS-Kv2-Out-Data
                     to WS-Accrual-Days
                  move 365 to WS-Accrual-Year-Days
               when BASIS-30-360
                  perform count30360Days
                  move 360 to WS-Accrual-Year-Days
               when other
                  set ACCRUAL-BASIS-INVALID in modReasonCode in fo
                     to true
                  set INVALID-INPUT in ReasonCode in fo to true
                  set STD-ERROR in statusCode in fo to true
                  exit paragraph
           end-evaluate.

           move WS-Accrual-Days to Output-Accrual-Days.
           compute Output-String rounded =
              number1 * Accrual-Rate in mi / 100
                 * WS-Accrual-Days / WS-Accrual-Year-Days
              on size error perform setError
           end-compute.

     ***************************************************************
      * 30/360 (bond basis): a 31st start counts as the 30th, and a
      * 31st end counts as the 30th when the start is on the 30th.
     ***************************************************************
       count30360Days.
     ***************************************************************

           if WS-AF-Day = 31
              move 30 to WS-AF-Day
           end-if.
           if WS-AT-Day = 31 and WS-AF-Day = 30
              move 30 to WS-AT-Day
           end-if.

           compute WS-Accrual-Days =
              (WS-AT-Year - WS-AF-Year) * 360
              + (WS-AT-Month - WS-AF-Month) * 30
              + WS-AT-Day - WS-AF-Day.

     **************************************************************
       factorial.
     ***************************************************************
