      */*2 02092026  BF9798      Kernius Vildziunas        0000001  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Texts for the payment schedule modReasonCodes 2*/
      */*2           15-18                                         2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Texts for the accrued interest modReasonCodes 2*/
      */*2           19-23                                         2*/
      */*2----------------------------------------------------------2*/


               when 12 move 'PRICE TOLERANCE' to WS-Code-Text
               when 13 move 'CHAIN REF UNRESOLVED' to WS-Code-Text
               when 14 move 'CHAIN REF FAILED' to WS-Code-Text
               when 15 move 'BAD SCHEDULE START' to WS-Code-Text
               when 16 move 'BAD SCHEDULE END' to WS-Code-Text
               when 17 move 'BAD SCHED FREQUENCY' to WS-Code-Text
               when 18 move 'SCHEDULE TOO LONG' to WS-Code-Text
               when 19 move 'BAD ACCRUAL FROM' to WS-Code-Text
               when 20 move 'BAD ACCRUAL TO' to WS-Code-Text
               when 21 move 'ACCRUAL ORDER' to WS-Code-Text
               when 22 move 'BAD ACCRUAL BASIS' to WS-Code-Text
               when 23 move 'BAD ACCRUAL RATE' to WS-Code-Text
               when other move 'OTHER' to WS-Code-Text
           end-evaluate.

