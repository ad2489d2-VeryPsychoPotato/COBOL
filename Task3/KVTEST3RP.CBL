      */*2 02092026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           SOURCE column shows whether each price came   2*/
      */*2           from the primary or the secondary vendor feed 2*/
      */*2----------------------------------------------------------2*/


      */*3 flag, followed by a summary block with max, min,         3*/
      */*3 average, spread and the invalid count. The board page    3*/
      */*3 on KV3BOARD is suitable for distribution as-is.          3*/
      */*3                                                          3*/
      */*3 The SOURCE column shows PRIMARY for a price from the     3*/
      */*3 evening exchange feed and SECONDARY for one KVTEST3BT    3*/
      */*3 took from the secondary vendor feed because the primary  3*/
      */*3 did not carry the FOKD.                                  3*/
      */*3----------------------------------------------------------3*/

       id division.
           05 filler pic x(18) value '      REPORTING'.
           05 filler pic x(07) value 'VALID'.
           05 filler pic x(05) value 'STALE'.
           05 filler pic x(09) value 'SOURCE'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Valid-Flag pic x(1).
           05 filler pic x(06) value spaces.
           05 D-Stale-Flag pic x(1).
           05 filler pic x(06) value spaces.
           05 D-Source pic x(9).

       01 WS-Summary-Label-Line.
           05 filler pic x(03) value spaces.
              to D-Price-Reporting.
           move KV3O-Valid-Flag in WS-Result-Record to D-Valid-Flag.
           move KV3O-Stale-Flag in WS-Result-Record to D-Stale-Flag.
           if KV3O-Price-Source in WS-Result-Record = 'S'
              move 'SECONDARY' to D-Source
           else
              move 'PRIMARY' to D-Source
           end-if.

           write KVTEST3RP-PRT-LINE from WS-Detail-Line.

