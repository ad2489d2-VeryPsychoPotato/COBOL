      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVEXCRP                                  1*/
      */*1 Program-title : Morning checkout sign-off report         1*/
      */*1                                                          1*/
      */*1 Programmer    : BF 9798 Kernius Vildziunas               1*/
      */*1 First version : 1                                        1*/
      */*1                                                          1*/
      */*1----------------------------------------------------------1*/


      */*2----------------------------------------------------------2*/
      */*2 Changelog:                                               2*/
      */*2 ---------                                                2*/
      */*2----------------------------------------------------------2*/


      */*3----------------------------------------------------------3*/
      */*3 Special-conditions:                                      3*/
      */*3                                                          3*/
      */*3 Sign-off record for one business date of the KVEXCPT     3*/
      */*3 exceptions file: what the night raised, what was carried 3*/
      */*3 in from earlier nights still open, who cleared what      3*/
      */*3 (operator, date and time, reason and comment from the    3*/
      */*3 KVEXCMM screen) and what is still open, with totals, on  3*/
      */*3 KVSORPT. The business date comes from the KVSOPARM card  3*/
      */*3 (YYYYMMDD); without a card the latest business date on   3*/
      */*3 the file is reported, which is the night just checked.   3*/
      */*3                                                          3*/
      */*3 Anything still open ends the run with RETURN-CODE 4 so   3*/
      */*3 the checkout is not signed off by accident. An entry     3*/
      */*3 KVEXCCF has since carried to a later night is shown      3*/
      */*3 under still open with the date it went to.               3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVEXCRP.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select EXCEPTION-FILE assign to "KVEXCPT"
               organization is indexed
               access mode is dynamic
               record key is EX-Key in EXCEPTION-REC
               file status is WS-Exception-File-Status.
           select KVEXCRP-PRM-FILE assign to "KVSOPARM"
               organization is sequential
               file status is WS-Parm-File-Status.
           select KVEXCRP-PRT-FILE assign to "KVSORPT"
               organization is sequential.

       data division.
       file section.

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd KVEXCRP-PRM-FILE.
       01 KVEXCRP-PRM-REC pic x(8).

       fd KVEXCRP-PRT-FILE.
       01 KVEXCRP-PRT-LINE pic x(132).

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-RAISED-COUNT pic 9(5) value zero.
           05 WS-CARRIED-COUNT pic 9(5) value zero.
           05 WS-CLEARED-COUNT pic 9(5) value zero.
           05 WS-OPEN-COUNT pic 9(5) value zero.

       01 WS-Exception-File-Status pic x(2).
       01 WS-Parm-File-Status pic x(2).
       01 WS-Parm-Card pic x(8).
       01 WS-Report-Date pic 9(8) value zero.

       01 WS-Exception-Record.
        COPY KVEXCP.

       01 WS-Exc-Table.
           05 WS-Exc-Used pic 9(4) value zero.
           05 WS-Exc-Entry occurs 2000 times.
             10 WS-XE-Source pic x(9).
             10 WS-XE-Reference pic x(24).
             10 WS-XE-First-Raised pic 9(8).
             10 WS-XE-Description pic x(60).
             10 WS-XE-Status pic x(1).
             10 WS-XE-Carried-To pic 9(8).
             10 WS-XE-Ack-Operator pic x(8).
             10 WS-XE-Ack-Date pic 9(8).
             10 WS-XE-Ack-Time pic 9(6).
             10 WS-XE-Ack-Reason pic x(20).
             10 WS-XE-Ack-Comment pic x(60).
       01 WS-Exc-Index pic 9(4).
       01 WS-Section-Lines pic 9(4).

       01 WS-Heading-1.
           05 filler pic x(47) value
              'MORNING CHECKOUT SIGN-OFF REPORT  BUSINESS DATE'.
           05 filler pic x(01) value spaces.
           05 H-Report-Date pic 9(8).

       01 WS-Section-Heading.
           05 filler pic x(03) value spaces.
           05 H-Section-Title pic x(40).

       01 WS-Item-Heading.
           05 filler pic x(06) value spaces.
           05 filler pic x(11) value 'STEP'.
           05 filler pic x(26) value 'REFERENCE'.
           05 filler pic x(10) value 'RAISED'.
           05 filler pic x(19) value 'STATUS'.
           05 filler pic x(11) value 'EXCEPTION'.

       01 WS-Item-Line.
           05 filler pic x(06) value spaces.
           05 D-Source pic x(9).
           05 filler pic x(02) value spaces.
           05 D-Reference pic x(24).
           05 filler pic x(02) value spaces.
           05 D-First-Raised pic 9(8).
           05 filler pic x(02) value spaces.
           05 D-Status pic x(17).
           05 filler pic x(02) value spaces.
           05 D-Description pic x(60).

       01 WS-Cleared-Heading.
           05 filler pic x(06) value spaces.
           05 filler pic x(11) value 'STEP'.
           05 filler pic x(26) value 'REFERENCE'.
           05 filler pic x(10) value 'OPERATOR'.
           05 filler pic x(10) value 'DATE'.
           05 filler pic x(08) value 'TIME'.
           05 filler pic x(20) value 'REASON'.

       01 WS-Cleared-Line.
           05 filler pic x(06) value spaces.
           05 C-Source pic x(9).
           05 filler pic x(02) value spaces.
           05 C-Reference pic x(24).
           05 filler pic x(02) value spaces.
           05 C-Operator pic x(8).
           05 filler pic x(02) value spaces.
           05 C-Ack-Date pic 9(8).
           05 filler pic x(02) value spaces.
           05 C-Ack-Time pic 9(6).
           05 filler pic x(02) value spaces.
           05 C-Reason pic x(20).

       01 WS-Comment-Line.
           05 filler pic x(17) value spaces.
           05 filler pic x(09) value 'COMMENT:'.
           05 C-Comment pic x(60).

       01 WS-None-Line pic x(132) value
          '      NONE'.

       01 WS-Total-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(08) value 'RAISED'.
           05 T-Raised pic zzzz9.
           05 filler pic x(14) value '   CARRIED IN'.
           05 T-Carried pic zzzz9.
           05 filler pic x(11) value '   CLEARED'.
           05 T-Cleared pic zzzz9.
           05 filler pic x(14) value '   STILL OPEN'.
           05 T-Open pic zzzz9.

       01 WS-Result-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(07) value 'RESULT'.
           05 D-Result pic x(10).

       01 WS-No-Data-Line pic x(132) value
          '   NO EXCEPTIONS FOR THIS BUSINESS DATE'.

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           perform readReportDate.

           open input EXCEPTION-FILE.
           if WS-Exception-File-Status = '00'
              if WS-Report-Date = zero
                 perform findLatestDate
              end-if
              perform loadReportDate
              close EXCEPTION-FILE
           end-if.

           open output KVEXCRP-PRT-FILE.
           move WS-Report-Date to H-Report-Date.
           write KVEXCRP-PRT-LINE from WS-Heading-1.
           write KVEXCRP-PRT-LINE from WS-Blank-Line.

           if WS-Exc-Used = zero
              write KVEXCRP-PRT-LINE from WS-No-Data-Line
           else
              perform printRaised
              perform printCarried
              perform printCleared
              perform printStillOpen
           end-if.

           write KVEXCRP-PRT-LINE from WS-Blank-Line.
           move WS-RAISED-COUNT to T-Raised.
           move WS-CARRIED-COUNT to T-Carried.
           move WS-CLEARED-COUNT to T-Cleared.
           move WS-OPEN-COUNT to T-Open.
           write KVEXCRP-PRT-LINE from WS-Total-Line.

           write KVEXCRP-PRT-LINE from WS-Blank-Line.
           if WS-OPEN-COUNT > zero
              move 'OPEN ITEMS' to D-Result
           else
              move 'SIGNED OFF' to D-Result
           end-if.
           write KVEXCRP-PRT-LINE from WS-Result-Line.
           close KVEXCRP-PRT-FILE.

           display 'KVEXCRP BDATE   ' WS-Report-Date.
           display 'KVEXCRP RAISED  ' WS-RAISED-COUNT.
           display 'KVEXCRP CARRIED ' WS-CARRIED-COUNT.
           display 'KVEXCRP CLEARED ' WS-CLEARED-COUNT.
           display 'KVEXCRP OPEN    ' WS-OPEN-COUNT.

           if WS-OPEN-COUNT > zero
              display 'KVEXCRP EXCEPTIONS STILL OPEN - SEE KVSORPT'
              move 4 to return-code
           end-if.

           stop run.

     ***************************************************************
       readReportDate.
     ***************************************************************

           move spaces to WS-Parm-Card.
           open input KVEXCRP-PRM-FILE.
           if WS-Parm-File-Status = '00'
              read KVEXCRP-PRM-FILE
                 at end continue
                 not at end move KVEXCRP-PRM-REC to WS-Parm-Card
              end-read
           end-if.
           close KVEXCRP-PRM-FILE.

           if WS-Parm-Card is numeric
              move WS-Parm-Card to WS-Report-Date
           end-if.

     ***************************************************************
       findLatestDate.
     ***************************************************************

           move 'N' to WS-EOF-SWITCH.
           perform until WS-EOF
              read EXCEPTION-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Exception-File-Status not = '00'
                    set WS-EOF to true
                 else
                    if EX-Business-Date in EXCEPTION-REC
                          > WS-Report-Date
                       move EX-Business-Date in EXCEPTION-REC
                          to WS-Report-Date
                    end-if
                 end-if
              end-if
           end-perform.

     ***************************************************************
       loadReportDate.
     ***************************************************************

           move low-values to EX-Key in EXCEPTION-REC.
           move WS-Report-Date to EX-Business-Date in EXCEPTION-REC.
           move 'N' to WS-EOF-SWITCH.
           start EXCEPTION-FILE
              key is not less than EX-Key in EXCEPTION-REC
              invalid key set WS-EOF to true
           end-start.

           perform until WS-EOF
              read EXCEPTION-FILE next into WS-Exception-Record
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Exception-File-Status not = '00'
                       or EX-Business-Date in WS-Exception-Record
                          not = WS-Report-Date
                    set WS-EOF to true
                 else
                    perform loadOneException
                 end-if
              end-if
           end-perform.

     ***************************************************************
       loadOneException.
     ***************************************************************

           add 1 to WS-READ-COUNT.
           if WS-Exc-Used not < 2000
              display 'KVEXCRP TABLE FULL - ENTRY NOT REPORTED'
              exit paragraph
           end-if.

           add 1 to WS-Exc-Used.
           move EX-Source in WS-Exception-Record
              to WS-XE-Source(WS-Exc-Used).
           move EX-Reference in WS-Exception-Record
              to WS-XE-Reference(WS-Exc-Used).
           move EX-First-Raised in WS-Exception-Record
              to WS-XE-First-Raised(WS-Exc-Used).
           move EX-Description in WS-Exception-Record
              to WS-XE-Description(WS-Exc-Used).
           move EX-Status in WS-Exception-Record
              to WS-XE-Status(WS-Exc-Used).
           move EX-Carried-To in WS-Exception-Record
              to WS-XE-Carried-To(WS-Exc-Used).
           move EX-Ack-Operator in WS-Exception-Record
              to WS-XE-Ack-Operator(WS-Exc-Used).
           move EX-Ack-Date in WS-Exception-Record
              to WS-XE-Ack-Date(WS-Exc-Used).
           move EX-Ack-Time in WS-Exception-Record
              to WS-XE-Ack-Time(WS-Exc-Used).
           move EX-Ack-Reason in WS-Exception-Record
              to WS-XE-Ack-Reason(WS-Exc-Used).
           move EX-Ack-Comment in WS-Exception-Record
              to WS-XE-Ack-Comment(WS-Exc-Used).

           if EX-First-Raised in WS-Exception-Record
                 < WS-Report-Date
              add 1 to WS-CARRIED-COUNT
           else
              add 1 to WS-RAISED-COUNT
           end-if.
           if EX-ACKNOWLEDGED in WS-Exception-Record
              add 1 to WS-CLEARED-COUNT
           else
              add 1 to WS-OPEN-COUNT
           end-if.

     ***************************************************************
       printRaised.
     ***************************************************************

           move 'RAISED THIS BUSINESS DATE' to H-Section-Title.
           write KVEXCRP-PRT-LINE from WS-Section-Heading.
           write KVEXCRP-PRT-LINE from WS-Item-Heading.
           move zero to WS-Section-Lines.
           perform varying WS-Exc-Index from 1 by 1
              until WS-Exc-Index > WS-Exc-Used
              if WS-XE-First-Raised(WS-Exc-Index) not < WS-Report-Date
                 perform printItemLine
              end-if
           end-perform.
           perform finishSection.

     ***************************************************************
       printCarried.
     ***************************************************************

           move 'CARRIED IN FROM EARLIER NIGHTS' to H-Section-Title.
           write KVEXCRP-PRT-LINE from WS-Section-Heading.
           write KVEXCRP-PRT-LINE from WS-Item-Heading.
           move zero to WS-Section-Lines.
           perform varying WS-Exc-Index from 1 by 1
              until WS-Exc-Index > WS-Exc-Used
              if WS-XE-First-Raised(WS-Exc-Index) < WS-Report-Date
                 perform printItemLine
              end-if
           end-perform.
           perform finishSection.

     ***************************************************************
       printCleared.
     ***************************************************************

           move 'CLEARED' to H-Section-Title.
           write KVEXCRP-PRT-LINE from WS-Section-Heading.
           write KVEXCRP-PRT-LINE from WS-Cleared-Heading.
           move zero to WS-Section-Lines.
           perform varying WS-Exc-Index from 1 by 1
              until WS-Exc-Index > WS-Exc-Used
              if WS-XE-Status(WS-Exc-Index) = 'A'
                 perform printClearedLine
              end-if
           end-perform.
           perform finishSection.

     ***************************************************************
       printStillOpen.
     ***************************************************************

           move 'STILL OPEN' to H-Section-Title.
           write KVEXCRP-PRT-LINE from WS-Section-Heading.
           write KVEXCRP-PRT-LINE from WS-Item-Heading.
           move zero to WS-Section-Lines.
           perform varying WS-Exc-Index from 1 by 1
              until WS-Exc-Index > WS-Exc-Used
              if WS-XE-Status(WS-Exc-Index) not = 'A'
                 perform printItemLine
              end-if
           end-perform.
           perform finishSection.

     ***************************************************************
       finishSection.
     ***************************************************************

           if WS-Section-Lines = zero
              write KVEXCRP-PRT-LINE from WS-None-Line
           end-if.
           write KVEXCRP-PRT-LINE from WS-Blank-Line.

     ***************************************************************
       printItemLine.
     ***************************************************************

           move WS-XE-Source(WS-Exc-Index) to D-Source.
           move WS-XE-Reference(WS-Exc-Index) to D-Reference.
           move WS-XE-First-Raised(WS-Exc-Index) to D-First-Raised.
           move WS-XE-Description(WS-Exc-Index) to D-Description.
           move spaces to D-Status.
           evaluate WS-XE-Status(WS-Exc-Index)
               when 'A'
                  move 'CLEARED' to D-Status
               when 'C'
                  string 'CARRIED ' delimited by size
                         WS-XE-Carried-To(WS-Exc-Index)
                            delimited by size
                     into D-Status
               when other
                  move 'OPEN' to D-Status
           end-evaluate.
           write KVEXCRP-PRT-LINE from WS-Item-Line.
           add 1 to WS-Section-Lines.

     ***************************************************************
       printClearedLine.
     ***************************************************************

           move WS-XE-Source(WS-Exc-Index) to C-Source.
           move WS-XE-Reference(WS-Exc-Index) to C-Reference.
           move WS-XE-Ack-Operator(WS-Exc-Index) to C-Operator.
           move WS-XE-Ack-Date(WS-Exc-Index) to C-Ack-Date.
           move WS-XE-Ack-Time(WS-Exc-Index) to C-Ack-Time.
           move WS-XE-Ack-Reason(WS-Exc-Index) to C-Reason.
           write KVEXCRP-PRT-LINE from WS-Cleared-Line.
           move WS-XE-Ack-Comment(WS-Exc-Index) to C-Comment.
           write KVEXCRP-PRT-LINE from WS-Comment-Line.
           add 1 to WS-Section-Lines.

       end program KVEXCRP.
