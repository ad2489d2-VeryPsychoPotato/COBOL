      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVEXCMM                                  1*/
      */*1 Program-title : Exception acknowledgement screen         1*/
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
      */*3 Morning checkout of the KVEXCPT exceptions the night     3*/
      */*3 steps raised (KVRECON mismatches, KVSUSP 7-day rejects,  3*/
      */*3 KVTEST3 price tolerance holds, KVRUNTRD trend flags,     3*/
      */*3 KVTEST2DR holiday value dates). Function L lists the     3*/
      */*3 next open exception after the one on the screen (the     3*/
      */*3 first one when the screen is empty), A acknowledges the  3*/
      */*3 displayed exception, X exits.                            3*/
      */*3                                                          3*/
      */*3 An acknowledgement needs the operator id, a reason and a 3*/
      */*3 comment; the screen stamps operator id, date and time on 3*/
      */*3 the entry and it drops off the open list. The KVEXCRP    3*/
      */*3 sign-off report shows who cleared what. An entry still   3*/
      */*3 open at the next night is carried to that night's date   3*/
      */*3 by KVEXCCF and is acknowledged there.                    3*/
      */*3                                                          3*/
      */*3 Acknowledging needs an active, unexpired KVOPRPRF        3*/
      */*3 profile holding the exception acknowledge right (KVOPRMM 3*/
      */*3 screen); a refused attempt is written to KVAUDITLOG and  3*/
      */*3 the exception stays open. L and X need no right: listing 3*/
      */*3 changes nothing and X only leaves the screen.            3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVEXCMM.
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
           select OPERATOR-PROFILE-FILE assign to "KVOPRPRF"
               organization is indexed
               access mode is dynamic
               record key is OPR-Operator in OPERATOR-PROFILE-REC
               file status is WS-Profile-File-Status.
           select AUDIT-LOG-FILE assign to "KVAUDITLOG"
               organization is sequential
               file status is WS-Audit-File-Status.

       data division.
       file section.

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-REC.
        COPY KVOPRPF.

       fd AUDIT-LOG-FILE is external.
       01 AUDIT-LOG-REC.
        COPY KVAUDIT.

       working-storage section.

       01 WS-Profile-File-Status pic x(2).
       01 WS-Audit-File-Status pic x(2) is external.
       01 WS-Audit-Opened pic x(1) value 'N'.
       01 WS-Audit-Record.
        COPY KVAUDIT.
       01 WS-Audit-Chain is external.
        COPY KVAUDCH.
       01 WS-Authority.
        COPY KVOPRCW.

       01 WS-Exception-File-Status pic x(2).

       01 WS-Function pic x(1).
           88 FUNCTION-LIST value 'L' 'l'.
           88 FUNCTION-ACKNOWLEDGE value 'A' 'a'.
           88 FUNCTION-EXIT value 'X' 'x'.

       01 WS-Message pic x(40).
       01 WS-Operator pic x(8).
       01 WS-Reason pic x(20).
       01 WS-Comment pic x(60).
       01 WS-Exc-EOF pic x(1).
       01 WS-Open-Count pic 9(5).

       01 WS-Current-Key.
           05 WS-Cur-Business-Date pic 9(8).
           05 WS-Cur-Source pic x(9).
           05 WS-Cur-Reference pic x(24).

       01 WS-Exception-Record.
        COPY KVEXCP.

       01 WS-Display-Fields.
           05 WS-D-Source pic x(9).
           05 WS-D-Reference pic x(24).
           05 WS-D-First-Raised pic 9(8).
           05 WS-D-Description pic x(60).

       screen section.
       01 Exception-Screen.
           05 blank screen.
           05 line 2 column 2
               value 'CHECKOUT EXCEPTION ACKNOWLEDGEMENT'.
           05 line 4 column 2
               value 'Function (L/A/X) . . . .:'.
           05 line 4 column 30 pic x(1)
               using WS-Function.
           05 line 5 column 2
               value 'Operator id . . . . . . .:'.
           05 line 5 column 30 pic x(08)
               using WS-Operator.
           05 line 6 column 2
               value 'Open exceptions . . . . .:'.
           05 line 6 column 30 pic zzzz9
               from WS-Open-Count.
           05 line 8 column 2
               value 'Business date . . . . . .:'.
           05 line 8 column 30 pic 9(8)
               from WS-Cur-Business-Date.
           05 line 9 column 2
               value 'Raised by . . . . . . . .:'.
           05 line 9 column 30 pic x(9)
               from WS-D-Source.
           05 line 10 column 2
               value 'Reference . . . . . . . .:'.
           05 line 10 column 30 pic x(24)
               from WS-D-Reference.
           05 line 11 column 2
               value 'First raised. . . . . . .:'.
           05 line 11 column 30 pic 9(8)
               from WS-D-First-Raised.
           05 line 12 column 2
               value 'Exception . . . . . . . .:'.
           05 line 12 column 30 pic x(60)
               from WS-D-Description.
           05 line 14 column 2
               value 'Reason. . . . . . . . . .:'.
           05 line 14 column 30 pic x(20)
               using WS-Reason.
           05 line 15 column 2
               value 'Comment . . . . . . . . .:'.
           05 line 15 column 30 pic x(60)
               using WS-Comment.
           05 line 17 column 2
               value 'Message . . . . . . . . .:'.
           05 line 17 column 30 pic x(40)
               from WS-Message.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           perform openExceptionFile.
           perform openProfileFile.
           move 'KVEXCMM' to AUTH-Program.
           set AUTH-EXCEPTION-MASTER to true.

           move spaces to WS-Function.
           move spaces to WS-Operator.
           perform clearCurrentException.
           perform countOpenExceptions.
           perform until FUNCTION-EXIT
              perform getScreenInput
              move spaces to WS-Message
              evaluate true
                  when FUNCTION-LIST
                     perform listNextOpen
                  when FUNCTION-ACKNOWLEDGE
                     perform acknowledgeException
                  when FUNCTION-EXIT
                     continue
                  when other
                     move 'Invalid function - use L, A or X'
                        to WS-Message
              end-evaluate
           end-perform.

           close EXCEPTION-FILE.
           if AUTH-Profile-Open = 'Y'
              close OPERATOR-PROFILE-FILE
           end-if.
           if WS-Audit-Opened = 'Y'
              close AUDIT-LOG-FILE
              move spaces to AUDCH-Eyecatcher
           end-if.
           stop run.

     ***************************************************************
       openExceptionFile.
     ***************************************************************

           open i-o EXCEPTION-FILE.
           if WS-Exception-File-Status = '35'
              open output EXCEPTION-FILE
              close EXCEPTION-FILE
              open i-o EXCEPTION-FILE
           end-if.
           if WS-Exception-File-Status not = '00'
              display 'KVEXCMM EXCEPTIONS FILE NOT OPENED '
                 WS-Exception-File-Status
              move 8 to return-code
              stop run
           end-if.

     ***************************************************************
       getScreenInput.
     ***************************************************************

           display Exception-Screen.
           accept Exception-Screen.

     ***************************************************************
       clearCurrentException.
     ***************************************************************

           move zero to WS-Cur-Business-Date.
           move spaces to WS-Cur-Source.
           move spaces to WS-Cur-Reference.
           move spaces to WS-D-Source.
           move spaces to WS-D-Reference.
           move zero to WS-D-First-Raised.
           move spaces to WS-D-Description.
           move spaces to WS-Reason.
           move spaces to WS-Comment.

     ***************************************************************
       countOpenExceptions.
     ***************************************************************

           move zero to WS-Open-Count.
           move low-values to EX-Key in EXCEPTION-REC.
           start EXCEPTION-FILE
              key is not less than EX-Key in EXCEPTION-REC
              invalid key continue
           end-start.
           if WS-Exception-File-Status = '00'
              move 'N' to WS-Exc-EOF
              perform until WS-Exc-EOF = 'Y'
                 read EXCEPTION-FILE next
                    at end move 'Y' to WS-Exc-EOF
                 end-read
                 if WS-Exc-EOF = 'N'
                    if WS-Exception-File-Status not = '00'
                       move 'Y' to WS-Exc-EOF
                    else
                       if EX-OPEN in EXCEPTION-REC
                          add 1 to WS-Open-Count
                       end-if
                    end-if
                 end-if
              end-perform
           end-if.

     ***************************************************************
      * L starts just past the exception on the screen, so pressing
      * L repeatedly walks the open list in business date, step
      * and reference order; an empty screen starts from the top.
     ***************************************************************
       listNextOpen.
     ***************************************************************

           move WS-Current-Key to EX-Key in EXCEPTION-REC.
           start EXCEPTION-FILE
              key is greater than EX-Key in EXCEPTION-REC
              invalid key continue
           end-start.
           if WS-Exception-File-Status not = '00'
              perform clearCurrentException
              move 'No further open exceptions' to WS-Message
              exit paragraph
           end-if.

           move 'N' to WS-Exc-EOF.
           perform until WS-Exc-EOF = 'Y'
              read EXCEPTION-FILE next
                 at end move 'Y' to WS-Exc-EOF
              end-read
              if WS-Exc-EOF = 'N'
                 if WS-Exception-File-Status not = '00'
                    move 'Y' to WS-Exc-EOF
                 else
                    if EX-OPEN in EXCEPTION-REC
                       move EXCEPTION-REC to WS-Exception-Record
                       perform showException
                       move 'Use A to acknowledge, L for next'
                          to WS-Message
                       exit paragraph
                    end-if
                 end-if
              end-if
           end-perform.

           perform clearCurrentException.
           move 'No further open exceptions' to WS-Message.

     ***************************************************************
       showException.
     ***************************************************************

           move EX-Key in WS-Exception-Record to WS-Current-Key.
           move EX-Source in WS-Exception-Record to WS-D-Source.
           move EX-Reference in WS-Exception-Record
              to WS-D-Reference.
           move EX-First-Raised in WS-Exception-Record
              to WS-D-First-Raised.
           move EX-Description in WS-Exception-Record
              to WS-D-Description.
           move spaces to WS-Reason.
           move spaces to WS-Comment.

     ***************************************************************
       acknowledgeException.
     ***************************************************************

           if WS-Cur-Business-Date = zero
              move 'List an exception first' to WS-Message
              exit paragraph
           end-if.
           if WS-Operator = spaces
              move 'Operator id required' to WS-Message
              exit paragraph
           end-if.

      *    Acknowledging needs the exception acknowledge right on the
      *    operator's profile; a refusal is on KVAUDITLOG.
           move WS-Operator to AUTH-Operator.
           set AUTH-MAINTAIN to true.
           move WS-Function to AUTH-Function.
           move WS-Cur-Reference(1:12) to AUTH-Reference.
           perform checkOperatorAuthority.
           if not AUTH-GRANTED
              move AUTH-Message to WS-Message
              exit paragraph
           end-if.

           if WS-Reason = spaces
              move 'Reason required' to WS-Message
              exit paragraph
           end-if.
           if WS-Comment = spaces
              move 'Comment required' to WS-Message
              exit paragraph
           end-if.

           move WS-Current-Key to EX-Key in EXCEPTION-REC.
           read EXCEPTION-FILE
              invalid key
                 move 'Exception no longer on file' to WS-Message
           end-read.
           if WS-Exception-File-Status not = '00'
              exit paragraph
           end-if.

      *    Another operator may have cleared it, or KVEXCCF carried
      *    it to tonight's date, since it was listed.
           if not EX-OPEN in EXCEPTION-REC
              move 'Exception no longer open' to WS-Message
              exit paragraph
           end-if.

           move WS-Operator to EX-Ack-Operator in EXCEPTION-REC.
           move function current-date(1:8)
              to EX-Ack-Date in EXCEPTION-REC.
           move function current-date(9:6)
              to EX-Ack-Time in EXCEPTION-REC.
           move WS-Reason to EX-Ack-Reason in EXCEPTION-REC.
           move WS-Comment to EX-Ack-Comment in EXCEPTION-REC.
           set EX-ACKNOWLEDGED in EXCEPTION-REC to true.

           rewrite EXCEPTION-REC
              invalid key
                 move 'Acknowledgement failed' to WS-Message
              not invalid key
                 subtract 1 from WS-Open-Count
                 move 'Exception acknowledged' to WS-Message
           end-rewrite.

        COPY KVOPRCP.
        COPY KVAUDITP.

       end program KVEXCMM.
