      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVINCHK                                  1*/
      */*1 Program-title : Inbound request file control check      1*/
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
      */*3 Runs ahead of KVSTEP1 (KVSPLIT on a KVPARNITE night) and 3*/
      */*3 proves both upstream request deliveries, KV1INBND and    3*/
      */*3 KV2INBND (KVINCTL header/trailer around the requests),   3*/
      */*3 before anything is released to KVTEST1BT/KVTEST2BT. A    3*/
      */*3 file is stopped when the header is missing or not first, 3*/
      */*3 the trailer is missing (short file) or not last, the     3*/
      */*3 trailer count or hash total does not agree with the      3*/
      */*3 detail records, the header is not for tonight's business 3*/
      */*3 date (KVBUSDATE card, machine date without one), or the  3*/
      */*3 KVINREG register shows it out of turn: the same sender   3*/
      */*3 and sequence number already accepted, a file from the    3*/
      */*3 sender already accepted for the date, or a sequence      3*/
      */*3 number other than the last accepted plus one. The first  3*/
      */*3 file ever seen from a sender starts its sequence.        3*/
      */*3                                                          3*/
      */*3 Both files pass or neither is released: only then are    3*/
      */*3 the detail records copied, header and trailer stripped,  3*/
      */*3 to KV1BTREQ/KV2BTREQ (the request datasets every later   3*/
      */*3 step reads) and both files registered. Otherwise the     3*/
      */*3 request datasets are not opened, nothing is registered   3*/
      */*3 and the step ends RETURN-CODE 8. KVINRPT shows each      3*/
      */*3 file's header, trailer and counted values and why it was 3*/
      */*3 stopped.                                                 3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVINCHK.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select KVINCHK-IN1-FILE assign to "KV1INBND"
               organization is sequential
               file status is WS-In1-File-Status.
           select KVINCHK-IN2-FILE assign to "KV2INBND"
               organization is sequential
               file status is WS-In2-File-Status.
           select KVINCHK-RQ1-FILE assign to "KV1BTREQ"
               organization is sequential.
           select KVINCHK-RQ2-FILE assign to "KV2BTREQ"
               organization is sequential.
           select IN-REG-FILE assign to "KVINREG"
               organization is indexed
               access mode is dynamic
               record key is IR-Key in IN-REG-REC
               file status is WS-Register-File-Status.
           select KVINCHK-PRT-FILE assign to "KVINRPT"
               organization is sequential.
           select KVINCHK-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.

       data division.
       file section.

       fd KVINCHK-IN1-FILE.
       01 KVINCHK-IN1-REC pic x(79).

       fd KVINCHK-IN2-FILE.
       01 KVINCHK-IN2-REC pic x(54).

       fd KVINCHK-RQ1-FILE.
       01 KVINCHK-RQ1-REC pic x(79).

       fd KVINCHK-RQ2-FILE.
       01 KVINCHK-RQ2-REC pic x(54).

       fd IN-REG-FILE.
       01 IN-REG-REC.
        COPY KVINREG.

       fd KVINCHK-PRT-FILE.
       01 KVINCHK-PRT-LINE pic x(132).

       fd KVINCHK-BDT-FILE.
       01 KVINCHK-BDT-REC pic x(8).

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.
           05 WS-RELEASE-SWITCH pic x(01) value 'N'.
             88 WS-RELEASED value 'Y'.
           05 WS-REG-EOF-SWITCH pic x(01) value 'N'.
             88 WS-REG-EOF value 'Y'.
           05 WS-REG-OPEN-SWITCH pic x(01) value 'N'.
             88 WS-REGISTER-OPEN value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(9) value zero.
           05 WS-RELEASE-COUNT pic 9(9) value zero.
           05 WS-REJECT-COUNT pic 9(7) value zero.

       01 WS-In1-File-Status pic x(2).
       01 WS-In2-File-Status pic x(2).
       01 WS-Register-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.

       01 WS-Kv1-Record.
        COPY KVTEST1A.

       01 WS-Kv2-Record.
        COPY KVTEST2A.

       01 WS-Control-Record.
        COPY KVINCTL.

      * One entry per inbound file: 1 = KV1INBND, 2 = KV2INBND.
       01 WS-File-Table.
           05 WS-File-Entry occurs 2 times.
             10 WS-FE-File-Id pic x(8).
             10 WS-FE-Sender pic x(8).
             10 WS-FE-Business-Date pic 9(8).
             10 WS-FE-File-Seq pic 9(7).
             10 WS-FE-Last-Seq pic 9(7).
             10 WS-FE-Last-Date pic 9(8).
             10 WS-FE-Read-Count pic 9(9).
             10 WS-FE-Detail-Count pic 9(9).
             10 WS-FE-Hash-Total pic s9(15)v9(2).
             10 WS-FE-Trl-Count pic 9(9).
             10 WS-FE-Trl-Hash pic s9(15)v9(2).
             10 WS-FE-Header-Seen pic x(1).
             10 WS-FE-Trailer-Seen pic x(1).
             10 WS-FE-Reason pic x(30).
       01 WS-FX pic 9(1).

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Heading-1.
           05 filler pic x(40) value
              'INBOUND REQUEST FILE CONTROL REPORT'.
           05 filler pic x(15) value 'BUSINESS DATE '.
           05 D-Run-Date pic 9(8).
       01 WS-Heading-2.
           05 filler pic x(03) value spaces.
           05 filler pic x(10) value 'FILE'.
           05 filler pic x(10) value 'SENDER'.
           05 filler pic x(10) value 'BUS DATE'.
           05 filler pic x(09) value 'FILE SEQ'.
           05 filler pic x(09) value 'LAST SEQ'.
           05 filler pic x(10) value 'RESULT'.
           05 filler pic x(30) value 'REASON'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-File-Id pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Sender pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Business-Date pic 9(08).
           05 filler pic x(02) value spaces.
           05 D-File-Seq pic zzzzzz9.
           05 filler pic x(02) value spaces.
           05 D-Last-Seq pic zzzzzz9.
           05 filler pic x(02) value spaces.
           05 D-Result pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Reason pic x(30).

       01 WS-Control-Line.
           05 filler pic x(13) value spaces.
           05 filler pic x(14) value 'TRAILER COUNT'.
           05 D-Trl-Count pic zzzzzzzz9.
           05 filler pic x(03) value spaces.
           05 filler pic x(08) value 'COUNTED'.
           05 D-Detail-Count pic zzzzzzzz9.
           05 filler pic x(03) value spaces.
           05 filler pic x(13) value 'TRAILER HASH'.
           05 D-Trl-Hash pic -(15)9,99.
           05 filler pic x(03) value spaces.
           05 filler pic x(08) value 'COUNTED'.
           05 D-Hash-Total pic -(15)9,99.

       01 WS-Outcome-Line.
           05 filler pic x(03) value spaces.
           05 D-Outcome pic x(60).

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform readBusinessDate.
           display 'KVINCHK BDATE   ' WS-Business-Date.

           perform initFileTable.
           perform checkKv1File.
           perform checkKv2File.

           perform openRegister.
           perform varying WS-FX from 1 by 1 until WS-FX > 2
              if WS-FE-Reason(WS-FX) = spaces
                 perform checkRegister
              end-if
           end-perform.

           if WS-FE-Reason(1) = spaces and WS-FE-Reason(2) = spaces
              perform releaseKv1Requests
              perform releaseKv2Requests
              perform varying WS-FX from 1 by 1 until WS-FX > 2
                 perform registerFile
              end-perform
              set WS-RELEASED to true
           else
              move 8 to return-code
           end-if.

           if WS-REGISTER-OPEN
              close IN-REG-FILE
           end-if.

           perform printReport.

           display 'KVINCHK READ    ' WS-READ-COUNT.
           display 'KVINCHK RELEASE ' WS-RELEASE-COUNT.
           display 'KVINCHK REJECT  ' WS-REJECT-COUNT.
           if not WS-RELEASED
              display 'KVINCHK FILES REJECTED - NO REQUESTS RELEASED'
           end-if.

           move 'KVINCHK' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
           move WS-RELEASE-COUNT
              to RH-Write-Count in WS-RunHist-Record.
           move WS-REJECT-COUNT
              to RH-Reject-Count in WS-RunHist-Record.
           if WS-RELEASED
              move 'OK' to RH-Run-Status in WS-RunHist-Record
           else
              move 'ERROR' to RH-Run-Status in WS-RunHist-Record
           end-if.
           perform writeRunHistory.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVINCHK-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVINCHK-BDT-FILE
                 at end continue
                 not at end
                    move KVINCHK-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVINCHK-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
       initFileTable.
     ***************************************************************

           perform varying WS-FX from 1 by 1 until WS-FX > 2
              move spaces to WS-FE-Sender(WS-FX)
              move zero to WS-FE-Business-Date(WS-FX)
              move zero to WS-FE-File-Seq(WS-FX)
              move zero to WS-FE-Last-Seq(WS-FX)
              move zero to WS-FE-Last-Date(WS-FX)
              move zero to WS-FE-Read-Count(WS-FX)
              move zero to WS-FE-Detail-Count(WS-FX)
              move zero to WS-FE-Hash-Total(WS-FX)
              move zero to WS-FE-Trl-Count(WS-FX)
              move zero to WS-FE-Trl-Hash(WS-FX)
              move 'N' to WS-FE-Header-Seen(WS-FX)
              move 'N' to WS-FE-Trailer-Seen(WS-FX)
              move spaces to WS-FE-Reason(WS-FX)
           end-perform.
           move 'KV1BTIN' to WS-FE-File-Id(1).
           move 'KV2BTIN' to WS-FE-File-Id(2).

     ***************************************************************
       checkKv1File.
     ***************************************************************

           move 1 to WS-FX.
           move 'N' to WS-EOF-SWITCH.

           open input KVINCHK-IN1-FILE.
           if WS-In1-File-Status not = '00'
              move 'FILE NOT AVAILABLE' to WS-FE-Reason(WS-FX)
              exit paragraph
           end-if.

           perform until WS-EOF
              read KVINCHK-IN1-FILE into WS-Kv1-Record
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 move WS-Kv1-Record to WS-Control-Record
                 perform checkInboundRecord
                 if not IC-HEADER-REC in WS-Control-Record
                       and not IC-TRAILER-REC in WS-Control-Record
                    perform addKv1Hash
                 end-if
              end-if
           end-perform.

           close KVINCHK-IN1-FILE.
           perform checkFileTotals.

     ***************************************************************
       addKv1Hash.
     ***************************************************************

           if functionCode in WS-Kv1-Record is numeric
              add functionCode in WS-Kv1-Record
                 to WS-FE-Hash-Total(WS-FX)
           end-if.
           if number1 in WS-Kv1-Record is numeric
              add number1 in WS-Kv1-Record
                 to WS-FE-Hash-Total(WS-FX)
           end-if.
           if number2 in WS-Kv1-Record is numeric
              add number2 in WS-Kv1-Record
                 to WS-FE-Hash-Total(WS-FX)
           end-if.

     ***************************************************************
       checkKv2File.
     ***************************************************************

           move 2 to WS-FX.
           move 'N' to WS-EOF-SWITCH.

           open input KVINCHK-IN2-FILE.
           if WS-In2-File-Status not = '00'
              move 'FILE NOT AVAILABLE' to WS-FE-Reason(WS-FX)
              exit paragraph
           end-if.

           perform until WS-EOF
              read KVINCHK-IN2-FILE into WS-Kv2-Record
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 move WS-Kv2-Record to WS-Control-Record
                 perform checkInboundRecord
                 if not IC-HEADER-REC in WS-Control-Record
                       and not IC-TRAILER-REC in WS-Control-Record
                    perform addKv2Hash
                 end-if
              end-if
           end-perform.

           close KVINCHK-IN2-FILE.
           perform checkFileTotals.

     ***************************************************************
       addKv2Hash.
     ***************************************************************

           if functionCode in WS-Kv2-Record is numeric
              add functionCode in WS-Kv2-Record
                 to WS-FE-Hash-Total(WS-FX)
           end-if.
           if Settle-Start-Date in WS-Kv2-Record is numeric
              add Settle-Start-Date in WS-Kv2-Record
                 to WS-FE-Hash-Total(WS-FX)
           end-if.

     ***************************************************************
      * The file is read to the end whatever is found, so the report
      * always shows the full counted totals; the first fault found
      * is the one reported.
     ***************************************************************
       checkInboundRecord.
     ***************************************************************

           add 1 to WS-FE-Read-Count(WS-FX).
           add 1 to WS-READ-COUNT.

           if WS-FE-Trailer-Seen(WS-FX) = 'Y'
              if WS-FE-Reason(WS-FX) = spaces
                 move 'RECORDS AFTER TRAILER' to WS-FE-Reason(WS-FX)
              end-if
              exit paragraph
           end-if.

           evaluate true
               when IC-HEADER-REC in WS-Control-Record
                  if WS-FE-Read-Count(WS-FX) = 1
                     move 'Y' to WS-FE-Header-Seen(WS-FX)
                     move IC-Sender in WS-Control-Record
                        to WS-FE-Sender(WS-FX)
                     move IC-Business-Date in WS-Control-Record
                        to WS-FE-Business-Date(WS-FX)
                     move IC-File-Seq in WS-Control-Record
                        to WS-FE-File-Seq(WS-FX)
                  else
                     if WS-FE-Reason(WS-FX) = spaces
                        move 'HEADER NOT FIRST RECORD'
                           to WS-FE-Reason(WS-FX)
                     end-if
                  end-if
               when IC-TRAILER-REC in WS-Control-Record
                  move 'Y' to WS-FE-Trailer-Seen(WS-FX)
                  move IC-Record-Count in WS-Control-Record
                     to WS-FE-Trl-Count(WS-FX)
                  move IC-Hash-Total in WS-Control-Record
                     to WS-FE-Trl-Hash(WS-FX)
               when other
                  add 1 to WS-FE-Detail-Count(WS-FX)
           end-evaluate.

           if WS-FE-Header-Seen(WS-FX) = 'N'
                 and WS-FE-Reason(WS-FX) = spaces
              move 'HEADER MISSING' to WS-FE-Reason(WS-FX)
           end-if.

     ***************************************************************
       checkFileTotals.
     ***************************************************************

           if WS-FE-Reason(WS-FX) not = spaces
              exit paragraph
           end-if.

           evaluate true
               when WS-FE-Read-Count(WS-FX) = zero
                  move 'FILE EMPTY' to WS-FE-Reason(WS-FX)
               when WS-FE-Trailer-Seen(WS-FX) = 'N'
                  move 'TRAILER MISSING - SHORT FILE'
                     to WS-FE-Reason(WS-FX)
               when WS-FE-Trl-Count(WS-FX)
                     not = WS-FE-Detail-Count(WS-FX)
                  move 'RECORD COUNT OUT OF BALANCE'
                     to WS-FE-Reason(WS-FX)
               when WS-FE-Trl-Hash(WS-FX)
                     not = WS-FE-Hash-Total(WS-FX)
                  move 'HASH TOTAL OUT OF BALANCE'
                     to WS-FE-Reason(WS-FX)
               when WS-FE-Sender(WS-FX) = spaces
                  move 'SENDER MISSING IN HEADER'
                     to WS-FE-Reason(WS-FX)
               when WS-FE-Business-Date(WS-FX) not = WS-Business-Date
                  move 'NOT TONIGHT''S BUSINESS DATE'
                     to WS-FE-Reason(WS-FX)
               when other
                  continue
           end-evaluate.

     ***************************************************************
       openRegister.
     ***************************************************************

           open i-o IN-REG-FILE.
           if WS-Register-File-Status = '35'
              open output IN-REG-FILE
              close IN-REG-FILE
              open i-o IN-REG-FILE
           end-if.

           if WS-Register-File-Status = '00'
              set WS-REGISTER-OPEN to true
           else
              display 'KVINCHK KVINREG NOT AVAILABLE '
                 WS-Register-File-Status
              perform varying WS-FX from 1 by 1 until WS-FX > 2
                 if WS-FE-Reason(WS-FX) = spaces
                    move 'REGISTER NOT AVAILABLE'
                       to WS-FE-Reason(WS-FX)
                 end-if
              end-perform
           end-if.

     ***************************************************************
      * A resend is caught either by its own sender/sequence key or,
      * when upstream has renumbered it, by the business date of
      * the sender's last accepted file.
     ***************************************************************
       checkRegister.
     ***************************************************************

           move WS-FE-File-Id(WS-FX) to IR-File-Id in IN-REG-REC.
           move WS-FE-Sender(WS-FX) to IR-Sender in IN-REG-REC.
           move WS-FE-File-Seq(WS-FX) to IR-File-Seq in IN-REG-REC.
           read IN-REG-FILE
              invalid key continue
           end-read.
           if WS-Register-File-Status = '00'
              move 'DUPLICATE - ALREADY ACCEPTED'
                 to WS-FE-Reason(WS-FX)
           end-if.

           perform findLastAccepted.

           if WS-FE-Reason(WS-FX) not = spaces
              exit paragraph
           end-if.
           if WS-FE-Last-Date(WS-FX) = zero
              exit paragraph
           end-if.

           if WS-FE-Last-Date(WS-FX) = WS-FE-Business-Date(WS-FX)
              move 'DUPLICATE - DATE ALREADY TAKEN'
                 to WS-FE-Reason(WS-FX)
              exit paragraph
           end-if.
           if WS-FE-File-Seq(WS-FX) not = WS-FE-Last-Seq(WS-FX) + 1
              move 'OUT OF SEQUENCE' to WS-FE-Reason(WS-FX)
           end-if.

     ***************************************************************
      * The register is keyed file + sender + sequence, so the
      * sender's last accepted file is the last record read before
      * the key moves on to the next sender.
     ***************************************************************
       findLastAccepted.
     ***************************************************************

           move WS-FE-File-Id(WS-FX) to IR-File-Id in IN-REG-REC.
           move WS-FE-Sender(WS-FX) to IR-Sender in IN-REG-REC.
           move zero to IR-File-Seq in IN-REG-REC.
           start IN-REG-FILE
              key is not less than IR-Key in IN-REG-REC
              invalid key continue
           end-start.
           if WS-Register-File-Status not = '00'
              exit paragraph
           end-if.

           move 'N' to WS-REG-EOF-SWITCH.
           perform until WS-REG-EOF
              read IN-REG-FILE next
                 at end set WS-REG-EOF to true
              end-read
              if not WS-REG-EOF
                 if WS-Register-File-Status not = '00'
                    set WS-REG-EOF to true
                 else
                    if IR-File-Id in IN-REG-REC
                          not = WS-FE-File-Id(WS-FX)
                          or IR-Sender in IN-REG-REC
                          not = WS-FE-Sender(WS-FX)
                       set WS-REG-EOF to true
                    else
                       move IR-File-Seq in IN-REG-REC
                          to WS-FE-Last-Seq(WS-FX)
                       move IR-Business-Date in IN-REG-REC
                          to WS-FE-Last-Date(WS-FX)
                    end-if
                 end-if
              end-if
           end-perform.

     ***************************************************************
       releaseKv1Requests.
     ***************************************************************

           move 'N' to WS-EOF-SWITCH.
           open input KVINCHK-IN1-FILE.
           open output KVINCHK-RQ1-FILE.

           perform until WS-EOF
              read KVINCHK-IN1-FILE into WS-Kv1-Record
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 move WS-Kv1-Record to WS-Control-Record
                 if not IC-HEADER-REC in WS-Control-Record
                       and not IC-TRAILER-REC in WS-Control-Record
                    write KVINCHK-RQ1-REC from WS-Kv1-Record
                    add 1 to WS-RELEASE-COUNT
                 end-if
              end-if
           end-perform.

           close KVINCHK-IN1-FILE.
           close KVINCHK-RQ1-FILE.

     ***************************************************************
       releaseKv2Requests.
     ***************************************************************

           move 'N' to WS-EOF-SWITCH.
           open input KVINCHK-IN2-FILE.
           open output KVINCHK-RQ2-FILE.

           perform until WS-EOF
              read KVINCHK-IN2-FILE into WS-Kv2-Record
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 move WS-Kv2-Record to WS-Control-Record
                 if not IC-HEADER-REC in WS-Control-Record
                       and not IC-TRAILER-REC in WS-Control-Record
                    write KVINCHK-RQ2-REC from WS-Kv2-Record
                    add 1 to WS-RELEASE-COUNT
                 end-if
              end-if
           end-perform.

           close KVINCHK-IN2-FILE.
           close KVINCHK-RQ2-FILE.

     ***************************************************************
       registerFile.
     ***************************************************************

           move WS-FE-File-Id(WS-FX) to IR-File-Id in IN-REG-REC.
           move WS-FE-Sender(WS-FX) to IR-Sender in IN-REG-REC.
           move WS-FE-File-Seq(WS-FX) to IR-File-Seq in IN-REG-REC.
           move WS-FE-Business-Date(WS-FX)
              to IR-Business-Date in IN-REG-REC.
           move WS-FE-Detail-Count(WS-FX)
              to IR-Record-Count in IN-REG-REC.
           move WS-FE-Hash-Total(WS-FX)
              to IR-Hash-Total in IN-REG-REC.
           move function current-date(1:8)
              to IR-Accepted-Date in IN-REG-REC.
           move function current-date(9:6)
              to IR-Accepted-Time in IN-REG-REC.
           write IN-REG-REC
              invalid key
                 display 'KVINCHK REGISTER WRITE FAILED '
                    IR-Key in IN-REG-REC
           end-write.

     ***************************************************************
       printReport.
     ***************************************************************

           open output KVINCHK-PRT-FILE.

           move WS-Business-Date to D-Run-Date.
           write KVINCHK-PRT-LINE from WS-Heading-1.
           write KVINCHK-PRT-LINE from WS-Blank-Line.
           write KVINCHK-PRT-LINE from WS-Heading-2.

           perform varying WS-FX from 1 by 1 until WS-FX > 2
              perform printFileLines
           end-perform.

           write KVINCHK-PRT-LINE from WS-Blank-Line.
           if WS-RELEASED
              move 'BOTH FILES ACCEPTED AND RELEASED TO KVSTEP1/KVSTEP2'
                 to D-Outcome
           else
              move 'FILES REJECTED - NO REQUESTS RELEASED, RC=8'
                 to D-Outcome
           end-if.
           write KVINCHK-PRT-LINE from WS-Outcome-Line.

           close KVINCHK-PRT-FILE.

     ***************************************************************
      * A file that passed on its own is shown HELD when the other
      * one failed, since the two are released together or not at
      * all.
     ***************************************************************
       printFileLines.
     ***************************************************************

           move WS-FE-File-Id(WS-FX) to D-File-Id.
           move WS-FE-Sender(WS-FX) to D-Sender.
           move WS-FE-Business-Date(WS-FX) to D-Business-Date.
           move WS-FE-File-Seq(WS-FX) to D-File-Seq.
           move WS-FE-Last-Seq(WS-FX) to D-Last-Seq.
           move WS-FE-Reason(WS-FX) to D-Reason.

           evaluate true
               when WS-RELEASED
                  move 'ACCEPTED' to D-Result
               when WS-FE-Reason(WS-FX) = spaces
                  move 'HELD' to D-Result
                  move 'OTHER REQUEST FILE REJECTED' to D-Reason
               when other
                  move 'REJECTED' to D-Result
                  add 1 to WS-REJECT-COUNT
                  display 'KVINCHK ' WS-FE-File-Id(WS-FX) ' '
                     WS-FE-Reason(WS-FX)
           end-evaluate.

           write KVINCHK-PRT-LINE from WS-Detail-Line.

           move WS-FE-Trl-Count(WS-FX) to D-Trl-Count.
           move WS-FE-Detail-Count(WS-FX) to D-Detail-Count.
           move WS-FE-Trl-Hash(WS-FX) to D-Trl-Hash.
           move WS-FE-Hash-Total(WS-FX) to D-Hash-Total.
           write KVINCHK-PRT-LINE from WS-Control-Line.

        COPY KVRUNHP.

       end program KVINCHK.
