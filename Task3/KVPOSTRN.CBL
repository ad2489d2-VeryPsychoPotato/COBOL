      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVPOSTRN                                 1*/
      */*1 Program-title : Nightly trade posting to position master 1*/
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
      */*3 Posts the nightly KVTRNIN transaction file (KVTRANS      3*/
      */*3 layout, portfolio/FOKD order) to the KVPOSMST position   3*/
      */*3 master ahead of the KVPOSVAL valuation: B buys add       3*/
      */*3 quantity and cost, S sells take quantity out at the      3*/
      */*3 average book cost and report the realised result, T      3*/
      */*3 transfers move quantity and its share of book cost to    3*/
      */*3 another portfolio, O opening balances set up a new       3*/
      */*3 holding with its cost.                                   3*/
      */*3                                                          3*/
      */*3 A transaction is rejected when its FOKD is not on        3*/
      */*3 KVISINMST or is delisted on the business date (KVBUSDATE 3*/
      */*3 card, machine date without one), when a sell or transfer 3*/
      */*3 is larger than the holding, or when the type, quantity,  3*/
      */*3 amount or target portfolio is unusable. A holding taken  3*/
      */*3 down to zero is removed from the master.                 3*/
      */*3                                                          3*/
      */*3 Every transaction is listed on the KVPOSTJNL posting     3*/
      */*3 journal with its disposition, followed by the control    3*/
      */*3 totals proving read = posted + rejected. Any reject ends 3*/
      */*3 the step RC=4; a missing KVTRNIN (a night without trades 3*/
      */*3 delivers an empty file) or a position master that cannot 3*/
      */*3 be opened ends it RC=8 with nothing posted and status    3*/
      */*3 ERROR on KVRUNHST.                                       3*/
      */*3                                                          3*/
      */*3 Restart: the count of transactions completed is          3*/
      */*3 rewritten to KVPTCKPT after each one. A restarted run    3*/
      */*3 reads past that many, extends the journal and shows them 3*/
      */*3 as done before restart in the control totals. A transfer 3*/
      */*3 is posted whole or not at all: when the receiving side   3*/
      */*3 cannot be stored the source is put back and the transfer 3*/
      */*3 rejected; if even that fails the step ends RC=8.         3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVPOSTRN.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select KVPOSTRN-IN-FILE assign to "KVTRNIN"
               organization is sequential
               file status is WS-Trans-File-Status.
           select POSITION-MASTER-FILE assign to "KVPOSMST"
               organization is indexed
               access mode is dynamic
               record key is POS-Key in POSITION-MASTER-REC
               file status is WS-Position-File-Status.
           select ISIN-MASTER-FILE assign to "KVISINMST"
               organization is indexed
               access mode is dynamic
               record key is FOKD in ISIN-MASTER-REC
               file status is WS-Master-File-Status.
           select KVPOSTRN-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.
           select KVPOSTRN-PRT-FILE assign to "KVPOSTJNL"
               organization is sequential.
           select KVPOSTRN-CKP-FILE assign to "KVPTCKPT"
               organization is sequential
               file status is WS-Ckpt-File-Status.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.

       data division.
       file section.

       fd KVPOSTRN-IN-FILE.
       01 KVPOSTRN-IN-REC.
        COPY KVTRANS.

       fd POSITION-MASTER-FILE.
       01 POSITION-MASTER-REC.
        COPY KVPOSM.

       fd ISIN-MASTER-FILE.
       01 ISIN-MASTER-REC.
        COPY KVISINM.

       fd KVPOSTRN-BDT-FILE.
       01 KVPOSTRN-BDT-REC pic x(8).

       fd KVPOSTRN-PRT-FILE.
       01 KVPOSTRN-PRT-LINE pic x(132).

       fd KVPOSTRN-CKP-FILE.
       01 KVPOSTRN-CKP-REC pic 9(7).

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-POSTED-COUNT pic 9(7) value zero.
           05 WS-REJECT-COUNT pic 9(7) value zero.
           05 WS-BUY-COUNT pic 9(7) value zero.
           05 WS-SELL-COUNT pic 9(7) value zero.
           05 WS-TRANSFER-COUNT pic 9(7) value zero.
           05 WS-OPENING-COUNT pic 9(7) value zero.
           05 WS-SKIPPED-COUNT pic 9(7) value zero.

       01 WS-Control-Totals.
           05 WS-Read-Quantity pic s9(13)v9(2) value zero.
           05 WS-Posted-Quantity pic s9(13)v9(2) value zero.
           05 WS-Reject-Quantity pic s9(13)v9(2) value zero.
           05 WS-Skipped-Quantity pic s9(13)v9(2) value zero.
           05 WS-Bought-Amount pic s9(15)v9(2) value zero.
           05 WS-Sold-Amount pic s9(15)v9(2) value zero.
           05 WS-Opening-Amount pic s9(15)v9(2) value zero.
           05 WS-Realised-Total pic s9(15)v9(2) value zero.
           05 WS-Proof-Quantity pic s9(13)v9(2) value zero.

       01 WS-Trans-File-Status pic x(2).
       01 WS-Position-File-Status pic x(2).
       01 WS-Master-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Master-Available pic x(1) value 'N'.

       01 WS-Checkpoint.
           05 WS-Ckpt-File-Status pic x(02).
           05 WS-Checkpoint-Count pic 9(7) value zero.
           05 WS-Reversal-Switch pic x(1) value 'N'.
             88 WS-REVERSAL-FAILED value 'Y'.

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Business-Date pic 9(8) value zero.
       01 WS-Bdate-Card pic x(8).

       01 WS-Trans-Record.
        COPY KVTRANS.

       01 WS-Position-Record.
        COPY KVPOSM.

      *    Both sides of a transfer are worked out before either is
      *    stored, so a failed receiving side can be put back.
       01 WS-Source-Before.
        COPY KVPOSM.
       01 WS-Source-After.
        COPY KVPOSM.
       01 WS-Target-After.
        COPY KVPOSM.
       01 WS-Target-Found pic x(1).

       01 WS-Posting-Work.
           05 WS-Trans-OK pic x(1).
             88 WS-TRANS-OK-YES value 'Y'.
           05 WS-Position-Found pic x(1).
             88 WS-POSITION-FOUND-YES value 'Y'.
           05 WS-Reason pic x(20).
           05 WS-Line-Portfolio pic x(08).
           05 WS-Line-Type pic x(08).
           05 WS-Removed-Cost pic s9(13)v9(2).
           05 WS-Realised pic s9(13)v9(2).

       01 WS-Heading-1.
           05 filler pic x(40) value
              'KVTEST POSITION POSTING JOURNAL'.
           05 filler pic x(15) value 'BUSINESS DATE'.
           05 H-Business-Date pic 9(8).
       01 WS-Heading-2.
           05 filler pic x(01) value spaces.
           05 filler pic x(10) value 'PORTFOLIO'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(10) value 'TYPE'.
           05 filler pic x(18) value '        QUANTITY'.
           05 filler pic x(20) value '            AMOUNT'.
           05 filler pic x(18) value '         NEW QTY'.
           05 filler pic x(20) value '     NEW BOOK COST'.
           05 filler pic x(20) value 'DISPOSITION'.

       01 WS-Detail-Line.
           05 filler pic x(01) value spaces.
           05 D-Portfolio pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Type pic x(08).
           05 filler pic x(02) value spaces.
           05 D-Quantity pic -(11)9,99.
           05 filler pic x(02) value spaces.
           05 D-Amount pic -(13)9,99.
           05 filler pic x(02) value spaces.
           05 D-New-Quantity pic -(11)9,99.
           05 filler pic x(02) value spaces.
           05 D-New-Book-Cost pic -(13)9,99.
           05 filler pic x(02) value spaces.
           05 D-Disposition pic x(20).

       01 WS-Realised-Line.
           05 filler pic x(35) value spaces.
           05 filler pic x(18) value 'REALISED RESULT'.
           05 D-Realised pic -(13)9,99.

       01 WS-Total-Line.
           05 filler pic x(03) value spaces.
           05 D-Total-Label pic x(30).
           05 D-Total-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 D-Total-Value pic -(15)9,99.

       01 WS-Restart-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(40) value
              'RESTARTED - TRANSACTIONS ALREADY DONE'.
           05 D-Restart-Count pic zzzzzz9.

       01 WS-Proof-Line.
           05 filler pic x(03) value spaces.
           05 D-Proof-Text pic x(60).

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform readBusinessDate.
           perform readCheckpoint.
           perform openFiles.

      *    A night without trades is an empty KVTRNIN; no file at all
      *    means the delivery is missing.
           if WS-Trans-File-Status not = '00'
                 or WS-Position-File-Status not = '00'
              if WS-Trans-File-Status not = '00'
                 display 'KVPOSTRN TRADE FILE NOT OPENED '
                    WS-Trans-File-Status
              end-if
              if WS-Position-File-Status not = '00'
                 display 'KVPOSTRN POSITION MASTER NOT OPENED '
                    WS-Position-File-Status
              end-if
              perform closeFiles
              move 'KVPOSTRN' to RH-Step-Name in WS-RunHist-Record
              move zero to RH-Read-Count in WS-RunHist-Record
              move zero to RH-Write-Count in WS-RunHist-Record
              move zero to RH-Reject-Count in WS-RunHist-Record
              move 'ERROR' to RH-Run-Status in WS-RunHist-Record
              perform writeRunHistory
              move 8 to return-code
              stop run
           end-if.

           perform printHeadings.
           perform skipToCheckpoint.

           perform readTransRecord.
           perform until WS-EOF
              perform postOneTransaction
              perform writeCheckpoint
              perform readTransRecord
           end-perform.

           perform printControlTotals.
           perform closeFiles.

           display 'KVPOSTRN BDATE  ' WS-Business-Date.
           display 'KVPOSTRN READ   ' WS-READ-COUNT.
           display 'KVPOSTRN POSTED ' WS-POSTED-COUNT.
           display 'KVPOSTRN REJECT ' WS-REJECT-COUNT.
           display 'KVPOSTRN SKIPPED' WS-SKIPPED-COUNT.

           move 'KVPOSTRN' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
           move WS-POSTED-COUNT to RH-Write-Count in WS-RunHist-Record.
           move WS-REJECT-COUNT
              to RH-Reject-Count in WS-RunHist-Record.
           move 'OK' to RH-Run-Status in WS-RunHist-Record.
           perform writeRunHistory.

           if WS-REJECT-COUNT > zero
              move 4 to return-code
           end-if.
           if WS-REVERSAL-FAILED
              move 8 to return-code
           end-if.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Same run-control card KVTEST2BT reads; without one the
      *    machine date decides whether a delisting is in effect.
           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVPOSTRN-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVPOSTRN-BDT-FILE
                 at end continue
                 not at end
                    move KVPOSTRN-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVPOSTRN-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
      * Same checkpoint KVTEST3BT keeps: the count of transactions
      * completed, rewritten after each one. KVCLRCKP empties it at
      * the top of a normal night.
     ***************************************************************
       readCheckpoint.
     ***************************************************************

           move zero to WS-Checkpoint-Count.

           open input KVPOSTRN-CKP-FILE.
           if WS-Ckpt-File-Status = '00'
              perform until WS-EOF
                 read KVPOSTRN-CKP-FILE into WS-Checkpoint-Count
                    at end set WS-EOF to true
                 end-read
              end-perform
              move 'N' to WS-EOF-SWITCH
           end-if.
           close KVPOSTRN-CKP-FILE.

     ***************************************************************
       openFiles.
     ***************************************************************

           open input KVPOSTRN-IN-FILE.
           if WS-Checkpoint-Count = zero
              open output KVPOSTRN-PRT-FILE
           else
              open extend KVPOSTRN-PRT-FILE
           end-if.

           open i-o POSITION-MASTER-FILE.
           if WS-Position-File-Status = '35'
              open output POSITION-MASTER-FILE
              close POSITION-MASTER-FILE
              open i-o POSITION-MASTER-FILE
           end-if.

           open input ISIN-MASTER-FILE.
           if WS-Master-File-Status = '00'
              move 'Y' to WS-Master-Available
           end-if.

     ***************************************************************
      * Transactions completed before a restart are already on the
      * position master; they are read past, not posted again, and
      * kept apart in the control totals.
     ***************************************************************
       skipToCheckpoint.
     ***************************************************************

           if WS-Checkpoint-Count = zero
              exit paragraph
           end-if.

           perform until WS-SKIPPED-COUNT = WS-Checkpoint-Count
                 or WS-EOF
              perform readTransRecord
              if not WS-EOF
                 add 1 to WS-SKIPPED-COUNT
                 if TRN-Quantity in WS-Trans-Record is numeric
                    add TRN-Quantity in WS-Trans-Record
                       to WS-Skipped-Quantity
                 end-if
              end-if
           end-perform.

           if WS-SKIPPED-COUNT not = WS-Checkpoint-Count
              display 'KVPOSTRN CKPT MISMATCH ' WS-Checkpoint-Count
           end-if.

           move WS-SKIPPED-COUNT to D-Restart-Count.
           write KVPOSTRN-PRT-LINE from WS-Restart-Line.

     ***************************************************************
       writeCheckpoint.
     ***************************************************************

           open output KVPOSTRN-CKP-FILE.
           write KVPOSTRN-CKP-REC from WS-READ-COUNT.
           close KVPOSTRN-CKP-FILE.

     ***************************************************************
       readTransRecord.
     ***************************************************************

           if WS-Trans-File-Status = '00'
              read KVPOSTRN-IN-FILE into WS-Trans-Record
                 at end set WS-EOF to true
              end-read
           else
              set WS-EOF to true
           end-if.

           if not WS-EOF and WS-Trans-File-Status = '00'
              add 1 to WS-READ-COUNT
              if TRN-Quantity in WS-Trans-Record is numeric
                 add TRN-Quantity in WS-Trans-Record
                    to WS-Read-Quantity
              end-if
           end-if.

     ***************************************************************
       postOneTransaction.
     ***************************************************************

           move spaces to WS-Reason.
           move zero to WS-Realised.
           move zero to WS-Removed-Cost.
           move TRN-Portfolio in WS-Trans-Record to WS-Line-Portfolio.
           evaluate true
               when TRN-BUY in WS-Trans-Record
                  move 'BUY' to WS-Line-Type
               when TRN-SELL in WS-Trans-Record
                  move 'SELL' to WS-Line-Type
               when TRN-TRANSFER in WS-Trans-Record
                  move 'XFER OUT' to WS-Line-Type
               when TRN-OPENING in WS-Trans-Record
                  move 'OPENING' to WS-Line-Type
               when other
                  move TRN-Type in WS-Trans-Record to WS-Line-Type
           end-evaluate.

           perform validateTransaction.

           if WS-TRANS-OK-YES
              evaluate true
                  when TRN-BUY in WS-Trans-Record
                     perform postBuy
                  when TRN-SELL in WS-Trans-Record
                     perform postSell
                  when TRN-TRANSFER in WS-Trans-Record
                     perform postTransfer
                  when TRN-OPENING in WS-Trans-Record
                     perform postOpening
              end-evaluate
           end-if.

           if WS-TRANS-OK-YES
              add 1 to WS-POSTED-COUNT
              add TRN-Quantity in WS-Trans-Record
                 to WS-Posted-Quantity
              move 'POSTED' to WS-Reason
           else
              add 1 to WS-REJECT-COUNT
              if TRN-Quantity in WS-Trans-Record is numeric
                 add TRN-Quantity in WS-Trans-Record
                    to WS-Reject-Quantity
              end-if
           end-if.

           perform printTransactionLine.

     ***************************************************************
      * Checks are made in the order the desk would chase them:
      * a record that cannot be read as a trade first, then the
      * instrument, then the holding it draws on. The position is
      * left in WS-Position-Record for the posting paragraphs.
     ***************************************************************
       validateTransaction.
     ***************************************************************

           move 'Y' to WS-Trans-OK.

           if not TRN-BUY in WS-Trans-Record
                 and not TRN-SELL in WS-Trans-Record
                 and not TRN-TRANSFER in WS-Trans-Record
                 and not TRN-OPENING in WS-Trans-Record
              move 'N' to WS-Trans-OK
              move 'INVALID TYPE' to WS-Reason
              exit paragraph
           end-if.

           if TRN-Quantity in WS-Trans-Record is not numeric
                 or TRN-Quantity in WS-Trans-Record = zero
              move 'N' to WS-Trans-OK
              move 'INVALID QUANTITY' to WS-Reason
              exit paragraph
           end-if.

           if not TRN-TRANSFER in WS-Trans-Record
                 and TRN-Amount in WS-Trans-Record is not numeric
              move 'N' to WS-Trans-OK
              move 'INVALID AMOUNT' to WS-Reason
              exit paragraph
           end-if.

           if TRN-TRANSFER in WS-Trans-Record
              if TRN-To-Portfolio in WS-Trans-Record = spaces
                    or TRN-To-Portfolio in WS-Trans-Record
                       = TRN-Portfolio in WS-Trans-Record
                 move 'N' to WS-Trans-OK
                 move 'INVALID TARGET' to WS-Reason
                 exit paragraph
              end-if
           end-if.

           perform checkInstrument.
           if not WS-TRANS-OK-YES
              exit paragraph
           end-if.

           move TRN-Portfolio in WS-Trans-Record
              to POS-Portfolio in WS-Position-Record.
           move TRN-FOKD in WS-Trans-Record
              to POS-FOKD in WS-Position-Record.
           perform readPosition.

           if TRN-SELL in WS-Trans-Record
                 or TRN-TRANSFER in WS-Trans-Record
              if not WS-POSITION-FOUND-YES
                    or TRN-Quantity in WS-Trans-Record
                       > POS-Quantity in WS-Position-Record
                 move 'N' to WS-Trans-OK
                 if TRN-SELL in WS-Trans-Record
                    move 'SELL EXCEEDS HOLDING' to WS-Reason
                 else
                    move 'XFER EXCEEDS HOLDING' to WS-Reason
                 end-if
                 exit paragraph
              end-if
           end-if.

           if TRN-OPENING in WS-Trans-Record
                 and WS-POSITION-FOUND-YES
                 and POS-Quantity in WS-Position-Record not = zero
              move 'N' to WS-Trans-OK
              move 'POSITION ALREADY OPEN' to WS-Reason
           end-if.

     ***************************************************************
      * A delisting dated after the business date is not in effect
      * yet - the same rule KVTEST3 applies to the price feed.
     ***************************************************************
       checkInstrument.
     ***************************************************************

           if WS-Master-Available not = 'Y'
              move 'N' to WS-Trans-OK
              move 'FOKD NOT ON MASTER' to WS-Reason
              exit paragraph
           end-if.

           move TRN-FOKD in WS-Trans-Record to FOKD in ISIN-MASTER-REC.
           read ISIN-MASTER-FILE
              invalid key continue
           end-read.
           if WS-Master-File-Status not = '00'
              move 'N' to WS-Trans-OK
              move 'FOKD NOT ON MASTER' to WS-Reason
              exit paragraph
           end-if.

           if ISIN-DELISTED in ISIN-MASTER-REC
                 and ISIN-Status-Date in ISIN-MASTER-REC is numeric
                 and ISIN-Status-Date in ISIN-MASTER-REC
                    not > WS-Business-Date
              move 'N' to WS-Trans-OK
              move 'FOKD DELISTED' to WS-Reason
           end-if.

     ***************************************************************
       readPosition.
     ***************************************************************

           move 'N' to WS-Position-Found.
           move POS-Key in WS-Position-Record
              to POS-Key in POSITION-MASTER-REC.
           read POSITION-MASTER-FILE
              invalid key continue
           end-read.
           if WS-Position-File-Status = '00'
              move 'Y' to WS-Position-Found
              move POSITION-MASTER-REC to WS-Position-Record
              if POS-Book-Cost in WS-Position-Record is not numeric
                 move zero to POS-Book-Cost in WS-Position-Record
              end-if
           else
              move zero to POS-Quantity in WS-Position-Record
              move zero to POS-Book-Cost in WS-Position-Record
           end-if.

     ***************************************************************
       postBuy.
     ***************************************************************

           add TRN-Quantity in WS-Trans-Record
              to POS-Quantity in WS-Position-Record.
           add TRN-Amount in WS-Trans-Record
              to POS-Book-Cost in WS-Position-Record.
           perform storePosition.
           if WS-TRANS-OK-YES
              add 1 to WS-BUY-COUNT
              add TRN-Amount in WS-Trans-Record to WS-Bought-Amount
           end-if.

     ***************************************************************
       postOpening.
     ***************************************************************

           move TRN-Quantity in WS-Trans-Record
              to POS-Quantity in WS-Position-Record.
           move TRN-Amount in WS-Trans-Record
              to POS-Book-Cost in WS-Position-Record.
           perform storePosition.
           if WS-TRANS-OK-YES
              add 1 to WS-OPENING-COUNT
              add TRN-Amount in WS-Trans-Record to WS-Opening-Amount
           end-if.

     ***************************************************************
      * Average cost: the quantity going out takes its pro-rata
      * share of the book cost with it, and a sell of the whole
      * holding takes all of it, so no rounding residue is left on
      * a closed position.
     ***************************************************************
       takeOutQuantity.
     ***************************************************************

           if TRN-Quantity in WS-Trans-Record
                 = POS-Quantity in WS-Position-Record
              move POS-Book-Cost in WS-Position-Record
                 to WS-Removed-Cost
           else
              compute WS-Removed-Cost rounded =
                 POS-Book-Cost in WS-Position-Record
                    * TRN-Quantity in WS-Trans-Record
                    / POS-Quantity in WS-Position-Record
                 on size error
                    move POS-Book-Cost in WS-Position-Record
                       to WS-Removed-Cost
              end-compute
           end-if.

           subtract TRN-Quantity in WS-Trans-Record
              from POS-Quantity in WS-Position-Record.
           subtract WS-Removed-Cost
              from POS-Book-Cost in WS-Position-Record.

     ***************************************************************
       postSell.
     ***************************************************************

           perform takeOutQuantity.
           perform storePosition.
           if WS-TRANS-OK-YES
              compute WS-Realised =
                 TRN-Amount in WS-Trans-Record - WS-Removed-Cost
              add 1 to WS-SELL-COUNT
              add TRN-Amount in WS-Trans-Record to WS-Sold-Amount
              add WS-Realised to WS-Realised-Total
           end-if.

     ***************************************************************
      * All or nothing: both sides are worked out first, then the
      * source is stored and the receiving portfolio after it. If
      * the receiving side cannot be stored the source is put back
      * as it was and the transfer rejected. The receiving side
      * gets its own journal line.
     ***************************************************************
       postTransfer.
     ***************************************************************

           move WS-Position-Record to WS-Source-Before.
           perform takeOutQuantity.
           move WS-Position-Record to WS-Source-After.

           move TRN-To-Portfolio in WS-Trans-Record
              to POS-Portfolio in WS-Position-Record.
           move TRN-FOKD in WS-Trans-Record
              to POS-FOKD in WS-Position-Record.
           perform readPosition.
           if WS-Position-File-Status not = '00'
                 and WS-Position-File-Status not = '23'
              move 'N' to WS-Trans-OK
              move 'XFER TARGET ERROR' to WS-Reason
              display 'KVPOSTRN POSITION READ ' WS-Position-File-Status
                 ' ' POS-Key in WS-Position-Record
              move WS-Source-Before to WS-Position-Record
              exit paragraph
           end-if.
           add TRN-Quantity in WS-Trans-Record
              to POS-Quantity in WS-Position-Record.
           add WS-Removed-Cost to POS-Book-Cost in WS-Position-Record.
           move WS-Position-Record to WS-Target-After.
           move WS-Position-Found to WS-Target-Found.

           move WS-Source-After to WS-Position-Record.
           move 'Y' to WS-Position-Found.
           perform storePosition.
           if not WS-TRANS-OK-YES
              exit paragraph
           end-if.

           move WS-Target-After to WS-Position-Record.
           move WS-Target-Found to WS-Position-Found.
           perform storePosition.
           if not WS-TRANS-OK-YES
              perform reverseTransferSource
              exit paragraph
           end-if.

           move WS-Source-After to WS-Position-Record.
           move 'POSTED' to WS-Reason.
           perform printTransactionLine.
           move WS-Target-After to WS-Position-Record.
           move TRN-To-Portfolio in WS-Trans-Record
              to WS-Line-Portfolio.
           move 'XFER IN' to WS-Line-Type.
           add 1 to WS-TRANSFER-COUNT.

     ***************************************************************
      * A source taken down to zero was deleted, so it is written
      * back; otherwise its old image is rewritten over the debit.
     ***************************************************************
       reverseTransferSource.
     ***************************************************************

           move WS-Source-Before to WS-Position-Record.
           if POS-Quantity in WS-Source-After = zero
              move 'N' to WS-Position-Found
           else
              move 'Y' to WS-Position-Found
           end-if.
           move 'Y' to WS-Trans-OK.
           perform storePosition.

           if WS-TRANS-OK-YES
              move 'XFER TARGET ERROR' to WS-Reason
           else
              set WS-REVERSAL-FAILED to true
              move 'XFER REVERSAL ERROR' to WS-Reason
              display 'KVPOSTRN TRANSFER NOT REVERSED '
                 POS-Key in WS-Source-Before
           end-if.
           move 'N' to WS-Trans-OK.

     ***************************************************************
      * A holding brought down to zero is removed, so the valuation
      * does not carry empty lines for closed positions.
     ***************************************************************
       storePosition.
     ***************************************************************

           move WS-Position-Record to POSITION-MASTER-REC.

           if POS-Quantity in WS-Position-Record = zero
              if WS-POSITION-FOUND-YES
                 delete POSITION-MASTER-FILE
                    invalid key continue
                 end-delete
              end-if
           else
              if WS-POSITION-FOUND-YES
                 rewrite POSITION-MASTER-REC
                    invalid key continue
                 end-rewrite
              else
                 write POSITION-MASTER-REC
                    invalid key continue
                 end-write
              end-if
           end-if.

           if WS-Position-File-Status not = '00'
              move 'N' to WS-Trans-OK
              move 'POSITION WRITE ERROR' to WS-Reason
              display 'KVPOSTRN POSITION WRITE ' WS-Position-File-Status
                 ' ' POS-Key in WS-Position-Record
           end-if.

     ***************************************************************
       printTransactionLine.
     ***************************************************************

           move WS-Line-Portfolio to D-Portfolio.
           move TRN-FOKD in WS-Trans-Record to D-Fokd.
           move WS-Line-Type to D-Type.

           if TRN-Quantity in WS-Trans-Record is numeric
              move TRN-Quantity in WS-Trans-Record to D-Quantity
           else
              move zero to D-Quantity
           end-if.
           if TRN-TRANSFER in WS-Trans-Record
              move WS-Removed-Cost to D-Amount
           else
              if TRN-Amount in WS-Trans-Record is numeric
                 move TRN-Amount in WS-Trans-Record to D-Amount
              else
                 move zero to D-Amount
              end-if
           end-if.

           if WS-TRANS-OK-YES
              move POS-Quantity in WS-Position-Record
                 to D-New-Quantity
              move POS-Book-Cost in WS-Position-Record
                 to D-New-Book-Cost
           else
              move zero to D-New-Quantity
              move zero to D-New-Book-Cost
           end-if.
           move WS-Reason to D-Disposition.

           write KVPOSTRN-PRT-LINE from WS-Detail-Line.

           if WS-TRANS-OK-YES and TRN-SELL in WS-Trans-Record
              move WS-Realised to D-Realised
              write KVPOSTRN-PRT-LINE from WS-Realised-Line
           end-if.

     ***************************************************************
       printHeadings.
     ***************************************************************

           move WS-Business-Date to H-Business-Date.
           write KVPOSTRN-PRT-LINE from WS-Heading-1.
           write KVPOSTRN-PRT-LINE from WS-Heading-2.

     ***************************************************************
      * The journal proves itself: every quantity read is either
      * posted or rejected, so the two sides must add back to the
      * input before the position master can be trusted.
     ***************************************************************
       printControlTotals.
     ***************************************************************

           write KVPOSTRN-PRT-LINE from WS-Blank-Line.

           move 'TRANSACTIONS READ' to D-Total-Label.
           move WS-READ-COUNT to D-Total-Count.
           move WS-Read-Quantity to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           move 'TRANSACTIONS POSTED' to D-Total-Label.
           move WS-POSTED-COUNT to D-Total-Count.
           move WS-Posted-Quantity to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           move 'TRANSACTIONS REJECTED' to D-Total-Label.
           move WS-REJECT-COUNT to D-Total-Count.
           move WS-Reject-Quantity to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           if WS-SKIPPED-COUNT > zero
              move 'DONE BEFORE RESTART' to D-Total-Label
              move WS-SKIPPED-COUNT to D-Total-Count
              move WS-Skipped-Quantity to D-Total-Value
              write KVPOSTRN-PRT-LINE from WS-Total-Line
           end-if.

           write KVPOSTRN-PRT-LINE from WS-Blank-Line.

           move '  BUYS - CONSIDERATION' to D-Total-Label.
           move WS-BUY-COUNT to D-Total-Count.
           move WS-Bought-Amount to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           move '  SELLS - CONSIDERATION' to D-Total-Label.
           move WS-SELL-COUNT to D-Total-Count.
           move WS-Sold-Amount to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           move '  SELLS - REALISED RESULT' to D-Total-Label.
           move WS-SELL-COUNT to D-Total-Count.
           move WS-Realised-Total to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           move '  TRANSFERS' to D-Total-Label.
           move WS-TRANSFER-COUNT to D-Total-Count.
           move zero to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           move '  OPENING BALANCES - COST' to D-Total-Label.
           move WS-OPENING-COUNT to D-Total-Count.
           move WS-Opening-Amount to D-Total-Value.
           write KVPOSTRN-PRT-LINE from WS-Total-Line.

           write KVPOSTRN-PRT-LINE from WS-Blank-Line.
           compute WS-Proof-Quantity =
              WS-Posted-Quantity + WS-Reject-Quantity
                 + WS-Skipped-Quantity.
           if WS-POSTED-COUNT + WS-REJECT-COUNT + WS-SKIPPED-COUNT
                 = WS-READ-COUNT
                 and WS-Proof-Quantity = WS-Read-Quantity
              move 'CONTROL TOTALS IN BALANCE' to D-Proof-Text
           else
              move 'CONTROL TOTALS OUT OF BALANCE' to D-Proof-Text
           end-if.
           write KVPOSTRN-PRT-LINE from WS-Proof-Line.

     ***************************************************************
       closeFiles.
     ***************************************************************

           close KVPOSTRN-IN-FILE.
           close KVPOSTRN-PRT-FILE.
           close POSITION-MASTER-FILE.
           if WS-Master-Available = 'Y'
              close ISIN-MASTER-FILE
           end-if.

        COPY KVRUNHP.

       end program KVPOSTRN.
