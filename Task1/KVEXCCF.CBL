      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVEXCCF                                  1*/
      */*1 Program-title : Checkout exception carry-forward         1*/
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
      */*3 First step of the KVNIGHT chain. Every KVEXCPT exception 3*/
      */*3 still open under an earlier business date than tonight's 3*/
      */*3 (KVBUSDATE card, machine date without one) is copied to  3*/
      */*3 tonight's date, keeping the date it was first raised,    3*/
      */*3 and the earlier entry is marked carried with the date it 3*/
      */*3 went to. An exception nobody acknowledged therefore      3*/
      */*3 appears again on tonight's checkout instead of dropping  3*/
      */*3 off the list. A step that raises the same exception      3*/
      */*3 again tonight finds it already there. A rerun finds      3*/
      */*3 nothing left to carry.                                   3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVEXCCF.
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
           select KVEXCCF-BDT-FILE assign to "KVBUSDATE"
               organization is sequential
               file status is WS-Bdate-File-Status.
           select RUN-HIST-FILE assign to "KVRUNHST"
               organization is indexed
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.

       data division.
       file section.

       fd EXCEPTION-FILE.
       01 EXCEPTION-REC.
        COPY KVEXCP.

       fd KVEXCCF-BDT-FILE.
       01 KVEXCCF-BDT-REC pic x(8).

       fd RUN-HIST-FILE.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-CARRY-COUNT pic 9(7) value zero.
           05 WS-ALREADY-COUNT pic 9(7) value zero.

       01 WS-Exception-File-Status pic x(2).
       01 WS-Bdate-File-Status pic x(2).
       01 WS-Bdate-Card pic x(8).
       01 WS-Business-Date pic 9(8) value zero.

       01 WS-Exception-Record.
        COPY KVEXCP.

       01 WS-RunHist-Record.
        COPY KVRUNH.
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           move function current-date(9:6) to WS-RunHist-Start-Time.

           perform readBusinessDate.
           display 'KVEXCCF BDATE   ' WS-Business-Date.

           open i-o EXCEPTION-FILE.
           if WS-Exception-File-Status = '35'
              open output EXCEPTION-FILE
              close EXCEPTION-FILE
              open i-o EXCEPTION-FILE
           end-if.

           if WS-Exception-File-Status = '00'
              perform carryOpenExceptions
              close EXCEPTION-FILE
           else
              display 'KVEXCCF KVEXCPT NOT AVAILABLE '
                 WS-Exception-File-Status
              move 8 to return-code
           end-if.

           display 'KVEXCCF READ    ' WS-READ-COUNT.
           display 'KVEXCCF CARRIED ' WS-CARRY-COUNT.
           display 'KVEXCCF ALREADY ' WS-ALREADY-COUNT.

           move 'KVEXCCF' to RH-Step-Name in WS-RunHist-Record.
           move WS-READ-COUNT to RH-Read-Count in WS-RunHist-Record.
           move WS-CARRY-COUNT
              to RH-Write-Count in WS-RunHist-Record.
           move zero to RH-Reject-Count in WS-RunHist-Record.
           if return-code = 8
              move 'ERROR' to RH-Run-Status in WS-RunHist-Record
           else
              move 'OK' to RH-Run-Status in WS-RunHist-Record
           end-if.
           perform writeRunHistory.

           stop run.

     ***************************************************************
       readBusinessDate.
     ***************************************************************

      *    Same run-control card the rest of the night reads, so the
      *    carried entries land on the date tonight's steps raise
      *    theirs under.
           move function current-date(1:8) to WS-Business-Date.
           move spaces to WS-Bdate-Card.

           open input KVEXCCF-BDT-FILE.
           if WS-Bdate-File-Status = '00'
              read KVEXCCF-BDT-FILE
                 at end continue
                 not at end
                    move KVEXCCF-BDT-REC to WS-Bdate-Card
              end-read
           end-if.
           close KVEXCCF-BDT-FILE.

           if WS-Bdate-Card is numeric
              move WS-Bdate-Card to WS-Business-Date
           end-if.

     ***************************************************************
      * The file is keyed business date first, so everything still
      * to carry comes ahead of tonight's date and the scan stops
      * there. The copies written along the way sort after it.
     ***************************************************************
       carryOpenExceptions.
     ***************************************************************

           move low-values to EX-Key in EXCEPTION-REC.
           start EXCEPTION-FILE
              key is not less than EX-Key in EXCEPTION-REC
              invalid key set WS-EOF to true
           end-start.

           perform until WS-EOF
              read EXCEPTION-FILE next
                 at end set WS-EOF to true
              end-read
              if not WS-EOF
                 if WS-Exception-File-Status not = '00'
                    set WS-EOF to true
                 else
                    if EX-Business-Date in EXCEPTION-REC
                          not < WS-Business-Date
                       set WS-EOF to true
                    else
                       add 1 to WS-READ-COUNT
                       if EX-OPEN in EXCEPTION-REC
                          perform carryOneException
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.

     ***************************************************************
       carryOneException.
     ***************************************************************

           move EXCEPTION-REC to WS-Exception-Record.

           set EX-CARRIED in EXCEPTION-REC to true.
           move WS-Business-Date to EX-Carried-To in EXCEPTION-REC.
           rewrite EXCEPTION-REC
              invalid key
                 display 'KVEXCCF REWRITE FAILED '
                    EX-Key in EXCEPTION-REC
           end-rewrite.

           move WS-Business-Date
              to EX-Business-Date in WS-Exception-Record.
           move zero to EX-Carried-To in WS-Exception-Record.
           write EXCEPTION-REC from WS-Exception-Record
              invalid key
                 add 1 to WS-ALREADY-COUNT
              not invalid key
                 add 1 to WS-CARRY-COUNT
           end-write.

        COPY KVRUNHP.

       end program KVEXCCF.
