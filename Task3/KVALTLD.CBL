      */*1----------------------------------------------------------1*/
      */*1 Program/module-description:                              1*/
      */*1 --------------------------                               1*/
      */*1                                                          1*/
      */*1 Program-id    : KVALTLD                                  1*/
      */*1 Program-title : Alternate identifier load from vendor    1*/
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
      */*3 Weekly load of the KVALTID alternate identifier          3*/
      */*3 cross-reference from the vendor's identifier file on     3*/
      */*3 KVALTVF (identifier type, identifier, FOKD). Runs after  3*/
      */*3 KVISINLD in the same job, so the FOKD each identifier    3*/
      */*3 points at is checked against the freshly loaded          3*/
      */*3 KVISINMST; a blank type or identifier, or a FOKD not on  3*/
      */*3 the master, is rejected. An identifier already on file   3*/
      */*3 is rewritten with the vendor's FOKD, otherwise it is     3*/
      */*3 added; both are stamped source V and the run date. One   3*/
      */*3 disposition line per record plus the totals go to the    3*/
      */*3 KVALTLDR load report.                                    3*/
      */*3                                                          3*/
      */*3 If KVISINMST or KVALTID cannot be opened the step stops  3*/
      */*3 with RC=8 before reading anything; an identifier whose   3*/
      */*3 rewrite fails is listed as rejected (REWRITE FAILED) and 3*/
      */*3 the step ends RC=8.                                      3*/
      */*3----------------------------------------------------------3*/

       id division.
       program-id.                     KVALTLD.
       environment division.
       configuration section.
       special-names.                  decimal-point is comma.

       input-output section.
       file-control.
           select KVALTLD-IN-FILE assign to "KVALTVF"
               organization is sequential.
           select ISIN-MASTER-FILE assign to "KVISINMST"
               organization is indexed
               access mode is dynamic
               record key is FOKD in ISIN-MASTER-REC
               file status is WS-Master-File-Status.
           select ALT-ID-FILE assign to "KVALTID"
               organization is indexed
               access mode is dynamic
               record key is ALT-Key in ALT-ID-REC
               file status is WS-Altid-File-Status.
           select KVALTLD-PRT-FILE assign to "KVALTLDR"
               organization is sequential.

       data division.
       file section.

       fd KVALTLD-IN-FILE.
       01 KVALTLD-IN-REC pic x(28).

       fd ISIN-MASTER-FILE.
       01 ISIN-MASTER-REC.
        COPY KVISINM.

       fd ALT-ID-FILE.
       01 ALT-ID-REC.
        COPY KVALTID.

       fd KVALTLD-PRT-FILE.
       01 KVALTLD-PRT-LINE pic x(132).

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-ADD-COUNT pic 9(7) value zero.
           05 WS-UPDATE-COUNT pic 9(7) value zero.
           05 WS-REJECT-COUNT pic 9(7) value zero.

       01 WS-Master-File-Status pic x(2).
       01 WS-Altid-File-Status pic x(2).

       01 WS-In-Record.
           05 WS-In-Id-Type pic x(4).
           05 WS-In-Id-Value pic x(12).
           05 WS-In-Fokd pic x(12).

       01 WS-Heading-1 pic x(132) value
          'ALTERNATE IDENTIFIER LOAD REPORT'.
       01 WS-Heading-2.
           05 filler pic x(03) value spaces.
           05 filler pic x(06) value 'TYPE'.
           05 filler pic x(14) value 'IDENTIFIER'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(10) value 'ACTION'.
           05 filler pic x(20) value 'REASON'.

       01 WS-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Id-Type pic x(04).
           05 filler pic x(02) value spaces.
           05 D-Id-Value pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Action pic x(10).
           05 D-Reason pic x(20).

       01 WS-Total-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(06) value 'ADDS'.
           05 D-Add-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 filler pic x(08) value 'UPDATES'.
           05 D-Update-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 filler pic x(08) value 'REJECTS'.
           05 D-Reject-Count pic zzzzzz9.

       01 WS-Blank-Line pic x(132) value spaces.

      *----------------------------------------------------------*
       procedure division.
      *----------------------------------------------------------*
       mainflow.

           perform openFiles.

           if WS-Master-File-Status not = '00'
              display 'KVALTLD ISIN MASTER NOT OPENED '
                 WS-Master-File-Status
              perform closeFiles
              move 8 to return-code
              stop run
           end-if.
           if WS-Altid-File-Status not = '00'
              display 'KVALTLD CROSS-REFERENCE NOT OPENED '
                 WS-Altid-File-Status
              perform closeFiles
              move 8 to return-code
              stop run
           end-if.

           perform printHeadings.

           perform readVendorRecord.
           perform until WS-EOF
              perform loadOneRecord
              perform readVendorRecord
           end-perform.

           perform printTotals.
           perform closeFiles.

           display 'KVALTLD READ    ' WS-READ-COUNT.
           display 'KVALTLD ADD     ' WS-ADD-COUNT.
           display 'KVALTLD UPDATE  ' WS-UPDATE-COUNT.
           display 'KVALTLD REJECT  ' WS-REJECT-COUNT.

           stop run.

     ***************************************************************
       openFiles.
     ***************************************************************

           open input KVALTLD-IN-FILE.
           open output KVALTLD-PRT-FILE.
           open input ISIN-MASTER-FILE.

           open i-o ALT-ID-FILE.
           if WS-Altid-File-Status = '35'
              open output ALT-ID-FILE
              close ALT-ID-FILE
              open i-o ALT-ID-FILE
           end-if.

     ***************************************************************
       readVendorRecord.
     ***************************************************************

           read KVALTLD-IN-FILE into WS-In-Record
              at end set WS-EOF to true
           end-read.

           if not WS-EOF
              add 1 to WS-READ-COUNT
           end-if.

     ***************************************************************
       loadOneRecord.
     ***************************************************************

           move WS-In-Id-Type to D-Id-Type.
           move WS-In-Id-Value to D-Id-Value.
           move WS-In-Fokd to D-Fokd.
           move spaces to D-Reason.

           perform validateVendorRecord.

           if D-Reason = spaces
              move WS-In-Id-Type to ALT-Id-Type in ALT-ID-REC
              move WS-In-Id-Value to ALT-Id-Value in ALT-ID-REC
              move WS-In-Fokd to ALT-FOKD in ALT-ID-REC
              set ALT-FROM-VENDOR in ALT-ID-REC to true
              move function current-date(1:8)
                 to ALT-Updated-Date in ALT-ID-REC
              write ALT-ID-REC
                 invalid key
                    rewrite ALT-ID-REC
                    end-rewrite
                    if WS-Altid-File-Status = '00'
                       add 1 to WS-UPDATE-COUNT
                       move 'UPDATED' to D-Action
                    else
                       display 'KVALTLD REWRITE FAILED '
                          WS-Altid-File-Status ' ' WS-In-Id-Value
                       add 1 to WS-REJECT-COUNT
                       move 'REJECTED' to D-Action
                       move 'REWRITE FAILED' to D-Reason
                       move 8 to return-code
                    end-if
                 not invalid key
                    add 1 to WS-ADD-COUNT
                    move 'ADDED' to D-Action
              end-write
           else
              add 1 to WS-REJECT-COUNT
              move 'REJECTED' to D-Action
           end-if.

           write KVALTLD-PRT-LINE from WS-Detail-Line.

     ***************************************************************
      * An identifier pointing at a FOKD the master does not carry
      * could never price anything, so it is refused rather than
      * loaded and left to fail in KVTEST3 every night.
     ***************************************************************
       validateVendorRecord.
     ***************************************************************

           if WS-In-Id-Type = spaces
              move 'TYPE MISSING' to D-Reason
              exit paragraph
           end-if.
           if WS-In-Id-Value = spaces
              move 'IDENTIFIER MISSING' to D-Reason
              exit paragraph
           end-if.

           move WS-In-Fokd to FOKD in ISIN-MASTER-REC.
           read ISIN-MASTER-FILE
              invalid key continue
           end-read.
           if WS-Master-File-Status not = '00'
              move 'FOKD NOT ON MASTER' to D-Reason
           end-if.

     ***************************************************************
       printHeadings.
     ***************************************************************

           write KVALTLD-PRT-LINE from WS-Heading-1.
           write KVALTLD-PRT-LINE from WS-Heading-2.

     ***************************************************************
       printTotals.
     ***************************************************************

           write KVALTLD-PRT-LINE from WS-Blank-Line.
           move WS-ADD-COUNT to D-Add-Count.
           move WS-UPDATE-COUNT to D-Update-Count.
           move WS-REJECT-COUNT to D-Reject-Count.
           write KVALTLD-PRT-LINE from WS-Total-Line.

     ***************************************************************
       closeFiles.
     ***************************************************************

           close KVALTLD-IN-FILE.
           close ISIN-MASTER-FILE.
           close ALT-ID-FILE.
           close KVALTLD-PRT-FILE.

       end program KVALTLD.
