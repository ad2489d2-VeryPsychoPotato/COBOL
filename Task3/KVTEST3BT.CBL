      */*2 02092026  BF9798      Kernius Vildziunas        0000002  2*/
      */*2           Run-history record written to KVRUNHST at     2*/
      */*2           end of run with counts, times and status      2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000003  2*/
      */*2           Feed details may carry a ticker or local code 2*/
      */*2           with its identifier type; translated to the   2*/
      */*2           FOKD through the KVALTID cross-reference,     2*/
      */*2           every translation and unknown identifier      2*/
      */*2           listed on KV3XLRPT                            2*/
      */*2                                                          2*/
      */*2 15102026  BF9798      Kernius Vildziunas        0000004  2*/
      */*2           Optional secondary vendor feed on KV3BTIN2    2*/
      */*2           compared FOKD by FOKD with the primary;       2*/
      */*2           differences beyond the KV3SPARM percentage    2*/
      */*2           listed on KV3SDRPT, FOKDs only the secondary  2*/
      */*2           carries priced from it and marked as          2*/
      */*2           secondary-sourced                             2*/
      */*2----------------------------------------------------------2*/


      */*3 expected, means the feed itself is broken - the driver   3*/
      */*3 reports the group and stops rather than guess at where   3*/
      */*3 the next group starts.                                   3*/
      */*3                                                          3*/
      */*3 A detail record may carry an identifier type after the   3*/
      */*3 price (TICK ticker, LOCL local code); its FOKD field     3*/
      */*3 then holds that identifier. It is translated to the FOKD 3*/
      */*3 through the KVALTID cross-reference before the group is  3*/
      */*3 built. A blank type means the field already holds the    3*/
      */*3 FOKD. An identifier not on KVALTID is passed on as sent  3*/
      */*3 and KVTEST3 counts it invalid.                           3*/
      */*3                                                          3*/
      */*3 Every translation and every unknown identifier is listed 3*/
      */*3 on the KV3XLRPT feed translation report with its feed    3*/
      */*3 group, with the totals at the end. A restarted run adds  3*/
      */*3 to the report already written.                           3*/
      */*3                                                          3*/
      */*3 A secondary vendor feed in the same grouped layout may   3*/
      */*3 be supplied on KV3BTIN2. It is read whole before the     3*/
      */*3 primary, and every primary FOKD is compared with the     3*/
      */*3 secondary's price. A difference of more than the         3*/
      */*3 KV3SPARM percentage (default 2) either way goes on the   3*/
      */*3 KV3SDRPT source-disagreement report; the primary price   3*/
      */*3 still stands. Once the primary is exhausted, every FOKD  3*/
      */*3 only the secondary carried is priced from the secondary  3*/
      */*3 in groups of its own, marked secondary-sourced on        3*/
      */*3 KV3BTOUT and, through KVTEST3, on KVPRICEHST, and listed 3*/
      */*3 on KV3SDRPT as SECONDARY ONLY.                           3*/
      */*3                                                          3*/
      */*3 Those groups follow the primary's groups in the          3*/
      */*3 checkpoint count, so a restart after the primary         3*/
      */*3 finished rebuilds them in the same order and passes over 3*/
      */*3 the ones already completed. Without KV3BTIN2 the run     3*/
      */*3 prices from the primary alone.                           3*/
      */*3----------------------------------------------------------3*/

       id division.
               access mode is dynamic
               record key is RH-Key in RUN-HIST-REC
               file status is WS-RunHist-File-Status.
           select ALT-ID-FILE assign to "KVALTID"
               organization is indexed
               access mode is dynamic
               record key is ALT-Key in ALT-ID-REC
               file status is WS-Altid-File-Status.
           select KVTEST3BT-XLT-FILE assign to "KV3XLRPT"
               organization is sequential.
           select KVTEST3BT-SEC-FILE assign to "KV3BTIN2"
               organization is sequential
               file status is WS-Sec-File-Status.
           select KVTEST3BT-SPM-FILE assign to "KV3SPARM"
               organization is sequential
               file status is WS-Sparm-File-Status.
           select KVTEST3BT-SDR-FILE assign to "KV3SDRPT"
               organization is sequential.

       data division.
       file section.
             88 KV3I-DETAIL-REC value 'D'.
           05 KV3I-Header.
             10 KV3I-Isin-Count pic 9(3).
             10 filler pic x(28).
           05 KV3I-Detail redefines KV3I-Header.
             10 KV3I-FOKD pic x(12).
             10 KV3I-KRS-HDL pic s9(7)v9(8).
             10 KV3I-Id-Type pic x(4).

       fd KVTEST3BT-OUT-FILE.
       01 KVTEST3BT-OUT-REC.
       01 RUN-HIST-REC.
        COPY KVRUNH.

       fd ALT-ID-FILE.
       01 ALT-ID-REC.
        COPY KVALTID.

       fd KVTEST3BT-XLT-FILE.
       01 KVTEST3BT-XLT-LINE pic x(132).

       fd KVTEST3BT-SEC-FILE.
       01 KVTEST3BT-SEC-REC.
           05 KV3S-Rec-Type pic x(1).
             88 KV3S-DETAIL-REC value 'D'.
           05 KV3S-Detail.
             10 KV3S-FOKD pic x(12).
             10 KV3S-KRS-HDL pic s9(7)v9(8).
             10 KV3S-Id-Type pic x(4).

       fd KVTEST3BT-SPM-FILE.
       01 KVTEST3BT-SPM-REC pic 9(3)v9(2).

       fd KVTEST3BT-SDR-FILE.
       01 KVTEST3BT-SDR-LINE pic x(132).

       working-storage section.

       01 WS-Switches.
           05 WS-EOF-SWITCH pic x(01) value 'N'.
             88 WS-EOF value 'Y'.
           05 WS-ALTID-SWITCH pic x(01) value 'N'.
             88 WS-ALTID-AVAILABLE value 'Y'.
           05 WS-SECONDARY-SWITCH pic x(01) value 'N'.
             88 WS-SECONDARY-PRESENT value 'Y'.
           05 WS-SEC-EOF-SWITCH pic x(01) value 'N'.
             88 WS-SEC-EOF value 'Y'.

       01 WS-Counters.
           05 WS-READ-COUNT pic 9(7) value zero.
           05 WS-WRITE-COUNT pic 9(7) value zero.
           05 WS-DETAIL-COUNT pic 9(3) value zero.
           05 WS-RANK pic 9(3) value zero.
           05 WS-TRANSLATED-COUNT pic 9(7) value zero.
           05 WS-UNKNOWN-COUNT pic 9(7) value zero.
           05 WS-SEC-READ-COUNT pic 9(7) value zero.
           05 WS-COMPARED-COUNT pic 9(7) value zero.
           05 WS-DISAGREE-COUNT pic 9(7) value zero.
           05 WS-FALLBACK-COUNT pic 9(7) value zero.

       01 WS-Checkpoint.
           05 WS-Ckpt-File-Status pic x(02).
       01 WS-RunHist-File-Status pic x(2).
       01 WS-RunHist-Start-Time pic 9(6).

       01 WS-Altid-File-Status pic x(2).

       01 WS-Xlt-Heading-1 pic x(132) value
          'FEED IDENTIFIER TRANSLATION REPORT'.
       01 WS-Xlt-Heading-2.
           05 filler pic x(03) value spaces.
           05 filler pic x(14) value 'FEED GROUP'.
           05 filler pic x(06) value 'TYPE'.
           05 filler pic x(14) value 'IDENTIFIER'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(10) value 'ACTION'.

       01 WS-Xlt-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Request-Id pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Id-Type pic x(04).
           05 filler pic x(02) value spaces.
           05 D-Id-Value pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Action pic x(10).

       01 WS-Xlt-Total-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(11) value 'TRANSLATED'.
           05 D-Translated-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 filler pic x(08) value 'UNKNOWN'.
           05 D-Unknown-Count pic zzzzzz9.

       01 WS-Blank-Line pic x(132) value spaces.

       01 WS-Alt-Lookup-Type pic x(4).
       01 WS-Alt-Lookup-Value pic x(12).
       01 WS-Match-FOKD pic x(12).

      *    The whole secondary feed is held here so each primary
      *    FOKD can be compared whatever group either vendor sent
      *    it in; whatever is left unmatched at the end of the
      *    primary is what the primary did not carry.
       01 WS-Secondary-Table.
           05 WS-SEC-COUNT pic 9(4) value zero.
           05 WS-Sec-Entry occurs 9999 times.
             10 WS-SE-FOKD pic x(12).
             10 WS-SE-Price pic s9(7)v9(8).
             10 WS-SE-Matched pic x(1).
       01 WS-Sec-Index pic 9(4).
       01 WS-Sec-Found pic 9(4).
       01 WS-Sec-File-Status pic x(2).
       01 WS-Sparm-File-Status pic x(2).
       01 WS-Disagree-Pct pic 9(3)v9(2) value 2.
       01 WS-Sec-Diff pic s9(5)v9(2).
       01 WS-Sec-Diff-Error pic x(1).
       01 WS-Group-Source pic x(1).

       01 WS-Sdr-Heading-1.
           05 filler pic x(46) value
              'PRIMARY/SECONDARY PRICE SOURCE DISAGREEMENTS'.
           05 filler pic x(14) value 'LIMIT PCT'.
           05 D-Limit-Pct pic zz9,99.
       01 WS-Sdr-Heading-2.
           05 filler pic x(03) value spaces.
           05 filler pic x(14) value 'FEED GROUP'.
           05 filler pic x(14) value 'FOKD'.
           05 filler pic x(16) value '   PRIMARY'.
           05 filler pic x(16) value '   SECONDARY'.
           05 filler pic x(11) value 'PCT DIFF'.
           05 filler pic x(16) value 'ACTION'.

       01 WS-Sdr-Detail-Line.
           05 filler pic x(03) value spaces.
           05 D-Sdr-Request-Id pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Sdr-Fokd pic x(12).
           05 filler pic x(02) value spaces.
           05 D-Sdr-Primary pic -(7)9,9(4).
           05 filler pic x(02) value spaces.
           05 D-Sdr-Secondary pic -(7)9,9(4).
           05 filler pic x(02) value spaces.
           05 D-Sdr-Pct pic -(4)9,99.
           05 filler pic x(02) value spaces.
           05 D-Sdr-Action pic x(16).

       01 WS-Sdr-Total-Line.
           05 filler pic x(03) value spaces.
           05 filler pic x(09) value 'COMPARED'.
           05 D-Compared-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 filler pic x(09) value 'DISAGREE'.
           05 D-Disagree-Count pic zzzzzz9.
           05 filler pic x(04) value spaces.
           05 filler pic x(15) value 'SECONDARY ONLY'.
           05 D-Fallback-Count pic zzzzzz9.

       01 WS-Sdr-None-Line pic x(132) value
          '   NO SECONDARY FEED SUPPLIED - NOTHING COMPARED'.

       01 WS-In-Data.
        COPY KVTEST3B.


           perform readCheckpoint.
           perform openFiles.
           perform loadSecondaryFeed.
           perform skipToCheckpoint.

           if not WS-EOF
              perform readFeedRecord
           end-if.
           perform until WS-EOF
              perform buildFeedGroup
              perform processRequest
              perform readFeedRecord
           end-perform.

           if WS-SECONDARY-PRESENT
              perform priceFromSecondary
           end-if.

           perform printTranslationTotals.
           perform printDisagreementTotals.
           perform closeFiles.

           display 'KVTEST3BT READ  ' WS-READ-COUNT.
           display 'KVTEST3BT GROUP ' WS-GROUP-COUNT.
           display 'KVTEST3BT WRITE ' WS-WRITE-COUNT.
           display 'KVTEST3BT XLATE ' WS-TRANSLATED-COUNT.
           display 'KVTEST3BT UNKNWN' WS-UNKNOWN-COUNT.
           display 'KVTEST3BT SECRD ' WS-SEC-READ-COUNT.
           display 'KVTEST3BT DISAGR' WS-DISAGREE-COUNT.
           display 'KVTEST3BT SECPRC' WS-FALLBACK-COUNT.

           move 'OK' to RH-Run-Status in WS-RunHist-Record.
           perform noteRunHistory.
           open input KVTEST3BT-IN-FILE.
           if WS-Checkpoint-Count = zero
              open output KVTEST3BT-OUT-FILE
              open output KVTEST3BT-XLT-FILE
              write KVTEST3BT-XLT-LINE from WS-Xlt-Heading-1
              write KVTEST3BT-XLT-LINE from WS-Xlt-Heading-2
              perform readDisagreementParm
              open output KVTEST3BT-SDR-FILE
              move WS-Disagree-Pct to D-Limit-Pct
              write KVTEST3BT-SDR-LINE from WS-Sdr-Heading-1
              write KVTEST3BT-SDR-LINE from WS-Sdr-Heading-2
           else
              open extend KVTEST3BT-OUT-FILE
              open extend KVTEST3BT-XLT-FILE
              perform readDisagreementParm
              open extend KVTEST3BT-SDR-FILE
           end-if.

      *    Without the cross-reference every typed identifier is
      *    listed as unknown and left for KVTEST3 to reject.
           open input ALT-ID-FILE.
           if WS-Altid-File-Status = '00'
              set WS-ALTID-AVAILABLE to true
           else
              display 'KVTEST3BT KVALTID NOT AVAILABLE '
                 WS-Altid-File-Status
           end-if.

     ***************************************************************
                    until WS-DETAIL-COUNT > WS-Skip-Details
                       or WS-EOF
                    perform readFeedRecord
                    if not WS-EOF
                       perform markSkippedDetail
                    end-if
                 end-perform
                 if not WS-EOF
                    add 1 to WS-GROUP-COUNT
              end-if
           end-perform.

      *    Groups checkpointed beyond the end of the primary are
      *    secondary-priced groups; priceFromSecondary skips what
      *    is left of the count. The primary stays at end of file.
           if WS-EOF and WS-Skip-Count not = zero
              if not WS-SECONDARY-PRESENT
                 perform checkpointMismatch
              end-if
           else
              move 'N' to WS-EOF-SWITCH
           end-if.

     ***************************************************************
       checkpointMismatch.
     ***************************************************************

           display 'KVTEST3BT CKPT MISMATCH' WS-Checkpoint-Count.
           perform closeFiles.
           move 'ERROR' to RH-Run-Status in WS-RunHist-Record.
           perform noteRunHistory.
           stop run.

     ***************************************************************
      * A group completed before the restart was compared then; its
      * FOKDs only need marking so they are not priced again from
      * the secondary.
     ***************************************************************
       markSkippedDetail.
     ***************************************************************

           move KV3I-FOKD to WS-Match-FOKD.
           if KV3I-Id-Type not = spaces
              move KV3I-Id-Type to WS-Alt-Lookup-Type
              move KV3I-FOKD to WS-Alt-Lookup-Value
              perform lookupAltId
              if WS-Altid-File-Status = '00'
                 move ALT-FOKD in ALT-ID-REC to WS-Match-FOKD
              end-if
           end-if.

           perform findSecondaryEntry.
           if WS-Sec-Found > zero
              move 'Y' to WS-SE-Matched(WS-Sec-Found)
           end-if.

     ***************************************************************
       readFeedRecord.

           initialize WS-In-Data.
           move KV3I-Isin-Count to isin-count in WS-In-Data.
           set PRICE-FROM-PRIMARY in WS-In-Data to true.
           move 'P' to WS-Group-Source.

           perform varying isin-prices-index from 1 by 1
              until isin-prices-index > isin-count in WS-In-Data
              move KV3I-KRS-HDL
                 to KRS-HDL in isin-prices in WS-In-Data
                    (isin-prices-index)
              if KV3I-Id-Type not = spaces
                 perform translateFeedId
              end-if
              if WS-SECONDARY-PRESENT
                 perform compareWithSecondary
              end-if
           end-perform.

     ***************************************************************
      * A detail with an identifier type carries a ticker or local
      * code in the FOKD field. It is looked up on KVALTID and the
      * FOKD it points at goes into the table. An identifier not on
      * file stays as sent, so KVTEST3 counts it invalid, and the
      * report lists it for the desk to add the cross-reference.
     ***************************************************************
       translateFeedId.
     ***************************************************************

           compute WS-Req-Id-Seq = WS-GROUP-COUNT + 1.
           move WS-Request-Id to D-Request-Id.
           move KV3I-Id-Type to D-Id-Type.
           move KV3I-FOKD to D-Id-Value.
           move spaces to D-Fokd.

           move KV3I-Id-Type to WS-Alt-Lookup-Type.
           move KV3I-FOKD to WS-Alt-Lookup-Value.
           perform lookupAltId.

           if WS-Altid-File-Status = '00'
              move ALT-FOKD in ALT-ID-REC
                 to FOKD in isin-prices in WS-In-Data
                    (isin-prices-index)
              move ALT-FOKD in ALT-ID-REC to D-Fokd
              move 'TRANSLATED' to D-Action
              add 1 to WS-TRANSLATED-COUNT
           else
              move 'UNKNOWN' to D-Action
              add 1 to WS-UNKNOWN-COUNT
           end-if.

           write KVTEST3BT-XLT-LINE from WS-Xlt-Detail-Line.

     ***************************************************************
       lookupAltId.
     ***************************************************************

           move '99' to WS-Altid-File-Status.
           if WS-ALTID-AVAILABLE
              move WS-Alt-Lookup-Type to ALT-Id-Type in ALT-ID-REC
              move WS-Alt-Lookup-Value to ALT-Id-Value in ALT-ID-REC
              read ALT-ID-FILE
                 invalid key continue
              end-read
           end-if.

     ***************************************************************
      * The primary price stands either way - a disagreement is for
      * the desk to look at, not a reason to switch vendors.
     ***************************************************************
       compareWithSecondary.
     ***************************************************************

           move FOKD in isin-prices in WS-In-Data(isin-prices-index)
              to WS-Match-FOKD.
           perform findSecondaryEntry.
           if WS-Sec-Found = zero
              exit paragraph
           end-if.

           move 'Y' to WS-SE-Matched(WS-Sec-Found).
           add 1 to WS-COMPARED-COUNT.

           move 'N' to WS-Sec-Diff-Error.
           move zero to WS-Sec-Diff.
           compute WS-Sec-Diff rounded =
              (WS-SE-Price(WS-Sec-Found)
                 - KRS-HDL in isin-prices in WS-In-Data
                      (isin-prices-index))
                 * 100
                 / KRS-HDL in isin-prices in WS-In-Data
                      (isin-prices-index)
              on size error move 'Y' to WS-Sec-Diff-Error
           end-compute.

           if WS-Sec-Diff-Error = 'Y'
                 or WS-Sec-Diff > WS-Disagree-Pct
                 or WS-Sec-Diff < - WS-Disagree-Pct
              add 1 to WS-DISAGREE-COUNT
              compute WS-Req-Id-Seq = WS-GROUP-COUNT + 1
              move WS-Request-Id to D-Sdr-Request-Id
              move WS-Match-FOKD to D-Sdr-Fokd
              move KRS-HDL in isin-prices in WS-In-Data
                    (isin-prices-index)
                 to D-Sdr-Primary
              move WS-SE-Price(WS-Sec-Found) to D-Sdr-Secondary
              move WS-Sec-Diff to D-Sdr-Pct
              move 'PRIMARY KEPT' to D-Sdr-Action
              write KVTEST3BT-SDR-LINE from WS-Sdr-Detail-Line
           end-if.

     ***************************************************************
       findSecondaryEntry.
     ***************************************************************

           move zero to WS-Sec-Found.
           perform varying WS-Sec-Index from 1 by 1
              until WS-Sec-Index > WS-SEC-COUNT
                 or WS-Sec-Found > zero
              if WS-SE-FOKD(WS-Sec-Index) = WS-Match-FOKD
                 move WS-Sec-Index to WS-Sec-Found
              end-if
           end-perform.

     ***************************************************************
              move ISIN-Stale-Flag in ranked-isin-prices
                    in WS-Out-Data(WS-RANK)
                 to KV3O-Stale-Flag in WS-Out-Record
              move WS-Group-Source
                 to KV3O-Price-Source in WS-Out-Record
              perform writeOneRecord
           end-perform.


           close KVTEST3BT-IN-FILE.
           close KVTEST3BT-OUT-FILE.
           close KVTEST3BT-XLT-FILE.
           close KVTEST3BT-SDR-FILE.
           if WS-ALTID-AVAILABLE
              close ALT-ID-FILE
           end-if.

     ***************************************************************
       printTranslationTotals.
     ***************************************************************

           write KVTEST3BT-XLT-LINE from WS-Blank-Line.
           move WS-TRANSLATED-COUNT to D-Translated-Count.
           move WS-UNKNOWN-COUNT to D-Unknown-Count.
           write KVTEST3BT-XLT-LINE from WS-Xlt-Total-Line.

     ***************************************************************
       printDisagreementTotals.
     ***************************************************************

           write KVTEST3BT-SDR-LINE from WS-Blank-Line.
           if not WS-SECONDARY-PRESENT
              write KVTEST3BT-SDR-LINE from WS-Sdr-None-Line
           end-if.
           move WS-COMPARED-COUNT to D-Compared-Count.
           move WS-DISAGREE-COUNT to D-Disagree-Count.
           move WS-FALLBACK-COUNT to D-Fallback-Count.
           write KVTEST3BT-SDR-LINE from WS-Sdr-Total-Line.

     ***************************************************************
      * The percentage the two vendors may differ by before the
      * FOKD goes on the disagreement report. An absent or empty
      * dataset leaves the default standing.
     ***************************************************************
       readDisagreementParm.
     ***************************************************************

           open input KVTEST3BT-SPM-FILE.
           if WS-Sparm-File-Status = '00'
              read KVTEST3BT-SPM-FILE
                 at end continue
                 not at end
                    if KVTEST3BT-SPM-REC is numeric
                          and KVTEST3BT-SPM-REC > zero
                       move KVTEST3BT-SPM-REC to WS-Disagree-Pct
                    end-if
              end-read
              close KVTEST3BT-SPM-FILE
           end-if.

     ***************************************************************
      * The secondary feed is optional: without the KV3BTIN2
      * dataset the run prices from the primary alone, as before.
      * Only the 'D' records are wanted - the group structure of
      * the secondary need not match the primary's. Typed
      * identifiers are translated as in the primary; one that
      * cannot be translated, or a FOKD sent twice, is left out.
     ***************************************************************
       loadSecondaryFeed.
     ***************************************************************

           open input KVTEST3BT-SEC-FILE.
           if WS-Sec-File-Status not = '00'
              exit paragraph
           end-if.
           set WS-SECONDARY-PRESENT to true.

           perform readSecondaryRecord.
           perform until WS-SEC-EOF
              if KV3S-DETAIL-REC
                 perform keepSecondaryEntry
              end-if
              perform readSecondaryRecord
           end-perform.

           close KVTEST3BT-SEC-FILE.

     ***************************************************************
       readSecondaryRecord.
     ***************************************************************

           read KVTEST3BT-SEC-FILE
              at end set WS-SEC-EOF to true
           end-read.

           if not WS-SEC-EOF
              add 1 to WS-SEC-READ-COUNT
           end-if.

     ***************************************************************
       keepSecondaryEntry.
     ***************************************************************

           move KV3S-FOKD to WS-Match-FOKD.
           if KV3S-Id-Type not = spaces
              move KV3S-Id-Type to WS-Alt-Lookup-Type
              move KV3S-FOKD to WS-Alt-Lookup-Value
              perform lookupAltId
              if WS-Altid-File-Status = '00'
                 move ALT-FOKD in ALT-ID-REC to WS-Match-FOKD
              else
                 exit paragraph
              end-if
           end-if.

           perform findSecondaryEntry.
           if WS-Sec-Found > zero
              exit paragraph
           end-if.

           if WS-SEC-COUNT < 9999
              add 1 to WS-SEC-COUNT
              move WS-Match-FOKD to WS-SE-FOKD(WS-SEC-COUNT)
              move KV3S-KRS-HDL to WS-SE-Price(WS-SEC-COUNT)
              move 'N' to WS-SE-Matched(WS-SEC-COUNT)
           else
              display 'KVTEST3BT SECONDARY TABLE FULL AT '
                 WS-SEC-READ-COUNT
           end-if.

     ***************************************************************
      * Once the primary is exhausted, every secondary FOKD it did
      * not carry is priced from the secondary, in groups of up to
      * 500 marked secondary-sourced, so the board and KVPRICEHST
      * show where the price came from. On a restart the groups
      * already completed are rebuilt in the same order and passed
      * over without being priced again.
     ***************************************************************
       priceFromSecondary.
     ***************************************************************

           move 1 to WS-Sec-Index.
           perform buildFallbackGroup.
           perform until isin-count in WS-In-Data = zero
              if WS-Skip-Count > zero
                 subtract 1 from WS-Skip-Count
                 add 1 to WS-GROUP-COUNT
              else
                 perform listFallbackGroup
                 perform processRequest
                 perform writeOutputRecords
                 perform writeCheckpoint
              end-if
              perform buildFallbackGroup
           end-perform.

           if WS-Skip-Count not = zero
              perform checkpointMismatch
           end-if.

     ***************************************************************
       buildFallbackGroup.
     ***************************************************************

           initialize WS-In-Data.
           move zero to isin-count in WS-In-Data.
           move 'S' to WS-Group-Source.

           perform until WS-Sec-Index > WS-SEC-COUNT
                 or isin-count in WS-In-Data = 500
              if WS-SE-Matched(WS-Sec-Index) = 'N'
                 add 1 to isin-count in WS-In-Data
                 move WS-SE-FOKD(WS-Sec-Index)
                    to FOKD in isin-prices in WS-In-Data
                       (isin-count in WS-In-Data)
                 move WS-SE-Price(WS-Sec-Index)
                    to KRS-HDL in isin-prices in WS-In-Data
                       (isin-count in WS-In-Data)
              end-if
              add 1 to WS-Sec-Index
           end-perform.

      *    The source follows the variable-length table, so it is
      *    set only once the group's count is final.
           set PRICE-FROM-SECONDARY in WS-In-Data to true.

     ***************************************************************
       listFallbackGroup.
     ***************************************************************

           compute WS-Req-Id-Seq = WS-GROUP-COUNT + 1.
           perform varying isin-prices-index from 1 by 1
              until isin-prices-index > isin-count in WS-In-Data
              add 1 to WS-FALLBACK-COUNT
              move WS-Request-Id to D-Sdr-Request-Id
              move FOKD in isin-prices in WS-In-Data
                    (isin-prices-index)
                 to D-Sdr-Fokd
              move zero to D-Sdr-Primary
              move KRS-HDL in isin-prices in WS-In-Data
                    (isin-prices-index)
                 to D-Sdr-Secondary
              move zero to D-Sdr-Pct
              move 'SECONDARY ONLY' to D-Sdr-Action
              write KVTEST3BT-SDR-LINE from WS-Sdr-Detail-Line
           end-perform.

     ***************************************************************
       noteRunHistory.
