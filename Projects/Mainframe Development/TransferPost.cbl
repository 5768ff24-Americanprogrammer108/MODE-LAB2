       identification division.
       program-id. TransferPost.
      *Program Description: Inter-store merchandise transfers, run in
      *the nightly chain after ReceivingPost and ahead of
      *InventoryMovement. The stores key both halves of a transfer
      *into StoreTransfers.dat under one transfer number: an O
      *(transfer-out) line when the sending store ships - its
      *on-hand comes down and the units go onto the in-transit file
      *InTransit.dat - and an I (transfer-in) line when the
      *receiving store books the delivery - its on-hand goes up and
      *the in-transit line is closed. The feed is one-shot and
      *emptied after the run, the Corrections.dat convention; all
      *transfer-outs are applied before any transfer-in so a
      *transfer shipped and received the same day matches. The
      *report lists, by sending and receiving store, the transfers
      *still in transit after TRANSFER_TRANSIT_DAYS days (default 5)
      *and tonight's transfers received short (or over) against
      *what was shipped, plus any transfer line rejected outright,
      *which moves nothing.

       environment division.
       input-output section.
       file-control.
           select optional transfer-feed-file
           assign to "../data/StoreTransfers.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional transit-file
           assign to "../data/InTransit.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional onhand-file
           assign to "../data/OnHandPosition.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select sku-file
           assign to "../data/SKUMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select report-file
           assign dynamic ws-report-filename
           organization is line sequential
           file status is ws-io-status.

           select ctl-totals-file
           assign to "../data/ControlTotals.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional snapstamp-file
           assign dynamic ws-snapstamp-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *O = transfer-out keyed by the sending store, I = transfer-in
      *keyed by the receiving store; both carry the same number.
       fd transfer-feed-file
           data record is transfer-feed-rec
           record contains 43 characters.
       01 transfer-feed-rec.
         05 tf-type pic x(1).
           88 tf-out value "O".
           88 tf-in value "I".
         05 tf-number pic x(8).
         05 tf-from-store pic x(2).
         05 tf-to-store pic x(2).
         05 tf-sku pic x(15).
         05 tf-date pic 9(8).
         05 tf-qty pic 9(7).

      *shipped but not yet received, one line per transfer and sku.
       fd transit-file
           data record is transit-rec
           record contains 42 characters.
       01 transit-rec.
         05 it-number pic x(8).
         05 it-sku pic x(15).
         05 it-from-store pic x(2).
         05 it-to-store pic x(2).
         05 it-shipdate pic 9(8).
         05 it-shipped pic 9(7).

       fd onhand-file
           data record is onhand-rec
           record contains 25 characters.
       01 onhand-rec.
         05 oh-store pic x(2).
         05 oh-sku pic x(15).
         05 oh-qty pic s9(7) sign leading separate.

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd sku-file
           data record is sku-master-rec
           record contains 56 characters.
       01 sku-master-rec.
           05 sku-master-code pic x(15).
           05 sku-master-desc pic x(30).
           05 sku-master-dept pic x(4).
           05 sku-master-price pic 9(5)v99.

       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line pic x(132).

       fd ctl-totals-file
           data record is ctl-totals-line
           record contains 40 characters.
       01 ctl-totals-line.
           05 ctl-program pic x(15).
           05 ctl-metric pic x(15).
           05 ctl-count pic 9(7) value zero.
           05 filler pic x(3) value spaces.

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

      *run-date stamp of the pre-update snapshots taken below.
       fd snapstamp-file
           data record is snapstamp-rec
           record contains 8 characters.
       01 snapstamp-rec.
         05 bs-rundate pic 9(8).

       working-storage section.
       01 ws-feed-eof pic x value "n".
         88 ws-feed-yes value "y".
       01 ws-transit-eof pic x value "n".
         88 ws-transit-yes value "y".
       01 ws-onhand-eof pic x value "n".
         88 ws-onhand-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".

      *in-transit lines; status T = still in transit, R = received
      *in full tonight, S = received short, O = received over.
      *Only T lines are written back.
       01 ws-transit-count pic 9(5) value 0.
       01 ws-transit-table.
         05 ws-transit-entry occurs 10000 times
             indexed by ws-transit-idx.
           10 ws-it-number pic x(8).
           10 ws-it-sku pic x(15).
           10 ws-it-from-store pic x(2).
           10 ws-it-to-store pic x(2).
           10 ws-it-shipdate pic 9(8).
           10 ws-it-shipped pic 9(7).
           10 ws-it-received pic 9(7).
           10 ws-it-recvdate pic 9(8).
           10 ws-it-status pic x(1).
       01 ws-transit-found pic x value "n".
         88 ws-transit-is-found value "y".

       01 ws-onhand-count pic 9(5) value 0.
       01 ws-onhand-table.
         05 ws-onhand-entry occurs 20000 times
             indexed by ws-onhand-idx.
           10 ws-oh-store pic x(2).
           10 ws-oh-sku pic x(15).
           10 ws-oh-qty pic s9(7).
       01 ws-onhand-found pic x value "n".
         88 ws-onhand-is-found value "y".
       01 ws-onhand-overflow pic x value "n".
         88 ws-onhand-is-full value "y".

       01 ws-storename-count pic 99 value 0.
       01 ws-storename-table.
         05 ws-storename-entry occurs 50 times
             indexed by ws-storename-idx.
           10 ws-storename-number pic x(2) value spaces.
           10 ws-storename-name pic x(20) value spaces.
       01 ws-storename-found pic x value "n".
         88 ws-storename-is-found value "y".

       01 ws-skumaster-count pic 9(5) value 0.
       01 ws-skumaster-table.
         05 ws-skumaster-entry occurs 5000 times
             indexed by ws-skumaster-idx.
           10 ws-skumaster-code pic x(15) value spaces.
       01 ws-skumaster-found pic x value "n".
         88 ws-skumaster-is-found value "y".

      *the receiving-store loop of the report runs over its own
      *index so the sending store's stays put.
       01 ws-to-sub pic 99 value 0.

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-number pic x(8) value spaces.
       01 ws-reject-reason pic x(30) value spaces.
       01 ws-variance pic s9(7) value 0.
       01 ws-age-days pic s9(5) value 0.
       01 ws-pass pic x value space.
       01 ws-pair-lines pic 9(5) value 0.
       01 ws-from-name pic x(20) value spaces.
       01 ws-to-name pic x(20) value spaces.

       01 ws-transit-param pic x(3) value spaces.
       01 ws-transit-days pic 9(3) value 5.
       01 ws-run-int pic 9(8) value 0.

       01 ws-out-count pic 9(5) value 0.
       01 ws-out-units pic 9(9) value 0.
       01 ws-in-count pic 9(5) value 0.
       01 ws-in-units pic 9(9) value 0.
       01 ws-rejected-count pic 9(5) value 0.
       01 ws-short-count pic 9(5) value 0.
       01 ws-over-count pic 9(5) value 0.
       01 ws-overdue-count pic 9(5) value 0.
       01 ws-open-count pic 9(5) value 0.

       01 ws-heading pic x(60) value
           "INTER-STORE TRANSFERS".

       01 ws-reject-heading pic x(60) value
           "TRANSFER LINES REJECTED - NOT POSTED".

       01 ws-overdue-heading.
         05 filler pic x(35) value
             "TRANSFERS STILL IN TRANSIT AFTER   ".
         05 ws-oh-days pic zz9.
         05 filler pic x(5) value " DAYS".

       01 ws-short-heading pic x(60) value
           "TRANSFERS RECEIVED SHORT OR OVER TONIGHT".

       01 ws-column-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "TRANSFER ".
         05 filler pic x(16) value "SKU             ".
         05 filler pic x(9) value "SHIPPED  ".
         05 filler pic x(9) value "RECEIVED ".
         05 filler pic x(9) value "  SHIPPED".
         05 filler pic x(9) value " RECEIVED".
         05 filler pic x(9) value " VARIANCE".
         05 filler pic x(6) value "   AGE".

       01 ws-pair-header.
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "FROM ".
         05 ws-ph-from pic x(2).
         05 filler pic x(1) value space.
         05 ws-ph-from-name pic x(20).
         05 filler pic x(4) value " TO ".
         05 ws-ph-to pic x(2).
         05 filler pic x(1) value space.
         05 ws-ph-to-name pic x(20).

       01 ws-transfer-detail.
         05 filler pic x(4) value spaces.
         05 ws-td-number pic x(8).
         05 filler pic x(1) value space.
         05 ws-td-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-td-shipdate pic 9(8).
         05 filler pic x(1) value space.
         05 ws-td-recvdate pic x(8).
         05 filler pic x(1) value space.
         05 ws-td-shipped pic zzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-td-received pic zzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-td-variance pic -------9.
         05 filler pic x(1) value space.
         05 ws-td-age pic zzzz9.

       01 ws-reject-line.
         05 filler pic x(2) value spaces.
         05 ws-rj-image pic x(43).
         05 filler pic x(2) value spaces.
         05 ws-rj-reason pic x(30).

       01 ws-overflow-line pic x(60) value
           "** ON-HAND TABLE FULL - POSITION UPDATE INCOMPLETE **".

       01 ws-none-overdue pic x(40) value
           "  (no overdue transfers)".
       01 ws-none-short pic x(40) value
           "  (no short or over receipts)".

       01 ws-totals-line1.
         05 filler pic x(30) value "TRANSFER-OUT LINES POSTED:    ".
         05 ws-t1-count pic zzzzzzzz9.
         05 filler pic x(8) value "  UNITS ".
         05 ws-t1-units pic zzzzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "TRANSFER-IN LINES POSTED:     ".
         05 ws-t2-count pic zzzzzzzz9.
         05 filler pic x(8) value "  UNITS ".
         05 ws-t2-units pic zzzzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "TRANSFER LINES REJECTED:      ".
         05 ws-t3-count pic zzzzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "STILL IN TRANSIT / OVERDUE:   ".
         05 ws-t4-open pic zzzz9.
         05 filler pic x(3) value " / ".
         05 ws-t4-overdue pic zzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "RECEIVED SHORT / OVER:        ".
         05 ws-t5-short pic zzzz9.
         05 filler pic x(3) value " / ".
         05 ws-t5-over pic zzzz9.

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).
         05 filler pic x(110) value spaces.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(40) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(22) value "../data/TransferAging-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

      *the snapshot paragraph serves both ledgers this step moves.
       01 ws-snapstamp-filename pic x(40) value spaces.
       01 ws-snap-live pic x(40) value spaces.
       01 ws-snap-bak pic x(40) value spaces.

      *HISTORICAL_REPROCESS=Y marks a rerun over a file set staged
      *back from the archive: the run re-derives its reports but
      *must leave every live cumulative file untouched and consume
      *nothing one-shot.
       01 ws-historical-param pic x(5) value spaces.
       01 ws-historical pic x value "n".
         88 ws-is-historical value "y".

       01 ws-snap-eof pic x value "n".
         88 ws-snap-yes value "y".
       01 ws-snap-prior-date pic 9(8) value 0.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 012-load-skumaster.
           perform 020-load-transit.
           perform 025-load-onhand.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading
             before advancing 2 lines.

      *a historical reprocess is report-only: the live feed is
      *neither applied nor emptied and neither ledger moves.
           if not ws-is-historical
               move "O" to ws-pass
               perform 100-apply-transfers
               move "I" to ws-pass
               perform 100-apply-transfers
           end-if.
           perform 500-write-report.
           close exception-hub-file.
           if not ws-is-historical
               perform 600-rewrite-transit
               perform 650-rewrite-onhand
           end-if.
           perform 700-write-controltotals.

      *the feed is one-shot - empty it so a rerun does not move the
      *same stock twice.
           if not ws-is-historical
               open output transfer-feed-file
               close transfer-feed-file
           end-if.

           display "Transfer post finished".
           move 0 to return-code.

           accept ws-batch-mode from environment "BATCH_MODE".
           if ws-batch-mode not = "Y" and ws-batch-mode not = "y"
               accept return-code
           end-if.
           goback.

       005-load-rundate.
      *RUN_DATE is an optional YYYYMMDD environment variable, set by
      *BatchDriver so every step of one run dates its output files
      *the same way; a manual standalone run with RUN_DATE unset
      *falls back to today's date.
           accept ws-run-date-param from environment "RUN_DATE".
           if ws-run-date-param is numeric
               move ws-run-date-param to ws-run-date
           else
               move function current-date(1:8) to ws-run-date
           end-if.
           accept ws-historical-param from environment
             "HISTORICAL_REPROCESS".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.
           move ws-run-date to ws-report-filename-date.
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
      *keeps the plain file names so a normal night is unchanged,
      *later runs suffix every dated name with -Rnn.
           accept ws-run-seq-param from environment "RUN_SEQ".
           if ws-run-seq-param is numeric
             and ws-run-seq-param > "01"
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-report-filename-seq.

           accept ws-transit-param from environment
             "TRANSFER_TRANSIT_DAYS".
           if function trim(ws-transit-param) is numeric
             and function trim(ws-transit-param) > 0
               move function numval(ws-transit-param)
                 to ws-transit-days
           end-if.
           compute ws-run-int =
             function integer-of-date(ws-run-date).

       010-load-storelist.
           open input store-file.
           move "../data/StoreMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read store-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       add 1 to ws-storename-count
                       move store-master-number
                         to ws-storename-number(ws-storename-count)
                       move store-master-name
                         to ws-storename-name(ws-storename-count)
               end-read
           end-perform.
           close store-file.

       012-load-skumaster.
           open input sku-file.
           move "../data/SKUMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read sku-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-skumaster-count < 5000
                           add 1 to ws-skumaster-count
                           move sku-master-code to
                             ws-skumaster-code(ws-skumaster-count)
                       end-if
               end-read
           end-perform.
           close sku-file.

       020-load-transit.
           open input transit-file.
           move "../data/InTransit.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-transit-yes
               read transit-file
                   at end
                       move "y" to ws-transit-eof
                   not at end
                       if ws-transit-count < 10000
                           add 1 to ws-transit-count
                           set ws-transit-idx to ws-transit-count
                           move it-number
                             to ws-it-number(ws-transit-idx)
                           move it-sku to ws-it-sku(ws-transit-idx)
                           move it-from-store
                             to ws-it-from-store(ws-transit-idx)
                           move it-to-store
                             to ws-it-to-store(ws-transit-idx)
                           move it-shipdate
                             to ws-it-shipdate(ws-transit-idx)
                           move it-shipped
                             to ws-it-shipped(ws-transit-idx)
                           move 0 to ws-it-received(ws-transit-idx)
                           move 0 to ws-it-recvdate(ws-transit-idx)
                           move "T" to ws-it-status(ws-transit-idx)
                       end-if
               end-read
           end-perform.
           close transit-file.

       025-load-onhand.
           open input onhand-file.
           move "../data/OnHandPosition.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-onhand-yes
               read onhand-file
                   at end
                       move "y" to ws-onhand-eof
                   not at end
                       if ws-onhand-count < 20000
                           add 1 to ws-onhand-count
                           move oh-store
                             to ws-oh-store(ws-onhand-count)
                           move oh-sku
                             to ws-oh-sku(ws-onhand-count)
                           move oh-qty
                             to ws-oh-qty(ws-onhand-count)
                       else
                           move "y" to ws-onhand-overflow
                       end-if
               end-read
           end-perform.
           close onhand-file.

       100-apply-transfers.
      *two passes over the feed - every transfer-out first, then
      *every transfer-in - so a same-day delivery finds its line.
           move "n" to ws-feed-eof.
           open input transfer-feed-file.
           move "../data/StoreTransfers.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-feed-yes
               read transfer-feed-file
                   at end
                       move "y" to ws-feed-eof
                   not at end
                       perform 150-apply-one-transfer
               end-read
           end-perform.
           close transfer-feed-file.

       150-apply-one-transfer.
      *an unknown type is rejected once, on the first pass.
           if not tf-out and not tf-in
               if ws-pass = "O"
                   move "TYPE NOT O OR I" to ws-reject-reason
                   perform 290-reject-transfer
               end-if
               exit paragraph
           end-if.
           if tf-type not = ws-pass
               exit paragraph
           end-if.

           move spaces to ws-reject-reason.
           move tf-sku to ws-lookup-sku.
           move tf-number to ws-lookup-number.
           perform 370-find-sku.
           evaluate true
               when tf-number = spaces
                   move "TRANSFER NUMBER IS BLANK" to ws-reject-reason
               when tf-qty is not numeric or tf-date is not numeric
                   move "QTY OR DATE NOT NUMERIC"
                     to ws-reject-reason
               when tf-qty = 0
                   move "ZERO QUANTITY" to ws-reject-reason
               when tf-from-store = tf-to-store
                   move "FROM AND TO STORE THE SAME"
                     to ws-reject-reason
               when not ws-skumaster-is-found
                   move "SKU NOT ON MASTER" to ws-reject-reason
           end-evaluate.
           if ws-reject-reason = spaces
               move tf-from-store to ws-lookup-store
               perform 360-find-store
               if ws-storename-is-found
                   move tf-to-store to ws-lookup-store
                   perform 360-find-store
               end-if
               if not ws-storename-is-found
                   move "STORE NOT ON MASTER" to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               perform 350-find-transit
               evaluate true
                   when tf-out and ws-transit-is-found
                       move "DUPLICATE TRANSFER-OUT"
                         to ws-reject-reason
                   when tf-in and not ws-transit-is-found
                       move "NO TRANSFER-OUT IN TRANSIT"
                         to ws-reject-reason
                   when tf-in
                     and (ws-it-from-store(ws-transit-idx)
                       not = tf-from-store
                       or ws-it-to-store(ws-transit-idx)
                       not = tf-to-store)
                       move "STORES NOT AS SHIPPED"
                         to ws-reject-reason
               end-evaluate
           end-if.
           if ws-reject-reason not = spaces
               perform 290-reject-transfer
               exit paragraph
           end-if.

           if tf-out
               perform 200-post-transfer-out
           else
               perform 250-post-transfer-in
           end-if.

       200-post-transfer-out.
           if ws-transit-count < 10000
               add 1 to ws-transit-count
               set ws-transit-idx to ws-transit-count
               move tf-number to ws-it-number(ws-transit-idx)
               move tf-sku to ws-it-sku(ws-transit-idx)
               move tf-from-store to ws-it-from-store(ws-transit-idx)
               move tf-to-store to ws-it-to-store(ws-transit-idx)
               move tf-date to ws-it-shipdate(ws-transit-idx)
               move tf-qty to ws-it-shipped(ws-transit-idx)
               move 0 to ws-it-received(ws-transit-idx)
               move 0 to ws-it-recvdate(ws-transit-idx)
               move "T" to ws-it-status(ws-transit-idx)
           else
               move "IN-TRANSIT FILE FULL" to ws-reject-reason
               perform 290-reject-transfer
               exit paragraph
           end-if.
           add 1 to ws-out-count.
           add tf-qty to ws-out-units.
           move tf-from-store to ws-lookup-store.
           perform 340-find-onhand.
           if ws-onhand-is-found
               subtract tf-qty from ws-oh-qty(ws-onhand-idx)
           end-if.

       250-post-transfer-in.
      *one transfer-in closes the line: whatever did not arrive is
      *the sending store's to chase, not left hanging in transit.
           add 1 to ws-in-count.
           add tf-qty to ws-in-units.
           move tf-qty to ws-it-received(ws-transit-idx).
           move tf-date to ws-it-recvdate(ws-transit-idx).
           compute ws-variance = tf-qty - ws-it-shipped(ws-transit-idx).
           evaluate true
               when ws-variance < 0
                   move "S" to ws-it-status(ws-transit-idx)
                   add 1 to ws-short-count
                   perform 280-hub-variance
               when ws-variance > 0
                   move "O" to ws-it-status(ws-transit-idx)
                   add 1 to ws-over-count
                   perform 280-hub-variance
               when other
                   move "R" to ws-it-status(ws-transit-idx)
           end-evaluate.
           move tf-to-store to ws-lookup-store.
           perform 340-find-onhand.
           if ws-onhand-is-found
               add tf-qty to ws-oh-qty(ws-onhand-idx)
           end-if.

       280-hub-variance.
           move "TRANSFERS" to eh-source.
           move "M" to eh-severity.
           move tf-to-store to eh-store.
           move spaces to eh-text.
           if ws-variance < 0
               string "RECEIVED SHORT " tf-number " " tf-sku
                      " FROM " tf-from-store
                 delimited by size into eh-text
           else
               string "RECEIVED OVER " tf-number " " tf-sku
                      " FROM " tf-from-store
                 delimited by size into eh-text
           end-if.
           write exception-hub-rec.

       290-reject-transfer.
           if ws-rejected-count = 0
               write report-line from ws-reject-heading
           end-if.
           add 1 to ws-rejected-count.
           move transfer-feed-rec to ws-rj-image.
           move ws-reject-reason to ws-rj-reason.
           write report-line from ws-reject-line.
           move "TRANSFERS" to eh-source.
           move "M" to eh-severity.
           if tf-in
               move tf-to-store to eh-store
           else
               move tf-from-store to eh-store
           end-if.
           move spaces to eh-text.
           string "REJECTED " tf-number " " tf-sku " "
                  ws-reject-reason
             delimited by size into eh-text.
           write exception-hub-rec.

       340-find-onhand.
           move "n" to ws-onhand-found.
           set ws-onhand-idx to 1.
           search ws-onhand-entry
               at end
                   move "n" to ws-onhand-found
               when ws-oh-store(ws-onhand-idx) = ws-lookup-store
                 and ws-oh-sku(ws-onhand-idx) = ws-lookup-sku
                   move "y" to ws-onhand-found
           end-search.

           if not ws-onhand-is-found
               if ws-onhand-count < 20000
                   add 1 to ws-onhand-count
                   move ws-lookup-store
                     to ws-oh-store(ws-onhand-count)
                   move ws-lookup-sku to ws-oh-sku(ws-onhand-count)
                   move 0 to ws-oh-qty(ws-onhand-count)
                   set ws-onhand-idx to ws-onhand-count
                   move "y" to ws-onhand-found
               else
                   move "y" to ws-onhand-overflow
               end-if
           end-if.

       350-find-transit.
      *a closed line (received tonight) is still found, so a second
      *transfer-in for it is rejected as having nothing in transit
      *rather than posted twice.
           move "n" to ws-transit-found.
           set ws-transit-idx to 1.
           search ws-transit-entry
               at end
                   move "n" to ws-transit-found
               when ws-it-number(ws-transit-idx) = ws-lookup-number
                 and ws-it-sku(ws-transit-idx) = ws-lookup-sku
                   move "y" to ws-transit-found
           end-search.
           if ws-transit-is-found and tf-in
             and ws-it-status(ws-transit-idx) not = "T"
               move "n" to ws-transit-found
           end-if.

       360-find-store.
           move "n" to ws-storename-found.
           set ws-storename-idx to 1.
           search ws-storename-entry
               at end
                   move "n" to ws-storename-found
               when ws-storename-number(ws-storename-idx)
                 = ws-lookup-store
                   move "y" to ws-storename-found
           end-search.

       370-find-sku.
           move "n" to ws-skumaster-found.
           set ws-skumaster-idx to 1.
           search ws-skumaster-entry
               at end
                   move "n" to ws-skumaster-found
               when ws-skumaster-code(ws-skumaster-idx)
                 = ws-lookup-sku
                   move "y" to ws-skumaster-found
           end-search.

       500-write-report.
           if ws-rejected-count > 0
               move spaces to report-line
               write report-line
           end-if.
           if ws-onhand-is-full
               write report-line from ws-overflow-line
           end-if.

           move ws-transit-days to ws-oh-days.
           write report-line from ws-overdue-heading.
           write report-line from ws-column-heading.
           move "T" to ws-pass.
           perform 510-write-from-store
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-overdue-count = 0
               write report-line from ws-none-overdue
           end-if.

           move spaces to report-line.
           write report-line.
           write report-line from ws-short-heading.
           write report-line from ws-column-heading.
           move "S" to ws-pass.
           perform 510-write-from-store
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-short-count + ws-over-count = 0
               write report-line from ws-none-short
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-out-count to ws-t1-count.
           move ws-out-units to ws-t1-units.
           write report-line from ws-totals-line1.
           move ws-in-count to ws-t2-count.
           move ws-in-units to ws-t2-units.
           write report-line from ws-totals-line2.
           move ws-rejected-count to ws-t3-count.
           write report-line from ws-totals-line3.
           move 0 to ws-open-count.
           perform varying ws-transit-idx from 1 by 1
             until ws-transit-idx > ws-transit-count
               if ws-it-status(ws-transit-idx) = "T"
                   add 1 to ws-open-count
               end-if
           end-perform.
           move ws-open-count to ws-t4-open.
           move ws-overdue-count to ws-t4-overdue.
           write report-line from ws-totals-line4.
           move ws-short-count to ws-t5-short.
           move ws-over-count to ws-t5-over.
           write report-line from ws-totals-line5.
           close report-file.

       510-write-from-store.
           move ws-storename-name(ws-storename-idx) to ws-from-name.
           perform 520-write-store-pair
             varying ws-to-sub from 1 by 1
             until ws-to-sub > ws-storename-count.

       520-write-store-pair.
      *pass T prints the overdue in-transit lines, pass S the lines
      *received short or over tonight.
           move 0 to ws-pair-lines.
           move ws-storename-name(ws-to-sub) to ws-to-name.
           perform varying ws-transit-idx from 1 by 1
             until ws-transit-idx > ws-transit-count
               if ws-it-from-store(ws-transit-idx)
                 = ws-storename-number(ws-storename-idx)
                 and ws-it-to-store(ws-transit-idx)
                 = ws-storename-number(ws-to-sub)
                   perform 530-check-transfer-line
               end-if
           end-perform.

       530-check-transfer-line.
           compute ws-age-days = ws-run-int
             - function integer-of-date(ws-it-shipdate(ws-transit-idx)).
           if ws-pass = "T"
               if ws-it-status(ws-transit-idx) not = "T"
                 or ws-age-days <= ws-transit-days
                   exit paragraph
               end-if
               add 1 to ws-overdue-count
           else
               if ws-it-status(ws-transit-idx) not = "S"
                 and ws-it-status(ws-transit-idx) not = "O"
                   exit paragraph
               end-if
           end-if.
           if ws-pair-lines = 0
               move ws-storename-number(ws-storename-idx) to ws-ph-from
               move ws-from-name to ws-ph-from-name
               move ws-storename-number(ws-to-sub) to ws-ph-to
               move ws-to-name to ws-ph-to-name
               write report-line from ws-pair-header
           end-if.
           add 1 to ws-pair-lines.
           move ws-it-number(ws-transit-idx) to ws-td-number.
           move ws-it-sku(ws-transit-idx) to ws-td-sku.
           move ws-it-shipdate(ws-transit-idx) to ws-td-shipdate.
           if ws-it-recvdate(ws-transit-idx) = 0
               move spaces to ws-td-recvdate
           else
               move ws-it-recvdate(ws-transit-idx) to ws-td-recvdate
           end-if.
           move ws-it-shipped(ws-transit-idx) to ws-td-shipped.
           move ws-it-received(ws-transit-idx) to ws-td-received.
           compute ws-variance = ws-it-received(ws-transit-idx)
             - ws-it-shipped(ws-transit-idx).
           move ws-variance to ws-td-variance.
           move ws-age-days to ws-td-age.
           write report-line from ws-transfer-detail.
           if ws-pass = "T"
               move "TRANSFERS" to eh-source
               move "L" to eh-severity
               move ws-it-from-store(ws-transit-idx) to eh-store
               move spaces to eh-text
               string "IN TRANSIT OVERDUE " ws-it-number(ws-transit-idx)
                      " " ws-it-sku(ws-transit-idx)
                      " TO " ws-it-to-store(ws-transit-idx)
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.

       590-snapshot-ledger.
      *pre-update snapshot, stamped with the run date that took it:
      *the rerun back-out restores this copy so a redone day starts
      *from the state before the run being replaced - and leaves
      *the ledger alone when the snapshot belongs to another date,
      *because that run never got this far.
      *a supplemental or rerun pass must not overwrite the first
      *snapshot of the date: the rerun restore point is the state
      *before the date's FIRST run, which is what the existing
      *stamp protects. The on-hand stamp is shared with the other
      *steps that move on-hand, so whichever runs first takes the
      *day's copy.
           move 0 to ws-snap-prior-date.
           move "n" to ws-snap-eof.
           open input snapstamp-file.
           perform until ws-snap-yes
               read snapstamp-file
                   at end
                       move "y" to ws-snap-eof
                   not at end
                       if bs-rundate is numeric
                           move bs-rundate to ws-snap-prior-date
                       end-if
               end-read
           end-perform.
           close snapstamp-file.
           if ws-snap-prior-date = ws-run-date
               exit paragraph
           end-if.
           call "CBL_COPY_FILE"
             using ws-snap-live, ws-snap-bak.
           if return-code = 0
               open output snapstamp-file
               move ws-run-date to bs-rundate
               write snapstamp-rec
               close snapstamp-file
           else
               call "CBL_DELETE_FILE"
                 using ws-snapstamp-filename
           end-if.
           move 0 to return-code.

       600-rewrite-transit.
           move "../data/InTransit.dat" to ws-snap-live.
           move "../data/InTransit.bak" to ws-snap-bak.
           move "../data/InTransit.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open output transit-file.
           move "../data/InTransit.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-transit-idx from 1 by 1
             until ws-transit-idx > ws-transit-count
               if ws-it-status(ws-transit-idx) = "T"
                   move ws-it-number(ws-transit-idx) to it-number
                   move ws-it-sku(ws-transit-idx) to it-sku
                   move ws-it-from-store(ws-transit-idx)
                     to it-from-store
                   move ws-it-to-store(ws-transit-idx) to it-to-store
                   move ws-it-shipdate(ws-transit-idx) to it-shipdate
                   move ws-it-shipped(ws-transit-idx) to it-shipped
                   write transit-rec
               end-if
           end-perform.
           close transit-file.

       650-rewrite-onhand.
           move "../data/OnHandPosition.dat" to ws-snap-live.
           move "../data/OnHandPosition.bak" to ws-snap-bak.
           move "../data/OnHandPosition.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open output onhand-file.
           move "../data/OnHandPosition.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-onhand-idx from 1 by 1
             until ws-onhand-idx > ws-onhand-count
               move ws-oh-store(ws-onhand-idx) to oh-store
               move ws-oh-sku(ws-onhand-idx) to oh-sku
               move ws-oh-qty(ws-onhand-idx) to oh-qty
               write onhand-rec
           end-perform.
           close onhand-file.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "TRANSFERS" to ctl-program.
           move "TRANSFERS OUT" to ctl-metric.
           move ws-out-count to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "TRANSFERS" to ctl-program.
           move "TRANSFERS IN" to ctl-metric.
           move ws-in-count to ctl-count.
           write ctl-totals-line.
           close ctl-totals-file.

       900-checkfilestatus.
      *"00" is success, "04" a record longer than this program's
      *layout (a newer trailing field this reader does not use),
      *"05" an optional file that was not there and "10" end of
      *file - anything else is an operator problem: name the file,
      *say what happened, and hand BatchDriver a return code that
      *says which kind of failure it was (12 = file missing, 16 =
      *other I/O error).
           if ws-io-status = "00" or ws-io-status = "04"
             or ws-io-status = "05"
             or ws-io-status = "10"
               continue
           else
               display "FILE ERROR: " ws-io-filename
                 " STATUS " ws-io-status
               if ws-io-status = "35"
                   move 12 to return-code
               else
                   move 16 to return-code
               end-if
               goback
           end-if.

       end program TransferPost.
