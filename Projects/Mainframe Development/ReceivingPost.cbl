       identification division.
       program-id. ReceivingPost.
      *Program Description: Purchase orders and store receiving,
      *run in the nightly chain ahead of InventoryMovement. New and
      *changed purchase order lines from purchasing arrive in
      *POFeed.dat (PO number, store, vendor, sku, order date, units
      *ordered - a line for an existing PO/sku replaces its ordered
      *quantity, zero cancels it) and are folded into the cumulative
      *PurchaseOrders.dat. The stores' receiving transactions arrive
      *in StoreReceipts.dat; every good receipt is posted into
      *OnHandPosition.dat - goods on the shelf are on hand whether
      *or not anyone raised a PO for them - and is checked against
      *what is still open on its PO line. Both feeds are one-shot
      *and emptied after the run, the Corrections.dat convention.
      *The discrepancy report lists over-receipts, short receipts
      *and receipts with no matching PO by store and vendor, plus
      *any receipt rejected outright (unknown store or sku, bad
      *quantity), which posts nothing.

       environment division.
       input-output section.
       file-control.
           select optional po-feed-file
           assign to "../data/POFeed.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional po-file
           assign to "../data/PurchaseOrders.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional receipt-file
           assign to "../data/StoreReceipts.dat"
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

           select optional vendor-file
           assign to "../data/VendorMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional sku-vendor-file
           assign to "../data/SKUVendors.dat"
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

       fd po-feed-file
           data record is po-feed-rec
           record contains 46 characters.
       01 po-feed-rec.
         05 pf-number pic x(8).
         05 pf-store pic x(2).
         05 pf-vendor pic x(6).
         05 pf-sku pic x(15).
         05 pf-orderdate pic 9(8).
         05 pf-qty pic 9(7).

      *one line per PO line: the ordered quantity, what the store
      *has received against it so far, and O = open, C = received
      *in full, X = cancelled.
       fd po-file
           data record is po-rec
           record contains 62 characters.
       01 po-rec.
         05 po-number pic x(8).
         05 po-store pic x(2).
         05 po-vendor pic x(6).
         05 po-sku pic x(15).
         05 po-orderdate pic 9(8).
         05 po-qty pic 9(7).
         05 po-received pic 9(7).
         05 po-status pic x(1).
         05 po-lastrecv pic 9(8).

      *store receiving transactions - PO number spaces when the
      *delivery came in with no paperwork; the vendor is then taken
      *from the delivery note or, failing that, the sku's link.
       fd receipt-file
           data record is receipt-rec
           record contains 46 characters.
       01 receipt-rec.
         05 rc-store pic x(2).
         05 rc-po pic x(8).
         05 rc-sku pic x(15).
         05 rc-vendor pic x(6).
         05 rc-date pic 9(8).
         05 rc-qty pic 9(7).

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

       fd vendor-file
           data record is vendor-master-rec
           record contains 57 characters.
       01 vendor-master-rec.
         05 vm-vendor pic x(6).
         05 vm-name pic x(30).
         05 vm-contact pic x(20).
         05 vm-status pic x(1).

       fd sku-vendor-file
           data record is sku-vendor-rec
           record contains 21 characters.
       01 sku-vendor-rec.
         05 sv-sku pic x(15).
         05 sv-vendor pic x(6).

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
       01 ws-po-eof pic x value "n".
         88 ws-po-yes value "y".
       01 ws-receipt-eof pic x value "n".
         88 ws-receipt-yes value "y".
       01 ws-onhand-eof pic x value "n".
         88 ws-onhand-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".

       01 ws-po-count pic 9(5) value 0.
       01 ws-po-table.
         05 ws-po-entry occurs 10000 times
             indexed by ws-po-idx.
           10 ws-po-number pic x(8).
           10 ws-po-store pic x(2).
           10 ws-po-vendor pic x(6).
           10 ws-po-sku pic x(15).
           10 ws-po-orderdate pic 9(8).
           10 ws-po-qty pic 9(7).
           10 ws-po-received pic 9(7).
           10 ws-po-status pic x(1).
           10 ws-po-lastrecv pic 9(8).
       01 ws-po-found pic x value "n".
         88 ws-po-is-found value "y".

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

       01 ws-vendor-count pic 9(4) value 0.
       01 ws-vendor-table.
         05 ws-vendor-entry occurs 1000 times
             indexed by ws-vendor-idx.
           10 ws-vend-number pic x(6).
           10 ws-vend-name pic x(30).
       01 ws-vendor-found pic x value "n".
         88 ws-vendor-is-found value "y".

       01 ws-skuvendor-count pic 9(5) value 0.
       01 ws-skuvendor-table.
         05 ws-skuvendor-entry occurs 5000 times
             indexed by ws-skuvendor-idx.
           10 ws-skuvendor-sku pic x(15).
           10 ws-skuvendor-vendor pic x(6).
       01 ws-skuvendor-found pic x value "n".
         88 ws-skuvendor-is-found value "y".

      *discrepancies found this run, printed by store and vendor.
       01 ws-disc-count pic 9(5) value 0.
       01 ws-disc-table.
         05 ws-disc-entry occurs 5000 times
             indexed by ws-disc-idx.
           10 ws-dc-store pic x(2).
           10 ws-dc-vendor pic x(6).
           10 ws-dc-po pic x(8).
           10 ws-dc-sku pic x(15).
           10 ws-dc-date pic 9(8).
           10 ws-dc-ordered pic 9(7).
           10 ws-dc-prior pic 9(7).
           10 ws-dc-received pic 9(7).
           10 ws-dc-variance pic s9(7).
           10 ws-dc-type pic x(12).
           10 ws-dc-printed pic x(1).

      *vendors met in one store's discrepancies, in first-seen order.
       01 ws-storevend-count pic 9(4) value 0.
       01 ws-storevend-table.
         05 ws-storevend-entry occurs 1000 times
             indexed by ws-storevend-idx.
           10 ws-storevend-vendor pic x(6).
       01 ws-storevend-found pic x value "n".
         88 ws-storevend-is-found value "y".

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-po pic x(8) value spaces.
       01 ws-rcpt-vendor pic x(6) value spaces.
       01 ws-remaining pic s9(7) value 0.
       01 ws-variance pic s9(7) value 0.
       01 ws-reject-reason pic x(30) value spaces.
       01 ws-sub pic 9(5) value 0.
       01 ws-store-disc-lines pic 9(5) value 0.

       01 ws-feed-count pic 9(5) value 0.
       01 ws-feed-added pic 9(5) value 0.
       01 ws-feed-changed pic 9(5) value 0.
       01 ws-feed-rejected pic 9(5) value 0.
       01 ws-receipt-count pic 9(7) value 0.
       01 ws-units-received pic 9(9) value 0.
       01 ws-receipt-rejected pic 9(5) value 0.
       01 ws-over-count pic 9(5) value 0.
       01 ws-short-count pic 9(5) value 0.
       01 ws-nopo-count pic 9(5) value 0.

       01 ws-heading pic x(60) value
           "STORE RECEIVING DISCREPANCIES BY STORE AND VENDOR".

       01 ws-feed-heading pic x(60) value
           "PURCHASE ORDER FEED REJECTS".

       01 ws-reject-heading pic x(60) value
           "RECEIPTS REJECTED - NOT POSTED".

       01 ws-column-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "PO       ".
         05 filler pic x(16) value "SKU             ".
         05 filler pic x(9) value "RECEIVED ".
         05 filler pic x(9) value "  ORDERED".
         05 filler pic x(9) value "    PRIOR".
         05 filler pic x(9) value "  THIS RC".
         05 filler pic x(9) value " VARIANCE".
         05 filler pic x(2) value spaces.
         05 filler pic x(12) value "TYPE".

       01 ws-store-header.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(3) value " - ".
         05 ws-sh-name pic x(20).

       01 ws-vendor-header.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "VENDOR ".
         05 ws-vh-number pic x(6).
         05 filler pic x(3) value " - ".
         05 ws-vh-name pic x(30).

       01 ws-disc-detail.
         05 filler pic x(4) value spaces.
         05 ws-dd-po pic x(8).
         05 filler pic x(1) value space.
         05 ws-dd-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-dd-date pic 9(8).
         05 filler pic x(1) value space.
         05 ws-dd-ordered pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-dd-prior pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-dd-received pic zzzzzz9.
         05 filler pic x(1) value space.
         05 ws-dd-variance pic -------9.
         05 filler pic x(2) value spaces.
         05 ws-dd-type pic x(12).

       01 ws-reject-line.
         05 filler pic x(2) value spaces.
         05 ws-rj-image pic x(46).
         05 filler pic x(2) value spaces.
         05 ws-rj-reason pic x(30).

       01 ws-overflow-line pic x(60) value
           "** ON-HAND TABLE FULL - POSITION UPDATE INCOMPLETE **".

       01 ws-none-line pic x(40) value
           "  (no receiving discrepancies)".

       01 ws-totals-line1.
         05 filler pic x(30) value "PO LINES ADDED:               ".
         05 ws-t1-count pic zzzzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "PO LINES CHANGED/CANCELLED:   ".
         05 ws-t2-count pic zzzzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "RECEIPTS POSTED:              ".
         05 ws-t3-count pic zzzzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "UNITS POSTED TO ON-HAND:      ".
         05 ws-t4-count pic zzzzzzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "RECEIPTS REJECTED:            ".
         05 ws-t5-count pic zzzzzzzz9.
       01 ws-totals-line6.
         05 filler pic x(30) value "OVER / SHORT / NO PO:         ".
         05 ws-t6-over pic zzzz9.
         05 filler pic x(3) value " / ".
         05 ws-t6-short pic zzzz9.
         05 filler pic x(3) value " / ".
         05 ws-t6-nopo pic zzzz9.

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
         05 filler pic x(29) value "../data/ReceivingDiscrepancy-".
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
           perform 014-load-vendors.
           perform 016-load-skuvendors.
           perform 020-load-pos.
           perform 025-load-onhand.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.

      *a historical reprocess is report-only: the live feeds are
      *neither applied nor emptied and neither ledger moves.
           if not ws-is-historical
               perform 100-apply-po-feed
               perform 200-post-receipts
           end-if.
           perform 500-write-report.
           close exception-hub-file.
           if not ws-is-historical
               perform 600-rewrite-pos
               perform 650-rewrite-onhand
           end-if.
           perform 700-write-controltotals.

      *both feeds are one-shot - empty them so a rerun does not
      *post the same deliveries twice.
           if not ws-is-historical
               open output po-feed-file
               close po-feed-file
               open output receipt-file
               close receipt-file
           end-if.

           display "Receiving post finished".
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

       014-load-vendors.
           open input vendor-file.
           move "../data/VendorMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read vendor-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-vendor-count < 1000
                           add 1 to ws-vendor-count
                           move vm-vendor
                             to ws-vend-number(ws-vendor-count)
                           move vm-name
                             to ws-vend-name(ws-vendor-count)
                       end-if
               end-read
           end-perform.
           close vendor-file.

       016-load-skuvendors.
           open input sku-vendor-file.
           move "../data/SKUVendors.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read sku-vendor-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-skuvendor-count < 5000
                           add 1 to ws-skuvendor-count
                           move sv-sku
                             to ws-skuvendor-sku(ws-skuvendor-count)
                           move sv-vendor
                             to ws-skuvendor-vendor(ws-skuvendor-count)
                       end-if
               end-read
           end-perform.
           close sku-vendor-file.

       020-load-pos.
           open input po-file.
           move "../data/PurchaseOrders.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-po-yes
               read po-file
                   at end
                       move "y" to ws-po-eof
                   not at end
                       if ws-po-count < 10000
                           add 1 to ws-po-count
                           move po-rec to ws-po-entry(ws-po-count)
                       end-if
               end-read
           end-perform.
           close po-file.

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

       100-apply-po-feed.
           open input po-feed-file.
           move "../data/POFeed.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-feed-yes
               read po-feed-file
                   at end
                       move "y" to ws-feed-eof
                   not at end
                       add 1 to ws-feed-count
                       perform 150-apply-one-poline
               end-read
           end-perform.
           close po-feed-file.

       150-apply-one-poline.
           move spaces to ws-reject-reason.
           move pf-store to ws-lookup-store.
           move pf-sku to ws-lookup-sku.
           move pf-number to ws-lookup-po.
           perform 360-find-store.
           perform 370-find-sku.
           evaluate true
               when pf-number = spaces
                   move "PO NUMBER IS BLANK" to ws-reject-reason
               when pf-qty is not numeric
                 or pf-orderdate is not numeric
                   move "QUANTITY OR DATE NOT NUMERIC"
                     to ws-reject-reason
               when not ws-storename-is-found
                   move "STORE NOT ON MASTER" to ws-reject-reason
               when not ws-skumaster-is-found
                   move "SKU NOT ON MASTER" to ws-reject-reason
           end-evaluate.
           if ws-reject-reason = spaces
               move pf-vendor to ws-rcpt-vendor
               perform 380-find-vendor
               if not ws-vendor-is-found
                   move "VENDOR NOT ON MASTER" to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason not = spaces
               if ws-feed-rejected = 0
                   write report-line from ws-feed-heading
               end-if
               add 1 to ws-feed-rejected
               move po-feed-rec to ws-rj-image
               move ws-reject-reason to ws-rj-reason
               write report-line from ws-reject-line
               exit paragraph
           end-if.

           perform 350-find-poline.
           if ws-po-is-found
               move pf-qty to ws-po-qty(ws-po-idx)
               move pf-orderdate to ws-po-orderdate(ws-po-idx)
               move pf-vendor to ws-po-vendor(ws-po-idx)
               evaluate true
                   when pf-qty = 0
                       move "X" to ws-po-status(ws-po-idx)
                   when ws-po-received(ws-po-idx) >= pf-qty
                       move "C" to ws-po-status(ws-po-idx)
                   when other
                       move "O" to ws-po-status(ws-po-idx)
               end-evaluate
               add 1 to ws-feed-changed
           else
               if ws-po-count < 10000
                   add 1 to ws-po-count
                   move pf-number to ws-po-number(ws-po-count)
                   move pf-store to ws-po-store(ws-po-count)
                   move pf-vendor to ws-po-vendor(ws-po-count)
                   move pf-sku to ws-po-sku(ws-po-count)
                   move pf-orderdate to ws-po-orderdate(ws-po-count)
                   move pf-qty to ws-po-qty(ws-po-count)
                   move 0 to ws-po-received(ws-po-count)
                   move "O" to ws-po-status(ws-po-count)
                   move 0 to ws-po-lastrecv(ws-po-count)
                   add 1 to ws-feed-added
               end-if
           end-if.

       200-post-receipts.
           open input receipt-file.
           move "../data/StoreReceipts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-receipt-yes
               read receipt-file
                   at end
                       move "y" to ws-receipt-eof
                   not at end
                       perform 250-post-one-receipt
               end-read
           end-perform.
           close receipt-file.

       250-post-one-receipt.
           move spaces to ws-reject-reason.
           move rc-store to ws-lookup-store.
           move rc-sku to ws-lookup-sku.
           move rc-po to ws-lookup-po.
           perform 360-find-store.
           perform 370-find-sku.
           evaluate true
               when rc-qty is not numeric or rc-date is not numeric
                   move "QUANTITY OR DATE NOT NUMERIC"
                     to ws-reject-reason
               when rc-qty = 0
                   move "ZERO QUANTITY RECEIVED" to ws-reject-reason
               when not ws-storename-is-found
                   move "STORE NOT ON MASTER" to ws-reject-reason
               when not ws-skumaster-is-found
                   move "SKU NOT ON MASTER" to ws-reject-reason
           end-evaluate.
           if ws-reject-reason not = spaces
               add 1 to ws-receipt-rejected
               perform 290-reject-receipt
               exit paragraph
           end-if.

           add 1 to ws-receipt-count.
           add rc-qty to ws-units-received.
           perform 340-find-onhand.
           if ws-onhand-is-found
               add rc-qty to ws-oh-qty(ws-onhand-idx)
           end-if.

      *the PO line has to be this store's line for this sku - a
      *delivery against another store's PO is a no-PO receipt here.
           move "n" to ws-po-found.
           if rc-po not = spaces
               perform 350-find-poline
           end-if.
           if not ws-po-is-found
               move rc-vendor to ws-rcpt-vendor
               if ws-rcpt-vendor = spaces
                   perform 390-find-sku-vendor
               end-if
               perform 270-add-discrepancy
               move 0 to ws-dc-ordered(ws-disc-count)
               move 0 to ws-dc-prior(ws-disc-count)
               move rc-qty to ws-variance
               move ws-variance to ws-dc-variance(ws-disc-count)
               move "NO PO" to ws-dc-type(ws-disc-count)
               add 1 to ws-nopo-count
               perform 280-hub-discrepancy
               exit paragraph
           end-if.

           move ws-po-vendor(ws-po-idx) to ws-rcpt-vendor.
           if ws-po-status(ws-po-idx) = "X"
               move 0 to ws-remaining
           else
               compute ws-remaining =
                 ws-po-qty(ws-po-idx) - ws-po-received(ws-po-idx)
           end-if.
           if ws-remaining < 0
               move 0 to ws-remaining
           end-if.
           compute ws-variance = rc-qty - ws-remaining.
           if ws-variance not = 0
               perform 270-add-discrepancy
               move ws-po-qty(ws-po-idx)
                 to ws-dc-ordered(ws-disc-count)
               move ws-po-received(ws-po-idx)
                 to ws-dc-prior(ws-disc-count)
               move ws-variance to ws-dc-variance(ws-disc-count)
               if ws-variance > 0
                   move "OVER" to ws-dc-type(ws-disc-count)
                   add 1 to ws-over-count
                   perform 280-hub-discrepancy
               else
                   move "SHORT" to ws-dc-type(ws-disc-count)
                   add 1 to ws-short-count
               end-if
           end-if.
           add rc-qty to ws-po-received(ws-po-idx).
           move rc-date to ws-po-lastrecv(ws-po-idx).
           if ws-po-status(ws-po-idx) = "O"
             and ws-po-received(ws-po-idx) >= ws-po-qty(ws-po-idx)
               move "C" to ws-po-status(ws-po-idx)
           end-if.

       270-add-discrepancy.
           if ws-disc-count < 5000
               add 1 to ws-disc-count
               move rc-store to ws-dc-store(ws-disc-count)
               move ws-rcpt-vendor to ws-dc-vendor(ws-disc-count)
               move rc-po to ws-dc-po(ws-disc-count)
               move rc-sku to ws-dc-sku(ws-disc-count)
               move rc-date to ws-dc-date(ws-disc-count)
               move rc-qty to ws-dc-received(ws-disc-count)
               move "n" to ws-dc-printed(ws-disc-count)
           end-if.

       280-hub-discrepancy.
           move "RECEIVING" to eh-source.
           move "M" to eh-severity.
           move rc-store to eh-store.
           move spaces to eh-text.
           string ws-dc-type(ws-disc-count) delimited by "  "
                  " - RECEIPT PO " rc-po
                  " SKU " rc-sku
                  " VENDOR " ws-rcpt-vendor
             delimited by size into eh-text.
           write exception-hub-rec.

       290-reject-receipt.
           if ws-receipt-rejected = 1
               write report-line from ws-reject-heading
           end-if.
           move receipt-rec to ws-rj-image.
           move ws-reject-reason to ws-rj-reason.
           write report-line from ws-reject-line.
           move "RECEIVING" to eh-source.
           move "M" to eh-severity.
           move rc-store to eh-store.
           move spaces to eh-text.
           string "RECEIPT REJECTED " rc-po " " rc-sku " "
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

       350-find-poline.
           move "n" to ws-po-found.
           set ws-po-idx to 1.
           search ws-po-entry
               at end
                   move "n" to ws-po-found
               when ws-po-number(ws-po-idx) = ws-lookup-po
                 and ws-po-sku(ws-po-idx) = ws-lookup-sku
                 and ws-po-store(ws-po-idx) = ws-lookup-store
                   move "y" to ws-po-found
           end-search.

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

       380-find-vendor.
           move "n" to ws-vendor-found.
           set ws-vendor-idx to 1.
           search ws-vendor-entry
               at end
                   move "n" to ws-vendor-found
               when ws-vend-number(ws-vendor-idx) = ws-rcpt-vendor
                   move "y" to ws-vendor-found
           end-search.

       390-find-sku-vendor.
           move "n" to ws-skuvendor-found.
           set ws-skuvendor-idx to 1.
           search ws-skuvendor-entry
               at end
                   move "n" to ws-skuvendor-found
               when ws-skuvendor-sku(ws-skuvendor-idx)
                 = ws-lookup-sku
                   move "y" to ws-skuvendor-found
           end-search.
           if ws-skuvendor-is-found
               move ws-skuvendor-vendor(ws-skuvendor-idx)
                 to ws-rcpt-vendor
           end-if.

       500-write-report.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading
             before advancing 2 lines.
           if ws-onhand-is-full
               write report-line from ws-overflow-line
           end-if.
           write report-line from ws-column-heading.
           perform 510-write-store-discrepancies
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-disc-count = 0
               write report-line from ws-none-line
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-feed-added to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-feed-changed to ws-t2-count.
           write report-line from ws-totals-line2.
           move ws-receipt-count to ws-t3-count.
           write report-line from ws-totals-line3.
           move ws-units-received to ws-t4-count.
           write report-line from ws-totals-line4.
           move ws-receipt-rejected to ws-t5-count.
           write report-line from ws-totals-line5.
           move ws-over-count to ws-t6-over.
           move ws-short-count to ws-t6-short.
           move ws-nopo-count to ws-t6-nopo.
           write report-line from ws-totals-line6.
           close report-file.

       510-write-store-discrepancies.
      *gather the vendors this store's discrepancies touch, in the
      *order first met, then print each vendor's lines together.
           move 0 to ws-storevend-count.
           move 0 to ws-store-disc-lines.
           perform varying ws-disc-idx from 1 by 1
             until ws-disc-idx > ws-disc-count
               if ws-dc-store(ws-disc-idx)
                 = ws-storename-number(ws-storename-idx)
                   add 1 to ws-store-disc-lines
                   perform 520-note-store-vendor
               end-if
           end-perform.
           if ws-store-disc-lines = 0
               exit paragraph
           end-if.
           move ws-storename-number(ws-storename-idx) to ws-sh-number.
           move ws-storename-name(ws-storename-idx) to ws-sh-name.
           write report-line from ws-store-header.
           perform 530-write-vendor-lines
             varying ws-storevend-idx from 1 by 1
             until ws-storevend-idx > ws-storevend-count.

       520-note-store-vendor.
      *the list is rebuilt per store, so only its live entries are
      *looked at - a SEARCH would find the previous store's vendors.
           move "n" to ws-storevend-found.
           perform varying ws-storevend-idx from 1 by 1
             until ws-storevend-idx > ws-storevend-count
               if ws-storevend-vendor(ws-storevend-idx)
                 = ws-dc-vendor(ws-disc-idx)
                   move "y" to ws-storevend-found
               end-if
           end-perform.
           if not ws-storevend-is-found
             and ws-storevend-count < 1000
               add 1 to ws-storevend-count
               move ws-dc-vendor(ws-disc-idx)
                 to ws-storevend-vendor(ws-storevend-count)
           end-if.

       530-write-vendor-lines.
           move ws-storevend-vendor(ws-storevend-idx) to ws-rcpt-vendor.
           move ws-rcpt-vendor to ws-vh-number.
           perform 380-find-vendor.
           if ws-vendor-is-found
               move ws-vend-name(ws-vendor-idx) to ws-vh-name
           else
               move "** VENDOR UNKNOWN **" to ws-vh-name
           end-if.
           write report-line from ws-vendor-header.
           perform varying ws-disc-idx from 1 by 1
             until ws-disc-idx > ws-disc-count
               if ws-dc-store(ws-disc-idx)
                 = ws-storename-number(ws-storename-idx)
                 and ws-dc-vendor(ws-disc-idx) = ws-rcpt-vendor
                   move ws-dc-po(ws-disc-idx) to ws-dd-po
                   move ws-dc-sku(ws-disc-idx) to ws-dd-sku
                   move ws-dc-date(ws-disc-idx) to ws-dd-date
                   move ws-dc-ordered(ws-disc-idx) to ws-dd-ordered
                   move ws-dc-prior(ws-disc-idx) to ws-dd-prior
                   move ws-dc-received(ws-disc-idx) to ws-dd-received
                   move ws-dc-variance(ws-disc-idx) to ws-dd-variance
                   move ws-dc-type(ws-disc-idx) to ws-dd-type
                   write report-line from ws-disc-detail
               end-if
           end-perform.

       590-snapshot-ledger.
      *pre-update snapshot, stamped with the run date that took it:
      *the rerun back-out restores this copy so a redone day starts
      *from the state before the run being replaced - and leaves
      *the ledger alone when the snapshot belongs to another date,
      *because that run never got this far.
      *a supplemental or rerun pass must not overwrite the first
      *snapshot of the date: the rerun restore point is the state
      *before the date's FIRST run, which is what the existing
      *stamp protects. InventoryMovement shares the on-hand stamp,
      *so whichever of the two runs first takes the day's copy.
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

       600-rewrite-pos.
           move "../data/PurchaseOrders.dat" to ws-snap-live.
           move "../data/PurchaseOrders.bak" to ws-snap-bak.
           move "../data/PurchaseOrders.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open output po-file.
           move "../data/PurchaseOrders.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-po-idx from 1 by 1
             until ws-po-idx > ws-po-count
               move ws-po-entry(ws-po-idx) to po-rec
               write po-rec
           end-perform.
           close po-file.

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
           move "RECEIVING" to ctl-program.
           move "RECEIPTS" to ctl-metric.
           move ws-receipt-count to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "RECEIVING" to ctl-program.
           move "UNITS RECEIVED" to ctl-metric.
           move ws-units-received to ctl-count.
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

       end program ReceivingPost.
