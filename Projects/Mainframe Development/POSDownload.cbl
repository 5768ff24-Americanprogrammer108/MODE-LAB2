       identification division.
       program-id. POSDownload.
      *Program Description: Nightly item and price download to the
      *store tills. Works out every SKU's selling state for the next
      *trading day - description, department, effective price (the
      *latest SKUPrices.dat entry on or before that day, else the
      *master's own price) and the best active Promotions.dat price
      *with its end date - and compares it with the state sent last
      *night, kept in POSItemState.dat with the date each SKU last
      *changed. Each open store then gets one download file
      *(pos-SS-YYYYMMDD.dat) with an HDR control record, an item
      *record for every SKU added, changed or dropped from the
      *master since the last download that store acknowledged
      *(POSAcks.dat), and a TRL record carrying the item count and
      *price hash totals the till loader checks before applying it.
      *A store with no acknowledged download, or one named in
      *POS_FULL_REFRESH (a store list, or ALL), gets every live SKU
      *instead - the full refresh a new or rebuilt store needs.
      *Stores closed in StoreStatus.dat are skipped.
      *A historical reprocess (HISTORICAL_REPROCESS=Y) reports what
      *each store would have been sent but writes no download file
      *and leaves POSItemState.dat as the last live night left it,
      *so the tills still get tonight's changes.

       environment division.
       input-output section.
       file-control.
           select sku-file
           assign to "../data/SKUMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional sku-price-file
           assign to "../data/SKUPrices.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional promo-file
           assign to "../data/Promotions.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional store-status-file
           assign to "../data/StoreStatus.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional state-file
           assign to "../data/POSItemState.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional ack-file
           assign to "../data/POSAcks.dat"
           organization is line sequential
           file status is ws-io-status.

           select download-file
           assign dynamic ws-download-filename
           organization is line sequential
           file status is ws-io-status.

           select report-file
           assign dynamic ws-report-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

       fd sku-file
           data record is sku-master-rec
           record contains 56 characters.
       01 sku-master-rec.
           05 sku-master-code pic x(15).
           05 sku-master-desc pic x(30).
           05 sku-master-dept pic x(4).
           05 sku-master-price pic 9(5)v99.

       fd sku-price-file
           data record is sku-price-rec
           record contains 30 characters.
       01 sku-price-rec.
           05 sp-sku pic x(15).
           05 sp-effdate pic 9(8).
           05 sp-price pic 9(5)v99.

       fd promo-file
           data record is promo-rec
           record contains 54 characters.
       01 promo-rec.
           05 pm-type pic x(1).
           05 pm-key pic x(15).
           05 pm-fromdate pic 9(8).
           05 pm-todate pic 9(8).
           05 pm-pricetype pic x(1).
           05 pm-value pic 9(5)v99.
      *vendor funding, read by PromoBillback: the funding vendor
      *(spaces = store-funded), U = funded amount per unit or P =
      *percent of the unit markdown, and the amount or percent.
           05 pm-vendor pic x(6).
           05 pm-fundtype pic x(1).
           05 pm-fundvalue pic 9(5)v99.

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd store-status-file
           data record is store-status-rec
           record contains 18 characters.
       01 store-status-rec.
           05 ss-store pic x(2).
           05 ss-opendate pic 9(8).
           05 ss-closedate pic 9(8).

      *what the tills were last sent for each SKU, and when it last
      *changed. A SKU gone from the master stays here flagged D so
      *a store that has not yet acknowledged the drop still gets it.
       fd state-file
           data record is state-rec
           record contains 88 characters.
       01 state-rec.
           05 ps-sku pic x(15).
           05 ps-desc pic x(30).
           05 ps-dept pic x(4).
           05 ps-price pic 9(5)v99.
           05 ps-promo-price pic 9(5)v99.
           05 ps-promo-end pic 9(8).
           05 ps-status pic x(1).
           05 ps-added pic 9(8).
           05 ps-changed pic 9(8).

      *one row per download a store's till loader has confirmed:
      *the store and the run date of the download file it applied.
       fd ack-file
           data record is ack-rec
           record contains 18 characters.
       01 ack-rec.
           05 pa-store pic x(2).
           05 pa-dldate pic 9(8).
           05 pa-ackdate pic 9(8).

       fd download-file
           data record is download-rec
           record contains 80 characters.
       01 download-rec.
         05 pd-tag pic x(3).
         05 pd-action pic x(1).
         05 pd-sku pic x(15).
         05 pd-desc pic x(30).
         05 pd-dept pic x(4).
         05 pd-price pic 9(5)v99.
         05 pd-promo-price pic 9(5)v99.
         05 pd-promo-end pic 9(8).
         05 filler pic x(5).
       01 download-header redefines download-rec.
         05 pdh-tag pic x(3).
         05 pdh-store pic x(2).
         05 pdh-rundate pic 9(8).
         05 pdh-effdate pic 9(8).
         05 pdh-type pic x(1).
         05 pdh-since pic 9(8).
         05 filler pic x(50).
       01 download-trailer redefines download-rec.
         05 pdt-tag pic x(3).
         05 pdt-count pic 9(9).
         05 pdt-price-hash pic 9(11)v99.
         05 pdt-promo-hash pic 9(11)v99.
         05 filler pic x(42).

       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line pic x(132).

       working-storage section.
       01 ws-sku-eof pic x value "n".
         88 ws-sku-yes value "y".
       01 ws-skuprice-eof pic x value "n".
         88 ws-skuprice-yes value "y".
       01 ws-promo-eof pic x value "n".
         88 ws-promo-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-status-eof pic x value "n".
         88 ws-status-yes value "y".
       01 ws-state-eof pic x value "n".
         88 ws-state-yes value "y".
       01 ws-ack-eof pic x value "n".
         88 ws-ack-yes value "y".

       01 ws-skuprice-count pic 9(5) value 0.
       01 ws-skuprice-table.
         05 ws-skuprice-entry occurs 10000 times
             indexed by ws-skuprice-idx.
           10 ws-skuprice-sku pic x(15).
           10 ws-skuprice-effdate pic 9(8).
           10 ws-skuprice-price pic 9(5)v99.

       01 ws-promo-count pic 9(3) value 0.
       01 ws-promo-table.
         05 ws-promo-entry occurs 500 times
             indexed by ws-promo-idx.
           10 ws-promo-type pic x(1).
           10 ws-promo-key pic x(15).
           10 ws-promo-fromdate pic 9(8).
           10 ws-promo-todate pic 9(8).
           10 ws-promo-pricetype pic x(1).
           10 ws-promo-value pic 9(5)v99.

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-closedate pic 9(8) value 0.
           10 ws-store-lastack pic 9(8) value 0.

      *the item state table: last night's rows loaded from
      *POSItemState.dat, brought up to date from the master, then
      *written back.
       01 ws-state-count pic 9(5) value 0.
       01 ws-state-table.
         05 ws-state-entry occurs 5000 times
             indexed by ws-state-idx.
           10 ws-st-sku pic x(15).
           10 ws-st-desc pic x(30).
           10 ws-st-dept pic x(4).
           10 ws-st-price pic 9(5)v99.
           10 ws-st-promo-price pic 9(5)v99.
           10 ws-st-promo-end pic 9(8).
           10 ws-st-status pic x(1).
             88 ws-st-live value "A".
             88 ws-st-dropped value "D".
           10 ws-st-added pic 9(8).
           10 ws-st-changed pic 9(8).
           10 ws-st-seen pic x(1).
       01 ws-state-found pic x value "n".
         88 ws-state-is-found value "y".

      *tonight's state for the SKU being worked out.
       01 ws-new-state.
         05 ws-new-desc pic x(30).
         05 ws-new-dept pic x(4).
         05 ws-new-price pic 9(5)v99.
         05 ws-new-promo-price pic 9(5)v99.
         05 ws-new-promo-end pic 9(8).
       01 ws-old-state pic x(56).
       01 ws-best-effdate pic 9(8) value 0.
       01 ws-promo-price pic 9(5)v99 value 0.

       01 ws-items-added pic 9(5) value 0.
       01 ws-items-changed pic 9(5) value 0.
       01 ws-items-dropped pic 9(5) value 0.
       01 ws-items-live pic 9(5) value 0.

      *per store download totals.
       01 ws-full-refresh pic x value "n".
         88 ws-is-full-refresh value "y".
       01 ws-dl-count pic 9(9) value 0.
       01 ws-dl-adds pic 9(7) value 0.
       01 ws-dl-changes pic 9(7) value 0.
       01 ws-dl-drops pic 9(7) value 0.
       01 ws-price-hash pic 9(11)v99 value 0.
       01 ws-promo-hash pic 9(11)v99 value 0.
       01 ws-files-written pic 9(3) value 0.
       01 ws-stores-closed pic 9(3) value 0.

       01 ws-refresh-param pic x(20) value spaces.
       01 ws-refresh-sub pic 99 value 0.

       01 ws-eff-date pic 9(8) value 0.
       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(40) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

      *HISTORICAL_REPROCESS=Y marks a rerun over a file set staged
      *back from the archive: the run re-derives its reports but
      *must leave every live cumulative file untouched and consume
      *nothing one-shot.
       01 ws-historical-param pic x(5) value spaces.
       01 ws-historical pic x value "n".
         88 ws-is-historical value "y".

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-download-filename pic x(40) value spaces.

       01 ws-report-filename.
         05 filler pic x(20) value "../data/POSDownload-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       01 ws-heading1.
         05 filler pic x(30) value "POS ITEM AND PRICE DOWNLOAD - ".
         05 ws-h1-date pic 9(8).
         05 filler pic x(22) value "   PRICES EFFECTIVE   ".
         05 ws-h1-effdate pic 9(8).

       01 ws-item-line.
         05 filler pic x(2) value spaces.
         05 ws-il-text pic x(36).
         05 ws-il-count pic zzzz9.

       01 ws-heading2.
         05 filler pic x(26) value "STORE NAME                ".
         05 filler pic x(26) value "DOWNLOAD    SINCE    ITEMS".
         05 filler pic x(24) value "   ADDS CHANGES   DROPS".

       01 ws-store-line.
         05 ws-sl-store pic x(2).
         05 filler pic x(4) value spaces.
         05 ws-sl-name pic x(20).
         05 ws-sl-type pic x(10).
         05 ws-sl-since pic x(8).
         05 filler pic x(1) value space.
         05 ws-sl-items pic zzzzz9.
         05 filler pic x(1) value space.
         05 ws-sl-adds pic zzzzz9.
         05 filler pic x(1) value space.
         05 ws-sl-changes pic zzzzz9.
         05 filler pic x(1) value space.
         05 ws-sl-drops pic zzzzz9.

       01 ws-total-line.
         05 filler pic x(2) value spaces.
         05 ws-tl-text pic x(36).
         05 ws-tl-count pic zz9.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 012-load-storestatus.
           perform 014-load-acks.
           perform 020-load-skuprices.
           perform 030-load-promotions.
           perform 040-load-state.

           perform 100-update-state.
      *a historical reprocess must not stamp changes with its old
      *run date - the live state is left for the nightly run.
           if not ws-is-historical
               perform 300-rewrite-state
           end-if.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move ws-run-date to ws-h1-date.
           move ws-eff-date to ws-h1-effdate.
           write report-line from ws-heading1.
           move spaces to report-line.
           write report-line.
           move "SKUs new on the master:" to ws-il-text.
           move ws-items-added to ws-il-count.
           write report-line from ws-item-line.
           move "SKUs with a price or item change:" to ws-il-text.
           move ws-items-changed to ws-il-count.
           write report-line from ws-item-line.
           move "SKUs dropped from the master:" to ws-il-text.
           move ws-items-dropped to ws-il-count.
           write report-line from ws-item-line.
           move "Live SKUs (a full refresh):" to ws-il-text.
           move ws-items-live to ws-il-count.
           write report-line from ws-item-line.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading2.

           perform 400-download-one-store
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.

           move spaces to report-line.
           write report-line.
           move "Download files written:" to ws-tl-text.
           move ws-files-written to ws-tl-count.
           write report-line from ws-total-line.
           move "Closed stores skipped:" to ws-tl-text.
           move ws-stores-closed to ws-tl-count.
           write report-line from ws-total-line.
           close report-file.

           display "POS download finished".
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
      *the tills load tonight's file before the next trading day
      *opens, so prices and promotions are worked out as of the
      *day after the run date.
           compute ws-eff-date = function date-of-integer
             (function integer-of-date(ws-run-date) + 1).
      *POS_FULL_REFRESH names the stores to send a full refresh to
      *tonight - ALL, or store numbers separated by commas.
           accept ws-refresh-param from environment
             "POS_FULL_REFRESH".
           move function upper-case(ws-refresh-param)
             to ws-refresh-param.
           accept ws-historical-param from environment
             "HISTORICAL_REPROCESS".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.

       010-load-storelist.
           open input store-file.
           move "../data/StoreMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-storelist-yes
               read store-file
                   at end
                       move "y" to ws-storelist-eof
                   not at end
                       if ws-store-count < 50
                           add 1 to ws-store-count
                           move store-master-number
                             to ws-store-number(ws-store-count)
                           move store-master-name
                             to ws-store-name(ws-store-count)
                       end-if
               end-read
           end-perform.
           close store-file.

       012-load-storestatus.
           open input store-status-file.
           move "../data/StoreStatus.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-status-yes
               read store-status-file
                   at end
                       move "y" to ws-status-eof
                   not at end
                       perform varying ws-store-idx from 1 by 1
                         until ws-store-idx > ws-store-count
                           if ws-store-number(ws-store-idx)
                             = ss-store
                             and ss-closedate is numeric
                               move ss-closedate to
                                 ws-store-closedate(ws-store-idx)
                           end-if
                       end-perform
               end-read
           end-perform.
           close store-status-file.

       014-load-acks.
      *a store's last acknowledged download is the latest download
      *date it has confirmed; acks can arrive out of order.
           open input ack-file.
           move "../data/POSAcks.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-ack-yes
               read ack-file
                   at end
                       move "y" to ws-ack-eof
                   not at end
                       perform varying ws-store-idx from 1 by 1
                         until ws-store-idx > ws-store-count
                           if ws-store-number(ws-store-idx)
                             = pa-store
                             and pa-dldate is numeric
                             and pa-dldate >
                               ws-store-lastack(ws-store-idx)
                               move pa-dldate to
                                 ws-store-lastack(ws-store-idx)
                           end-if
                       end-perform
               end-read
           end-perform.
           close ack-file.

       020-load-skuprices.
           open input sku-price-file.
           move "../data/SKUPrices.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-skuprice-yes
               read sku-price-file
                   at end
                       move "y" to ws-skuprice-eof
                   not at end
                       if ws-skuprice-count < 10000
                         and sp-effdate is numeric
                         and sp-price is numeric
                           add 1 to ws-skuprice-count
                           move sku-price-rec to
                             ws-skuprice-entry(ws-skuprice-count)
                       end-if
               end-read
           end-perform.
           close sku-price-file.

       030-load-promotions.
           open input promo-file.
           move "../data/Promotions.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-promo-yes
               read promo-file
                   at end
                       move "y" to ws-promo-eof
                   not at end
                       if ws-promo-count < 500
                         and pm-fromdate is numeric
                         and pm-todate is numeric
                         and pm-value is numeric
                           add 1 to ws-promo-count
                           move promo-rec to
                             ws-promo-entry(ws-promo-count)
                       end-if
               end-read
           end-perform.
           close promo-file.

       040-load-state.
           open input state-file.
           move "../data/POSItemState.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-state-yes
               read state-file
                   at end
                       move "y" to ws-state-eof
                   not at end
                       if ws-state-count < 5000
                           add 1 to ws-state-count
                           move state-rec to
                             ws-state-entry(ws-state-count)(1:88)
                           move "n" to ws-st-seen(ws-state-count)
                       end-if
               end-read
           end-perform.
           close state-file.

       100-update-state.
      *a SKU whose state differs from what was last sent is stamped
      *changed tonight. A rerun of the same night finds the state
      *already current and leaves the stamps alone, so it rebuilds
      *the same downloads.
           open input sku-file.
           move "../data/SKUMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-sku-yes
               read sku-file
                   at end
                       move "y" to ws-sku-eof
                   not at end
                       perform 150-apply-one-sku
               end-read
           end-perform.
           close sku-file.

      *anything live in the state that the master no longer has has
      *been dropped - it goes out once more as a delete.
           perform varying ws-state-idx from 1 by 1
             until ws-state-idx > ws-state-count
               if ws-st-seen(ws-state-idx) not = "y"
                 and ws-st-live(ws-state-idx)
                   move "D" to ws-st-status(ws-state-idx)
                   move ws-run-date to ws-st-changed(ws-state-idx)
                   add 1 to ws-items-dropped
               end-if
               if ws-st-live(ws-state-idx)
                   add 1 to ws-items-live
               end-if
           end-perform.

       150-apply-one-sku.
           move sku-master-desc to ws-new-desc.
           move sku-master-dept to ws-new-dept.
           perform 200-get-effective-price.
           perform 220-get-promo-price.

           move "n" to ws-state-found.
           set ws-state-idx to 1.
           search ws-state-entry
               at end
                   move "n" to ws-state-found
               when ws-state-idx > ws-state-count
                   move "n" to ws-state-found
               when ws-st-sku(ws-state-idx) = sku-master-code
                   move "y" to ws-state-found
           end-search.

           if not ws-state-is-found
               if ws-state-count < 5000
                   add 1 to ws-state-count
                   set ws-state-idx to ws-state-count
                   move sku-master-code to ws-st-sku(ws-state-idx)
                   move ws-new-state to ws-state-entry(ws-state-idx)
                     (16:56)
                   move "A" to ws-st-status(ws-state-idx)
                   move ws-run-date to ws-st-added(ws-state-idx)
                   move ws-run-date to ws-st-changed(ws-state-idx)
                   move "y" to ws-st-seen(ws-state-idx)
                   add 1 to ws-items-added
               end-if
               exit paragraph
           end-if.

           move "y" to ws-st-seen(ws-state-idx).
           move ws-state-entry(ws-state-idx)(16:56) to ws-old-state.
           if ws-st-dropped(ws-state-idx)
      *back on the master after a drop: the tills deleted it, so
      *it goes out as a new item.
               move ws-new-state to ws-state-entry(ws-state-idx)
                 (16:56)
               move "A" to ws-st-status(ws-state-idx)
               move ws-run-date to ws-st-added(ws-state-idx)
               move ws-run-date to ws-st-changed(ws-state-idx)
               add 1 to ws-items-added
           else
               if ws-old-state not = ws-new-state
                   move ws-new-state to ws-state-entry(ws-state-idx)
                     (16:56)
                   move ws-run-date to ws-st-changed(ws-state-idx)
                   add 1 to ws-items-changed
               end-if
           end-if.

       200-get-effective-price.
      *latest dated price on or before the effective day, falling
      *back to the master's own price when the SKU has no dated
      *entry - the same rule Edit checks the tills against.
           if sku-master-price is numeric
               move sku-master-price to ws-new-price
           else
               move 0 to ws-new-price
           end-if.
           move 0 to ws-best-effdate.
           perform varying ws-skuprice-idx from 1 by 1
             until ws-skuprice-idx > ws-skuprice-count
               if ws-skuprice-sku(ws-skuprice-idx) = sku-master-code
                 and ws-skuprice-effdate(ws-skuprice-idx)
                   <= ws-eff-date
                 and ws-skuprice-effdate(ws-skuprice-idx)
                   >= ws-best-effdate
                   move ws-skuprice-effdate(ws-skuprice-idx)
                     to ws-best-effdate
                   move ws-skuprice-price(ws-skuprice-idx)
                     to ws-new-price
               end-if
           end-perform.

       220-get-promo-price.
      *a promotion applies when it names the SKU (type S) or its
      *department (type D) and its date range covers the effective
      *day. Price type P is the promo price itself, O a percent off
      *the effective price. Where promotions overlap the lowest
      *price is sent, with that promotion's end date.
           move 0 to ws-new-promo-price.
           move 0 to ws-new-promo-end.
           perform varying ws-promo-idx from 1 by 1
             until ws-promo-idx > ws-promo-count
               if ((ws-promo-type(ws-promo-idx) = "S"
                   and ws-promo-key(ws-promo-idx) = sku-master-code)
                 or (ws-promo-type(ws-promo-idx) = "D"
                   and ws-promo-key(ws-promo-idx)(1:4)
                     = sku-master-dept))
                 and ws-promo-fromdate(ws-promo-idx) <= ws-eff-date
                 and ws-promo-todate(ws-promo-idx) >= ws-eff-date
                   if ws-promo-pricetype(ws-promo-idx) = "O"
                       compute ws-promo-price rounded =
                         ws-new-price
                         * (100 - ws-promo-value(ws-promo-idx)) / 100
                   else
                       move ws-promo-value(ws-promo-idx)
                         to ws-promo-price
                   end-if
                   if ws-promo-price > 0
                     and (ws-new-promo-price = 0
                       or ws-promo-price < ws-new-promo-price)
                       move ws-promo-price to ws-new-promo-price
                       move ws-promo-todate(ws-promo-idx)
                         to ws-new-promo-end
                   end-if
               end-if
           end-perform.

       300-rewrite-state.
           open output state-file.
           move "../data/POSItemState.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-state-idx from 1 by 1
             until ws-state-idx > ws-state-count
               move ws-state-entry(ws-state-idx)(1:88) to state-rec
               write state-rec
           end-perform.
           close state-file.

       400-download-one-store.
           move spaces to ws-store-line.
           move ws-store-number(ws-store-idx) to ws-sl-store.
           move ws-store-name(ws-store-idx) to ws-sl-name.

      *a store closed on or before the run date does not trade
      *tomorrow and has no till to load a file.
           if ws-store-closedate(ws-store-idx) > 0
             and ws-store-closedate(ws-store-idx) <= ws-run-date
               move "CLOSED" to ws-sl-type
               add 1 to ws-stores-closed
               write report-line from ws-store-line
               exit paragraph
           end-if.

           move "n" to ws-full-refresh.
           if ws-store-lastack(ws-store-idx) = 0
             or ws-refresh-param(1:3) = "ALL"
               move "y" to ws-full-refresh
           else
               perform varying ws-refresh-sub from 1 by 3
                 until ws-refresh-sub > 19
                   if ws-refresh-param(ws-refresh-sub:2)
                     = ws-store-number(ws-store-idx)
                       move "y" to ws-full-refresh
                   end-if
               end-perform
           end-if.

           move spaces to ws-download-filename.
           string "../data/pos-" ws-store-number(ws-store-idx)
                  "-" ws-run-date ".dat"
                  ws-seq-suffix
             delimited by space into ws-download-filename.
      *a historical reprocess counts the store's items for the
      *report only - no file goes to the till.
           if not ws-is-historical
               open output download-file
               move ws-download-filename to ws-io-filename
               perform 900-checkfilestatus
           end-if.

           move spaces to download-rec.
           move "HDR" to pdh-tag.
           move ws-store-number(ws-store-idx) to pdh-store.
           move ws-run-date to pdh-rundate.
           move ws-eff-date to pdh-effdate.
           if ws-is-full-refresh
               move "F" to pdh-type
               move 0 to pdh-since
           else
               move "D" to pdh-type
               move ws-store-lastack(ws-store-idx) to pdh-since
           end-if.
           if not ws-is-historical
               write download-rec
           end-if.

           move 0 to ws-dl-count, ws-dl-adds, ws-dl-changes,
             ws-dl-drops, ws-price-hash, ws-promo-hash.
           perform 450-write-one-item
             varying ws-state-idx from 1 by 1
             until ws-state-idx > ws-state-count.

           move spaces to download-rec.
           move "TRL" to pdt-tag.
           move ws-dl-count to pdt-count.
           move ws-price-hash to pdt-price-hash.
           move ws-promo-hash to pdt-promo-hash.
           if not ws-is-historical
               write download-rec
               close download-file
               add 1 to ws-files-written
           end-if.

           if ws-is-full-refresh
               move "FULL" to ws-sl-type
               move "ALL" to ws-sl-since
           else
               move "DELTA" to ws-sl-type
               move ws-store-lastack(ws-store-idx) to ws-sl-since
           end-if.
           move ws-dl-count to ws-sl-items.
           move ws-dl-adds to ws-sl-adds.
           move ws-dl-changes to ws-sl-changes.
           move ws-dl-drops to ws-sl-drops.
           write report-line from ws-store-line.

       450-write-one-item.
      *a full refresh sends every live SKU as an add. A delta sends
      *what changed after the store's last acknowledged download -
      *an add if the SKU is newer than that download, a change if
      *the store already has it, a delete if it has been dropped.
           move spaces to download-rec.
           if ws-is-full-refresh
               if not ws-st-live(ws-state-idx)
                   exit paragraph
               end-if
               move "A" to pd-action
               add 1 to ws-dl-adds
           else
               if ws-st-changed(ws-state-idx)
                 <= ws-store-lastack(ws-store-idx)
                   exit paragraph
               end-if
               evaluate true
                   when ws-st-dropped(ws-state-idx)
                       if ws-st-added(ws-state-idx)
                         > ws-store-lastack(ws-store-idx)
      *added and dropped again since the store last loaded -
      *the store never had it.
                           exit paragraph
                       end-if
                       move "D" to pd-action
                       add 1 to ws-dl-drops
                   when ws-st-added(ws-state-idx)
                     > ws-store-lastack(ws-store-idx)
                       move "A" to pd-action
                       add 1 to ws-dl-adds
                   when other
                       move "C" to pd-action
                       add 1 to ws-dl-changes
               end-evaluate
           end-if.

           move "ITM" to pd-tag.
           move ws-st-sku(ws-state-idx) to pd-sku.
           move ws-st-desc(ws-state-idx) to pd-desc.
           move ws-st-dept(ws-state-idx) to pd-dept.
           move ws-st-price(ws-state-idx) to pd-price.
           move ws-st-promo-price(ws-state-idx) to pd-promo-price.
           move ws-st-promo-end(ws-state-idx) to pd-promo-end.
           if not ws-is-historical
               write download-rec
           end-if.
           add 1 to ws-dl-count.
           add ws-st-price(ws-state-idx) to ws-price-hash.
           add ws-st-promo-price(ws-state-idx) to ws-promo-hash.

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

       end program POSDownload.
