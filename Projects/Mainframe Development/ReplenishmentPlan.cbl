       identification division.
       program-id. ReplenishmentPlan.
      *Program Description: Nightly min/max replenishment, run after
      *InventoryMovement has brought OnHandPosition.dat up to date.
      *Every store/sku position is compared with its minimum and
      *maximum from ReplenParams.dat (a store's own row, else the
      *"00" all-stores default row for the sku); a position at or
      *below its minimum gets a suggested order quantity that fills
      *it back to the maximum, less whatever is still open on
      *PurchaseOrders.dat so a line already on order is not ordered
      *twice. Sales velocity comes from the dated s and l files
      *(every same-day -Rnn set included) over the last
      *REPLEN_VELOCITY_DAYS days, default 28 - one detail line is
      *one unit, as InventoryMovement counts them. The suggestions
      *go to SuggestedOrders-YYYYMMDD.dat by vendor (SKUVendors.dat)
      *and store for the buyers; the report lists the items at or
      *below minimum and the dead stock - units on hand with no sale
      *in REPLEN_DEAD_DAYS days, default 60. Nothing cumulative is
      *changed, so a historical reprocess simply re-derives both.

       environment division.
       input-output section.
       file-control.
           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select optional onhand-file
           assign to "../data/OnHandPosition.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional replen-file
           assign to "../data/ReplenParams.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional po-file
           assign to "../data/PurchaseOrders.dat"
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

           select suggest-file
           assign dynamic ws-suggest-filename
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

       data division.

       file section.

       fd day-file
           data record is input-line
           record contains 58 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
           05 il-transactionamount pic 99999v99.
           05 il-paymenttype pic x(2).
           05 il-storenumber pic x(2).
           05 il-invoicenumber pic x(9).
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
           05 il-disposition pic x(1).
           05 il-customer pic x(8).

       fd onhand-file
           data record is onhand-rec
           record contains 25 characters.
       01 onhand-rec.
         05 oh-store pic x(2).
         05 oh-sku pic x(15).
         05 oh-qty pic s9(7) sign leading separate.

      *min/max levels per store and sku, maintained through
      *MasterMaint's REPLN code; store "00" is the all-stores default.
       fd replen-file
           data record is replen-rec
           record contains 27 characters.
       01 replen-rec.
         05 rp-store pic x(2).
         05 rp-sku pic x(15).
         05 rp-min pic 9(5).
         05 rp-max pic 9(5).

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

      *one line per suggested order line, vendor then store order;
      *vendor spaces where the sku has no supplier link yet.
       fd suggest-file
           data record is suggest-rec
           record contains 53 characters.
       01 suggest-rec.
         05 so-vendor pic x(6).
         05 so-store pic x(2).
         05 so-sku pic x(15).
         05 so-qty pic 9(7).
         05 so-onhand pic s9(7) sign leading separate.
         05 so-onorder pic 9(7).
         05 so-rundate pic 9(8).

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

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-onhand-eof pic x value "n".
         88 ws-onhand-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".

      *every position looked at tonight: the on-hand lines, plus any
      *store-specific min/max row for a sku the store has never held.
       01 ws-onhand-count pic 9(5) value 0.
       01 ws-onhand-table.
         05 ws-onhand-entry occurs 20000 times
             indexed by ws-onhand-idx.
           10 ws-oh-store pic x(2).
           10 ws-oh-sku pic x(15).
           10 ws-oh-qty pic s9(7).
           10 ws-oh-sold pic 9(7).
           10 ws-oh-lastsale pic 9(8).
           10 ws-oh-onorder pic 9(7).
           10 ws-oh-min pic 9(5).
           10 ws-oh-max pic 9(5).
           10 ws-oh-has-levels pic x(1).
           10 ws-oh-suggest pic 9(7).
           10 ws-oh-vendor pic x(6).
       01 ws-onhand-found pic x value "n".
         88 ws-onhand-is-found value "y".
       01 ws-onhand-overflow pic x value "n".
         88 ws-onhand-is-full value "y".

       01 ws-replen-count pic 9(5) value 0.
       01 ws-replen-table.
         05 ws-replen-entry occurs 10000 times
             indexed by ws-replen-idx.
           10 ws-replen-store pic x(2).
           10 ws-replen-sku pic x(15).
           10 ws-replen-min pic 9(5).
           10 ws-replen-max pic 9(5).
       01 ws-replen-found pic x value "n".
         88 ws-replen-is-found value "y".

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
           10 ws-skumaster-desc pic x(30) value spaces.
           10 ws-skumaster-price pic 9(5)v99 value 0.
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

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-vendor pic x(6) value spaces.
       01 ws-position-qty pic s9(7) value 0.
       01 ws-fill-qty pic s9(9) value 0.
       01 ws-per-day pic 9(5)v99 value 0.
       01 ws-dead-value pic 9(9)v99 value 0.
       01 ws-vendor-units pic 9(9) value 0.
       01 ws-vendor-lines pic 9(5) value 0.
       01 ws-store-lines pic 9(5) value 0.

       01 ws-velocity-param pic x(3) value spaces.
       01 ws-velocity-days pic 9(3) value 28.
       01 ws-dead-param pic x(3) value spaces.
       01 ws-dead-days pic 9(3) value 60.

       01 ws-run-int pic 9(8) value 0.
       01 ws-start-int pic 9(8) value 0.
       01 ws-velocity-int pic 9(8) value 0.
       01 ws-dead-int pic 9(8) value 0.
       01 ws-dead-date-min pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(2) value "sl".
      *two digits so the 1-9 sequence loop can run past 9 and stop.
       01 ws-seq-sub pic 99 value 0.

       01 ws-below-count pic 9(5) value 0.
       01 ws-suggest-count pic 9(5) value 0.
       01 ws-suggest-units pic 9(9) value 0.
       01 ws-dead-count pic 9(5) value 0.
       01 ws-dead-total pic 9(9)v99 value 0.
       01 ws-sales-lines pic 9(9) value 0.

       01 ws-heading pic x(60) value
           "REPLENISHMENT SUGGESTIONS AND DEAD STOCK".

       01 ws-window-line.
         05 filler pic x(17) value "VELOCITY WINDOW: ".
         05 ws-wl-velocity pic zz9.
         05 filler pic x(25) value " DAYS   DEAD STOCK AFTER ".
         05 ws-wl-dead pic zz9.
         05 filler pic x(5) value " DAYS".

       01 ws-below-heading pic x(60) value
           "ITEMS AT OR BELOW MINIMUM".

       01 ws-below-columns.
         05 filler pic x(4) value spaces.
         05 filler pic x(16) value "SKU             ".
         05 filler pic x(21) value "DESCRIPTION          ".
         05 filler pic x(9) value "  ON HAND".
         05 filler pic x(9) value " ON ORDER".
         05 filler pic x(7) value "    MIN".
         05 filler pic x(7) value "    MAX".
         05 filler pic x(8) value "    SOLD".
         05 filler pic x(9) value "  PER DAY".
         05 filler pic x(9) value "  SUGGEST".
         05 filler pic x(8) value "  VENDOR".

       01 ws-store-header.
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(3) value " - ".
         05 ws-sh-name pic x(20).

       01 ws-below-detail.
         05 filler pic x(4) value spaces.
         05 ws-bd-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-bd-desc pic x(20).
         05 filler pic x(1) value space.
         05 ws-bd-onhand pic -------9.
         05 filler pic x(1) value space.
         05 ws-bd-onorder pic zzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-bd-min pic zzzzz9.
         05 filler pic x(1) value space.
         05 ws-bd-max pic zzzzz9.
         05 filler pic x(1) value space.
         05 ws-bd-sold pic zzzzzz9.
         05 filler pic x(1) value space.
         05 ws-bd-perday pic zzzz9.99.
         05 filler pic x(1) value space.
         05 ws-bd-suggest pic zzzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-bd-vendor pic x(6).

       01 ws-order-heading pic x(60) value
           "SUGGESTED ORDERS BY VENDOR AND STORE".

       01 ws-vendor-header.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "VENDOR ".
         05 ws-vh-number pic x(6).
         05 filler pic x(3) value " - ".
         05 ws-vh-name pic x(30).

       01 ws-order-detail.
         05 filler pic x(6) value spaces.
         05 filler pic x(6) value "STORE ".
         05 ws-od-store pic x(2).
         05 filler pic x(2) value spaces.
         05 ws-od-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-od-desc pic x(20).
         05 filler pic x(1) value space.
         05 ws-od-qty pic zzzzzz9.

       01 ws-vendor-total.
         05 filler pic x(6) value spaces.
         05 filler pic x(20) value "VENDOR TOTAL UNITS  ".
         05 ws-vt-units pic zzzzzzzz9.
         05 filler pic x(3) value " IN".
         05 ws-vt-lines pic zzzz9.
         05 filler pic x(6) value " LINES".

       01 ws-dead-heading.
         05 filler pic x(27) value "DEAD STOCK - NO SALES IN   ".
         05 ws-dh-days pic zz9.
         05 filler pic x(5) value " DAYS".

       01 ws-dead-columns.
         05 filler pic x(4) value spaces.
         05 filler pic x(16) value "SKU             ".
         05 filler pic x(21) value "DESCRIPTION          ".
         05 filler pic x(9) value "  ON HAND".
         05 filler pic x(11) value "  LAST SALE".
         05 filler pic x(14) value "   RETAIL VAL".

       01 ws-dead-detail.
         05 filler pic x(4) value spaces.
         05 ws-dd-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-dd-desc pic x(20).
         05 filler pic x(1) value space.
         05 ws-dd-onhand pic -------9.
         05 filler pic x(3) value spaces.
         05 ws-dd-lastsale pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dd-value pic zzz,zzz,zz9.99.

       01 ws-overflow-line pic x(60) value
           "** POSITION TABLE FULL - SUGGESTIONS INCOMPLETE **".

       01 ws-none-below pic x(40) value
           "  (no items at or below minimum)".
       01 ws-none-order pic x(40) value
           "  (no orders suggested)".
       01 ws-none-dead pic x(40) value
           "  (no dead stock)".

       01 ws-totals-line1.
         05 filler pic x(30) value "POSITIONS AT OR BELOW MINIMUM:".
         05 ws-t1-count pic zzzzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "ORDER LINES SUGGESTED:        ".
         05 ws-t2-count pic zzzzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "UNITS SUGGESTED:              ".
         05 ws-t3-count pic zzzzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "DEAD STOCK POSITIONS:         ".
         05 ws-t4-count pic zzzzzzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "DEAD STOCK RETAIL VALUE:      ".
         05 ws-t5-value pic zzz,zzz,zz9.99.

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

       01 ws-day-filename.
         05 filler pic x(8) value "../data/".
         05 ws-day-filename-code pic x(1).
         05 filler pic x(1) value "-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-suggest-filename.
         05 filler pic x(24) value "../data/SuggestedOrders-".
         05 ws-suggest-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-suggest-filename-seq pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(26) value "../data/ReplenishmentPlan-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 012-load-skumaster.
           perform 014-load-vendors.
           perform 016-load-skuvendors.
           perform 020-load-onhand.
           perform 025-load-replen.
           perform 030-load-onorder.

           perform 100-sweep-one-day
             varying ws-sweep-int from ws-start-int by 1
             until ws-sweep-int > ws-run-int.

           perform 300-plan-position
             varying ws-onhand-idx from 1 by 1
             until ws-onhand-idx > ws-onhand-count.

           perform 400-write-suggestions.
           perform 500-write-report.
           perform 700-write-controltotals.

           display "Replenishment plan finished".
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
           move ws-run-date to ws-suggest-filename-date.
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
           move ws-seq-suffix to ws-suggest-filename-seq.

           accept ws-velocity-param from environment
             "REPLEN_VELOCITY_DAYS".
           if function trim(ws-velocity-param) is numeric
             and function trim(ws-velocity-param) > 0
               move function numval(ws-velocity-param)
                 to ws-velocity-days
           end-if.
           accept ws-dead-param from environment "REPLEN_DEAD_DAYS".
           if function trim(ws-dead-param) is numeric
             and function trim(ws-dead-param) > 0
               move function numval(ws-dead-param) to ws-dead-days
           end-if.
      *the sweep reaches back over whichever window is longer; a
      *day counts towards velocity or dead stock when it falls
      *inside that window, the run date itself included.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           compute ws-velocity-int = ws-run-int - ws-velocity-days + 1.
           compute ws-dead-int = ws-run-int - ws-dead-days + 1.
           compute ws-dead-date-min =
             function date-of-integer(ws-dead-int).
           if ws-velocity-int < ws-dead-int
               move ws-velocity-int to ws-start-int
           else
               move ws-dead-int to ws-start-int
           end-if.

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
                           move sku-master-desc to
                             ws-skumaster-desc(ws-skumaster-count)
                           move sku-master-price to
                             ws-skumaster-price(ws-skumaster-count)
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

       020-load-onhand.
           open input onhand-file.
           move "../data/OnHandPosition.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-onhand-yes
               read onhand-file
                   at end
                       move "y" to ws-onhand-eof
                   not at end
                       move oh-store to ws-lookup-store
                       move oh-sku to ws-lookup-sku
                       perform 340-find-position
                       if ws-onhand-is-found
                           move oh-qty to ws-oh-qty(ws-onhand-idx)
                       end-if
               end-read
           end-perform.
           close onhand-file.

       025-load-replen.
      *a store-specific row is a position to plan even when the
      *store has never held the sku - it is simply at zero.
           open input replen-file.
           move "../data/ReplenParams.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read replen-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-replen-count < 10000
                           add 1 to ws-replen-count
                           move replen-rec
                             to ws-replen-entry(ws-replen-count)
                       end-if
                       if rp-store not = "00"
                           move rp-store to ws-lookup-store
                           move rp-sku to ws-lookup-sku
                           perform 340-find-position
                       end-if
               end-read
           end-perform.
           close replen-file.

       030-load-onorder.
      *units still due in on open PO lines count towards the
      *position, so a suggestion is not raised for stock already
      *on its way.
           open input po-file.
           move "../data/PurchaseOrders.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read po-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if po-status = "O" and po-qty > po-received
                           move po-store to ws-lookup-store
                           move po-sku to ws-lookup-sku
                           perform 340-find-position
                           if ws-onhand-is-found
                               compute ws-oh-onorder(ws-onhand-idx) =
                                 ws-oh-onorder(ws-onhand-idx)
                                 + po-qty - po-received
                           end-if
                       end-if
               end-read
           end-perform.
           close po-file.

       100-sweep-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           move ws-sweep-date to ws-day-filename-date.
           perform varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 2
               move ws-filecode-list(ws-filecode-sub:1)
                 to ws-day-filename-code
               perform 150-sweep-one-seq
                 varying ws-seq-sub from 1 by 1
                 until ws-seq-sub > 9
           end-perform.

       150-sweep-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants
      *of a same-day supplemental run. A sequence that was never
      *run simply opens nothing.
           if ws-seq-sub = 1
               move spaces to ws-day-filename-seq
           else
               move "-R0" to ws-day-filename-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-filename-seq(4:1)
           end-if.
           move "n" to ws-day-eof.
           open input day-file.
           perform 200-read-day until ws-day-yes.
           close day-file.

       200-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   perform 250-count-sale
           end-read.

       250-count-sale.
      *only positions already being planned collect sales - a sku
      *sold at a store with no on-hand line and no levels has
      *nothing to replenish or to call dead.
           move il-storenumber to ws-lookup-store.
           move il-skucode to ws-lookup-sku.
           perform 345-search-position.
           if not ws-onhand-is-found
               exit paragraph
           end-if.
           add 1 to ws-sales-lines.
           if ws-sweep-int >= ws-velocity-int
               add 1 to ws-oh-sold(ws-onhand-idx)
           end-if.
           if ws-sweep-date > ws-oh-lastsale(ws-onhand-idx)
               move ws-sweep-date to ws-oh-lastsale(ws-onhand-idx)
           end-if.

       300-plan-position.
           perform 350-find-levels.
           if ws-replen-is-found
               move "y" to ws-oh-has-levels(ws-onhand-idx)
               move ws-replen-min(ws-replen-idx)
                 to ws-oh-min(ws-onhand-idx)
               move ws-replen-max(ws-replen-idx)
                 to ws-oh-max(ws-onhand-idx)
           end-if.
           move ws-oh-sku(ws-onhand-idx) to ws-lookup-sku.
           perform 390-find-sku-vendor.
      *a link to a vendor missing from the vendor master plans as
      *unassigned, so its suggestion still prints and orders.
           if ws-lookup-vendor not = spaces
               perform 380-find-vendor
               if not ws-vendor-is-found
                   move spaces to ws-lookup-vendor
               end-if
           end-if.
           move ws-lookup-vendor to ws-oh-vendor(ws-onhand-idx).

      *negative book stock is a recording error, not stock owed to
      *the shelf - it plans as zero.
           move ws-oh-qty(ws-onhand-idx) to ws-position-qty.
           if ws-position-qty < 0
               move 0 to ws-position-qty
           end-if.
           if ws-replen-is-found
             and ws-position-qty <= ws-oh-min(ws-onhand-idx)
               add 1 to ws-below-count
               compute ws-fill-qty = ws-oh-max(ws-onhand-idx)
                 - ws-position-qty - ws-oh-onorder(ws-onhand-idx)
               if ws-fill-qty > 0
                   move ws-fill-qty to ws-oh-suggest(ws-onhand-idx)
                   add 1 to ws-suggest-count
                   add ws-fill-qty to ws-suggest-units
               end-if
           end-if.

           if ws-oh-qty(ws-onhand-idx) > 0
             and ws-oh-lastsale(ws-onhand-idx) < ws-dead-date-min
               add 1 to ws-dead-count
               move ws-oh-sku(ws-onhand-idx) to ws-lookup-sku
               perform 370-find-sku
               if ws-skumaster-is-found
                   compute ws-dead-total = ws-dead-total
                     + ws-oh-qty(ws-onhand-idx)
                     * ws-skumaster-price(ws-skumaster-idx)
               end-if
           end-if.

       340-find-position.
           perform 345-search-position.
           if not ws-onhand-is-found
               if ws-onhand-count < 20000
                   add 1 to ws-onhand-count
                   set ws-onhand-idx to ws-onhand-count
                   move ws-lookup-store to ws-oh-store(ws-onhand-idx)
                   move ws-lookup-sku to ws-oh-sku(ws-onhand-idx)
                   move 0 to ws-oh-qty(ws-onhand-idx)
                   move 0 to ws-oh-sold(ws-onhand-idx)
                   move 0 to ws-oh-lastsale(ws-onhand-idx)
                   move 0 to ws-oh-onorder(ws-onhand-idx)
                   move 0 to ws-oh-min(ws-onhand-idx)
                   move 0 to ws-oh-max(ws-onhand-idx)
                   move "n" to ws-oh-has-levels(ws-onhand-idx)
                   move 0 to ws-oh-suggest(ws-onhand-idx)
                   move spaces to ws-oh-vendor(ws-onhand-idx)
                   move "y" to ws-onhand-found
               else
                   move "y" to ws-onhand-overflow
               end-if
           end-if.

       345-search-position.
           move "n" to ws-onhand-found.
           perform varying ws-onhand-idx from 1 by 1
             until ws-onhand-idx > ws-onhand-count
               or ws-onhand-is-found
               if ws-oh-store(ws-onhand-idx) = ws-lookup-store
                 and ws-oh-sku(ws-onhand-idx) = ws-lookup-sku
                   move "y" to ws-onhand-found
               end-if
           end-perform.
           if ws-onhand-is-found
               set ws-onhand-idx down by 1
           end-if.

       350-find-levels.
      *the store's own row wins; the "00" row is the default for
      *every store without one.
           move "n" to ws-replen-found.
           set ws-replen-idx to 1.
           search ws-replen-entry
               at end
                   move "n" to ws-replen-found
               when ws-replen-store(ws-replen-idx)
                 = ws-oh-store(ws-onhand-idx)
                 and ws-replen-sku(ws-replen-idx)
                 = ws-oh-sku(ws-onhand-idx)
                   move "y" to ws-replen-found
           end-search.
           if not ws-replen-is-found
               set ws-replen-idx to 1
               search ws-replen-entry
                   at end
                       move "n" to ws-replen-found
                   when ws-replen-store(ws-replen-idx) = "00"
                     and ws-replen-sku(ws-replen-idx)
                     = ws-oh-sku(ws-onhand-idx)
                       move "y" to ws-replen-found
               end-search
           end-if.

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
               when ws-vend-number(ws-vendor-idx) = ws-lookup-vendor
                   move "y" to ws-vendor-found
           end-search.

       390-find-sku-vendor.
           move spaces to ws-lookup-vendor.
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
                 to ws-lookup-vendor
           end-if.

       400-write-suggestions.
      *vendor master order, each vendor's lines in store order; the
      *lines for skus with no vendor link come last under spaces.
           open output suggest-file.
           move ws-suggest-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-vendor-idx from 1 by 1
             until ws-vendor-idx > ws-vendor-count
               move ws-vend-number(ws-vendor-idx) to ws-lookup-vendor
               perform 410-write-vendor-suggestions
           end-perform.
           move spaces to ws-lookup-vendor.
           perform 410-write-vendor-suggestions.
           close suggest-file.

       410-write-vendor-suggestions.
           perform varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count
               perform varying ws-onhand-idx from 1 by 1
                 until ws-onhand-idx > ws-onhand-count
                   if ws-oh-suggest(ws-onhand-idx) > 0
                     and ws-oh-vendor(ws-onhand-idx) = ws-lookup-vendor
                     and ws-oh-store(ws-onhand-idx)
                       = ws-storename-number(ws-storename-idx)
                       move ws-lookup-vendor to so-vendor
                       move ws-oh-store(ws-onhand-idx) to so-store
                       move ws-oh-sku(ws-onhand-idx) to so-sku
                       move ws-oh-suggest(ws-onhand-idx) to so-qty
                       move ws-oh-qty(ws-onhand-idx) to so-onhand
                       move ws-oh-onorder(ws-onhand-idx) to so-onorder
                       move ws-run-date to so-rundate
                       write suggest-rec
                   end-if
               end-perform
           end-perform.

       500-write-report.
           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           write report-line from ws-heading
             before advancing 2 lines.
           move ws-velocity-days to ws-wl-velocity.
           move ws-dead-days to ws-wl-dead.
           write report-line from ws-window-line.
           if ws-onhand-is-full
               write report-line from ws-overflow-line
           end-if.

           move spaces to report-line.
           write report-line.
           write report-line from ws-below-heading.
           write report-line from ws-below-columns.
           perform 510-write-store-below
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-below-count = 0
               write report-line from ws-none-below
           end-if.

           move spaces to report-line.
           write report-line.
           write report-line from ws-order-heading.
           perform varying ws-vendor-idx from 1 by 1
             until ws-vendor-idx > ws-vendor-count
               move ws-vend-number(ws-vendor-idx) to ws-lookup-vendor
               move ws-vend-name(ws-vendor-idx) to ws-vh-name
               perform 530-write-vendor-orders
           end-perform.
           move spaces to ws-lookup-vendor.
           move "UNASSIGNED - NO VENDOR LINK" to ws-vh-name.
           perform 530-write-vendor-orders.
           if ws-suggest-count = 0
               write report-line from ws-none-order
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-dead-days to ws-dh-days.
           write report-line from ws-dead-heading.
           write report-line from ws-dead-columns.
           perform 550-write-store-dead
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-dead-count = 0
               write report-line from ws-none-dead
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-below-count to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-suggest-count to ws-t2-count.
           write report-line from ws-totals-line2.
           move ws-suggest-units to ws-t3-count.
           write report-line from ws-totals-line3.
           move ws-dead-count to ws-t4-count.
           write report-line from ws-totals-line4.
           move ws-dead-total to ws-t5-value.
           write report-line from ws-totals-line5.
           close report-file.

       510-write-store-below.
           move 0 to ws-store-lines.
           perform varying ws-onhand-idx from 1 by 1
             until ws-onhand-idx > ws-onhand-count
               if ws-oh-store(ws-onhand-idx)
                 = ws-storename-number(ws-storename-idx)
                 and ws-oh-has-levels(ws-onhand-idx) = "y"
                 and (ws-oh-qty(ws-onhand-idx) < 0
                   or ws-oh-qty(ws-onhand-idx)
                   <= ws-oh-min(ws-onhand-idx))
                   if ws-store-lines = 0
                       perform 590-write-store-header
                   end-if
                   add 1 to ws-store-lines
                   perform 520-write-below-line
               end-if
           end-perform.

       520-write-below-line.
           move ws-oh-sku(ws-onhand-idx) to ws-lookup-sku.
           perform 370-find-sku.
           move ws-oh-sku(ws-onhand-idx) to ws-bd-sku.
           if ws-skumaster-is-found
               move ws-skumaster-desc(ws-skumaster-idx) to ws-bd-desc
           else
               move "** SKU NOT ON MASTER **" to ws-bd-desc
           end-if.
           move ws-oh-qty(ws-onhand-idx) to ws-bd-onhand.
           move ws-oh-onorder(ws-onhand-idx) to ws-bd-onorder.
           move ws-oh-min(ws-onhand-idx) to ws-bd-min.
           move ws-oh-max(ws-onhand-idx) to ws-bd-max.
           move ws-oh-sold(ws-onhand-idx) to ws-bd-sold.
           compute ws-per-day rounded =
             ws-oh-sold(ws-onhand-idx) / ws-velocity-days.
           move ws-per-day to ws-bd-perday.
           move ws-oh-suggest(ws-onhand-idx) to ws-bd-suggest.
           move ws-oh-vendor(ws-onhand-idx) to ws-bd-vendor.
           write report-line from ws-below-detail.

       530-write-vendor-orders.
           move 0 to ws-vendor-units.
           move 0 to ws-vendor-lines.
           perform varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count
               perform varying ws-onhand-idx from 1 by 1
                 until ws-onhand-idx > ws-onhand-count
                   if ws-oh-suggest(ws-onhand-idx) > 0
                     and ws-oh-vendor(ws-onhand-idx) = ws-lookup-vendor
                     and ws-oh-store(ws-onhand-idx)
                       = ws-storename-number(ws-storename-idx)
                       if ws-vendor-lines = 0
                           move ws-lookup-vendor to ws-vh-number
                           write report-line from ws-vendor-header
                       end-if
                       add 1 to ws-vendor-lines
                       add ws-oh-suggest(ws-onhand-idx)
                         to ws-vendor-units
                       perform 540-write-order-line
                   end-if
               end-perform
           end-perform.
           if ws-vendor-lines > 0
               move ws-vendor-units to ws-vt-units
               move ws-vendor-lines to ws-vt-lines
               write report-line from ws-vendor-total
           end-if.

       540-write-order-line.
           move ws-oh-sku(ws-onhand-idx) to ws-lookup-sku.
           perform 370-find-sku.
           move ws-oh-store(ws-onhand-idx) to ws-od-store.
           move ws-oh-sku(ws-onhand-idx) to ws-od-sku.
           if ws-skumaster-is-found
               move ws-skumaster-desc(ws-skumaster-idx) to ws-od-desc
           else
               move "** SKU NOT ON MASTER **" to ws-od-desc
           end-if.
           move ws-oh-suggest(ws-onhand-idx) to ws-od-qty.
           write report-line from ws-order-detail.

       550-write-store-dead.
           move 0 to ws-store-lines.
           perform varying ws-onhand-idx from 1 by 1
             until ws-onhand-idx > ws-onhand-count
               if ws-oh-store(ws-onhand-idx)
                 = ws-storename-number(ws-storename-idx)
                 and ws-oh-qty(ws-onhand-idx) > 0
                 and ws-oh-lastsale(ws-onhand-idx) < ws-dead-date-min
                   if ws-store-lines = 0
                       perform 590-write-store-header
                   end-if
                   add 1 to ws-store-lines
                   perform 560-write-dead-line
               end-if
           end-perform.

       560-write-dead-line.
           move ws-oh-sku(ws-onhand-idx) to ws-lookup-sku.
           perform 370-find-sku.
           move ws-oh-sku(ws-onhand-idx) to ws-dd-sku.
           move 0 to ws-dead-value.
           if ws-skumaster-is-found
               move ws-skumaster-desc(ws-skumaster-idx) to ws-dd-desc
               compute ws-dead-value = ws-oh-qty(ws-onhand-idx)
                 * ws-skumaster-price(ws-skumaster-idx)
           else
               move "** SKU NOT ON MASTER **" to ws-dd-desc
           end-if.
           move ws-oh-qty(ws-onhand-idx) to ws-dd-onhand.
           if ws-oh-lastsale(ws-onhand-idx) = 0
               move "NONE" to ws-dd-lastsale
           else
               move ws-oh-lastsale(ws-onhand-idx) to ws-dd-lastsale
           end-if.
           move ws-dead-value to ws-dd-value.
           write report-line from ws-dead-detail.

       590-write-store-header.
           move ws-storename-number(ws-storename-idx) to ws-sh-number.
           move ws-storename-name(ws-storename-idx) to ws-sh-name.
           write report-line from ws-store-header.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "REPLENISH" to ctl-program.
           move "SUGGEST LINES" to ctl-metric.
           move ws-suggest-count to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "REPLENISH" to ctl-program.
           move "DEAD STOCK" to ctl-metric.
           move ws-dead-count to ctl-count.
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

       end program ReplenishmentPlan.
