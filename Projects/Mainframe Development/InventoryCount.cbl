       identification division.
       program-id. InventoryCount.
      *Program Description: Physical inventory count intake, run in
      *the nightly chain after InventoryMovement. Store count sheets
      *- cycle counts or the full annual count - arrive one-shot in
      *CountSheets.dat, one line per store and sku with the date the
      *count was taken, and are held on CountPending.dat until they
      *are approved; a recount of the same store and sku replaces
      *the earlier line. Every pending count is compared with the
      *book quantity AS OF ITS COUNT DATE: today's OnHandPosition.dat
      *figure with the unit movement of every dated s/l/r/v file
      *after the count date backed out again, the way
      *InventoryMovement moved it in. Variances are valued at the
      *SKUMaster unit price and printed as a shrink report by store
      *and department. Loss prevention approves a store's count by
      *sending a CountApprovals.dat line (store, count date or zero
      *for all of the store's pending counts, approver) after the
      *variance has been on at least one night's report; the
      *counted quantity then replaces the book - the variance is
      *posted to today's position so the movement since the count
      *stays on the books - and every adjustment is written to
      *InventoryAdjustments.dat and the report so the change to the
      *books can be traced. Receipts and inter-store transfers
      *posted after the count date are not backed out: counts are
      *keyed in before the store's next delivery or transfer is
      *booked.

       environment division.
       input-output section.
       file-control.
           select optional count-sheet-file
           assign to "../data/CountSheets.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional pending-file
           assign to "../data/CountPending.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional approval-file
           assign to "../data/CountApprovals.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional adjust-file
           assign to "../data/InventoryAdjustments.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional onhand-file
           assign to "../data/OnHandPosition.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional day-file
           assign dynamic ws-day-filename
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

           select optional dept-file
           assign to "../data/Departments.dat"
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

      *count type C = cycle count, A = annual full count.
       fd count-sheet-file
           data record is count-sheet-rec
           record contains 33 characters.
       01 count-sheet-rec.
         05 cs-store pic x(2).
         05 cs-sku pic x(15).
         05 cs-date pic 9(8).
         05 cs-qty pic 9(7).
         05 cs-type pic x(1).

      *counts loaded and waiting for approval; cp-loaded is the run
      *date the count was first reported on.
       fd pending-file
           data record is pending-rec
           record contains 41 characters.
       01 pending-rec.
         05 cp-store pic x(2).
         05 cp-sku pic x(15).
         05 cp-date pic 9(8).
         05 cp-qty pic 9(7).
         05 cp-type pic x(1).
         05 cp-loaded pic 9(8).

       fd approval-file
           data record is approval-rec
           record contains 30 characters.
       01 approval-rec.
         05 ca-store pic x(2).
         05 ca-date pic 9(8).
         05 ca-approver pic x(20).

      *one line per posted adjustment, kept for good.
       fd adjust-file
           data record is adjust-rec
           record contains 83 characters.
       01 adjust-rec.
         05 ia-store pic x(2).
         05 ia-sku pic x(15).
         05 ia-countdate pic 9(8).
         05 ia-book pic s9(7) sign leading separate.
         05 ia-counted pic 9(7).
         05 ia-adjust pic s9(7) sign leading separate.
         05 ia-price pic 9(5)v99.
         05 ia-rundate pic 9(8).
         05 ia-approver pic x(20).

       fd onhand-file
           data record is onhand-rec
           record contains 25 characters.
       01 onhand-rec.
         05 oh-store pic x(2).
         05 oh-sku pic x(15).
         05 oh-qty pic s9(7) sign leading separate.

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

       fd dept-file
           data record is dept-rec
           record contains 4 characters.
       01 dept-rec pic x(4).

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
       01 ws-sheet-eof pic x value "n".
         88 ws-sheet-yes value "y".
       01 ws-pending-eof pic x value "n".
         88 ws-pending-yes value "y".
       01 ws-approval-eof pic x value "n".
         88 ws-approval-yes value "y".
       01 ws-onhand-eof pic x value "n".
         88 ws-onhand-yes value "y".
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".

      *pending counts with tonight's derived book figure; status
      *P = pending, A = approved and posted tonight (dropped when
      *the file is rewritten).
       01 ws-pend-count pic 9(5) value 0.
       01 ws-pend-table.
         05 ws-pend-entry occurs 10000 times
             indexed by ws-pend-idx.
           10 ws-pd-store pic x(2).
           10 ws-pd-sku pic x(15).
           10 ws-pd-date pic 9(8).
           10 ws-pd-qty pic 9(7).
           10 ws-pd-type pic x(1).
           10 ws-pd-loaded pic 9(8).
           10 ws-pd-book pic s9(7).
           10 ws-pd-variance pic s9(7).
           10 ws-pd-value pic s9(9)v99.
           10 ws-pd-status pic x(1).
           10 ws-pd-approver pic x(20).
       01 ws-pend-found pic x value "n".
         88 ws-pend-is-found value "y".

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
           10 ws-skumaster-desc pic x(30) value spaces.
           10 ws-skumaster-dept pic x(4) value spaces.
           10 ws-skumaster-price pic 9(5)v99 value 0.
       01 ws-skumaster-found pic x value "n".
         88 ws-skumaster-is-found value "y".

      *department print order: Departments.dat, then a last bucket
      *for skus whose department is not on it.
       01 ws-dept-count pic 9(3) value 0.
       01 ws-dept-table.
         05 ws-dept-entry occurs 100 times
             indexed by ws-dept-idx.
           10 ws-dept-code pic x(4).
       01 ws-dept-sub pic 9(3) value 0.

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-dept pic x(4) value spaces.
       01 ws-reject-reason pic x(30) value spaces.
       01 ws-count-int pic 9(8) value 0.
       01 ws-oldest-int pic 9(8) value 0.
       01 ws-min-count-date pic 9(8) value 0.
       01 ws-count-max-days pic 9(3) value 90.
       01 ws-approval-hits pic 9(5) value 0.
       01 ws-unit-price pic 9(5)v99 value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-start-int pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(4) value "slrv".
      *two digits so the 1-9 sequence loop can run past 9 and stop.
       01 ws-seq-sub pic 99 value 0.

       01 ws-sheet-count pic 9(5) value 0.
       01 ws-sheet-rejected pic 9(5) value 0.
       01 ws-approval-rejected pic 9(5) value 0.
       01 ws-posted-count pic 9(5) value 0.
       01 ws-posted-units pic s9(9) value 0.
       01 ws-posted-value pic s9(9)v99 value 0.

       01 ws-dept-lines pic 9(5) value 0.
       01 ws-store-lines pic 9(5) value 0.
       01 ws-dept-shrink pic s9(9)v99 value 0.
       01 ws-dept-over pic s9(9)v99 value 0.
       01 ws-store-shrink pic s9(9)v99 value 0.
       01 ws-store-over pic s9(9)v99 value 0.
       01 ws-total-shrink pic s9(9)v99 value 0.
       01 ws-total-over pic s9(9)v99 value 0.

       01 ws-heading pic x(60) value
           "PHYSICAL COUNT SHRINK VARIANCE BY STORE AND DEPARTMENT".

       01 ws-sheet-heading pic x(60) value
           "COUNT SHEET LINES REJECTED".

       01 ws-approval-heading pic x(60) value
           "COUNT APPROVALS NOT APPLIED".

       01 ws-posted-heading pic x(60) value
           "COUNT ADJUSTMENTS POSTED TO ON-HAND".

       01 ws-column-heading.
         05 filler pic x(6) value spaces.
         05 filler pic x(16) value "SKU             ".
         05 filler pic x(21) value "DESCRIPTION          ".
         05 filler pic x(9) value "COUNTED  ".
         05 filler pic x(2) value "T ".
         05 filler pic x(9) value "     BOOK".
         05 filler pic x(9) value "    COUNT".
         05 filler pic x(9) value " VARIANCE".
         05 filler pic x(10) value "     PRICE".
         05 filler pic x(14) value "         VALUE".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "STATUS".

       01 ws-store-header.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(3) value " - ".
         05 ws-sh-name pic x(20).

       01 ws-dept-header.
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value "DEPARTMENT ".
         05 ws-dh-dept pic x(4).

       01 ws-count-detail.
         05 filler pic x(6) value spaces.
         05 ws-cd-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-cd-desc pic x(20).
         05 filler pic x(1) value space.
         05 ws-cd-date pic 9(8).
         05 filler pic x(1) value space.
         05 ws-cd-type pic x(1).
         05 filler pic x(1) value space.
         05 ws-cd-book pic -------9.
         05 filler pic x(1) value space.
         05 ws-cd-count pic zzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-cd-variance pic -------9.
         05 filler pic x(1) value space.
         05 ws-cd-price pic zz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-cd-value pic ---,---,--9.99.
         05 filler pic x(2) value spaces.
         05 ws-cd-status pic x(8).

       01 ws-subtotal-line.
         05 filler pic x(4) value spaces.
         05 ws-st-label pic x(22).
         05 filler pic x(8) value "SHRINK ".
         05 ws-st-shrink pic ---,---,--9.99.
         05 filler pic x(10) value "  OVERAGE ".
         05 ws-st-over pic ---,---,--9.99.
         05 filler pic x(6) value "  NET ".
         05 ws-st-net pic ---,---,--9.99.

       01 ws-reject-line.
         05 filler pic x(2) value spaces.
         05 ws-rj-image pic x(33).
         05 filler pic x(2) value spaces.
         05 ws-rj-reason pic x(30).

       01 ws-posted-detail.
         05 filler pic x(2) value spaces.
         05 ws-pt-store pic x(2).
         05 filler pic x(1) value space.
         05 ws-pt-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-pt-date pic 9(8).
         05 filler pic x(6) value " BOOK ".
         05 ws-pt-book pic -------9.
         05 filler pic x(9) value " COUNTED ".
         05 ws-pt-count pic zzzzzzz9.
         05 filler pic x(8) value " ADJUST ".
         05 ws-pt-adjust pic -------9.
         05 filler pic x(13) value " APPROVED BY ".
         05 ws-pt-approver pic x(20).

       01 ws-overflow-line pic x(60) value
           "** ON-HAND TABLE FULL - POSITION UPDATE INCOMPLETE **".

       01 ws-none-line pic x(40) value
           "  (no counts pending)".
       01 ws-none-posted pic x(40) value
           "  (no count adjustments posted)".

       01 ws-totals-line1.
         05 filler pic x(30) value "COUNT SHEET LINES LOADED:     ".
         05 ws-t1-count pic zzzzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "COUNT SHEET LINES REJECTED:   ".
         05 ws-t2-count pic zzzzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "COUNTS PENDING APPROVAL:      ".
         05 ws-t3-count pic zzzzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "ADJUSTMENTS POSTED:           ".
         05 ws-t4-count pic zzzzzzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "NET UNITS ADJUSTED:           ".
         05 ws-t5-units pic ---------9.
       01 ws-totals-line6.
         05 filler pic x(30) value "NET VALUE ADJUSTED:           ".
         05 ws-t6-value pic ---,---,--9.99.

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

       01 ws-report-filename.
         05 filler pic x(23) value "../data/ShrinkVariance-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

      *the snapshot paragraph serves every file this step moves.
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
           perform 014-load-departments.
           perform 020-load-onhand.
           perform 025-load-pending.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.

      *a historical reprocess is report-only: the count sheets and
      *approvals are neither applied nor emptied and the book does
      *not move.
           if not ws-is-historical
               perform 100-load-count-sheets
           end-if.
           perform 200-derive-book.
           if not ws-is-historical
               perform 300-apply-approvals
           end-if.
           perform 500-write-report.
           close exception-hub-file.
           if not ws-is-historical
               perform 600-rewrite-pending
               perform 650-rewrite-onhand
               perform 670-append-adjustments
           end-if.
           perform 700-write-controltotals.

      *both feeds are one-shot - empty them so a rerun does not
      *load or post the same counts twice.
           if not ws-is-historical
               open output count-sheet-file
               close count-sheet-file
               open output approval-file
               close approval-file
           end-if.

           display "Inventory count finished".
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
      *a count older than the window cannot be rolled forward to
      *today's book with any confidence - it is refused and the
      *store counts again.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           compute ws-oldest-int = ws-run-int - ws-count-max-days.

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
                           move sku-master-dept to
                             ws-skumaster-dept(ws-skumaster-count)
                           move sku-master-price to
                             ws-skumaster-price(ws-skumaster-count)
                       end-if
               end-read
           end-perform.
           close sku-file.

       014-load-departments.
           open input dept-file.
           move "../data/Departments.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read dept-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-dept-count < 99
                           add 1 to ws-dept-count
                           move dept-rec
                             to ws-dept-code(ws-dept-count)
                       end-if
               end-read
           end-perform.
           close dept-file.

       020-load-onhand.
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

       025-load-pending.
           open input pending-file.
           move "../data/CountPending.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-pending-yes
               read pending-file
                   at end
                       move "y" to ws-pending-eof
                   not at end
                       if ws-pend-count < 10000
                           add 1 to ws-pend-count
                           set ws-pend-idx to ws-pend-count
                           move cp-store to ws-pd-store(ws-pend-idx)
                           move cp-sku to ws-pd-sku(ws-pend-idx)
                           move cp-date to ws-pd-date(ws-pend-idx)
                           move cp-qty to ws-pd-qty(ws-pend-idx)
                           move cp-type to ws-pd-type(ws-pend-idx)
                           move cp-loaded to ws-pd-loaded(ws-pend-idx)
                           move "P" to ws-pd-status(ws-pend-idx)
                           move spaces to ws-pd-approver(ws-pend-idx)
                       end-if
               end-read
           end-perform.
           close pending-file.

       100-load-count-sheets.
           open input count-sheet-file.
           move "../data/CountSheets.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-sheet-yes
               read count-sheet-file
                   at end
                       move "y" to ws-sheet-eof
                   not at end
                       perform 150-load-one-count
               end-read
           end-perform.
           close count-sheet-file.

       150-load-one-count.
           move spaces to ws-reject-reason.
           move cs-store to ws-lookup-store.
           move cs-sku to ws-lookup-sku.
           perform 360-find-store.
           perform 370-find-sku.
           evaluate true
               when cs-qty is not numeric or cs-date is not numeric
                   move "QUANTITY OR DATE NOT NUMERIC"
                     to ws-reject-reason
               when cs-type not = "C" and cs-type not = "A"
                   move "COUNT TYPE NOT C OR A" to ws-reject-reason
               when not ws-storename-is-found
                   move "STORE NOT ON MASTER" to ws-reject-reason
               when not ws-skumaster-is-found
                   move "SKU NOT ON MASTER" to ws-reject-reason
               when cs-date > ws-run-date
                   move "COUNT DATE IN THE FUTURE" to ws-reject-reason
           end-evaluate.
           if ws-reject-reason = spaces
               compute ws-count-int =
                 function integer-of-date(cs-date)
               if ws-count-int < ws-oldest-int
                   move "COUNT DATE TOO OLD TO ROLL FORWARD"
                     to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason not = spaces
               if ws-sheet-rejected = 0
                   write report-line from ws-sheet-heading
               end-if
               add 1 to ws-sheet-rejected
               move count-sheet-rec to ws-rj-image
               move ws-reject-reason to ws-rj-reason
               write report-line from ws-reject-line
               move "INVCOUNT" to eh-source
               move "M" to eh-severity
               move cs-store to eh-store
               move spaces to eh-text
               string "COUNT LINE REJECTED " cs-sku " "
                      ws-reject-reason
                 delimited by size into eh-text
               write exception-hub-rec
               exit paragraph
           end-if.

      *a recount replaces the earlier line and goes back onto the
      *report before it can be approved.
           add 1 to ws-sheet-count.
           perform 350-find-pending.
           if not ws-pend-is-found
               if ws-pend-count < 10000
                   add 1 to ws-pend-count
                   set ws-pend-idx to ws-pend-count
                   move cs-store to ws-pd-store(ws-pend-idx)
                   move cs-sku to ws-pd-sku(ws-pend-idx)
                   move "P" to ws-pd-status(ws-pend-idx)
                   move spaces to ws-pd-approver(ws-pend-idx)
               else
                   exit paragraph
               end-if
           end-if.
           move cs-date to ws-pd-date(ws-pend-idx).
           move cs-qty to ws-pd-qty(ws-pend-idx).
           move cs-type to ws-pd-type(ws-pend-idx).
           move ws-run-date to ws-pd-loaded(ws-pend-idx).

       200-derive-book.
      *start every pending count at today's book, then sweep the
      *dated files from the day after the oldest count date through
      *tonight and back each unit movement out of the counts it
      *happened after.
           move 99999999 to ws-min-count-date.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               move ws-pd-store(ws-pend-idx) to ws-lookup-store
               move ws-pd-sku(ws-pend-idx) to ws-lookup-sku
               perform 340-find-onhand
               if ws-onhand-is-found
                   move ws-oh-qty(ws-onhand-idx)
                     to ws-pd-book(ws-pend-idx)
               else
                   move 0 to ws-pd-book(ws-pend-idx)
               end-if
               if ws-pd-date(ws-pend-idx) < ws-min-count-date
                   move ws-pd-date(ws-pend-idx) to ws-min-count-date
               end-if
           end-perform.
           if ws-pend-count > 0
               compute ws-start-int =
                 function integer-of-date(ws-min-count-date) + 1
               perform 210-sweep-one-day
                 varying ws-sweep-int from ws-start-int by 1
                 until ws-sweep-int > ws-run-int
           end-if.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               perform 250-value-variance
           end-perform.

       210-sweep-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           move ws-sweep-date to ws-day-filename-date.
           perform varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4
               move ws-filecode-list(ws-filecode-sub:1)
                 to ws-day-filename-code
               perform 220-sweep-one-seq
                 varying ws-seq-sub from 1 by 1
                 until ws-seq-sub > 9
           end-perform.

       220-sweep-one-seq.
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
           perform until ws-day-yes
               read day-file
                   at end
                       move "y" to ws-day-eof
                   not at end
                       perform 230-back-out-unit
               end-read
           end-perform.
           close day-file.

       230-back-out-unit.
      *the reverse of InventoryMovement: a sale or layaway took a
      *unit off the book, a restockable return or a void put one
      *back.
           move il-storenumber to ws-lookup-store.
           move il-skucode to ws-lookup-sku.
           perform 350-find-pending.
           if not ws-pend-is-found
               exit paragraph
           end-if.
           if ws-sweep-date <= ws-pd-date(ws-pend-idx)
               exit paragraph
           end-if.
           evaluate il-transactioncode
               when "S"
               when "L"
                   add 1 to ws-pd-book(ws-pend-idx)
               when "R"
                   if il-disposition = "R" or il-disposition = space
                       subtract 1 from ws-pd-book(ws-pend-idx)
                   end-if
               when "V"
                   subtract 1 from ws-pd-book(ws-pend-idx)
           end-evaluate.

       250-value-variance.
           compute ws-pd-variance(ws-pend-idx) =
             ws-pd-qty(ws-pend-idx) - ws-pd-book(ws-pend-idx).
           move ws-pd-sku(ws-pend-idx) to ws-lookup-sku.
           perform 370-find-sku.
           if ws-skumaster-is-found
               compute ws-pd-value(ws-pend-idx) =
                 ws-pd-variance(ws-pend-idx)
                 * ws-skumaster-price(ws-skumaster-idx)
           else
               move 0 to ws-pd-value(ws-pend-idx)
           end-if.

       300-apply-approvals.
           open input approval-file.
           move "../data/CountApprovals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-approval-yes
               read approval-file
                   at end
                       move "y" to ws-approval-eof
                   not at end
                       perform 320-apply-one-approval
               end-read
           end-perform.
           close approval-file.

       320-apply-one-approval.
      *only counts already on an earlier night's variance report
      *can be approved - a count loaded tonight has not been seen.
           move spaces to ws-reject-reason.
           move 0 to ws-approval-hits.
           if ca-approver = spaces
               move "APPROVER NOT NAMED" to ws-reject-reason
           else
               perform varying ws-pend-idx from 1 by 1
                 until ws-pend-idx > ws-pend-count
                   if ws-pd-store(ws-pend-idx) = ca-store
                     and ws-pd-status(ws-pend-idx) = "P"
                     and (ca-date = 0
                       or ws-pd-date(ws-pend-idx) = ca-date)
                     and ws-pd-loaded(ws-pend-idx) < ws-run-date
                       add 1 to ws-approval-hits
                       perform 330-post-adjustment
                   end-if
               end-perform
               if ws-approval-hits = 0
                   move "NO REPORTED COUNT TO APPROVE"
                     to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason not = spaces
               add 1 to ws-approval-rejected
               move "INVCOUNT" to eh-source
               move "M" to eh-severity
               move ca-store to eh-store
               move spaces to eh-text
               string "APPROVAL NOT APPLIED " ca-date " "
                      ws-reject-reason
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.

       330-post-adjustment.
           move "A" to ws-pd-status(ws-pend-idx).
           move ca-approver to ws-pd-approver(ws-pend-idx).
           add 1 to ws-posted-count.
           add ws-pd-variance(ws-pend-idx) to ws-posted-units.
           add ws-pd-value(ws-pend-idx) to ws-posted-value.
           move ws-pd-store(ws-pend-idx) to ws-lookup-store.
           move ws-pd-sku(ws-pend-idx) to ws-lookup-sku.
           perform 340-find-onhand.
           if not ws-onhand-is-found
               if ws-onhand-count < 20000
                   add 1 to ws-onhand-count
                   set ws-onhand-idx to ws-onhand-count
                   move ws-lookup-store to ws-oh-store(ws-onhand-idx)
                   move ws-lookup-sku to ws-oh-sku(ws-onhand-idx)
                   move 0 to ws-oh-qty(ws-onhand-idx)
                   move "y" to ws-onhand-found
               else
                   move "y" to ws-onhand-overflow
               end-if
           end-if.
           if ws-onhand-is-found
               add ws-pd-variance(ws-pend-idx)
                 to ws-oh-qty(ws-onhand-idx)
           end-if.

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

       350-find-pending.
           move "n" to ws-pend-found.
           set ws-pend-idx to 1.
           search ws-pend-entry
               at end
                   move "n" to ws-pend-found
               when ws-pd-store(ws-pend-idx) = ws-lookup-store
                 and ws-pd-sku(ws-pend-idx) = ws-lookup-sku
                   move "y" to ws-pend-found
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

       500-write-report.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading
             before advancing 2 lines.
           if ws-onhand-is-full
               write report-line from ws-overflow-line
           end-if.
           write report-line from ws-column-heading.
           perform 510-write-store-counts
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-pend-count = 0
               write report-line from ws-none-line
           else
               move spaces to report-line
               write report-line
               move "ALL STORES" to ws-st-label
               move ws-total-shrink to ws-st-shrink
               move ws-total-over to ws-st-over
               compute ws-st-net = ws-total-shrink + ws-total-over
               write report-line from ws-subtotal-line
           end-if.

           move spaces to report-line.
           write report-line.
           write report-line from ws-posted-heading.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-status(ws-pend-idx) = "A"
                   move ws-pd-store(ws-pend-idx) to ws-pt-store
                   move ws-pd-sku(ws-pend-idx) to ws-pt-sku
                   move ws-pd-date(ws-pend-idx) to ws-pt-date
                   move ws-pd-book(ws-pend-idx) to ws-pt-book
                   move ws-pd-qty(ws-pend-idx) to ws-pt-count
                   move ws-pd-variance(ws-pend-idx) to ws-pt-adjust
                   move ws-pd-approver(ws-pend-idx) to ws-pt-approver
                   write report-line from ws-posted-detail
               end-if
           end-perform.
           if ws-posted-count = 0
               write report-line from ws-none-posted
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-sheet-count to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-sheet-rejected to ws-t2-count.
           write report-line from ws-totals-line2.
           compute ws-t3-count = ws-pend-count - ws-posted-count.
           write report-line from ws-totals-line3.
           move ws-posted-count to ws-t4-count.
           write report-line from ws-totals-line4.
           move ws-posted-units to ws-t5-units.
           write report-line from ws-totals-line5.
           move ws-posted-value to ws-t6-value.
           write report-line from ws-totals-line6.
           close report-file.

       510-write-store-counts.
           move 0 to ws-store-lines.
           move 0 to ws-store-shrink.
           move 0 to ws-store-over.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-store(ws-pend-idx)
                 = ws-storename-number(ws-storename-idx)
                   add 1 to ws-store-lines
               end-if
           end-perform.
           if ws-store-lines = 0
               exit paragraph
           end-if.
           move ws-storename-number(ws-storename-idx) to ws-sh-number.
           move ws-storename-name(ws-storename-idx) to ws-sh-name.
           write report-line from ws-store-header.
      *one pass per department on file, then one for departments
      *the master names but Departments.dat does not.
           perform varying ws-dept-sub from 1 by 1
             until ws-dept-sub > ws-dept-count + 1
               if ws-dept-sub > ws-dept-count
                   move spaces to ws-lookup-dept
               else
                   move ws-dept-code(ws-dept-sub) to ws-lookup-dept
               end-if
               perform 520-write-dept-counts
           end-perform.
           move spaces to ws-st-label.
           string "STORE " ws-sh-number " TOTAL"
             delimited by size into ws-st-label.
           move ws-store-shrink to ws-st-shrink.
           move ws-store-over to ws-st-over.
           compute ws-st-net = ws-store-shrink + ws-store-over.
           write report-line from ws-subtotal-line.
           add ws-store-shrink to ws-total-shrink.
           add ws-store-over to ws-total-over.

       520-write-dept-counts.
           move 0 to ws-dept-lines.
           move 0 to ws-dept-shrink.
           move 0 to ws-dept-over.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-store(ws-pend-idx)
                 = ws-storename-number(ws-storename-idx)
                   move ws-pd-sku(ws-pend-idx) to ws-lookup-sku
                   perform 370-find-sku
                   perform 530-check-dept-line
               end-if
           end-perform.
           if ws-dept-lines > 0
               move spaces to ws-st-label
               string "DEPT " ws-dh-dept " TOTAL"
                 delimited by size into ws-st-label
               move ws-dept-shrink to ws-st-shrink
               move ws-dept-over to ws-st-over
               compute ws-st-net = ws-dept-shrink + ws-dept-over
               write report-line from ws-subtotal-line
               add ws-dept-shrink to ws-store-shrink
               add ws-dept-over to ws-store-over
           end-if.

       530-check-dept-line.
      *the last pass takes every line whose department is not one of
      *those on Departments.dat (or whose sku has left the master).
           if ws-lookup-dept = spaces
               if ws-skumaster-is-found
                   perform varying ws-dept-idx from 1 by 1
                     until ws-dept-idx > ws-dept-count
                       if ws-dept-code(ws-dept-idx)
                         = ws-skumaster-dept(ws-skumaster-idx)
                           exit paragraph
                       end-if
                   end-perform
               end-if
           else
               if not ws-skumaster-is-found
                 or ws-skumaster-dept(ws-skumaster-idx)
                   not = ws-lookup-dept
                   exit paragraph
               end-if
           end-if.
           if ws-dept-lines = 0
               if ws-lookup-dept = spaces
                   move "????" to ws-dh-dept
               else
                   move ws-lookup-dept to ws-dh-dept
               end-if
               write report-line from ws-dept-header
           end-if.
           add 1 to ws-dept-lines.
           move ws-pd-sku(ws-pend-idx) to ws-cd-sku.
           if ws-skumaster-is-found
               move ws-skumaster-desc(ws-skumaster-idx) to ws-cd-desc
               move ws-skumaster-price(ws-skumaster-idx) to ws-cd-price
           else
               move "** SKU NOT ON MASTER **" to ws-cd-desc
               move 0 to ws-cd-price
           end-if.
           move ws-pd-date(ws-pend-idx) to ws-cd-date.
           move ws-pd-type(ws-pend-idx) to ws-cd-type.
           move ws-pd-book(ws-pend-idx) to ws-cd-book.
           move ws-pd-qty(ws-pend-idx) to ws-cd-count.
           move ws-pd-variance(ws-pend-idx) to ws-cd-variance.
           move ws-pd-value(ws-pend-idx) to ws-cd-value.
           if ws-pd-status(ws-pend-idx) = "A"
               move "POSTED" to ws-cd-status
           else
               move "PENDING" to ws-cd-status
           end-if.
           write report-line from ws-count-detail.
           if ws-pd-value(ws-pend-idx) < 0
               add ws-pd-value(ws-pend-idx) to ws-dept-shrink
           else
               add ws-pd-value(ws-pend-idx) to ws-dept-over
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
      *stamp protects. InventoryMovement and ReceivingPost share
      *the on-hand stamp, so whichever runs first takes the day's
      *copy.
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

       600-rewrite-pending.
           move "../data/CountPending.dat" to ws-snap-live.
           move "../data/CountPending.bak" to ws-snap-bak.
           move "../data/CountPending.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open output pending-file.
           move "../data/CountPending.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-status(ws-pend-idx) = "P"
                   move ws-pd-store(ws-pend-idx) to cp-store
                   move ws-pd-sku(ws-pend-idx) to cp-sku
                   move ws-pd-date(ws-pend-idx) to cp-date
                   move ws-pd-qty(ws-pend-idx) to cp-qty
                   move ws-pd-type(ws-pend-idx) to cp-type
                   move ws-pd-loaded(ws-pend-idx) to cp-loaded
                   write pending-rec
               end-if
           end-perform.
           close pending-file.

       650-rewrite-onhand.
           if ws-posted-count = 0
               exit paragraph
           end-if.
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

       670-append-adjustments.
      *the adjustment log only ever grows; the snapshot lets a rerun
      *take tonight's lines back off it.
           if ws-posted-count = 0
               exit paragraph
           end-if.
           move "../data/InventoryAdjustments.dat" to ws-snap-live.
           move "../data/InventoryAdjustments.bak" to ws-snap-bak.
           move "../data/InventoryAdjustments.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open extend adjust-file.
           move "../data/InventoryAdjustments.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-status(ws-pend-idx) = "A"
                   move ws-pd-sku(ws-pend-idx) to ws-lookup-sku
                   perform 370-find-sku
                   move 0 to ws-unit-price
                   if ws-skumaster-is-found
                       move ws-skumaster-price(ws-skumaster-idx)
                         to ws-unit-price
                   end-if
                   move ws-pd-store(ws-pend-idx) to ia-store
                   move ws-pd-sku(ws-pend-idx) to ia-sku
                   move ws-pd-date(ws-pend-idx) to ia-countdate
                   move ws-pd-book(ws-pend-idx) to ia-book
                   move ws-pd-qty(ws-pend-idx) to ia-counted
                   move ws-pd-variance(ws-pend-idx) to ia-adjust
                   move ws-unit-price to ia-price
                   move ws-run-date to ia-rundate
                   move ws-pd-approver(ws-pend-idx) to ia-approver
                   write adjust-rec
               end-if
           end-perform.
           close adjust-file.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "INVCOUNT" to ctl-program.
           move "COUNT LINES" to ctl-metric.
           move ws-sheet-count to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "INVCOUNT" to ctl-program.
           move "ADJUSTMENTS" to ctl-metric.
           move ws-posted-count to ctl-count.
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

       end program InventoryCount.
