       identification division.
       program-id. GrossMargin.
      *Program Description: Gross margin report for the night's
      *s/l/r/v files, by store, department and sku. Net sales are
      *the S and completed L amounts less returns and voids; cost
      *is the unit cost effective on each line's transaction date
      *from SKUCosts.dat (effective-dated the way SKUPrices.dat is,
      *maintained through MasterMaint's SKUCST code), one unit per
      *line. A restocked return (disposition R, or blank from
      *before dispositions were keyed) and a void put the unit back
      *on the shelf, so their cost comes back out of cost of sales;
      *a damaged or return-to-vendor unit's cost stays in. A sku
      *sold with no cost on file for its date is costed at zero,
      *flagged on its line and raised on the ExceptionHub so the
      *gap gets a cost before finance relies on the margin.
      *GLPostingExtract books the same cost of sales to the ledger.

       environment division.
       input-output section.
       file-control.
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

           select optional sku-cost-file
           assign to "../data/SKUCosts.dat"
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

       data division.

       file section.

       fd day-file
           data record is input-line
           record contains 50 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
           05 il-transactionamount pic 99999v99.
           05 il-paymenttype pic x(2).
           05 il-storenumber pic x(2).
           05 il-invoicenumber pic x(9).
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
      *return disposition from Edit: R = restock, D = damage bin,
      *V = return to vendor.
           05 il-disposition pic x(1).

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

      *effective-dated unit costs, same shape as SKUPrices.dat.
       fd sku-cost-file
           data record is sku-cost-rec
           record contains 30 characters.
       01 sku-cost-rec.
           05 sc-sku pic x(15).
           05 sc-effdate pic 9(8).
           05 sc-cost pic 9(5)v99.

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

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".

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
       01 ws-skumaster-found pic x value "n".
         88 ws-skumaster-is-found value "y".

       01 ws-dept-count pic 9(3) value 0.
       01 ws-dept-table.
         05 ws-dept-entry occurs 100 times
             indexed by ws-dept-idx.
           10 ws-dept-code pic x(4).
       01 ws-dept-sub pic 9(3) value 0.

       01 ws-skucost-count pic 9(5) value 0.
       01 ws-skucost-table.
         05 ws-skucost-entry occurs 10000 times
             indexed by ws-skucost-idx.
           10 ws-skucost-sku pic x(15).
           10 ws-skucost-effdate pic 9(8).
           10 ws-skucost-cost pic 9(5)v99.
       01 ws-unit-cost pic 9(5)v99 value 0.
       01 ws-cost-date pic 9(8) value 0.
       01 ws-best-effdate pic 9(8) value 0.
       01 ws-cost-found pic x value "n".
         88 ws-cost-is-found value "y".

      *one line per store and sku sold tonight; the no-cost flag
      *is set if any of its lines found no cost for its date.
       01 ws-margin-count pic 9(5) value 0.
       01 ws-margin-table.
         05 ws-margin-entry occurs 20000 times
             indexed by ws-margin-idx.
           10 ws-mg-store pic x(2).
           10 ws-mg-sku pic x(15).
           10 ws-mg-units pic s9(7).
           10 ws-mg-sales pic s9(9)v99.
           10 ws-mg-cost pic s9(9)v99.
           10 ws-mg-nocost pic x(1).
       01 ws-margin-found pic x value "n".
         88 ws-margin-is-found value "y".
       01 ws-margin-overflow pic x value "n".
         88 ws-margin-is-full value "y".

       01 ws-lookup-dept pic x(4) value spaces.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-unit-sign pic s9 value 0.
       01 ws-cost-sign pic s9 value 0.
       01 ws-sales-sign pic s9 value 0.

       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(4) value "slrv".

       01 ws-line-count pic 9(7) value 0.
       01 ws-nocost-count pic 9(5) value 0.
       01 ws-nocost-sales pic s9(9)v99 value 0.

       01 ws-store-lines pic 9(5) value 0.
       01 ws-dept-lines pic 9(5) value 0.
       01 ws-dept-units pic s9(7) value 0.
       01 ws-dept-sales pic s9(9)v99 value 0.
       01 ws-dept-cost pic s9(9)v99 value 0.
       01 ws-store-units pic s9(7) value 0.
       01 ws-store-sales pic s9(9)v99 value 0.
       01 ws-store-cost pic s9(9)v99 value 0.
       01 ws-total-units pic s9(7) value 0.
       01 ws-total-sales pic s9(9)v99 value 0.
       01 ws-total-cost pic s9(9)v99 value 0.
       01 ws-margin-amount pic s9(9)v99 value 0.
       01 ws-margin-pct pic s9(5)v9 value 0.

       01 ws-heading pic x(60) value
           "GROSS MARGIN BY STORE, DEPARTMENT AND SKU".

       01 ws-column-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(16) value "SKU             ".
         05 filler pic x(21) value "DESCRIPTION          ".
         05 filler pic x(8) value "   UNITS".
         05 filler pic x(15) value "      NET SALES".
         05 filler pic x(15) value "           COST".
         05 filler pic x(15) value "         MARGIN".
         05 filler pic x(9) value "  MARGIN%".

       01 ws-store-header.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(1) value space.
         05 ws-sh-name pic x(20).

       01 ws-dept-header.
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "DEPT ".
         05 ws-dh-dept pic x(4).

       01 ws-margin-detail.
         05 filler pic x(4) value spaces.
         05 ws-md-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-md-desc pic x(20).
         05 filler pic x(1) value space.
         05 ws-md-units pic ------9.
         05 filler pic x(1) value space.
         05 ws-md-sales pic ---,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-md-cost pic ---,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-md-margin pic ---,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-md-pct pic x(8).
         05 filler pic x(1) value space.
         05 ws-md-flag pic x(7).

       01 ws-subtotal-line.
         05 filler pic x(4) value spaces.
         05 ws-st-label pic x(36).
         05 filler pic x(1) value space.
         05 ws-st-units pic ------9.
         05 filler pic x(1) value space.
         05 ws-st-sales pic ---,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-st-cost pic ---,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-st-margin pic ---,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-st-pct pic x(8).

       01 ws-pct-edit pic ----9.9.
       01 ws-pct-text pic x(8) value spaces.
       01 ws-pct-base pic s9(9)v99 value 0.
       01 ws-sub-cost pic s9(9)v99 value 0.

       01 ws-overflow-line pic x(60) value
           "** MARGIN TABLE FULL - REPORT INCOMPLETE **".

       01 ws-none-line pic x(40) value
           "  (no sales activity this run)".

       01 ws-totals-line1.
         05 filler pic x(30) value "TRANSACTION LINES READ:       ".
         05 ws-t1-count pic zzzzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "SKUS SOLD WITH NO COST:       ".
         05 ws-t2-count pic zzzzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "NET SALES WITH NO COST:       ".
         05 ws-t3-sales pic ---,---,--9.99.

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
         05 filler pic x(20) value "../data/GrossMargin-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 012-load-skumaster.
           perform 014-load-departments.
           perform 016-load-skucosts.

           open extend exception-hub-file.
           perform 100-sweep-one-file
             varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4.
           perform 450-raise-nocost.
           close exception-hub-file.

           perform 500-write-report.
           perform 700-write-controltotals.

           display "Gross margin report finished".
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
           move ws-run-date to ws-day-filename-date.
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
           move ws-seq-suffix to ws-day-filename-seq.
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
                           move sku-master-desc to
                             ws-skumaster-desc(ws-skumaster-count)
                           move sku-master-dept to
                             ws-skumaster-dept(ws-skumaster-count)
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

       016-load-skucosts.
           open input sku-cost-file.
           move "../data/SKUCosts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read sku-cost-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-skucost-count < 10000
                           add 1 to ws-skucost-count
                           move sku-cost-rec to
                             ws-skucost-entry(ws-skucost-count)
                       end-if
               end-read
           end-perform.
           close sku-cost-file.

       100-sweep-one-file.
           move ws-filecode-list(ws-filecode-sub:1)
             to ws-day-filename-code.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-read-day until ws-day-yes.
           close day-file.

       200-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   perform 300-tally-record.

       300-tally-record.
      *S and L sell a unit; a return or void takes the sale back,
      *and the cost with it only when the unit went back on the
      *shelf.
           evaluate il-transactioncode
               when "S"
               when "L"
                   move +1 to ws-sales-sign
                   move +1 to ws-unit-sign
                   move +1 to ws-cost-sign
               when "R"
                   move -1 to ws-sales-sign
                   move -1 to ws-unit-sign
                   if il-disposition = "R" or il-disposition = space
                       move -1 to ws-cost-sign
                   else
                       move 0 to ws-cost-sign
                   end-if
               when "V"
                   move -1 to ws-sales-sign
                   move -1 to ws-unit-sign
                   move -1 to ws-cost-sign
               when other
                   exit paragraph
           end-evaluate.

           perform 350-find-margin-line.
           if not ws-margin-is-found
               exit paragraph
           end-if.
           add 1 to ws-line-count.
           perform 160-get-effective-cost.
           if not ws-cost-is-found
               move "Y" to ws-mg-nocost(ws-margin-idx)
           end-if.
           compute ws-mg-units(ws-margin-idx) =
             ws-mg-units(ws-margin-idx) + ws-unit-sign.
           compute ws-mg-sales(ws-margin-idx) =
             ws-mg-sales(ws-margin-idx)
             + ws-sales-sign * il-transactionamount.
           compute ws-mg-cost(ws-margin-idx) =
             ws-mg-cost(ws-margin-idx)
             + ws-cost-sign * ws-unit-cost.

       160-get-effective-cost.
      *latest dated cost on or before the line's transaction date
      *(the run date when the date is unusable); no dated cost at
      *all leaves the line at zero cost and flagged.
           if il-transactiondate is numeric
               move il-transactiondate to ws-cost-date
           else
               move ws-run-date to ws-cost-date
           end-if.
           move 0 to ws-best-effdate.
           move 0 to ws-unit-cost.
           move "n" to ws-cost-found.
           perform varying ws-skucost-idx from 1 by 1
             until ws-skucost-idx > ws-skucost-count
               if ws-skucost-sku(ws-skucost-idx) = il-skucode
                 and ws-skucost-effdate(ws-skucost-idx)
                   <= ws-cost-date
                 and ws-skucost-effdate(ws-skucost-idx) >=
                   ws-best-effdate
                   move ws-skucost-effdate(ws-skucost-idx)
                     to ws-best-effdate
                   move ws-skucost-cost(ws-skucost-idx)
                     to ws-unit-cost
                   move "y" to ws-cost-found
               end-if
           end-perform.

       350-find-margin-line.
           move "n" to ws-margin-found.
           set ws-margin-idx to 1.
           search ws-margin-entry
               at end
                   move "n" to ws-margin-found
               when ws-mg-store(ws-margin-idx) = il-storenumber
                 and ws-mg-sku(ws-margin-idx) = il-skucode
                   move "y" to ws-margin-found
           end-search.

           if not ws-margin-is-found
               if ws-margin-count < 20000
                   add 1 to ws-margin-count
                   set ws-margin-idx to ws-margin-count
                   move il-storenumber to ws-mg-store(ws-margin-idx)
                   move il-skucode to ws-mg-sku(ws-margin-idx)
                   move 0 to ws-mg-units(ws-margin-idx)
                   move 0 to ws-mg-sales(ws-margin-idx)
                   move 0 to ws-mg-cost(ws-margin-idx)
                   move "N" to ws-mg-nocost(ws-margin-idx)
                   move "y" to ws-margin-found
                   perform 360-find-store
               else
                   move "y" to ws-margin-overflow
               end-if
           end-if.

       360-find-store.
      *a store missing from the master still gets its margin
      *printed, under a placeholder name.
           move "n" to ws-storename-found.
           set ws-storename-idx to 1.
           search ws-storename-entry
               at end
                   move "n" to ws-storename-found
               when ws-storename-number(ws-storename-idx)
                 = il-storenumber
                   move "y" to ws-storename-found
           end-search.
           if not ws-storename-is-found
             and ws-storename-count < 50
               add 1 to ws-storename-count
               move il-storenumber
                 to ws-storename-number(ws-storename-count)
               move "NOT ON STORE MASTER"
                 to ws-storename-name(ws-storename-count)
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

       450-raise-nocost.
           perform varying ws-margin-idx from 1 by 1
             until ws-margin-idx > ws-margin-count
               if ws-mg-nocost(ws-margin-idx) = "Y"
                   add 1 to ws-nocost-count
                   add ws-mg-sales(ws-margin-idx) to ws-nocost-sales
                   move "MARGIN" to eh-source
                   move "L" to eh-severity
                   move ws-mg-store(ws-margin-idx) to eh-store
                   move spaces to eh-text
                   string "NO UNIT COST ON FILE FOR SKU "
                          ws-mg-sku(ws-margin-idx)
                     delimited by size into eh-text
                   write exception-hub-rec
               end-if
           end-perform.

       500-write-report.
           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading
             before advancing 2 lines.
           if ws-margin-is-full
               write report-line from ws-overflow-line
           end-if.
           write report-line from ws-column-heading.
           perform 510-write-store-margin
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-margin-count = 0
               write report-line from ws-none-line
           else
               move spaces to report-line
               write report-line
               move "ALL STORES" to ws-st-label
               move ws-total-units to ws-st-units
               move ws-total-sales to ws-st-sales
               move ws-total-cost to ws-st-cost
               move ws-total-sales to ws-pct-base
               move ws-total-cost to ws-sub-cost
               perform 580-edit-subtotal
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-line-count to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-nocost-count to ws-t2-count.
           write report-line from ws-totals-line2.
           move ws-nocost-sales to ws-t3-sales.
           write report-line from ws-totals-line3.
           close report-file.

       510-write-store-margin.
           move 0 to ws-store-lines.
           move 0 to ws-store-units.
           move 0 to ws-store-sales.
           move 0 to ws-store-cost.
           perform varying ws-margin-idx from 1 by 1
             until ws-margin-idx > ws-margin-count
               if ws-mg-store(ws-margin-idx)
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
               perform 520-write-dept-margin
           end-perform.
           move spaces to ws-st-label.
           string "STORE " ws-sh-number " TOTAL"
             delimited by size into ws-st-label.
           move ws-store-units to ws-st-units.
           move ws-store-sales to ws-st-sales.
           move ws-store-cost to ws-st-cost.
           move ws-store-sales to ws-pct-base.
           move ws-store-cost to ws-sub-cost.
           perform 580-edit-subtotal.
           add ws-store-units to ws-total-units.
           add ws-store-sales to ws-total-sales.
           add ws-store-cost to ws-total-cost.

       520-write-dept-margin.
           move 0 to ws-dept-lines.
           move 0 to ws-dept-units.
           move 0 to ws-dept-sales.
           move 0 to ws-dept-cost.
           perform varying ws-margin-idx from 1 by 1
             until ws-margin-idx > ws-margin-count
               if ws-mg-store(ws-margin-idx)
                 = ws-storename-number(ws-storename-idx)
                   move ws-mg-sku(ws-margin-idx) to ws-lookup-sku
                   perform 370-find-sku
                   perform 530-check-dept-line
               end-if
           end-perform.
           if ws-dept-lines > 0
               move spaces to ws-st-label
               string "DEPT " ws-dh-dept " TOTAL"
                 delimited by size into ws-st-label
               move ws-dept-units to ws-st-units
               move ws-dept-sales to ws-st-sales
               move ws-dept-cost to ws-st-cost
               move ws-dept-sales to ws-pct-base
               move ws-dept-cost to ws-sub-cost
               perform 580-edit-subtotal
               add ws-dept-units to ws-store-units
               add ws-dept-sales to ws-store-sales
               add ws-dept-cost to ws-store-cost
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
           move ws-mg-sku(ws-margin-idx) to ws-md-sku.
           if ws-skumaster-is-found
               move ws-skumaster-desc(ws-skumaster-idx) to ws-md-desc
           else
               move "** NOT ON MASTER **" to ws-md-desc
           end-if.
           move ws-mg-units(ws-margin-idx) to ws-md-units.
           move ws-mg-sales(ws-margin-idx) to ws-md-sales.
           move ws-mg-cost(ws-margin-idx) to ws-md-cost.
           compute ws-margin-amount = ws-mg-sales(ws-margin-idx)
             - ws-mg-cost(ws-margin-idx).
           move ws-margin-amount to ws-md-margin.
           move ws-mg-sales(ws-margin-idx) to ws-pct-base.
           perform 590-edit-margin-pct.
           move ws-pct-text to ws-md-pct.
           if ws-mg-nocost(ws-margin-idx) = "Y"
               move "NO COST" to ws-md-flag
           else
               move spaces to ws-md-flag
           end-if.
           write report-line from ws-margin-detail.
           add ws-mg-units(ws-margin-idx) to ws-dept-units.
           add ws-mg-sales(ws-margin-idx) to ws-dept-sales.
           add ws-mg-cost(ws-margin-idx) to ws-dept-cost.

       580-edit-subtotal.
      *the caller leaves the level's sales and cost in ws-pct-base
      *and ws-sub-cost as well as in the edited fields.
           compute ws-margin-amount = ws-pct-base - ws-sub-cost.
           move ws-margin-amount to ws-st-margin.
           perform 590-edit-margin-pct.
           move ws-pct-text to ws-st-pct.
           write report-line from ws-subtotal-line.

       590-edit-margin-pct.
      *margin as a percent of net sales; blank when nothing net
      *was sold.
           move spaces to ws-pct-text.
           if ws-pct-base not = 0
               compute ws-margin-pct rounded =
                 ws-margin-amount * 100 / ws-pct-base
               move ws-margin-pct to ws-pct-edit
               move ws-pct-edit to ws-pct-text
           end-if.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "MARGIN" to ctl-program.
           move "LINES READ" to ctl-metric.
           move ws-line-count to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "MARGIN" to ctl-program.
           move "NO COST SKUS" to ctl-metric.
           move ws-nocost-count to ctl-count.
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

       end program GrossMargin.
