       identification division.
       program-id. BasketAnalysis.
      *Program Description: Basket analysis for merchandising. Edit
      *releases a multi-line invoice (an H header and its detail
      *lines) as one set of S/L lines sharing the store and invoice
      *number, so an invoice is a basket: everything the customer
      *bought together. For the fiscal week the run date falls in
      *(FiscalCalendar.dat; the Monday week where the calendar does
      *not cover the date) this reads every enriched daily file from
      *the week's first day through the run date - every same-day
      *run's -Rnn file too - and reports by store and for the chain:
      *the number of baskets, average basket value and average lines
      *per basket, the spread of basket sizes, and the department
      *pairs and SKU pairs most often bought on the same invoice.
      *Returns and voids are not baskets and are left out; a single
      *line sale is a basket of one. Run nightly, so the report is
      *week to date and complete on the last day of the week.

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

           select optional fiscal-calendar-file
           assign to "../data/FiscalCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential
           file status is ws-io-status.

           select sort-work
           assign to "SORTWK".

       data division.

       file section.

      *the day's enriched transaction file from DailyEnrich: the
      *s/l/r/v record as split, then the store, department and tax
      *DailyEnrich worked out once for the night.
       fd day-file
           data record is input-line
           record contains 160 characters.
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
           05 il-store-name pic x(20).
           05 il-region pic x(10).
           05 il-dept pic x(4).
           05 il-tax-rate pic 9v9999.
           05 il-tax-jurisdiction pic x(2).
           05 il-tax-status pic x(1).
           05 il-certificate pic x(15).
           05 il-cert-expiry pic 9(8).
           05 il-tax pic 9(5)v99.
           05 il-net-amount pic s9(7)v99 sign leading separate.
           05 il-net-tax pic s9(7)v99 sign leading separate.
           05 filler pic x(10).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *retail 4-5-4 fiscal calendar: one line per fiscal week with
      *its period and quarter and the week's start and end dates.
       fd fiscal-calendar-file
           data record is fiscal-calendar-rec
           record contains 25 characters.
       01 fiscal-calendar-rec.
         05 fc-year pic 9(4).
         05 fc-week pic 9(2).
         05 fc-period pic 9(2).
         05 fc-quarter pic 9(1).
         05 fc-startdate pic 9(8).
         05 fc-enddate pic 9(8).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

      *one sale line per record, sorted so each basket's lines come
      *together: store, transaction date, invoice, then sku.
       sd sort-work
           data record is sort-rec
           record contains 53 characters.
       01 sort-rec.
         05 sb-store pic x(2).
         05 sb-date pic 9(8).
         05 sb-invoice pic x(9).
         05 sb-sku pic x(15).
         05 sb-dept pic x(4).
         05 sb-amount pic 9(5)v99.
         05 filler pic x(8).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-fiscalcal-eof pic x value "n".
         88 ws-fiscalcal-yes value "y".
       01 ws-sort-eof pic x value "n".
         88 ws-sort-yes value "y".

      *basket sizes are spread over seven bands: 1 to 5 lines, 6 to
      *9 lines and 10 or more. Entry 51 of the store table is the
      *chain, and a store not on StoreMaster is counted there only.
       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 51 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-baskets pic 9(7) value 0.
           10 ws-store-lines pic 9(9) value 0.
           10 ws-store-value pic 9(11)v99 value 0.
           10 ws-store-band pic 9(7) occurs 7 times value 0.
       01 ws-chain-sub pic 99 value 51.
       01 ws-store-sub pic 99 value 0.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".

       01 ws-band-labels.
         05 filler pic x(10) value "1 LINE    ".
         05 filler pic x(10) value "2 LINES   ".
         05 filler pic x(10) value "3 LINES   ".
         05 filler pic x(10) value "4 LINES   ".
         05 filler pic x(10) value "5 LINES   ".
         05 filler pic x(10) value "6-9 LINES ".
         05 filler pic x(10) value "10+ LINES ".
       01 ws-band-label-tab redefines ws-band-labels.
         05 ws-band-label pic x(10) occurs 7 times.
       01 ws-band-sub pic 9 value 0.

      *the basket being built from the sorted lines: its key, value
      *and line count, and the distinct skus on it with their
      *departments.
       01 ws-bk-open pic x value "n".
         88 ws-bk-is-open value "y".
       01 ws-bk-store pic x(2) value spaces.
       01 ws-bk-date pic 9(8) value 0.
       01 ws-bk-invoice pic x(9) value spaces.
       01 ws-bk-lines pic 9(5) value 0.
       01 ws-bk-value pic 9(9)v99 value 0.
       01 ws-bk-item-count pic 99 value 0.
       01 ws-bk-items.
         05 ws-bk-item occurs 99 times.
           10 ws-bk-sku pic x(15).
           10 ws-bk-dept pic x(4).
       01 ws-bk-dept-count pic 99 value 0.
       01 ws-bk-depts.
         05 ws-bk-dept-list pic x(4) occurs 99 times.
       01 ws-bk-sub pic 99 value 0.
       01 ws-bk-sub2 pic 99 value 0.
       01 ws-bk-dup pic x value "n".
         88 ws-bk-is-dup value "y".

      *pair counts, one entry per store per pair plus a chain entry
      *(store spaces). A pair is held in ascending order, so A with B
      *and B with A are the same pair, and counts baskets.
       01 ws-dpair-count pic 9(5) value 0.
       01 ws-dpair-table.
         05 ws-dpair-entry occurs 3000 times
             indexed by ws-dpair-idx.
           10 ws-dp-store pic x(2).
           10 ws-dp-dept-a pic x(4).
           10 ws-dp-dept-b pic x(4).
           10 ws-dp-count pic 9(7).
           10 ws-dp-taken pic x(1).
       01 ws-spair-count pic 9(5) value 0.
       01 ws-spair-table.
         05 ws-spair-entry occurs 20000 times
             indexed by ws-spair-idx.
           10 ws-sp-store pic x(2).
           10 ws-sp-sku-a pic x(15).
           10 ws-sp-sku-b pic x(15).
           10 ws-sp-count pic 9(7).
           10 ws-sp-taken pic x(1).
       01 ws-pairs-dropped pic 9(7) value 0.

       01 ws-pair-store pic x(2) value spaces.
       01 ws-pair-a pic x(15) value spaces.
       01 ws-pair-b pic x(15) value spaces.
       01 ws-top-rank pic 99 value 0.
       01 ws-top-max pic 9(7) value 0.
       01 ws-top-sub pic 9(5) value 0.
       01 ws-top-shown pic 99 value 0.
       01 ws-top-limit pic 99 value 10.

       01 ws-fiscal-count pic 9(3) value 0.
       01 ws-fiscal-table.
         05 ws-fiscal-entry occurs 200 times
             indexed by ws-fiscal-idx.
           10 ws-fw-year pic 9(4).
           10 ws-fw-week pic 9(2).
           10 ws-fw-period pic 9(2).
           10 ws-fw-quarter pic 9(1).
           10 ws-fw-start pic 9(8).
           10 ws-fw-end pic 9(8).
       01 ws-fiscal-hit pic x value "n".
         88 ws-fiscal-found value "y".
       01 ws-week-year pic 9(4) value 0.
       01 ws-week-number pic 9(2) value 0.
       01 ws-week-start pic 9(8) value 0.
       01 ws-week-end pic 9(8) value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-start-int pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-seq-sub pic 99 value 0.
       01 ws-line-count pic 9(9) value 0.

       01 ws-avg-value pic 9(7)v99 value 0.
       01 ws-avg-lines pic 9(5)v99 value 0.
       01 ws-band-pct pic 9(3)v9 value 0.

       01 ws-heading-fiscal.
         05 filler pic x(30) value "BASKET ANALYSIS - FISCAL YEAR ".
         05 ws-hf-year pic 9(4).
         05 filler pic x(6) value " WEEK ".
         05 ws-hf-week pic 9(2).
         05 filler pic x(3) value "   ".
         05 ws-hf-start pic 9(8).
         05 filler pic x(4) value " TO ".
         05 ws-hf-end pic 9(8).
         05 filler pic x(16) value "   WEEK TO DATE ".
         05 ws-hf-thru pic 9(8).

       01 ws-heading-calendar.
         05 filler pic x(26) value "BASKET ANALYSIS - WEEK OF ".
         05 ws-hc-start pic 9(8).
         05 filler pic x(4) value " TO ".
         05 ws-hc-end pic 9(8).
         05 filler pic x(16) value "   WEEK TO DATE ".
         05 ws-hc-thru pic 9(8).

       01 ws-store-header.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(3) value " - ".
         05 ws-sh-name pic x(20).

       01 ws-chain-header pic x(40) value "CHAIN - ALL STORES".

       01 ws-summary-line.
         05 filler pic x(11) value "  BASKETS  ".
         05 ws-su-baskets pic zzz,zz9.
         05 filler pic x(15) value "   SALES VALUE ".
         05 ws-su-value pic zzz,zzz,zz9.99.
         05 filler pic x(13) value "   AVG VALUE ".
         05 ws-su-avg-value pic z,zzz,zz9.99.
         05 filler pic x(13) value "   AVG LINES ".
         05 ws-su-avg-lines pic zz,zz9.99.

       01 ws-band-heading pic x(40) value
           "  BASKET SIZE    BASKETS    PCT".

       01 ws-band-line.
         05 filler pic x(4) value spaces.
         05 ws-bl-label pic x(10).
         05 ws-bl-count pic zzz,zz9.
         05 filler pic x(3) value spaces.
         05 ws-bl-pct pic zz9.9.
         05 filler pic x(1) value "%".

       01 ws-dpair-heading pic x(50) value
           "  TOP DEPARTMENT PAIRS   DEPT  DEPT  BASKETS".

       01 ws-dpair-line.
         05 filler pic x(20) value spaces.
         05 ws-dl-rank pic z9.
         05 filler pic x(3) value spaces.
         05 ws-dl-dept-a pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-dl-dept-b pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-dl-count pic zzz,zz9.

       01 ws-spair-heading.
         05 filler pic x(25) value "  TOP SKU PAIRS          ".
         05 filler pic x(17) value "SKU".
         05 filler pic x(19) value "SKU".
         05 filler pic x(7) value "BASKETS".

       01 ws-spair-line.
         05 filler pic x(20) value spaces.
         05 ws-sl-rank pic z9.
         05 filler pic x(3) value spaces.
         05 ws-sl-sku-a pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-sl-sku-b pic x(15).
         05 filler pic x(4) value spaces.
         05 ws-sl-count pic zzz,zz9.

       01 ws-no-pairs-line pic x(50) value
           "                       (no multi-item baskets)".

       01 ws-none-line pic x(50) value
           "  (no sales in the week to date)".

       01 ws-dropped-line.
         05 filler pic x(35) value
           "PAIR TABLE FULL - PAIRS NOT COUNTED".
         05 ws-dr-count pic zzz,zz9.

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
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-output-filename.
         05 filler pic x(23) value "../data/BasketAnalysis-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 020-load-fiscalcal.
           perform 030-find-week.

           sort sort-work
             on ascending key sb-store sb-date sb-invoice sb-sku
             input procedure is 100-release-week
             output procedure is 200-build-baskets.

           perform 500-write-report.

           display "Basket analysis finished".
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
           move ws-run-date to ws-output-filename-date.
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
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

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

       020-load-fiscalcal.
           open input fiscal-calendar-file.
           move "../data/FiscalCalendar.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-fiscalcal-yes
               read fiscal-calendar-file
                   at end
                       move "y" to ws-fiscalcal-eof
                   not at end
                       if ws-fiscal-count < 200
                           add 1 to ws-fiscal-count
                           move fiscal-calendar-rec to
                             ws-fiscal-entry(ws-fiscal-count)
                       end-if
               end-read
           end-perform.
           close fiscal-calendar-file.

       030-find-week.
      *the fiscal week whose span covers the run date; where the
      *calendar has no such week, the Monday week (integer-of-date
      *day 1, 1601-01-01, was a Monday).
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           move "n" to ws-fiscal-hit.
           perform varying ws-fiscal-idx from 1 by 1
             until ws-fiscal-idx > ws-fiscal-count
               if ws-fw-start(ws-fiscal-idx) <= ws-run-date
                 and ws-fw-end(ws-fiscal-idx) >= ws-run-date
                   move "y" to ws-fiscal-hit
                   move ws-fw-year(ws-fiscal-idx) to ws-week-year
                   move ws-fw-week(ws-fiscal-idx) to ws-week-number
                   move ws-fw-start(ws-fiscal-idx) to ws-week-start
                   move ws-fw-end(ws-fiscal-idx) to ws-week-end
               end-if
           end-perform.
           if ws-fiscal-found
               compute ws-start-int =
                 function integer-of-date(ws-week-start)
           else
               compute ws-start-int =
                 ws-run-int - function mod(ws-run-int - 1, 7)
               compute ws-week-start =
                 function date-of-integer(ws-start-int)
               compute ws-week-end =
                 function date-of-integer(ws-start-int + 6)
           end-if.

       100-release-week.
           perform 110-release-one-day
             varying ws-sweep-int from ws-start-int by 1
             until ws-sweep-int > ws-run-int.

       110-release-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           move ws-sweep-date to ws-day-filename-date.
           perform 120-release-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       120-release-one-seq.
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
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 130-read-day until ws-day-yes.
           close day-file.

       130-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   if il-transactioncode = "S"
                     or il-transactioncode = "L"
                       move spaces to sort-rec
                       move il-storenumber to sb-store
                       move il-transactiondate to sb-date
                       move il-invoicenumber to sb-invoice
                       move il-skucode to sb-sku
                       move il-dept to sb-dept
                       if sb-dept = spaces
                           move "????" to sb-dept
                       end-if
                       move il-transactionamount to sb-amount
                       release sort-rec
                   end-if
           end-read.

       200-build-baskets.
           perform 210-return-sorted until ws-sort-yes.
           perform 300-close-basket.

       210-return-sorted.
           return sort-work
               at end
                   move "y" to ws-sort-eof
               not at end
                   perform 220-add-line
           end-return.

       220-add-line.
           if ws-bk-is-open
             and (sb-store not = ws-bk-store
               or sb-date not = ws-bk-date
               or sb-invoice not = ws-bk-invoice)
               perform 300-close-basket
           end-if.
           if not ws-bk-is-open
               move "y" to ws-bk-open
               move sb-store to ws-bk-store
               move sb-date to ws-bk-date
               move sb-invoice to ws-bk-invoice
               move 0 to ws-bk-lines, ws-bk-value, ws-bk-item-count
           end-if.
           add 1 to ws-bk-lines.
           add 1 to ws-line-count.
           add sb-amount to ws-bk-value.
      *the lines arrive in sku order, so a repeated sku is always the
      *item just added.
           if ws-bk-item-count > 0
             and ws-bk-sku(ws-bk-item-count) = sb-sku
               continue
           else
               if ws-bk-item-count < 99
                   add 1 to ws-bk-item-count
                   move sb-sku to ws-bk-sku(ws-bk-item-count)
                   move sb-dept to ws-bk-dept(ws-bk-item-count)
               end-if
           end-if.

       300-close-basket.
           if ws-bk-is-open
               move "n" to ws-bk-open
               perform 310-find-store
               move ws-chain-sub to ws-store-sub
               perform 320-tally-basket
               if ws-store-is-found
                   set ws-store-sub to ws-store-idx
                   perform 320-tally-basket
               end-if
               perform 400-count-pairs
           end-if.

       310-find-store.
           move "n" to ws-store-found.
           set ws-store-idx to 1.
           search ws-store-entry
               at end
                   move "n" to ws-store-found
               when ws-store-number(ws-store-idx) = ws-bk-store
                 and ws-store-idx <= ws-store-count
                   move "y" to ws-store-found
           end-search.

       320-tally-basket.
           add 1 to ws-store-baskets(ws-store-sub).
           add ws-bk-lines to ws-store-lines(ws-store-sub).
           add ws-bk-value to ws-store-value(ws-store-sub).
           evaluate true
               when ws-bk-lines >= 10
                   move 7 to ws-band-sub
               when ws-bk-lines >= 6
                   move 6 to ws-band-sub
               when other
                   move ws-bk-lines to ws-band-sub
           end-evaluate.
           add 1 to ws-store-band(ws-store-sub, ws-band-sub).

       400-count-pairs.
      *every pair of distinct skus on the basket, and every pair of
      *different departments on it (a department pair counts once
      *per basket however many of its items were bought), for the
      *store and for the chain.
           perform varying ws-bk-sub from 1 by 1
             until ws-bk-sub >= ws-bk-item-count
               perform varying ws-bk-sub2 from ws-bk-sub by 1
                 until ws-bk-sub2 >= ws-bk-item-count
                   move ws-bk-sku(ws-bk-sub) to ws-pair-a
                   move ws-bk-sku(ws-bk-sub2 + 1) to ws-pair-b
                   move ws-bk-store to ws-pair-store
                   perform 420-add-sku-pair
                   move spaces to ws-pair-store
                   perform 420-add-sku-pair
               end-perform
           end-perform.

           move 0 to ws-bk-dept-count.
           perform 410-collect-dept
             varying ws-bk-sub from 1 by 1
             until ws-bk-sub > ws-bk-item-count.
           perform varying ws-bk-sub from 1 by 1
             until ws-bk-sub >= ws-bk-dept-count
               perform varying ws-bk-sub2 from ws-bk-sub by 1
                 until ws-bk-sub2 >= ws-bk-dept-count
                   if ws-bk-dept-list(ws-bk-sub)
                     < ws-bk-dept-list(ws-bk-sub2 + 1)
                       move ws-bk-dept-list(ws-bk-sub) to ws-pair-a
                       move ws-bk-dept-list(ws-bk-sub2 + 1)
                         to ws-pair-b
                   else
                       move ws-bk-dept-list(ws-bk-sub2 + 1)
                         to ws-pair-a
                       move ws-bk-dept-list(ws-bk-sub) to ws-pair-b
                   end-if
                   move ws-bk-store to ws-pair-store
                   perform 430-add-dept-pair
                   move spaces to ws-pair-store
                   perform 430-add-dept-pair
               end-perform
           end-perform.

       410-collect-dept.
           move "n" to ws-bk-dup.
           perform varying ws-bk-sub2 from 1 by 1
             until ws-bk-sub2 > ws-bk-dept-count
               if ws-bk-dept-list(ws-bk-sub2) = ws-bk-dept(ws-bk-sub)
                   move "y" to ws-bk-dup
               end-if
           end-perform.
           if not ws-bk-is-dup
               add 1 to ws-bk-dept-count
               move ws-bk-dept(ws-bk-sub)
                 to ws-bk-dept-list(ws-bk-dept-count)
           end-if.

       420-add-sku-pair.
           set ws-spair-idx to 1.
           search ws-spair-entry
               at end
                   perform 425-new-sku-pair
               when ws-spair-idx > ws-spair-count
                   perform 425-new-sku-pair
               when ws-sp-store(ws-spair-idx) = ws-pair-store
                 and ws-sp-sku-a(ws-spair-idx) = ws-pair-a
                 and ws-sp-sku-b(ws-spair-idx) = ws-pair-b
                   add 1 to ws-sp-count(ws-spair-idx)
           end-search.

       425-new-sku-pair.
           if ws-spair-count < 20000
               add 1 to ws-spair-count
               move ws-pair-store to ws-sp-store(ws-spair-count)
               move ws-pair-a to ws-sp-sku-a(ws-spair-count)
               move ws-pair-b to ws-sp-sku-b(ws-spair-count)
               move 1 to ws-sp-count(ws-spair-count)
               move "n" to ws-sp-taken(ws-spair-count)
           else
               add 1 to ws-pairs-dropped
           end-if.

       430-add-dept-pair.
           set ws-dpair-idx to 1.
           search ws-dpair-entry
               at end
                   perform 435-new-dept-pair
               when ws-dpair-idx > ws-dpair-count
                   perform 435-new-dept-pair
               when ws-dp-store(ws-dpair-idx) = ws-pair-store
                 and ws-dp-dept-a(ws-dpair-idx) = ws-pair-a(1:4)
                 and ws-dp-dept-b(ws-dpair-idx) = ws-pair-b(1:4)
                   add 1 to ws-dp-count(ws-dpair-idx)
           end-search.

       435-new-dept-pair.
           if ws-dpair-count < 3000
               add 1 to ws-dpair-count
               move ws-pair-store to ws-dp-store(ws-dpair-count)
               move ws-pair-a(1:4) to ws-dp-dept-a(ws-dpair-count)
               move ws-pair-b(1:4) to ws-dp-dept-b(ws-dpair-count)
               move 1 to ws-dp-count(ws-dpair-count)
               move "n" to ws-dp-taken(ws-dpair-count)
           else
               add 1 to ws-pairs-dropped
           end-if.

       500-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           write output-line from ws-pagestamp.
           if ws-fiscal-found
               move ws-week-year to ws-hf-year
               move ws-week-number to ws-hf-week
               move ws-week-start to ws-hf-start
               move ws-week-end to ws-hf-end
               move ws-run-date to ws-hf-thru
               write output-line from ws-heading-fiscal
                 before advancing 2 lines
           else
               move ws-week-start to ws-hc-start
               move ws-week-end to ws-hc-end
               move ws-run-date to ws-hc-thru
               write output-line from ws-heading-calendar
                 before advancing 2 lines
           end-if.

           if ws-store-baskets(ws-chain-sub) = 0
               write output-line from ws-none-line
           else
               perform varying ws-store-sub from 1 by 1
                 until ws-store-sub > ws-store-count
                   if ws-store-baskets(ws-store-sub) > 0
                       move ws-store-number(ws-store-sub)
                         to ws-sh-number
                       move ws-store-name(ws-store-sub) to ws-sh-name
                       write output-line from ws-store-header
                       move ws-store-number(ws-store-sub)
                         to ws-pair-store
                       perform 550-write-section
                   end-if
               end-perform
               write output-line from ws-chain-header
               move spaces to ws-pair-store
               move ws-chain-sub to ws-store-sub
               perform 550-write-section
           end-if.

           if ws-pairs-dropped > 0
               move ws-pairs-dropped to ws-dr-count
               write output-line from ws-dropped-line
           end-if.
           close output-file.

       550-write-section.
           move ws-store-baskets(ws-store-sub) to ws-su-baskets.
           move ws-store-value(ws-store-sub) to ws-su-value.
           compute ws-avg-value rounded =
             ws-store-value(ws-store-sub)
               / ws-store-baskets(ws-store-sub).
           compute ws-avg-lines rounded =
             ws-store-lines(ws-store-sub)
               / ws-store-baskets(ws-store-sub).
           move ws-avg-value to ws-su-avg-value.
           move ws-avg-lines to ws-su-avg-lines.
           write output-line from ws-summary-line.

           write output-line from ws-band-heading.
           perform varying ws-band-sub from 1 by 1
             until ws-band-sub > 7
               move ws-band-label(ws-band-sub) to ws-bl-label
               move ws-store-band(ws-store-sub, ws-band-sub)
                 to ws-bl-count
               compute ws-band-pct rounded =
                 ws-store-band(ws-store-sub, ws-band-sub) * 100
                   / ws-store-baskets(ws-store-sub)
               move ws-band-pct to ws-bl-pct
               write output-line from ws-band-line
           end-perform.

           write output-line from ws-dpair-heading.
           move 0 to ws-top-shown.
           perform 560-pick-dept-pair
             varying ws-top-rank from 1 by 1
             until ws-top-rank > ws-top-limit.
           if ws-top-shown = 0
               write output-line from ws-no-pairs-line
           end-if.

           write output-line from ws-spair-heading.
           move 0 to ws-top-shown.
           perform 570-pick-sku-pair
             varying ws-top-rank from 1 by 1
             until ws-top-rank > ws-top-limit.
           if ws-top-shown = 0
               write output-line from ws-no-pairs-line
           end-if.
           move spaces to output-line.
           write output-line.

       560-pick-dept-pair.
      *the most frequent pair not yet shown; on a tie the pair met
      *first stands.
           move 0 to ws-top-max, ws-top-sub.
           perform varying ws-dpair-idx from 1 by 1
             until ws-dpair-idx > ws-dpair-count
               if ws-dp-store(ws-dpair-idx) = ws-pair-store
                 and ws-dp-taken(ws-dpair-idx) = "n"
                 and ws-dp-count(ws-dpair-idx) > ws-top-max
                   move ws-dp-count(ws-dpair-idx) to ws-top-max
                   set ws-top-sub to ws-dpair-idx
               end-if
           end-perform.
           if ws-top-sub > 0
               move "y" to ws-dp-taken(ws-top-sub)
               add 1 to ws-top-shown
               move ws-top-rank to ws-dl-rank
               move ws-dp-dept-a(ws-top-sub) to ws-dl-dept-a
               move ws-dp-dept-b(ws-top-sub) to ws-dl-dept-b
               move ws-dp-count(ws-top-sub) to ws-dl-count
               write output-line from ws-dpair-line
           end-if.

       570-pick-sku-pair.
           move 0 to ws-top-max, ws-top-sub.
           perform varying ws-spair-idx from 1 by 1
             until ws-spair-idx > ws-spair-count
               if ws-sp-store(ws-spair-idx) = ws-pair-store
                 and ws-sp-taken(ws-spair-idx) = "n"
                 and ws-sp-count(ws-spair-idx) > ws-top-max
                   move ws-sp-count(ws-spair-idx) to ws-top-max
                   set ws-top-sub to ws-spair-idx
               end-if
           end-perform.
           if ws-top-sub > 0
               move "y" to ws-sp-taken(ws-top-sub)
               add 1 to ws-top-shown
               move ws-top-rank to ws-sl-rank
               move ws-sp-sku-a(ws-top-sub) to ws-sl-sku-a
               move ws-sp-sku-b(ws-top-sub) to ws-sl-sku-b
               move ws-sp-count(ws-top-sub) to ws-sl-count
               write output-line from ws-spair-line
           end-if.

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

       end program BasketAnalysis.
