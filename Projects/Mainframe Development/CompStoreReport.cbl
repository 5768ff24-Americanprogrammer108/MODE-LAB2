       identification division.
       program-id. CompStoreReport.
      *Program Description: Comparable-store sales. Growth figures on
      *PeriodSummary and RegionReport mix in stores that opened or
      *closed during the year; this report uses the open and close
      *dates in StoreStatus.dat to decide, fiscal period by fiscal
      *period, which stores traded the whole of the same period last
      *year and are still trading, and compares this year's net
      *sales (sales less returns and voids, tax excluded) with the
      *same 4-5-4 fiscal period last year for those comp stores
      *only. New and closed stores are shown on their own lines so
      *the chain comp percentage is like for like.
      *
      *Comparison needs last year's days, which the rolling period
      *totals do not keep, so the program holds its own ledger of
      *net sales per store per business day in StoreDailySales.dat.
      *Each run re-derives the run date's rows from every sequence
      *of that date's s/l/r/v files, replacing what was there - a
      *rerun, a same-day supplemental run or a late catch-up all
      *leave the date right without any applied-date guard. Rows
      *before the start of last fiscal year are dropped. A run with
      *COMP_REBUILD=Y re-derives every day from the start of last
      *fiscal year instead (the seeding and recovery path; dated
      *files no longer on disk simply add nothing), and a
      *HISTORICAL_REPROCESS run reports without touching the ledger.
      *
      *A store is comp for a period when it opened on or before the
      *first day of that period last year and has not closed by the
      *end of the span compared this year; a store that opened
      *after that day is new, one with a close date inside the span
      *or earlier is closed. The current period is compared to date:
      *the same number of days from the start of last year's period.
      *Last year's period comes from FiscalCalendar.dat, or 364 days
      *(52 fiscal weeks) back where last year is not on it.
      *
      *Holidays move and closures happen: the current period also
      *shows each store's trading days this year and last - days
      *open and not scheduled shut on TradingCalendar.dat, its own
      *closures and the chain's (store 00) - and the change in
      *sales per trading day, so a Christmas falling in the span one
      *year and not the other does not read as lost trade.

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

           select optional store-status-file
           assign to "../data/StoreStatus.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional fiscal-calendar-file
           assign to "../data/FiscalCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional trading-cal-file
           assign to "../data/TradingCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional daily-sales-file
           assign to "../data/StoreDailySales.dat"
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
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

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *store lifecycle sidecar: open date and close date (zero =
      *still trading) per store.
       fd store-status-file
           data record is store-status-rec
           record contains 18 characters.
       01 store-status-rec.
           05 ss-store pic x(2).
           05 ss-opendate pic 9(8).
           05 ss-closedate pic 9(8).

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

      *trading calendar: days a store is scheduled shut, store 00
      *for the whole chain; type H = holiday, C = planned closure,
      *W = weather or emergency closure. Kept by MasterMaint.
       fd trading-cal-file
           data record is trading-cal-rec
           record contains 31 characters.
       01 trading-cal-rec.
           05 tc-store pic x(2).
           05 tc-date pic 9(8).
           05 tc-type pic x(1).
           05 tc-desc pic x(20).

      *one line per store per business day.
       fd daily-sales-file
           data record is daily-sales-rec
           record contains 43 characters.
       01 daily-sales-rec.
           05 sd-store pic x(2).
           05 sd-date pic 9(8).
           05 sd-sales pic 9(9)v99.
           05 sd-returns pic 9(9)v99.
           05 sd-voids pic 9(9)v99.

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-status-eof pic x value "n".
         88 ws-status-yes value "y".
       01 ws-fiscalcal-eof pic x value "n".
         88 ws-fiscalcal-yes value "y".
       01 ws-ledger-eof pic x value "n".
         88 ws-ledger-yes value "y".

      *per store: lifecycle dates and, for each fiscal period of
      *the year so far, this year's and last year's net sales.
       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-opendate pic 9(8) value 0.
           10 ws-store-closedate pic 9(8) value 0.
           10 ws-store-class pic x(6) value spaces.
           10 ws-store-period occurs 13 times.
             15 ws-sp-ty pic s9(9)v99 value 0.
             15 ws-sp-ly pic s9(9)v99 value 0.
             15 ws-sp-ty-days pic 9(3) value 0.
             15 ws-sp-ly-days pic 9(3) value 0.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".
       01 ws-find-store pic x(2) value spaces.

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

       01 ws-run-hit pic x value "n".
         88 ws-run-found value "y".
       01 ws-run-fy pic 9(4) value 0.
       01 ws-run-fp pic 9(2) value 0.
       01 ws-days-elapsed pic 9(3) value 0.

      *scheduled closure days from the start of last year's span.
       01 ws-tradecal-eof pic x value "n".
         88 ws-tradecal-yes value "y".
       01 ws-closure-count pic 9(4) value 0.
       01 ws-closure-table.
         05 ws-closure-entry occurs 3000 times
             indexed by ws-closure-idx.
           10 ws-closure-store pic x(2).
           10 ws-closure-date pic 9(8).
       01 ws-day-trading pic x value "n".
         88 ws-day-is-trading value "y".
       01 ws-tday-int pic 9(8) value 0.
       01 ws-tday-end-int pic 9(8) value 0.
       01 ws-tday-date pic 9(8) value 0.
       01 ws-tday-count pic 9(3) value 0.

      *the spans compared for each period of the fiscal year so far.
       01 ws-span-table.
         05 ws-span-entry occurs 13 times.
           10 ws-span-ty-start pic 9(8) value 0.
           10 ws-span-ty-end pic 9(8) value 0.
           10 ws-span-ly-start pic 9(8) value 0.
           10 ws-span-ly-end pic 9(8) value 0.
       01 ws-span-sub pic 99 value 0.
       01 ws-span-start pic 9(8) value 0.
       01 ws-span-end pic 9(8) value 0.
       01 ws-span-year pic 9(4) value 0.
       01 ws-span-int pic 9(8) value 0.

      *per period comp / new / closed subtotals.
       01 ws-psum-table.
         05 ws-psum-entry occurs 13 times.
           10 ws-ps-comp-count pic 9(3) value 0.
           10 ws-ps-comp-ty pic s9(11)v99 value 0.
           10 ws-ps-comp-ly pic s9(11)v99 value 0.
           10 ws-ps-new-ty pic s9(11)v99 value 0.
           10 ws-ps-closed-ly pic s9(11)v99 value 0.
           10 ws-ps-chain-ty pic s9(11)v99 value 0.
           10 ws-ps-chain-ly pic s9(11)v99 value 0.
       01 ws-ytd-comp-ty pic s9(11)v99 value 0.
       01 ws-ytd-comp-ly pic s9(11)v99 value 0.
       01 ws-ytd-new-ty pic s9(11)v99 value 0.
       01 ws-ytd-closed-ly pic s9(11)v99 value 0.
       01 ws-ytd-chain-ty pic s9(11)v99 value 0.
       01 ws-ytd-chain-ly pic s9(11)v99 value 0.

      *the ledger of daily net sales, held whole between load and
      *rewrite.
       01 ws-ledger-count pic 9(5) value 0.
       01 ws-ledger-max pic 9(5) value 40000.
       01 ws-ledger-table.
         05 ws-ledger-entry occurs 40000 times
             indexed by ws-ledger-idx.
           10 ws-lg-store pic x(2).
           10 ws-lg-date pic 9(8).
           10 ws-lg-sales pic 9(9)v99.
           10 ws-lg-returns pic 9(9)v99.
           10 ws-lg-voids pic 9(9)v99.
       01 ws-ledger-full pic x value "n".
         88 ws-ledger-is-full value "y".
       01 ws-day-first pic 9(5) value 0.
       01 ws-day-found pic x value "n".
         88 ws-day-is-found value "y".
       01 ws-lg-sub pic 9(5) value 0.
       01 ws-net pic s9(9)v99 value 0.

       01 ws-keep-from pic 9(8) value 0.
       01 ws-rederive-from pic 9(8) value 0.
       01 ws-run-int pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-from-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.

       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(4) value "slrv".
       01 ws-seq-sub pic 99 value 0.

       01 ws-historical-param pic x(5) value spaces.
       01 ws-historical pic x value "n".
         88 ws-is-historical value "y".
       01 ws-rebuild-param pic x(5) value spaces.
       01 ws-rebuild-mode pic x value "n".
         88 ws-is-rebuild value "y".

       01 ws-calc-ty pic s9(11)v99 value 0.
       01 ws-calc-ly pic s9(11)v99 value 0.
       01 ws-calc-change pic s9(11)v99 value 0.
       01 ws-calc-pct pic s9(4)v9 value 0.
       01 ws-calc-ty-days pic 9(5) value 0.
       01 ws-calc-ly-days pic 9(5) value 0.
       01 ws-class-ty-days pic 9(5) value 0.
       01 ws-class-ly-days pic 9(5) value 0.
       01 ws-calc-ty-per-day pic s9(9)v9999 value 0.
       01 ws-calc-ly-per-day pic s9(9)v9999 value 0.
       01 ws-edit-pct pic ----9.9.
       01 ws-class-wanted pic x(6) value spaces.
       01 ws-class-count pic 99 value 0.

       01 ws-heading pic x(60) value
           "COMPARABLE STORE SALES - NET SALES VS SAME PERIOD LAST YR".

       01 ws-period-line.
         05 filler pic x(12) value "FISCAL YEAR ".
         05 ws-pd-fy pic 9(4).
         05 filler pic x(8) value " PERIOD ".
         05 ws-pd-fp pic z9.
         05 filler pic x(6) value "  DAY ".
         05 ws-pd-day pic zz9.
         05 filler pic x(4) value " OF ".
         05 ws-pd-days pic zz9.
         05 filler pic x(14) value "   THIS YEAR: ".
         05 ws-pd-ty-start pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-pd-ty-end pic 9(8).
         05 filler pic x(14) value "   LAST YEAR: ".
         05 ws-pd-ly-start pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-pd-ly-end pic 9(8).

       01 ws-nocal-warning.
         05 filler pic x(39) value
             "** WARNING: RUN DATE NOT ON FISCAL CALE".
         05 filler pic x(37) value
             "NDAR - NO PERIOD COMPARISON AVAILABLE".

       01 ws-ptd-heading pic x(60) value
           "CURRENT PERIOD TO DATE BY STORE".

       01 ws-column-heading.
         05 filler pic x(33) value spaces.
         05 filler pic x(16) value "       THIS YEAR".
         05 filler pic x(16) value "       LAST YEAR".
         05 filler pic x(16) value "          CHANGE".
         05 filler pic x(9) value "       %".
         05 filler pic x(14) value "  DAYS TY / LY".
         05 filler pic x(8) value " PER DAY".

       01 ws-class-header.
         05 ws-ch-text pic x(40).

       01 ws-comp-line.
         05 ws-cl-label pic x(33).
         05 ws-cl-ty pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-cl-ly pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-cl-change pic ----,---,--9.99.
         05 filler pic x(2) value spaces.
         05 ws-cl-pct pic x(7).
         05 filler pic x(3) value spaces.
         05 ws-cl-ty-days pic zzzz9.
         05 filler pic x(1) value "/".
         05 ws-cl-ly-days pic zzzz9.
         05 filler pic x(1) value space.
         05 ws-cl-day-pct pic x(7).

       01 ws-period-heading pic x(60) value
           "COMP SALES BY FISCAL PERIOD".

       01 ws-period-column-heading.
         05 filler pic x(12) value "PERIOD      ".
         05 filler pic x(6) value " COMP ".
         05 filler pic x(16) value "   COMP THIS YR ".
         05 filler pic x(16) value "   COMP LAST YR ".
         05 filler pic x(8) value " COMP % ".
         05 filler pic x(16) value "  NEW STORES TY ".
         05 filler pic x(16) value " CLOSED STRS LY ".
         05 filler pic x(16) value "  CHAIN THIS YR ".
         05 filler pic x(16) value "  CHAIN LAST YR ".
         05 filler pic x(8) value " CHAIN %".

       01 ws-period-sum-line.
         05 ws-pl-label pic x(12).
         05 ws-pl-count pic zzzz9.
         05 filler pic x(1) value space.
         05 ws-pl-comp-ty pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-pl-comp-ly pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-pl-comp-pct pic x(7).
         05 filler pic x(1) value space.
         05 ws-pl-new-ty pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-pl-closed-ly pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-pl-chain-ty pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-pl-chain-ly pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-pl-chain-pct pic x(7).

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

       01 ws-output-filename.
         05 filler pic x(24) value "../data/CompStoreReport-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 012-load-storestatus.
           perform 020-load-fiscalcal.
           perform 030-find-run-period.
           perform 035-set-spans.
           perform 045-load-tradecal.

           if ws-is-historical
      *a historical reprocess of a restored archived date reports
      *from the ledger as it stands and re-derives nothing.
               move 0 to ws-rederive-from
           else
           if ws-is-rebuild
               move ws-keep-from to ws-rederive-from
           else
               move ws-run-date to ws-rederive-from
           end-if
           end-if.

           perform 040-load-ledger.
           if not ws-is-historical
               compute ws-sweep-from-int =
                 function integer-of-date(ws-rederive-from)
               perform 100-sweep-one-day
                 varying ws-sweep-int from ws-sweep-from-int by 1
                 until ws-sweep-int > ws-run-int
                   or ws-ledger-is-full
               if ws-ledger-is-full
                   display "STORE DAILY SALES LEDGER FULL - ROWS AFTER "
                     ws-sweep-date " NOT KEPT"
               end-if
               perform 550-rewrite-ledger
           end-if.

           perform 300-tally-periods.

           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write output-line from ws-pagestamp.
           write output-line from ws-heading
             before advancing 2 lines.
           if ws-run-found
               perform 500-write-current-period
               perform 600-write-period-summary
           else
               write output-line from ws-nocal-warning
           end-if.
           close output-file.

           display "Comp store report finished".
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
           compute ws-run-int = function integer-of-date(ws-run-date).
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
           accept ws-historical-param from environment
             "HISTORICAL_REPROCESS".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.
           accept ws-rebuild-param from environment "COMP_REBUILD".
           if ws-rebuild-param = "Y" or ws-rebuild-param = "y"
               move "y" to ws-rebuild-mode
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
      *a store with no StoreStatus line is taken as trading since
      *before the comparison began, which makes it comp.
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
                               move ss-opendate to
                                 ws-store-opendate(ws-store-idx)
                               move ss-closedate to
                                 ws-store-closedate(ws-store-idx)
                           end-if
                       end-perform
               end-read
           end-perform.
           close store-status-file.

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

       030-find-run-period.
           move "n" to ws-run-hit.
           perform varying ws-fiscal-idx from 1 by 1
             until ws-fiscal-idx > ws-fiscal-count
               if ws-fw-start(ws-fiscal-idx) <= ws-run-date
                 and ws-fw-end(ws-fiscal-idx) >= ws-run-date
                   move "y" to ws-run-hit
                   move ws-fw-year(ws-fiscal-idx) to ws-run-fy
                   move ws-fw-period(ws-fiscal-idx) to ws-run-fp
               end-if
           end-perform.

       035-set-spans.
      *this year's span per period is the period's own days, cut at
      *the run date for the current one; last year's is the same
      *period of the prior fiscal year, cut to the same number of
      *days for the current period. The ledger keeps everything
      *from the start of last year's period 1.
           if not ws-run-found
               compute ws-span-int = ws-run-int - 800
               compute ws-keep-from =
                 function date-of-integer(ws-span-int)
               exit paragraph
           end-if.
           perform varying ws-span-sub from 1 by 1
             until ws-span-sub > ws-run-fp
               move ws-run-fy to ws-span-year
               perform 037-find-span
               move ws-span-start to ws-span-ty-start(ws-span-sub)
               if ws-span-sub = ws-run-fp
                   move ws-run-date to ws-span-ty-end(ws-span-sub)
                   compute ws-days-elapsed =
                     ws-run-int
                     - function integer-of-date(ws-span-start) + 1
               else
                   move ws-span-end to ws-span-ty-end(ws-span-sub)
               end-if
               compute ws-span-year = ws-run-fy - 1
               perform 037-find-span
               if ws-span-start = 0
                   compute ws-span-int = function integer-of-date(
                     ws-span-ty-start(ws-span-sub)) - 364
                   compute ws-span-start =
                     function date-of-integer(ws-span-int)
                   compute ws-span-int = function integer-of-date(
                     ws-span-ty-end(ws-span-sub)) - 364
                   compute ws-span-end =
                     function date-of-integer(ws-span-int)
               end-if
               move ws-span-start to ws-span-ly-start(ws-span-sub)
               if ws-span-sub = ws-run-fp
                   compute ws-span-int =
                     function integer-of-date(ws-span-start)
                     + ws-days-elapsed - 1
                   compute ws-span-end =
                     function date-of-integer(ws-span-int)
               end-if
               move ws-span-end to ws-span-ly-end(ws-span-sub)
           end-perform.
           move ws-span-ly-start(1) to ws-keep-from.

       037-find-span.
      *first start and last end of the weeks of fiscal period
      *ws-span-sub in year ws-span-year; zero when not on file.
           move 0 to ws-span-start.
           move 0 to ws-span-end.
           perform varying ws-fiscal-idx from 1 by 1
             until ws-fiscal-idx > ws-fiscal-count
               if ws-fw-year(ws-fiscal-idx) = ws-span-year
                 and ws-fw-period(ws-fiscal-idx) = ws-span-sub
                   if ws-span-start = 0
                     or ws-fw-start(ws-fiscal-idx) < ws-span-start
                       move ws-fw-start(ws-fiscal-idx)
                         to ws-span-start
                   end-if
                   if ws-fw-end(ws-fiscal-idx) > ws-span-end
                       move ws-fw-end(ws-fiscal-idx) to ws-span-end
                   end-if
               end-if
           end-perform.

       040-load-ledger.
      *rows older than the start of last fiscal year fall away, and
      *rows for the days about to be re-derived are not carried.
           open input daily-sales-file.
           move "../data/StoreDailySales.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-ledger-yes
               read daily-sales-file
                   at end
                       move "y" to ws-ledger-eof
                   not at end
                       if sd-date >= ws-keep-from
                         and (ws-is-historical
                           or sd-date < ws-rederive-from)
                         and ws-ledger-count < ws-ledger-max
                           add 1 to ws-ledger-count
                           move daily-sales-rec
                             to ws-ledger-entry(ws-ledger-count)
                       end-if
               end-read
           end-perform.
           close daily-sales-file.

       045-load-tradecal.
           open input trading-cal-file.
           move "../data/TradingCalendar.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-tradecal-yes
               read trading-cal-file
                   at end
                       move "y" to ws-tradecal-eof
                   not at end
                       if tc-date >= ws-keep-from
                         and tc-date <= ws-run-date
                         and ws-closure-count < 3000
                           add 1 to ws-closure-count
                           move tc-store
                             to ws-closure-store(ws-closure-count)
                           move tc-date
                             to ws-closure-date(ws-closure-count)
                       end-if
               end-read
           end-perform.
           close trading-cal-file.

       100-sweep-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           move ws-sweep-date to ws-day-filename-date.
           compute ws-day-first = ws-ledger-count + 1.
           perform varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4
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
                   perform 250-tally-record
           end-read.

       250-tally-record.
      *the day's rows sit together at the end of the ledger from
      *ws-day-first on - only those need searching.
           move "n" to ws-day-found.
           perform varying ws-lg-sub from ws-day-first by 1
             until ws-lg-sub > ws-ledger-count
               or ws-day-is-found
               if ws-lg-store(ws-lg-sub) = il-storenumber
                   move "y" to ws-day-found
               end-if
           end-perform.
           if ws-day-is-found
               subtract 1 from ws-lg-sub
           else
               if ws-ledger-count >= ws-ledger-max
                   move "y" to ws-ledger-full
                   exit paragraph
               end-if
               add 1 to ws-ledger-count
               move ws-ledger-count to ws-lg-sub
               move il-storenumber to ws-lg-store(ws-lg-sub)
               move ws-sweep-date to ws-lg-date(ws-lg-sub)
               move 0 to ws-lg-sales(ws-lg-sub)
               move 0 to ws-lg-returns(ws-lg-sub)
               move 0 to ws-lg-voids(ws-lg-sub)
           end-if.
           evaluate il-transactioncode
               when "S"
               when "L"
                   add il-transactionamount to ws-lg-sales(ws-lg-sub)
               when "R"
                   add il-transactionamount
                     to ws-lg-returns(ws-lg-sub)
               when "V"
                   add il-transactionamount to ws-lg-voids(ws-lg-sub)
           end-evaluate.

       300-tally-periods.
      *one pass of the ledger drops every row into this year's or
      *last year's bucket of whichever period span it falls in.
           if not ws-run-found
               exit paragraph
           end-if.
           perform varying ws-ledger-idx from 1 by 1
             until ws-ledger-idx > ws-ledger-count
               move ws-lg-store(ws-ledger-idx) to ws-find-store
               perform 350-find-store
               compute ws-net = ws-lg-sales(ws-ledger-idx)
                 - ws-lg-returns(ws-ledger-idx)
                 - ws-lg-voids(ws-ledger-idx)
               perform varying ws-span-sub from 1 by 1
                 until ws-span-sub > ws-run-fp
                   if ws-lg-date(ws-ledger-idx)
                     >= ws-span-ty-start(ws-span-sub)
                     and ws-lg-date(ws-ledger-idx)
                       <= ws-span-ty-end(ws-span-sub)
                       add ws-net
                         to ws-sp-ty(ws-store-idx, ws-span-sub)
                   end-if
                   if ws-lg-date(ws-ledger-idx)
                     >= ws-span-ly-start(ws-span-sub)
                     and ws-lg-date(ws-ledger-idx)
                       <= ws-span-ly-end(ws-span-sub)
                       add ws-net
                         to ws-sp-ly(ws-store-idx, ws-span-sub)
                   end-if
               end-perform
           end-perform.

           perform varying ws-span-sub from 1 by 1
             until ws-span-sub > ws-run-fp
               perform varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
                   perform 400-classify-store
                   perform 420-add-period-sums
                   perform 470-count-span-days
               end-perform
               add ws-ps-comp-ty(ws-span-sub) to ws-ytd-comp-ty
               add ws-ps-comp-ly(ws-span-sub) to ws-ytd-comp-ly
               add ws-ps-new-ty(ws-span-sub) to ws-ytd-new-ty
               add ws-ps-closed-ly(ws-span-sub) to ws-ytd-closed-ly
               add ws-ps-chain-ty(ws-span-sub) to ws-ytd-chain-ty
               add ws-ps-chain-ly(ws-span-sub) to ws-ytd-chain-ly
           end-perform.

       350-find-store.
           move "n" to ws-store-found.
           set ws-store-idx to 1.
           search ws-store-entry
               at end
                   move "n" to ws-store-found
               when ws-store-number(ws-store-idx) = ws-find-store
                   move "y" to ws-store-found
           end-search.

      *a store in the ledger but no longer on the master still
      *counts; with no lifecycle dates it is treated as comp.
           if not ws-store-is-found
               add 1 to ws-store-count
               move ws-find-store to ws-store-number(ws-store-count)
               move "UNKNOWN STORE" to ws-store-name(ws-store-count)
               set ws-store-idx to ws-store-count
           end-if.

       400-classify-store.
           evaluate true
               when ws-store-closedate(ws-store-idx) > 0
                 and ws-store-closedate(ws-store-idx)
                   <= ws-span-ty-end(ws-span-sub)
                   move "CLOSED" to ws-store-class(ws-store-idx)
               when ws-store-opendate(ws-store-idx)
                 > ws-span-ly-start(ws-span-sub)
                   move "NEW" to ws-store-class(ws-store-idx)
               when other
                   move "COMP" to ws-store-class(ws-store-idx)
           end-evaluate.

       420-add-period-sums.
           add ws-sp-ty(ws-store-idx, ws-span-sub)
             to ws-ps-chain-ty(ws-span-sub).
           add ws-sp-ly(ws-store-idx, ws-span-sub)
             to ws-ps-chain-ly(ws-span-sub).
           evaluate ws-store-class(ws-store-idx)
               when "COMP"
                   add 1 to ws-ps-comp-count(ws-span-sub)
                   add ws-sp-ty(ws-store-idx, ws-span-sub)
                     to ws-ps-comp-ty(ws-span-sub)
                   add ws-sp-ly(ws-store-idx, ws-span-sub)
                     to ws-ps-comp-ly(ws-span-sub)
               when "NEW"
                   add ws-sp-ty(ws-store-idx, ws-span-sub)
                     to ws-ps-new-ty(ws-span-sub)
               when "CLOSED"
                   add ws-sp-ly(ws-store-idx, ws-span-sub)
                     to ws-ps-closed-ly(ws-span-sub)
           end-evaluate.

       470-count-span-days.
      *trading days of this year's and last year's span of the
      *period for the store.
           compute ws-tday-int =
             function integer-of-date(ws-span-ty-start(ws-span-sub)).
           compute ws-tday-end-int =
             function integer-of-date(ws-span-ty-end(ws-span-sub)).
           perform 475-count-days.
           move ws-tday-count
             to ws-sp-ty-days(ws-store-idx, ws-span-sub).
           compute ws-tday-int =
             function integer-of-date(ws-span-ly-start(ws-span-sub)).
           compute ws-tday-end-int =
             function integer-of-date(ws-span-ly-end(ws-span-sub)).
           perform 475-count-days.
           move ws-tday-count
             to ws-sp-ly-days(ws-store-idx, ws-span-sub).

       475-count-days.
           move 0 to ws-tday-count.
           perform until ws-tday-int > ws-tday-end-int
               compute ws-tday-date =
                 function date-of-integer(ws-tday-int)
               perform 480-check-trading-day
               if ws-day-is-trading
                   add 1 to ws-tday-count
               end-if
               add 1 to ws-tday-int
           end-perform.

       480-check-trading-day.
      *open on or before the day, not closed before it, and not on
      *the trading calendar for the store or the chain.
           move "y" to ws-day-trading.
           if ws-store-opendate(ws-store-idx) > ws-tday-date
               move "n" to ws-day-trading
           end-if.
           if ws-store-closedate(ws-store-idx) > 0
             and ws-store-closedate(ws-store-idx) < ws-tday-date
               move "n" to ws-day-trading
           end-if.
           perform varying ws-closure-idx from 1 by 1
             until ws-closure-idx > ws-closure-count
               or not ws-day-is-trading
               if ws-closure-date(ws-closure-idx) = ws-tday-date
                 and (ws-closure-store(ws-closure-idx) = "00"
                   or ws-closure-store(ws-closure-idx)
                     = ws-store-number(ws-store-idx))
                   move "n" to ws-day-trading
               end-if
           end-perform.

       450-compute-change.
      *change is this year less last year; with nothing last year
      *there is no percentage.
           compute ws-calc-change = ws-calc-ty - ws-calc-ly.
           if ws-calc-ly = 0
               move "    n/a" to ws-cl-pct
           else
               compute ws-calc-pct rounded =
                 ws-calc-change * 100 / ws-calc-ly
                 on size error
                   move 9999.9 to ws-calc-pct
               end-compute
               move ws-calc-pct to ws-edit-pct
               move ws-edit-pct to ws-cl-pct
           end-if.

       455-compute-day-change.
      *change in sales per trading day; with no trading days or
      *nothing last year there is no percentage.
           move ws-calc-ty-days to ws-cl-ty-days.
           move ws-calc-ly-days to ws-cl-ly-days.
           if ws-calc-ty-days = 0 or ws-calc-ly-days = 0
             or ws-calc-ly = 0
               move "    n/a" to ws-cl-day-pct
           else
               compute ws-calc-ty-per-day =
                 ws-calc-ty / ws-calc-ty-days
               compute ws-calc-ly-per-day =
                 ws-calc-ly / ws-calc-ly-days
               compute ws-calc-pct rounded =
                 (ws-calc-ty-per-day - ws-calc-ly-per-day) * 100
                 / ws-calc-ly-per-day
                 on size error
                   move 9999.9 to ws-calc-pct
               end-compute
               move ws-calc-pct to ws-edit-pct
               move ws-edit-pct to ws-cl-day-pct
           end-if.

       500-write-current-period.
      *store classes were last set in 300-tally-periods for the
      *final span, which is the current period.
           move ws-run-fy to ws-pd-fy.
           move ws-run-fp to ws-pd-fp.
           move ws-days-elapsed to ws-pd-day.
           move ws-run-fp to ws-span-sub.
           move ws-run-fy to ws-span-year.
           perform 037-find-span.
           compute ws-pd-days =
             function integer-of-date(ws-span-end)
             - function integer-of-date(ws-span-start) + 1.
           move ws-span-ty-start(ws-run-fp) to ws-pd-ty-start.
           move ws-span-ty-end(ws-run-fp) to ws-pd-ty-end.
           move ws-span-ly-start(ws-run-fp) to ws-pd-ly-start.
           move ws-span-ly-end(ws-run-fp) to ws-pd-ly-end.
           write output-line from ws-period-line
             before advancing 2 lines.
           write output-line from ws-ptd-heading.
           write output-line from ws-column-heading.

           move "COMP" to ws-class-wanted.
           move "COMPARABLE STORES" to ws-ch-text.
           perform 520-write-class-section.
           move ws-ps-comp-ty(ws-run-fp) to ws-calc-ty.
           move ws-ps-comp-ly(ws-run-fp) to ws-calc-ly.
           move ws-class-ty-days to ws-calc-ty-days.
           move ws-class-ly-days to ws-calc-ly-days.
           move "COMP STORES TOTAL" to ws-cl-label.
           perform 540-write-total-line.

           move "NEW" to ws-class-wanted.
           move "NEW STORES (NOT COMPARABLE)" to ws-ch-text.
           perform 520-write-class-section.
           move ws-ps-new-ty(ws-run-fp) to ws-calc-ty.
           move 0 to ws-calc-ly.
           perform 530-class-ly-total.
           move ws-class-ty-days to ws-calc-ty-days.
           move ws-class-ly-days to ws-calc-ly-days.
           move "NEW STORES TOTAL" to ws-cl-label.
           perform 540-write-total-line.

           move "CLOSED" to ws-class-wanted.
           move "CLOSED STORES (NOT COMPARABLE)" to ws-ch-text.
           perform 520-write-class-section.
           move 0 to ws-calc-ty.
           perform 535-class-ty-total.
           move ws-ps-closed-ly(ws-run-fp) to ws-calc-ly.
           move ws-class-ty-days to ws-calc-ty-days.
           move ws-class-ly-days to ws-calc-ly-days.
           move "CLOSED STORES TOTAL" to ws-cl-label.
           perform 540-write-total-line.

           move ws-ps-chain-ty(ws-run-fp) to ws-calc-ty.
           move ws-ps-chain-ly(ws-run-fp) to ws-calc-ly.
           move 0 to ws-calc-ty-days.
           move 0 to ws-calc-ly-days.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               add ws-sp-ty-days(ws-store-idx, ws-run-fp)
                 to ws-calc-ty-days
               add ws-sp-ly-days(ws-store-idx, ws-run-fp)
                 to ws-calc-ly-days
           end-perform.
           move "CHAIN TOTAL (ALL STORES)" to ws-cl-label.
           perform 540-write-total-line.

       520-write-class-section.
           write output-line from ws-class-header.
           move 0 to ws-class-count.
           move 0 to ws-class-ty-days.
           move 0 to ws-class-ly-days.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               if ws-store-class(ws-store-idx) = ws-class-wanted
                   add 1 to ws-class-count
                   move spaces to ws-cl-label
                   string "  "
                          ws-store-number(ws-store-idx)
                          " "
                          ws-store-name(ws-store-idx)
                     delimited by size into ws-cl-label
                   move ws-sp-ty(ws-store-idx, ws-run-fp)
                     to ws-calc-ty
                   move ws-sp-ly(ws-store-idx, ws-run-fp)
                     to ws-calc-ly
                   perform 450-compute-change
                   move ws-sp-ty-days(ws-store-idx, ws-run-fp)
                     to ws-calc-ty-days
                   move ws-sp-ly-days(ws-store-idx, ws-run-fp)
                     to ws-calc-ly-days
                   add ws-calc-ty-days to ws-class-ty-days
                   add ws-calc-ly-days to ws-class-ly-days
                   perform 455-compute-day-change
                   move ws-calc-ty to ws-cl-ty
                   move ws-calc-ly to ws-cl-ly
                   move ws-calc-change to ws-cl-change
                   write output-line from ws-comp-line
               end-if
           end-perform.
           if ws-class-count = 0
               move "  (none)" to output-line
               write output-line
           end-if.

       530-class-ly-total.
      *a new store's last-year figure is whatever it took in its
      *first days, shown for information only.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               if ws-store-class(ws-store-idx) = "NEW"
                   add ws-sp-ly(ws-store-idx, ws-run-fp)
                     to ws-calc-ly
               end-if
           end-perform.

       535-class-ty-total.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               if ws-store-class(ws-store-idx) = "CLOSED"
                   add ws-sp-ty(ws-store-idx, ws-run-fp)
                     to ws-calc-ty
               end-if
           end-perform.

       540-write-total-line.
           perform 450-compute-change.
           perform 455-compute-day-change.
           move ws-calc-ty to ws-cl-ty.
           move ws-calc-ly to ws-cl-ly.
           move ws-calc-change to ws-cl-change.
           write output-line from ws-comp-line
             before advancing 2 lines.

       600-write-period-summary.
           write output-line from ws-period-heading.
           write output-line from ws-period-column-heading.
           perform varying ws-span-sub from 1 by 1
             until ws-span-sub > ws-run-fp
               move spaces to ws-pl-label
               string "P" ws-span-sub
                 delimited by size into ws-pl-label
               if ws-span-sub = ws-run-fp
                   move "TO DATE" to ws-pl-label(5:7)
               end-if
               move ws-ps-comp-count(ws-span-sub) to ws-pl-count
               move ws-ps-comp-ty(ws-span-sub) to ws-calc-ty
               move ws-ps-comp-ly(ws-span-sub) to ws-calc-ly
               move ws-ps-new-ty(ws-span-sub) to ws-pl-new-ty
               move ws-ps-closed-ly(ws-span-sub) to ws-pl-closed-ly
               perform 650-fill-period-line
               move ws-ps-chain-ty(ws-span-sub) to ws-calc-ty
               move ws-ps-chain-ly(ws-span-sub) to ws-calc-ly
               perform 660-fill-chain-columns
               write output-line from ws-period-sum-line
           end-perform.
           move "YTD" to ws-pl-label.
           move ws-ps-comp-count(ws-run-fp) to ws-pl-count.
           move ws-ytd-comp-ty to ws-calc-ty.
           move ws-ytd-comp-ly to ws-calc-ly.
           move ws-ytd-new-ty to ws-pl-new-ty.
           move ws-ytd-closed-ly to ws-pl-closed-ly.
           perform 650-fill-period-line.
           move ws-ytd-chain-ty to ws-calc-ty.
           move ws-ytd-chain-ly to ws-calc-ly.
           perform 660-fill-chain-columns.
           write output-line from ws-period-sum-line
             before advancing 2 lines.

       650-fill-period-line.
           perform 450-compute-change.
           move ws-calc-ty to ws-pl-comp-ty.
           move ws-calc-ly to ws-pl-comp-ly.
           move ws-cl-pct to ws-pl-comp-pct.

       660-fill-chain-columns.
           perform 450-compute-change.
           move ws-calc-ty to ws-pl-chain-ty.
           move ws-calc-ly to ws-pl-chain-ly.
           move ws-cl-pct to ws-pl-chain-pct.

       550-rewrite-ledger.
           open output daily-sales-file.
           move "../data/StoreDailySales.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-ledger-idx from 1 by 1
             until ws-ledger-idx > ws-ledger-count
               move ws-ledger-entry(ws-ledger-idx)
                 to daily-sales-rec
               write daily-sales-rec
           end-perform.
           close daily-sales-file.

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

       end program CompStoreReport.
