       identification division.
       program-id. CashierIncentive.
      *Program Description: Cashier sales incentive for the fiscal
      *period, handed to the employee side as a file instead of being
      *re-keyed from SLProcessing's cashier summary. Each cashier's
      *net sales (S and L sales less their own returns and voids) for
      *the period are run through the tiered rates in
      *IncentiveRates.dat and mapped to an employee number through
      *EmployeeCashiers.dat. Mapped cashiers with an incentive go on
      *CashierIncentive-YYYYMMDD.dat for the employee side to load;
      *the report lists who earned what, every cashier with sales
      *but no employee mapping (not paid - the amount is shown as
      *withheld and raised on the exception hub), control totals that
      *agree with the file, and a sign-off block for the store
      *operations and payroll approvers.
      *
      *The daily s/l/r/v files are not kept for a whole period, so
      *the program holds its own ledger of net sales per cashier per
      *business day in CashierDailySales.dat. Each run re-derives the
      *run date's rows from every sequence of that date's files,
      *replacing what was there, so a rerun or a same-day
      *supplemental run leaves the date right. INCENTIVE_REBUILD=Y
      *re-derives every day still in the ledger's keep window
      *instead, and a HISTORICAL_REPROCESS run touches nothing.
      *
      *The incentive itself is worked out on the last day of a
      *fiscal period, for that period. INCENTIVE_PERIOD=YYYYPP asks
      *for a given period that has already ended - a late or
      *corrected run. The file is always the whole period, so a
      *second run on the same day replaces it rather than adding to
      *it. Tiers are graduated: each IncentiveRates.dat line gives
      *the net sales at which its rate starts, in ascending order,
      *and only the slice of sales inside a tier earns that tier's
      *rate, so crossing a threshold never pays less than stopping
      *short of it.

       environment division.
       input-output section.
       file-control.
           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select cashier-file
           assign to "../data/CashierMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional xref-file
           assign to "../data/EmployeeCashiers.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional rate-file
           assign to "../data/IncentiveRates.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional fiscal-calendar-file
           assign to "../data/FiscalCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional daily-sales-file
           assign to "../data/CashierDailySales.dat"
           organization is line sequential
           file status is ws-io-status.

           select incentive-file
           assign dynamic ws-incentive-filename
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
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

       fd cashier-file
           data record is cashier-master-rec
           record contains 28 characters.
       01 cashier-master-rec.
         05 cashier-master-id pic x(5).
         05 cashier-master-name pic x(20).
         05 cashier-master-store pic x(2).
         05 cashier-master-active pic x(1).

      *employee number to cashier ID, as CashierFeed reads it.
       fd xref-file
           data record is xref-rec
           record contains 8 characters.
       01 xref-rec.
         05 xr-employee pic x(3).
         05 xr-cashier pic x(5).

      *one line per tier: the period net sales at which the rate
      *starts (9(9)v99) and the rate (9v9999, 00150 = 1.5 percent).
       fd rate-file
           data record is rate-rec
           record contains 16 characters.
       01 rate-rec.
         05 ir-threshold pic 9(9)v99.
         05 ir-rate pic 9v9999.

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

      *one line per cashier per business day.
       fd daily-sales-file
           data record is daily-sales-rec
           record contains 46 characters.
       01 daily-sales-rec.
           05 cd-cashier pic x(5).
           05 cd-date pic 9(8).
           05 cd-sales pic 9(9)v99.
           05 cd-returns pic 9(9)v99.
           05 cd-voids pic 9(9)v99.

      *the hand-off the employee side loads: one line per employee
      *paid an incentive for the period.
       fd incentive-file
           data record is incentive-rec
           record contains 45 characters.
       01 incentive-rec.
           05 ci-employee pic x(3).
           05 ci-cashier pic x(5).
           05 ci-year pic 9(4).
           05 ci-period pic 9(2).
           05 ci-net-sales pic 9(9)v99.
           05 ci-amount pic 9(7)v99.
           05 ci-rundate pic 9(8).
           05 filler pic x(3).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

      *common exception hub: every program also drops its
      *actionable exceptions here with a source and severity
      *(H = act now, M = review, L = informational); the morning
      *digest sorts the lot into one report.
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
       01 ws-cashierlist-eof pic x value "n".
         88 ws-cashierlist-yes value "y".
       01 ws-xref-eof pic x value "n".
         88 ws-xref-yes value "y".
       01 ws-rate-eof pic x value "n".
         88 ws-rate-yes value "y".
       01 ws-fiscalcal-eof pic x value "n".
         88 ws-fiscalcal-yes value "y".
       01 ws-ledger-eof pic x value "n".
         88 ws-ledger-yes value "y".

      *every cashier with ledger rows in the period, plus name,
      *store and employee mapping.
       01 ws-cashier-count pic 9(3) value 0.
       01 ws-cashier-table.
         05 ws-cashier-entry occurs 999 times
             indexed by ws-cashier-idx.
           10 ws-ca-id pic x(5).
           10 ws-ca-name pic x(20).
           10 ws-ca-store pic x(2).
           10 ws-ca-employee pic x(3).
           10 ws-ca-sales pic 9(9)v99.
           10 ws-ca-returns pic 9(9)v99.
           10 ws-ca-voids pic 9(9)v99.
           10 ws-ca-net pic s9(9)v99.
           10 ws-ca-incentive pic 9(7)v99.
       01 ws-cashier-found pic x value "n".
         88 ws-cashier-is-found value "y".

       01 ws-cashiername-count pic 9(3) value 0.
       01 ws-cashiername-table.
         05 ws-cashiername-entry occurs 999 times
             indexed by ws-cashiername-idx.
           10 ws-cashiername-id pic x(5).
           10 ws-cashiername-name pic x(20).
           10 ws-cashiername-store pic x(2).
       01 ws-cashiername-found pic x value "n".
         88 ws-cashiername-is-found value "y".

       01 ws-xref-count pic 9(3) value 0.
       01 ws-xref-table.
         05 ws-xref-entry occurs 999 times
             indexed by ws-xref-idx.
           10 ws-xref-employee pic x(3).
           10 ws-xref-cashier pic x(5).
       01 ws-xref-found pic x value "n".
         88 ws-xref-is-found value "y".

       01 ws-rate-count pic 99 value 0.
       01 ws-rate-table.
         05 ws-rate-entry occurs 20 times.
           10 ws-rt-threshold pic 9(9)v99.
           10 ws-rt-rate pic 9v9999.
       01 ws-rate-sub pic 99 value 0.
       01 ws-tier-top pic 9(9)v99 value 0.
       01 ws-tier-slice pic 9(9)v99 value 0.
       01 ws-tier-amount pic 9(7)v9999 value 0.

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

      *the period the incentive is for, and its days.
       01 ws-inc-fy pic 9(4) value 0.
       01 ws-inc-fp pic 9(2) value 0.
       01 ws-inc-start pic 9(8) value 0.
       01 ws-inc-end pic 9(8) value 0.
       01 ws-inc-due pic x value "n".
         88 ws-inc-is-due value "y".
       01 ws-period-param pic x(6) value spaces.
       01 ws-period-note pic x(60) value spaces.

      *the ledger of daily net sales by cashier, held whole between
      *load and rewrite.
       01 ws-ledger-count pic 9(5) value 0.
       01 ws-ledger-max pic 9(5) value 40000.
       01 ws-ledger-table.
         05 ws-ledger-entry occurs 40000 times
             indexed by ws-ledger-idx.
           10 ws-lg-cashier pic x(5).
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

      *the ledger keeps the last 120 days - the longest 4-5-4 period
      *is five weeks, so a period can still be worked out well after
      *it ends.
       01 ws-keep-days pic 9(3) value 120.
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

       01 ws-paid-count pic 9(5) value 0.
       01 ws-paid-total pic 9(9)v99 value 0.
       01 ws-paid-net pic s9(11)v99 value 0.
       01 ws-withheld-count pic 9(5) value 0.
       01 ws-withheld-total pic 9(9)v99 value 0.
       01 ws-section-count pic 9(5) value 0.
       01 ws-want-mapped pic x value "y".
         88 ws-wants-mapped value "y".

       01 ws-heading pic x(60) value
           "CASHIER SALES INCENTIVE".

       01 ws-period-line.
         05 filler pic x(12) value "FISCAL YEAR ".
         05 ws-pd-fy pic 9(4).
         05 filler pic x(8) value " PERIOD ".
         05 ws-pd-fp pic z9.
         05 filler pic x(9) value "   DAYS: ".
         05 ws-pd-start pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-pd-end pic 9(8).

       01 ws-tier-heading pic x(40) value
           "INCENTIVE TIERS (GRADUATED)".

       01 ws-tier-line.
         05 filler pic x(20) value "  NET SALES FROM    ".
         05 ws-tl-from pic zzz,zzz,zz9.99.
         05 filler pic x(8) value "  RATE ".
         05 ws-tl-rate pic z9.99.
         05 filler pic x(1) value "%".

       01 ws-norates-line pic x(60) value
           "** NO INCENTIVE RATES ON FILE - NO INCENTIVE EARNED".

       01 ws-column-heading.
         05 filler pic x(33) value
             "CASHIER NAME                 STR ".
         05 filler pic x(3) value "EMP".
         05 filler pic x(15) value "          SALES".
         05 filler pic x(15) value "        RETURNS".
         05 filler pic x(15) value "          VOIDS".
         05 filler pic x(16) value "       NET SALES".
         05 filler pic x(13) value "    INCENTIVE".

       01 ws-section-header pic x(60).

       01 ws-cashier-line.
         05 ws-cl-id pic x(5).
         05 filler pic x(1) value space.
         05 ws-cl-name pic x(21).
         05 filler pic x(2) value spaces.
         05 ws-cl-store pic x(2).
         05 filler pic x(2) value spaces.
         05 ws-cl-employee pic x(3).
         05 filler pic x(1) value space.
         05 ws-cl-sales pic zzz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-cl-returns pic zzz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-cl-voids pic zzz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-cl-net pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-cl-incentive pic z,zzz,zz9.99.

       01 ws-none-line pic x(40) value "  (none)".

       01 ws-total-line.
         05 filler pic x(2) value spaces.
         05 ws-tot-label pic x(37).
         05 ws-tot-count pic zzzz9.
         05 filler pic x(14) value " CASHIERS     ".
         05 ws-tot-amount pic zzz,zzz,zz9.99.

       01 ws-control-heading pic x(40) value
           "CONTROL TOTALS - INCENTIVE FILE".
       01 ws-control-line1.
         05 filler pic x(30) value "  EMPLOYEE RECORDS WRITTEN:   ".
         05 ws-c1-count pic zzzz9.
       01 ws-control-line2.
         05 filler pic x(30) value "  TOTAL INCENTIVE PAYABLE:    ".
         05 ws-c2-amount pic zzz,zzz,zz9.99.
       01 ws-control-line3.
         05 filler pic x(30) value "  NET SALES OF PAID CASHIERS: ".
         05 ws-c3-amount pic ----,---,--9.99.
       01 ws-control-line4.
         05 filler pic x(30) value "  WITHHELD - NO MAPPING:      ".
         05 ws-c4-amount pic zzz,zzz,zz9.99.

       01 ws-signoff-line1.
         05 filler pic x(13) value "PREPARED BY: ".
         05 filler pic x(32) value all "_".
         05 filler pic x(8) value "  DATE: ".
         05 filler pic x(10) value all "_".

       01 ws-signoff-line2.
         05 filler pic x(13) value "STORE OPS:   ".
         05 filler pic x(32) value all "_".
         05 filler pic x(8) value "  DATE: ".
         05 filler pic x(10) value all "_".

       01 ws-signoff-line3.
         05 filler pic x(13) value "PAYROLL:     ".
         05 filler pic x(32) value all "_".
         05 filler pic x(8) value "  DATE: ".
         05 filler pic x(10) value all "_".

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

       01 ws-day-filename.
         05 filler pic x(8) value "../data/".
         05 ws-day-filename-code pic x(1).
         05 filler pic x(1) value "-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-incentive-filename.
         05 filler pic x(25) value "../data/CashierIncentive-".
         05 ws-incentive-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".

       01 ws-output-filename.
         05 filler pic x(25) value "../data/CashierIncentive-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-cashierlist.
           perform 015-load-xref.
           perform 020-load-rates.
           perform 025-load-fiscalcal.
           perform 030-find-incentive-period.

           compute ws-sweep-int = ws-run-int - ws-keep-days.
           compute ws-keep-from =
             function date-of-integer(ws-sweep-int).
           if ws-is-rebuild
               move ws-keep-from to ws-rederive-from
           else
               move ws-run-date to ws-rederive-from
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
                   display "CASHIER DAILY SALES LEDGER FULL - ROWS "
                     "AFTER " ws-sweep-date " NOT KEPT"
               end-if
               perform 550-rewrite-ledger
           end-if.

      *between period ends the run only keeps the ledger current.
           if not ws-inc-is-due
               if ws-period-note not = spaces
                   display ws-period-note
               end-if
               display "Cashier incentive ledger updated"
               move 0 to return-code
               perform 090-finish
           end-if.

           perform 300-tally-period.
           perform 350-compute-incentives.

           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open output incentive-file.
           move ws-incentive-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move "../data/ExceptionHub.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write output-line from ws-pagestamp.
           write output-line from ws-heading.
           move ws-inc-fy to ws-pd-fy.
           move ws-inc-fp to ws-pd-fp.
           move ws-inc-start to ws-pd-start.
           move ws-inc-end to ws-pd-end.
           write output-line from ws-period-line
             before advancing 2 lines.
           perform 400-write-tiers.
           write output-line from ws-column-heading
             before advancing 2 lines.

           move "PAID - MAPPED TO AN EMPLOYEE" to ws-section-header.
           move "y" to ws-want-mapped.
           perform 500-write-section.
           move "NOT PAID - NO EMPLOYEE MAPPING"
             to ws-section-header.
           move "n" to ws-want-mapped.
           perform 500-write-section.

           perform 600-write-control-totals.
           close output-file, incentive-file, exception-hub-file.

           display "Cashier incentive finished".
           move 0 to return-code.
           perform 090-finish.

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
           move ws-run-date to ws-incentive-filename-date.
           compute ws-run-int = function integer-of-date(ws-run-date).
           accept ws-historical-param from environment
             "HISTORICAL_REPROCESS".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.
           accept ws-rebuild-param from environment
             "INCENTIVE_REBUILD".
           if ws-rebuild-param = "Y" or ws-rebuild-param = "y"
               move "y" to ws-rebuild-mode
           end-if.

       010-load-cashierlist.
           open input cashier-file.
           move "../data/CashierMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cashierlist-yes
               read cashier-file
                   at end
                       move "y" to ws-cashierlist-eof
                   not at end
                       if ws-cashiername-count < 999
                           add 1 to ws-cashiername-count
                           move cashier-master-id
                             to ws-cashiername-id(ws-cashiername-count)
                           move cashier-master-name
                             to ws-cashiername-name
                               (ws-cashiername-count)
                           move cashier-master-store
                             to ws-cashiername-store
                               (ws-cashiername-count)
                       end-if
               end-read
           end-perform.
           close cashier-file.

       015-load-xref.
           open input xref-file.
           move "../data/EmployeeCashiers.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-xref-yes
               read xref-file
                   at end
                       move "y" to ws-xref-eof
                   not at end
                       if ws-xref-count < 999
                           add 1 to ws-xref-count
                           move xr-employee
                             to ws-xref-employee(ws-xref-count)
                           move xr-cashier
                             to ws-xref-cashier(ws-xref-count)
                       end-if
               end-read
           end-perform.
           close xref-file.

       020-load-rates.
           open input rate-file.
           move "../data/IncentiveRates.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-rate-yes
               read rate-file
                   at end
                       move "y" to ws-rate-eof
                   not at end
                       if ws-rate-count < 20
                         and ir-threshold is numeric
                         and ir-rate is numeric
                           add 1 to ws-rate-count
                           move ir-threshold
                             to ws-rt-threshold(ws-rate-count)
                           move ir-rate to ws-rt-rate(ws-rate-count)
                       end-if
               end-read
           end-perform.
           close rate-file.

       025-load-fiscalcal.
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

       030-find-incentive-period.
      *INCENTIVE_PERIOD names the period outright; otherwise it is
      *the period the run date falls in, due only on its last day.
           move "n" to ws-inc-due.
           accept ws-period-param from environment "INCENTIVE_PERIOD".
           if ws-period-param is numeric
               move ws-period-param(1:4) to ws-inc-fy
               move ws-period-param(5:2) to ws-inc-fp
           else
               perform varying ws-fiscal-idx from 1 by 1
                 until ws-fiscal-idx > ws-fiscal-count
                   if ws-fw-start(ws-fiscal-idx) <= ws-run-date
                     and ws-fw-end(ws-fiscal-idx) >= ws-run-date
                       move ws-fw-year(ws-fiscal-idx) to ws-inc-fy
                       move ws-fw-period(ws-fiscal-idx) to ws-inc-fp
                   end-if
               end-perform
           end-if.
           if ws-inc-fy = 0
               move "RUN DATE NOT ON FISCAL CALENDAR - NO INCENTIVE RUN"
                 to ws-period-note
               exit paragraph
           end-if.

           perform varying ws-fiscal-idx from 1 by 1
             until ws-fiscal-idx > ws-fiscal-count
               if ws-fw-year(ws-fiscal-idx) = ws-inc-fy
                 and ws-fw-period(ws-fiscal-idx) = ws-inc-fp
                   if ws-inc-start = 0
                     or ws-fw-start(ws-fiscal-idx) < ws-inc-start
                       move ws-fw-start(ws-fiscal-idx)
                         to ws-inc-start
                   end-if
                   if ws-fw-end(ws-fiscal-idx) > ws-inc-end
                       move ws-fw-end(ws-fiscal-idx) to ws-inc-end
                   end-if
               end-if
           end-perform.

           evaluate true
               when ws-inc-start = 0
                   move "INCENTIVE_PERIOD NOT ON FISCAL CALENDAR"
                     to ws-period-note
               when ws-inc-end > ws-run-date
                 and ws-period-param is numeric
                   move "INCENTIVE_PERIOD HAS NOT ENDED - NO INCENTIVE"
                     to ws-period-note
               when ws-inc-end = ws-run-date
               when ws-period-param is numeric
                   move "y" to ws-inc-due
           end-evaluate.

       040-load-ledger.
      *rows older than the keep window fall away, and rows for the
      *days about to be re-derived are not carried.
           open input daily-sales-file.
           move "../data/CashierDailySales.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-ledger-yes
               read daily-sales-file
                   at end
                       move "y" to ws-ledger-eof
                   not at end
                       if cd-date >= ws-keep-from
                         and (ws-is-historical
                           or cd-date < ws-rederive-from)
                         and ws-ledger-count < ws-ledger-max
                           add 1 to ws-ledger-count
                           move daily-sales-rec
                             to ws-ledger-entry(ws-ledger-count)
                       end-if
               end-read
           end-perform.
           close daily-sales-file.

       090-finish.
           accept ws-batch-mode from environment "BATCH_MODE".
           if ws-batch-mode not = "Y" and ws-batch-mode not = "y"
               accept return-code
           end-if.
           goback.

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
               if ws-lg-cashier(ws-lg-sub) = il-cashierid
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
               move il-cashierid to ws-lg-cashier(ws-lg-sub)
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

       300-tally-period.
           perform varying ws-ledger-idx from 1 by 1
             until ws-ledger-idx > ws-ledger-count
               if ws-lg-date(ws-ledger-idx) >= ws-inc-start
                 and ws-lg-date(ws-ledger-idx) <= ws-inc-end
                   perform 320-find-cashier
                   add ws-lg-sales(ws-ledger-idx)
                     to ws-ca-sales(ws-cashier-idx)
                   add ws-lg-returns(ws-ledger-idx)
                     to ws-ca-returns(ws-cashier-idx)
                   add ws-lg-voids(ws-ledger-idx)
                     to ws-ca-voids(ws-cashier-idx)
               end-if
           end-perform.

       320-find-cashier.
           move "n" to ws-cashier-found.
           set ws-cashier-idx to 1.
           search ws-cashier-entry
               at end
                   move "n" to ws-cashier-found
               when ws-cashier-idx > ws-cashier-count
                   move "n" to ws-cashier-found
               when ws-ca-id(ws-cashier-idx)
                 = ws-lg-cashier(ws-ledger-idx)
                   move "y" to ws-cashier-found
           end-search.
      *a full table books the overflow against the last line rather
      *than drop the sales.
           if ws-cashier-is-found
               exit paragraph
           end-if.
           if ws-cashier-count >= 999
               set ws-cashier-idx to 999
               exit paragraph
           end-if.
           add 1 to ws-cashier-count.
           set ws-cashier-idx to ws-cashier-count.
           move ws-lg-cashier(ws-ledger-idx)
             to ws-ca-id(ws-cashier-idx).
           move 0 to ws-ca-sales(ws-cashier-idx).
           move 0 to ws-ca-returns(ws-cashier-idx).
           move 0 to ws-ca-voids(ws-cashier-idx).
           move 0 to ws-ca-net(ws-cashier-idx).
           move 0 to ws-ca-incentive(ws-cashier-idx).

           move "n" to ws-cashiername-found.
           set ws-cashiername-idx to 1.
           search ws-cashiername-entry
               at end
                   move "n" to ws-cashiername-found
               when ws-cashiername-idx > ws-cashiername-count
                   move "n" to ws-cashiername-found
               when ws-cashiername-id(ws-cashiername-idx)
                 = ws-ca-id(ws-cashier-idx)
                   move "y" to ws-cashiername-found
           end-search.
           if ws-cashiername-is-found
               move ws-cashiername-name(ws-cashiername-idx)
                 to ws-ca-name(ws-cashier-idx)
               move ws-cashiername-store(ws-cashiername-idx)
                 to ws-ca-store(ws-cashier-idx)
           else
               move "UNKNOWN CASHIER" to ws-ca-name(ws-cashier-idx)
               move spaces to ws-ca-store(ws-cashier-idx)
           end-if.

           move "n" to ws-xref-found.
           set ws-xref-idx to 1.
           search ws-xref-entry
               at end
                   move "n" to ws-xref-found
               when ws-xref-idx > ws-xref-count
                   move "n" to ws-xref-found
               when ws-xref-cashier(ws-xref-idx)
                 = ws-ca-id(ws-cashier-idx)
                   move "y" to ws-xref-found
           end-search.
           if ws-xref-is-found
               move ws-xref-employee(ws-xref-idx)
                 to ws-ca-employee(ws-cashier-idx)
           else
               move spaces to ws-ca-employee(ws-cashier-idx)
           end-if.

       350-compute-incentives.
           perform varying ws-cashier-idx from 1 by 1
             until ws-cashier-idx > ws-cashier-count
               compute ws-ca-net(ws-cashier-idx) =
                 ws-ca-sales(ws-cashier-idx)
                 - ws-ca-returns(ws-cashier-idx)
                 - ws-ca-voids(ws-cashier-idx)
               move 0 to ws-tier-amount
               if ws-ca-net(ws-cashier-idx) > 0
                   perform 360-apply-tier
                     varying ws-rate-sub from 1 by 1
                     until ws-rate-sub > ws-rate-count
               end-if
               compute ws-ca-incentive(ws-cashier-idx) rounded =
                 ws-tier-amount
           end-perform.

       360-apply-tier.
      *the slice of net sales between this tier's threshold and the
      *next one's earns this tier's rate.
           if ws-ca-net(ws-cashier-idx) <= ws-rt-threshold(ws-rate-sub)
               exit paragraph
           end-if.
           move ws-ca-net(ws-cashier-idx) to ws-tier-top.
           if ws-rate-sub < ws-rate-count
               if ws-rt-threshold(ws-rate-sub + 1) < ws-tier-top
                   move ws-rt-threshold(ws-rate-sub + 1)
                     to ws-tier-top
               end-if
           end-if.
           compute ws-tier-slice =
             ws-tier-top - ws-rt-threshold(ws-rate-sub).
           compute ws-tier-amount = ws-tier-amount
             + ws-tier-slice * ws-rt-rate(ws-rate-sub).

       400-write-tiers.
           if ws-rate-count = 0
               write output-line from ws-norates-line
                 before advancing 2 lines
               exit paragraph
           end-if.
           write output-line from ws-tier-heading.
           perform varying ws-rate-sub from 1 by 1
             until ws-rate-sub > ws-rate-count
               move ws-rt-threshold(ws-rate-sub) to ws-tl-from
               compute ws-tl-rate = ws-rt-rate(ws-rate-sub) * 100
               write output-line from ws-tier-line
           end-perform.
           move spaces to output-line.
           write output-line.

       500-write-section.
           write output-line from ws-section-header.
           move 0 to ws-section-count.
           perform varying ws-cashier-idx from 1 by 1
             until ws-cashier-idx > ws-cashier-count
               if (ws-wants-mapped
                 and ws-ca-employee(ws-cashier-idx) not = spaces)
                 or (not ws-wants-mapped
                 and ws-ca-employee(ws-cashier-idx) = spaces)
                   perform 520-write-cashier
               end-if
           end-perform.
           if ws-section-count = 0
               write output-line from ws-none-line
           end-if.
           if ws-wants-mapped
               move "TOTAL PAID" to ws-tot-label
               move ws-paid-count to ws-tot-count
               move ws-paid-total to ws-tot-amount
           else
               move "TOTAL WITHHELD" to ws-tot-label
               move ws-withheld-count to ws-tot-count
               move ws-withheld-total to ws-tot-amount
           end-if.
           write output-line from ws-total-line
             before advancing 2 lines.

       520-write-cashier.
           add 1 to ws-section-count.
           move ws-ca-id(ws-cashier-idx) to ws-cl-id.
           move ws-ca-name(ws-cashier-idx) to ws-cl-name.
           move ws-ca-store(ws-cashier-idx) to ws-cl-store.
           move ws-ca-employee(ws-cashier-idx) to ws-cl-employee.
           move ws-ca-sales(ws-cashier-idx) to ws-cl-sales.
           move ws-ca-returns(ws-cashier-idx) to ws-cl-returns.
           move ws-ca-voids(ws-cashier-idx) to ws-cl-voids.
           move ws-ca-net(ws-cashier-idx) to ws-cl-net.
           move ws-ca-incentive(ws-cashier-idx) to ws-cl-incentive.
           write output-line from ws-cashier-line.
           if ws-ca-incentive(ws-cashier-idx) = 0
               exit paragraph
           end-if.
           if ws-wants-mapped
               add 1 to ws-paid-count
               add ws-ca-incentive(ws-cashier-idx) to ws-paid-total
               add ws-ca-net(ws-cashier-idx) to ws-paid-net
               move ws-ca-employee(ws-cashier-idx) to ci-employee
               move ws-ca-id(ws-cashier-idx) to ci-cashier
               move ws-inc-fy to ci-year
               move ws-inc-fp to ci-period
               move ws-ca-net(ws-cashier-idx) to ci-net-sales
               move ws-ca-incentive(ws-cashier-idx) to ci-amount
               move ws-run-date to ci-rundate
               move spaces to incentive-rec(43:3)
               write incentive-rec
           else
               add 1 to ws-withheld-count
               add ws-ca-incentive(ws-cashier-idx)
                 to ws-withheld-total
               move "INCENTIVE" to eh-source
               move "M" to eh-severity
               move ws-ca-store(ws-cashier-idx) to eh-store
               move spaces to eh-text
               string "CASHIER " ws-ca-id(ws-cashier-idx)
                      " NO EMPLOYEE MAPPING - WITHHELD FY "
                      ws-inc-fy " P" ws-inc-fp
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.

       600-write-control-totals.
           write output-line from ws-control-heading.
           move ws-paid-count to ws-c1-count.
           write output-line from ws-control-line1.
           move ws-paid-total to ws-c2-amount.
           write output-line from ws-control-line2.
           move ws-paid-net to ws-c3-amount.
           write output-line from ws-control-line3.
           move ws-withheld-total to ws-c4-amount.
           write output-line from ws-control-line4
             before advancing 3 lines.
           write output-line from ws-signoff-line1
             before advancing 2 lines.
           write output-line from ws-signoff-line2
             before advancing 2 lines.
           write output-line from ws-signoff-line3.

       550-rewrite-ledger.
           open output daily-sales-file.
           move "../data/CashierDailySales.dat" to ws-io-filename.
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

       end program CashierIncentive.
