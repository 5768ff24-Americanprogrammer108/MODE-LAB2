       identification division.
       program-id. BudgetReport.
      *Program Description: Budget versus actual by store. Finance's
      *net sales budget per store and 4-5-4 fiscal period is kept in
      *StoreBudgets.dat (maintained through MasterMaint, code
      *BUDGET); this program sets it against the rolling actuals in
      *PeriodTotals.dat so nobody has to compare the period summary
      *to a spreadsheet by hand. For every store it shows the fiscal
      *period-to-date and year-to-date net sales (sales less returns
      *and voids, tax excluded) against budget, with the variance in
      *dollars and percent, then subtotals the stores by their
      *StoreMaster region and for the chain.
      *
      *The actuals are as of the last business day PeriodSummary
      *applied to the totals file, and the budget is cut to the same
      *day: the current period's budget is prorated by the days of
      *the period elapsed, and the year-to-date budget is the full
      *budget of the earlier periods plus that prorated share. A
      *store more than BUDGET_UNDER_PCT percent (default 10) under
      *its prorated budget, period-to-date or year-to-date, is
      *flagged on the report and dropped on the exception hub.
      *
      *The period-to-date and year-to-date slots in PeriodTotals.dat
      *only follow the fiscal calendar when FISCAL_PERIODS=Y; under
      *calendar months the report still prints, with a warning line,
      *because the actuals then cover a different span than the
      *budget.

       environment division.
       input-output section.
       file-control.
           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional period-totals-file
           assign to "../data/PeriodTotals.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional fiscal-calendar-file
           assign to "../data/FiscalCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional budget-file
           assign to "../data/StoreBudgets.dat"
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

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *rolling period totals written by PeriodSummary: WTD / MTD /
      *YTD groups per store plus the CT control line carrying the
      *last applied business day.
       fd period-totals-file
           data record is period-totals-rec
           record contains 134 characters.
       01 period-totals-rec.
         05 pt-store pic x(2).
         05 pt-period occurs 3 times.
           10 pt-sales pic 9(9)v99.
           10 pt-returns pic 9(9)v99.
           10 pt-voids pic 9(9)v99.
           10 pt-tax pic 9(9)v99.
       01 period-totals-ctl redefines period-totals-rec.
         05 pt-ctl-tag pic x(2).
         05 pt-ctl-lastdate pic 9(8).
         05 pt-ctl-lastseq pic 9(2).
         05 filler pic x(122).

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

      *net sales budget per store and fiscal period.
       fd budget-file
           data record is budget-rec
           record contains 19 characters.
       01 budget-rec.
           05 bg-store pic x(2).
           05 bg-year pic 9(4).
           05 bg-period pic 9(2).
           05 bg-amount pic 9(9)v99.

       fd output-file
           data record is output-line
           record contains 200 characters.
       01 output-line pic x(200).

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
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-totals-eof pic x value "n".
         88 ws-totals-yes value "y".
       01 ws-fiscalcal-eof pic x value "n".
         88 ws-fiscalcal-yes value "y".
       01 ws-budget-eof pic x value "n".
         88 ws-budget-yes value "y".

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-region pic x(10) value spaces.
           10 ws-store-ptd-actual pic s9(9)v99 value 0.
           10 ws-store-ptd-budget pic 9(9)v99 value 0.
           10 ws-store-ytd-actual pic s9(9)v99 value 0.
           10 ws-store-ytd-budget pic 9(9)v99 value 0.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".
       01 ws-find-store pic x(2) value spaces.

       01 ws-region-count pic 99 value 0.
       01 ws-region-table.
         05 ws-region-entry occurs 20 times
             indexed by ws-region-idx.
           10 ws-region-name pic x(10) value spaces.
           10 ws-region-ptd-actual pic s9(10)v99 value 0.
           10 ws-region-ptd-budget pic 9(10)v99 value 0.
           10 ws-region-ytd-actual pic s9(10)v99 value 0.
           10 ws-region-ytd-budget pic 9(10)v99 value 0.
       01 ws-region-found pic x value "n".
         88 ws-region-is-found value "y".

       01 ws-chain-ptd-actual pic s9(11)v99 value 0.
       01 ws-chain-ptd-budget pic 9(11)v99 value 0.
       01 ws-chain-ytd-actual pic s9(11)v99 value 0.
       01 ws-chain-ytd-budget pic 9(11)v99 value 0.

       01 ws-fiscal-param pic x(5) value spaces.
       01 ws-fiscal-mode pic x value "n".
         88 ws-is-fiscal value "y".
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

      *the day the actuals run through, and the fiscal period and
      *span of days it falls in.
       01 ws-asof-date pic 9(8) value 0.
       01 ws-asof-hit pic x value "n".
         88 ws-asof-found value "y".
       01 ws-asof-fy pic 9(4) value 0.
       01 ws-asof-fp pic 9(2) value 0.
       01 ws-period-start pic 9(8) value 0.
       01 ws-period-end pic 9(8) value 0.
       01 ws-days-elapsed pic 9(3) value 0.
       01 ws-days-in-period pic 9(3) value 0.
       01 ws-prorated-budget pic 9(9)v99 value 0.

       01 ws-under-param pic x(6) value spaces.
       01 ws-under-pct pic 9(3)v99 value 10.
       01 ws-under-count pic 9(3) value 0.
       01 ws-flag-ptd pic x value "n".
         88 ws-is-under-ptd value "y".
       01 ws-flag-ytd pic x value "n".
         88 ws-is-under-ytd value "y".

      *one actual/budget pair at a time through 450-compute-variance.
       01 ws-calc-actual pic s9(11)v99 value 0.
       01 ws-calc-budget pic 9(11)v99 value 0.
       01 ws-calc-var pic s9(11)v99 value 0.
       01 ws-calc-pct pic s9(4)v9 value 0.
       01 ws-calc-under pic x value "n".
         88 ws-calc-is-under value "y".

       01 ws-heading pic x(60) value
           "BUDGET VERSUS ACTUAL - NET SALES BY STORE".

       01 ws-asof-line.
         05 filler pic x(21) value "ACTUALS THROUGH      ".
         05 ws-al-date pic 9(8).
         05 filler pic x(15) value "   FISCAL YEAR ".
         05 ws-al-fy pic 9(4).
         05 filler pic x(8) value " PERIOD ".
         05 ws-al-fp pic z9.
         05 filler pic x(6) value "  DAY ".
         05 ws-al-day pic zz9.
         05 filler pic x(4) value " OF ".
         05 ws-al-days pic zz9.
         05 filler pic x(22) value "   UNDER-BUDGET FLAG ".
         05 ws-al-pct pic zz9.99.
         05 filler pic x(1) value "%".

       01 ws-calendar-warning.
         05 filler pic x(36) value
             "** WARNING: FISCAL_PERIODS IS OFF - ".
         05 filler pic x(43) value
             "ACTUALS ARE CALENDAR MONTH AND YEAR TO DATE".
       01 ws-nocal-warning.
         05 filler pic x(39) value
             "** WARNING: ACTUALS DATE NOT ON FISCAL ".
         05 filler pic x(28) value
             "CALENDAR - NO BUDGET APPLIED".
       01 ws-stale-warning.
         05 filler pic x(42) value
             "** WARNING: PERIOD TOTALS NOT UPDATED FOR ".
         05 ws-sw-date pic 9(8).

       01 ws-column-heading.
         05 filler pic x(34) value spaces.
         05 filler pic x(15) value "     PTD ACTUAL".
         05 filler pic x(15) value "     PTD BUDGET".
         05 filler pic x(16) value "        VARIANCE".
         05 filler pic x(8) value "    VAR%".
         05 filler pic x(17) value "       YTD ACTUAL".
         05 filler pic x(15) value "     YTD BUDGET".
         05 filler pic x(16) value "        VARIANCE".
         05 filler pic x(8) value "    VAR%".

       01 ws-region-header.
         05 filler pic x(8) value "REGION: ".
         05 ws-region-header-name pic x(10).

      *store, region and chain lines share one shape; the label
      *carries "  nn name", "REGION xxx TOTAL" or "CHAIN TOTAL".
       01 ws-budget-line.
         05 ws-bl-label pic x(34).
         05 ws-bl-ptd-actual pic ----,---,--9.99.
         05 ws-bl-ptd-budget pic zzzz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-bl-ptd-var pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-bl-ptd-pct pic x(7).
         05 filler pic x(3) value spaces.
         05 ws-bl-ytd-actual pic ----,---,--9.99.
         05 ws-bl-ytd-budget pic zzzz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-bl-ytd-var pic ----,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-bl-ytd-pct pic x(7).
         05 filler pic x(2) value spaces.
         05 ws-bl-flag pic x(22).

       01 ws-edit-pct pic ----9.9.
       01 ws-edit-pct-x pic x(7) value spaces.
       01 ws-hub-pct-text pic x(7) value spaces.

       01 ws-under-line.
         05 filler pic x(30) value "STORES FLAGGED UNDER BUDGET: ".
         05 ws-ul-count pic zz9.

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).
         05 filler pic x(178) value spaces.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(40) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-output-filename.
         05 filler pic x(21) value "../data/BudgetReport-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 020-load-fiscalcal.
           perform 040-load-periodtotals.
           perform 030-find-asof-period.
           if ws-asof-found
               perform 050-load-budgets
           end-if.
           perform 300-rollup-regions.

           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move "../data/ExceptionHub.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write output-line from ws-pagestamp.
           write output-line from ws-heading
             before advancing 2 lines.
           perform 200-write-asof-lines.
           write output-line from ws-column-heading
             before advancing 2 lines.
           perform 500-write-region-sections.
           perform 600-write-chain-total.
           move ws-under-count to ws-ul-count.
           write output-line from ws-under-line.
           close output-file, exception-hub-file.

           display "Budget report finished".
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
      *BUDGET_UNDER_PCT comes through BatchDriver from
      *RunControl.dat; blank or zero keeps the default of 10.
           accept ws-under-param from environment "BUDGET_UNDER_PCT".
           if function trim(ws-under-param) is numeric
             and function trim(ws-under-param) > 0
               move function numval(ws-under-param) to ws-under-pct
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
                           move store-master-region
                             to ws-store-region(ws-store-count)
                       end-if
               end-read
           end-perform.
           close store-file.

       020-load-fiscalcal.
      *FISCAL_PERIODS comes through BatchDriver like the other run
      *parameters; it only decides whether the actuals can be taken
      *as fiscal - the budget is always by fiscal period.
           accept ws-fiscal-param from environment "FISCAL_PERIODS".
           if ws-fiscal-param = "Y" or ws-fiscal-param = "y"
               move "y" to ws-fiscal-mode
           end-if.
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

       030-find-asof-period.
      *the fiscal week covering the actuals date names the period;
      *the period's span is its first week's start to its last
      *week's end.
           move "n" to ws-asof-hit.
           perform varying ws-fiscal-idx from 1 by 1
             until ws-fiscal-idx > ws-fiscal-count
               if ws-fw-start(ws-fiscal-idx) <= ws-asof-date
                 and ws-fw-end(ws-fiscal-idx) >= ws-asof-date
                   move "y" to ws-asof-hit
                   move ws-fw-year(ws-fiscal-idx) to ws-asof-fy
                   move ws-fw-period(ws-fiscal-idx) to ws-asof-fp
               end-if
           end-perform.
           if not ws-asof-found
               exit paragraph
           end-if.

           move 99999999 to ws-period-start.
           move 0 to ws-period-end.
           perform varying ws-fiscal-idx from 1 by 1
             until ws-fiscal-idx > ws-fiscal-count
               if ws-fw-year(ws-fiscal-idx) = ws-asof-fy
                 and ws-fw-period(ws-fiscal-idx) = ws-asof-fp
                   if ws-fw-start(ws-fiscal-idx) < ws-period-start
                       move ws-fw-start(ws-fiscal-idx)
                         to ws-period-start
                   end-if
                   if ws-fw-end(ws-fiscal-idx) > ws-period-end
                       move ws-fw-end(ws-fiscal-idx)
                         to ws-period-end
                   end-if
               end-if
           end-perform.
           compute ws-days-elapsed =
             function integer-of-date(ws-asof-date)
             - function integer-of-date(ws-period-start) + 1.
           compute ws-days-in-period =
             function integer-of-date(ws-period-end)
             - function integer-of-date(ws-period-start) + 1.

       040-load-periodtotals.
      *MTD is the second group and YTD the third; net sales are the
      *sales less returns and voids, the same figure PeriodSummary
      *and NetSales report.
           move ws-run-date to ws-asof-date.
           open input period-totals-file.
           move "../data/PeriodTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-totals-yes
               read period-totals-file
                   at end
                       move "y" to ws-totals-eof
                   not at end
                       if pt-ctl-tag = "CT"
                           if pt-ctl-lastdate is numeric
                             and pt-ctl-lastdate > 0
                               move pt-ctl-lastdate to ws-asof-date
                           end-if
                       else
                           move pt-store to ws-find-store
                           perform 150-find-store
                           compute ws-store-ptd-actual(ws-store-idx)
                             = pt-sales(2) - pt-returns(2)
                             - pt-voids(2)
                           compute ws-store-ytd-actual(ws-store-idx)
                             = pt-sales(3) - pt-returns(3)
                             - pt-voids(3)
                       end-if
               end-read
           end-perform.
           close period-totals-file.

       050-load-budgets.
      *earlier periods of the fiscal year count in full toward the
      *year-to-date budget; the current period only for the share
      *of its days already gone.
           open input budget-file.
           move "../data/StoreBudgets.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-budget-yes
               read budget-file
                   at end
                       move "y" to ws-budget-eof
                   not at end
                       if bg-year = ws-asof-fy
                         and bg-period <= ws-asof-fp
                           move bg-store to ws-find-store
                           perform 150-find-store
                           perform 060-apply-budget
                       end-if
               end-read
           end-perform.
           close budget-file.

       060-apply-budget.
           if bg-period < ws-asof-fp
               add bg-amount to ws-store-ytd-budget(ws-store-idx)
           else
               compute ws-prorated-budget rounded =
                 bg-amount * ws-days-elapsed / ws-days-in-period
               add ws-prorated-budget
                 to ws-store-ptd-budget(ws-store-idx)
               add ws-prorated-budget
                 to ws-store-ytd-budget(ws-store-idx)
           end-if.

       150-find-store.
           move "n" to ws-store-found.
           set ws-store-idx to 1.
           search ws-store-entry
               at end
                   move "n" to ws-store-found
               when ws-store-number(ws-store-idx) = ws-find-store
                   move "y" to ws-store-found
           end-search.

      *a store on the totals or the budget but no longer on the
      *master is parked under an UNKNOWN region rather than dropped.
           if not ws-store-is-found
               add 1 to ws-store-count
               move ws-find-store to ws-store-number(ws-store-count)
               move "UNKNOWN STORE" to ws-store-name(ws-store-count)
               move "UNKNOWN" to ws-store-region(ws-store-count)
               set ws-store-idx to ws-store-count
           end-if.

       200-write-asof-lines.
           move ws-asof-date to ws-al-date.
           move ws-asof-fy to ws-al-fy.
           move ws-asof-fp to ws-al-fp.
           move ws-days-elapsed to ws-al-day.
           move ws-days-in-period to ws-al-days.
           move ws-under-pct to ws-al-pct.
           write output-line from ws-asof-line.
           if ws-asof-date < ws-run-date
               move ws-run-date to ws-sw-date
               write output-line from ws-stale-warning
               move "BUDGETREPORT" to eh-source
               move "M" to eh-severity
               move spaces to eh-store
               move spaces to eh-text
               string "PERIOD TOTALS NOT UPDATED FOR "
                      ws-run-date
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.
           if not ws-asof-found
               write output-line from ws-nocal-warning
               move "BUDGETREPORT" to eh-source
               move "M" to eh-severity
               move spaces to eh-store
               move "ACTUALS DATE NOT ON FISCAL CALENDAR - NO BUDGET"
                 to eh-text
               write exception-hub-rec
           end-if.
           if not ws-is-fiscal
               write output-line from ws-calendar-warning
           end-if.

       300-rollup-regions.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               perform 350-find-region
               add ws-store-ptd-actual(ws-store-idx)
                 to ws-region-ptd-actual(ws-region-idx)
               add ws-store-ptd-budget(ws-store-idx)
                 to ws-region-ptd-budget(ws-region-idx)
               add ws-store-ytd-actual(ws-store-idx)
                 to ws-region-ytd-actual(ws-region-idx)
               add ws-store-ytd-budget(ws-store-idx)
                 to ws-region-ytd-budget(ws-region-idx)
               add ws-store-ptd-actual(ws-store-idx)
                 to ws-chain-ptd-actual
               add ws-store-ptd-budget(ws-store-idx)
                 to ws-chain-ptd-budget
               add ws-store-ytd-actual(ws-store-idx)
                 to ws-chain-ytd-actual
               add ws-store-ytd-budget(ws-store-idx)
                 to ws-chain-ytd-budget
           end-perform.

       350-find-region.
           move "n" to ws-region-found.
           set ws-region-idx to 1.
           search ws-region-entry
               at end
                   move "n" to ws-region-found
               when ws-region-name(ws-region-idx)
                 = ws-store-region(ws-store-idx)
                   move "y" to ws-region-found
           end-search.

           if not ws-region-is-found
               add 1 to ws-region-count
               move ws-store-region(ws-store-idx)
                 to ws-region-name(ws-region-count)
               set ws-region-idx to ws-region-count
           end-if.

       450-compute-variance.
      *variance is actual less budget, so a shortfall is negative;
      *with no budget there is no percentage and no flag.
           compute ws-calc-var = ws-calc-actual - ws-calc-budget.
           move "n" to ws-calc-under.
           if ws-calc-budget = 0
               move "    n/a" to ws-edit-pct-x
           else
               compute ws-calc-pct rounded =
                 ws-calc-var * 100 / ws-calc-budget
                 on size error
                   move 9999.9 to ws-calc-pct
               end-compute
               move ws-calc-pct to ws-edit-pct
               move ws-edit-pct to ws-edit-pct-x
               if ws-calc-pct < 0
                 and 0 - ws-calc-pct > ws-under-pct
                   move "y" to ws-calc-under
               end-if
           end-if.

       500-write-region-sections.
           perform varying ws-region-idx from 1 by 1
             until ws-region-idx > ws-region-count
               move ws-region-name(ws-region-idx)
                 to ws-region-header-name
               write output-line from ws-region-header
               perform varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
                   if ws-store-region(ws-store-idx)
                     = ws-region-name(ws-region-idx)
                       perform 550-write-store-line
                   end-if
               end-perform
               move spaces to ws-bl-label
               string "REGION "
                      ws-region-name(ws-region-idx)
                      " TOTAL"
                 delimited by size into ws-bl-label
               move ws-region-ptd-actual(ws-region-idx)
                 to ws-calc-actual
               move ws-region-ptd-budget(ws-region-idx)
                 to ws-calc-budget
               perform 560-fill-ptd-columns
               move ws-region-ytd-actual(ws-region-idx)
                 to ws-calc-actual
               move ws-region-ytd-budget(ws-region-idx)
                 to ws-calc-budget
               perform 570-fill-ytd-columns
               move spaces to ws-bl-flag
               write output-line from ws-budget-line
                 before advancing 2 lines
           end-perform.

       550-write-store-line.
           move spaces to ws-bl-label.
           string "  "
                  ws-store-number(ws-store-idx)
                  " "
                  ws-store-name(ws-store-idx)
             delimited by size into ws-bl-label.
           move ws-store-ptd-actual(ws-store-idx) to ws-calc-actual.
           move ws-store-ptd-budget(ws-store-idx) to ws-calc-budget.
           perform 560-fill-ptd-columns.
           move ws-calc-under to ws-flag-ptd.
           move ws-store-ytd-actual(ws-store-idx) to ws-calc-actual.
           move ws-store-ytd-budget(ws-store-idx) to ws-calc-budget.
           perform 570-fill-ytd-columns.
           move ws-calc-under to ws-flag-ytd.
           evaluate true
               when ws-is-under-ptd and ws-is-under-ytd
                   move "** UNDER PTD AND YTD" to ws-bl-flag
               when ws-is-under-ptd
                   move "** UNDER BUDGET PTD" to ws-bl-flag
               when ws-is-under-ytd
                   move "** UNDER BUDGET YTD" to ws-bl-flag
               when other
                   move spaces to ws-bl-flag
           end-evaluate.
           write output-line from ws-budget-line.
           if ws-is-under-ptd or ws-is-under-ytd
               add 1 to ws-under-count
               perform 580-hub-under-budget
           end-if.

       560-fill-ptd-columns.
           perform 450-compute-variance.
           move ws-calc-actual to ws-bl-ptd-actual.
           move ws-calc-budget to ws-bl-ptd-budget.
           move ws-calc-var to ws-bl-ptd-var.
           move ws-edit-pct-x to ws-bl-ptd-pct.

       570-fill-ytd-columns.
           perform 450-compute-variance.
           move ws-calc-actual to ws-bl-ytd-actual.
           move ws-calc-budget to ws-bl-ytd-budget.
           move ws-calc-var to ws-bl-ytd-var.
           move ws-edit-pct-x to ws-bl-ytd-pct.

       580-hub-under-budget.
           move "BUDGETREPORT" to eh-source.
           move "M" to eh-severity.
           move ws-store-number(ws-store-idx) to eh-store.
           move spaces to eh-text.
           if ws-is-under-ptd
               move ws-bl-ptd-pct to ws-hub-pct-text
               string "NET SALES" ws-hub-pct-text
                      "% VS BUDGET PERIOD-TO-DATE FY "
                      ws-asof-fy " P" ws-asof-fp
                 delimited by size into eh-text
           else
               move ws-bl-ytd-pct to ws-hub-pct-text
               string "NET SALES" ws-hub-pct-text
                      "% VS BUDGET YEAR-TO-DATE FY "
                      ws-asof-fy
                 delimited by size into eh-text
           end-if.
           write exception-hub-rec.

       600-write-chain-total.
           move "CHAIN TOTAL" to ws-bl-label.
           move ws-chain-ptd-actual to ws-calc-actual.
           move ws-chain-ptd-budget to ws-calc-budget.
           perform 560-fill-ptd-columns.
           move ws-chain-ytd-actual to ws-calc-actual.
           move ws-chain-ytd-budget to ws-calc-budget.
           perform 570-fill-ytd-columns.
           move spaces to ws-bl-flag.
           write output-line from ws-budget-line
             before advancing 2 lines.

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

       end program BudgetReport.
