      *week-to-date, month-to-date and year-to-date sales, returns,
      *voids and tax by store. The rolling totals live in
      *PeriodTotals.dat: a nightly run rolls the week/month/year
      *boundaries forward, adds just the current run date's
      *enriched transaction file (DailyEnrich, tax already worked
      *out) and rewrites the totals, so the step's cost is constant
      *across the year and the transaction-file retention can be set
      *on its own merits instead of being pinned at a year. A run
      *with PERIOD_REBUILD=Y instead re-sweeps every day from
      *January 1st of the run year - the recovery path when a prior
      *day is restated; a day with no enriched file on hand is
      *first rebuilt from its s/l/r/v files by DailyEnrich with
      *ENRICH_DATE_FROM. A rerun of an already-applied date adds
      *nothing (the last-updated stamp on the totals file guards
      *against double-counting).
      *Each period line also counts the store's trading days in the
      *period to date - days it was open per StoreStatus.dat and not
      *scheduled shut on TradingCalendar.dat (its own closures and
      *the chain's, store 00) - and gives sales per trading day, so
      *a holiday or planned closure does not read as lost trade.
      *The chain line counts store-days. The days are worked out
      *from the calendars each run, so the totals file is unchanged.

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-io-status.

           select optional period-totals-file
           assign to "../data/PeriodTotals.dat"
           organization is line sequential
           organization is line sequential
           file status is ws-io-status.

           select optional store-status-file
           assign to "../data/StoreStatus.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional trading-cal-file
           assign to "../data/TradingCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential

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
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *rolling period totals, one line per store plus a CT control
      *line carrying the date of the last applied business day. The
      *three period groups are WTD / MTD / YTD in that order, the
         05 fc-startdate pic 9(8).
         05 fc-enddate pic 9(8).

      *store lifecycle sidecar: open date and close date (zero =
      *still trading) per store.
       fd store-status-file
           data record is store-status-rec
           record contains 18 characters.
       01 store-status-rec.
           05 ss-store pic x(2).
           05 ss-opendate pic 9(8).
           05 ss-closedate pic 9(8).

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

       fd output-file
           data record is output-line
           record contains 200 characters.
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-opendate pic 9(8) value 0.
           10 ws-store-closedate pic 9(8) value 0.
           10 ws-store-tdays pic 9(3) occurs 3 times value 0.
           10 ws-store-periods.
             15 ws-store-period occurs 3 times.
               20 ws-ps-sales pic 9(9)v99 value 0.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".

       01 ws-status-eof pic x value "n".
         88 ws-status-yes value "y".
       01 ws-tradecal-eof pic x value "n".
         88 ws-tradecal-yes value "y".

      *scheduled closure days from the earliest period start on.
       01 ws-closure-count pic 9(4) value 0.
       01 ws-closure-table.
         05 ws-closure-entry occurs 3000 times
             indexed by ws-closure-idx.
           10 ws-closure-store pic x(2).
           10 ws-closure-date pic 9(8).
       01 ws-day-trading pic x value "n".
         88 ws-day-is-trading value "y".
       01 ws-tday-int pic 9(8) value 0.
       01 ws-tday-date pic 9(8) value 0.
       01 ws-tday-from-int pic 9(8) value 0.
       01 ws-tday-from-date pic 9(8) value 0.
       01 ws-chain-tdays pic 9(5) occurs 3 times value 0.
       01 ws-tday-count pic 9(5) value 0.
       01 ws-per-day pic 9(9)v99 value 0.

      *period subscripts: 1 = WTD, 2 = MTD, 3 = YTD
       01 ws-period-sub pic 9 value 0.

           10 ws-cp-voids pic 9(9)v99 value 0.
           10 ws-cp-tax pic 9(9)v99 value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-wtd-start-int pic 9(8) value 0.
       01 ws-mtd-start-int pic 9(8) value 0.
       01 ws-ytd-start-date pic 9(8) value 0.
       01 ws-mtd-start-date pic 9(8) value 0.

       01 ws-seq-sub pic 99 value 0.

       01 ws-totals-eof pic x value "n".
         88 ws-totals-yes value "y".
         05 ws-pl-voids pic zzz,zzz,zz9.99.
         05 filler pic x(6) value "  tax ".
         05 ws-pl-tax pic zzz,zzz,zz9.99.
         05 filler pic x(7) value "  days ".
         05 ws-pl-tdays pic zzzz9.
         05 filler pic x(12) value "  sales/day ".
         05 ws-pl-per-day pic zzz,zzz,zz9.99.

       01 ws-chain-header pic x(20) value "CHAIN TOTALS".

       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 030-setup-periods.
           perform 032-load-fiscalcal.
           perform 034-fiscal-starts.
           perform 012-load-storestatus.
           perform 060-load-tradecal.

           accept ws-rebuild-param from environment "PERIOD_REBUILD".
           if ws-rebuild-param = "Y" or ws-rebuild-param = "y"
           end-if.

           perform 490-recompute-chain.
           perform 070-count-trading-days
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
           if not ws-is-historical
               perform 550-rewrite-periodtotals
           end-if.
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-storelist.
           open input store-file.
           end-perform.
           close store-file.

       012-load-storestatus.
      *a store with no StoreStatus line is taken as trading every
      *day.
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

       030-setup-periods.
      *integer-of-date day 1 (1601-01-01) was a Monday, so the
           compute ws-mtd-start-int =
             function integer-of-date(ws-mtd-start-date).

       032-load-fiscalcal.
      *FISCAL_PERIODS comes through BatchDriver like the other run
      *parameters; without it (or with no calendar line covering
               move 0 to ws-ps-tax(ws-store-idx, ws-period-cnt)
           end-perform.

       060-load-tradecal.
      *only closures inside the periods being reported are kept;
      *a Monday week can start before January 1st.
           move ws-ytd-start-int to ws-tday-from-int.
           if ws-wtd-start-int < ws-tday-from-int
               move ws-wtd-start-int to ws-tday-from-int
           end-if.
           compute ws-tday-from-date =
             function date-of-integer(ws-tday-from-int).
           open input trading-cal-file.
           move "../data/TradingCalendar.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-tradecal-yes
               read trading-cal-file
                   at end
                       move "y" to ws-tradecal-eof
                   not at end
                       if tc-date >= ws-tday-from-date
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

       070-count-trading-days.
      *one walk from the earliest period start to the run date per
      *store; every trading day counts toward each period it falls
      *in.
           move 0 to ws-store-tdays(ws-store-idx, 1).
           move 0 to ws-store-tdays(ws-store-idx, 2).
           move 0 to ws-store-tdays(ws-store-idx, 3).
           perform varying ws-tday-int from ws-tday-from-int by 1
             until ws-tday-int > ws-run-int
               compute ws-tday-date =
                 function date-of-integer(ws-tday-int)
               perform 075-check-trading-day
               if ws-day-is-trading
                   if ws-tday-int >= ws-wtd-start-int
                       add 1 to ws-store-tdays(ws-store-idx, 1)
                   end-if
                   if ws-tday-int >= ws-mtd-start-int
                       add 1 to ws-store-tdays(ws-store-idx, 2)
                   end-if
                   if ws-tday-int >= ws-ytd-start-int
                       add 1 to ws-store-tdays(ws-store-idx, 3)
                   end-if
               end-if
           end-perform.
           perform varying ws-period-sub from 1 by 1
             until ws-period-sub > 3
               add ws-store-tdays(ws-store-idx, ws-period-sub)
                 to ws-chain-tdays(ws-period-sub)
           end-perform.

       075-check-trading-day.
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

       490-recompute-chain.
      *the chain lines are always the sum of the store lines -
      *re-derive them after the load/roll/add so a carried-forward
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           move ws-sweep-date to ws-day-filename-date.
           perform 150-sweep-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       150-sweep-one-seq.
      *every same-day supplemental run's file set adds into the
               move spaces to ws-day-filename-seq
           else
               move "-R0" to ws-day-filename-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-filename-seq(4:1)
           end-if.
           move "n" to ws-day-eof.
           open input day-file.

       300-tally-record.
           perform 350-find-store.

      *every swept day is inside the year, so YTD always gets the
      *record; WTD/MTD depend on where the day falls.
                         ws-ps-sales(ws-store-idx, ws-period-sub)
                       add il-transactionamount to
                         ws-cp-sales(ws-period-sub)
                       add il-tax to
                         ws-ps-tax(ws-store-idx, ws-period-sub)
                       add il-tax to
                         ws-cp-tax(ws-period-sub)
                   when "R"
                       add il-transactionamount to
               set ws-store-idx to ws-store-count
           end-if.

       500-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
             to ws-pl-voids.
           move ws-ps-tax(ws-store-idx, ws-period-sub)
             to ws-pl-tax.
           move ws-store-tdays(ws-store-idx, ws-period-sub)
             to ws-tday-count.
           move ws-ps-sales(ws-store-idx, ws-period-sub)
             to ws-per-day.
           perform 660-set-per-day.
           write output-line from ws-period-line.

       700-write-chain-period.
           move ws-cp-returns(ws-period-sub) to ws-pl-returns.
           move ws-cp-voids(ws-period-sub) to ws-pl-voids.
           move ws-cp-tax(ws-period-sub) to ws-pl-tax.
           move ws-chain-tdays(ws-period-sub) to ws-tday-count.
           move ws-cp-sales(ws-period-sub) to ws-per-day.
           perform 660-set-per-day.
           write output-line from ws-period-line.

       650-set-period-label.
                   move "YTD " to ws-pl-label
           end-evaluate.

       660-set-per-day.
      *sales per trading day; no trading days, no figure.
           move ws-tday-count to ws-pl-tdays.
           if ws-tday-count > 0
               compute ws-per-day rounded = ws-per-day / ws-tday-count
           else
               move 0 to ws-per-day
           end-if.
           move ws-per-day to ws-pl-per-day.

       900-checkfilestatus.
      *"00" is success, "04" a record longer than this program's
      *layout (a newer trailing field this reader does not use),
