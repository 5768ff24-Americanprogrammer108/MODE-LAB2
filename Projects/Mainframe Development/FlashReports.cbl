      *store per run (flash-<store>-<date>.out) holding only that
      *store's sales, returns, voids, tax and cashier breakdown, so
      *each manager gets exactly their own store and nothing else.
      *The figures come from the day's enriched transaction file,
      *with the tax DailyEnrich calculated. On a day
      *TradingCalendar.dat has the store (or the whole chain) shut
      *the flash says so, so an empty day reads as a scheduled
      *closure and not as a day's lost trade.

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-io-status.

           select optional store-status-file
           assign to "../data/StoreStatus.dat"
           organization is line sequential
           organization is line sequential
           file status is ws-io-status.

           select optional trading-cal-file
           assign to "../data/TradingCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select flash-file
           assign dynamic ws-flash-filename
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
         05 cashier-master-store pic x(2).
         05 cashier-master-active pic x(1).

      *store lifecycle sidecar: a store closed before the run date
      *(or not yet open) gets no empty flash file - there is no
      *manager there to send it to.
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

       fd flash-file
           data record is flash-line
           record contains 132 characters.
         88 ws-storelist-yes value "y".
       01 ws-cashierlist-eof pic x value "n".
         88 ws-cashierlist-yes value "y".

       01 ws-status-eof pic x value "n".
         88 ws-status-yes value "y".
       01 ws-store-inactive pic x value "n".
         88 ws-store-is-inactive value "y".

      *the run date's scheduled closures, chain-wide and per store.
       01 ws-tradecal-eof pic x value "n".
         88 ws-tradecal-yes value "y".
       01 ws-closure-count pic 9(3) value 0.
       01 ws-closure-table.
         05 ws-closure-entry occurs 100 times
             indexed by ws-closure-idx.
           10 ws-closure-store pic x(2).
           10 ws-closure-type pic x(1).
           10 ws-closure-desc pic x(20).
       01 ws-store-closure pic x value "n".
         88 ws-store-is-closed-today value "y".

       01 ws-closure-line.
         05 filler pic x(19) value "SCHEDULED CLOSURE: ".
         05 ws-cl-type pic x(16).
         05 filler pic x(1) value space.
         05 ws-cl-desc pic x(20).
         05 filler pic x(25) value " - NO TRADING EXPECTED".

       01 ws-cashiername-count pic 9(3) value 0.
       01 ws-cashiername-table.
         05 ws-cashiername-entry occurs 999 times
       01 ws-cashiername-found pic x value "n".
         88 ws-cashiername-is-found value "y".

       01 ws-fiscal-param pic x(5) value spaces.
       01 ws-fiscal-mode pic x value "n".
         88 ws-is-fiscal value "y".
       01 ws-cashiersummary-found pic x value "n".
         88 ws-cashiersummary-is-found value "y".

       01 ws-heading.
         05 filler pic x(21) value "DAILY FLASH - STORE ".
         05 ws-hd-number pic x(2).
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
           perform 010-load-storelist.
           perform 012-load-storestatus.
           perform 032-load-fiscalcal.
           perform 034-load-tradecal.
           perform 015-load-cashierlist.

           perform 100-flash-one-store
             varying ws-store-idx from 1 by 1
           end-if.
           move ws-seq-suffix to ws-day-filename-seq.
           move ws-seq-suffix to ws-flash-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-storelist.
           open input store-file.
           end-perform.
           close store-status-file.

       032-load-fiscalcal.
      *FISCAL_PERIODS comes through BatchDriver like the other run
      *parameters; without it (or with no calendar line covering
           end-perform.
           close fiscal-calendar-file.

       034-load-tradecal.
           open input trading-cal-file.
           move "../data/TradingCalendar.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-tradecal-yes
               read trading-cal-file
                   at end
                       move "y" to ws-tradecal-eof
                   not at end
                       if tc-date = ws-run-date
                         and ws-closure-count < 100
                           add 1 to ws-closure-count
                           move tc-store
                             to ws-closure-store(ws-closure-count)
                           move tc-type
                             to ws-closure-type(ws-closure-count)
                           move tc-desc
                             to ws-closure-desc(ws-closure-count)
                       end-if
               end-read
           end-perform.
           close trading-cal-file.

       getfiscaldate.
      *find the fiscal week whose span covers ws-fiscal-lookup.
           move "n" to ws-fiscal-hit.
           end-perform.
           close cashier-file.

       100-flash-one-store.
      *no flash file for a store closed before the run date or not
      *yet open - there is no manager there to read it.
           move 0 to ws-cashiersummary-count.
           initialize ws-cashiersummary-table.

           perform 200-sweep-day.

           perform 500-write-flash.

       150-check-closure.
      *a store's own closure line wins over a chain-wide one.
           move "n" to ws-store-closure.
           perform varying ws-closure-idx from 1 by 1
             until ws-closure-idx > ws-closure-count
               if ws-closure-store(ws-closure-idx)
                   = ws-store-number(ws-store-idx)
                 or (ws-closure-store(ws-closure-idx) = "00"
                   and not ws-store-is-closed-today)
                   move "y" to ws-store-closure
                   evaluate ws-closure-type(ws-closure-idx)
                       when "H"
                           move "HOLIDAY" to ws-cl-type
                       when "W"
                           move "WEATHER CLOSURE" to ws-cl-type
                       when other
                           move "PLANNED CLOSURE" to ws-cl-type
                   end-evaluate
                   move ws-closure-desc(ws-closure-idx) to ws-cl-desc
               end-if
           end-perform.

       200-sweep-day.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 300-read-day until ws-day-yes.
           close day-file.

           end-read.

       400-tally-record.
           perform 450-find-cashier.

           evaluate il-transactioncode
               when "S"
               when "L"
                   add il-transactionamount to ws-flash-sales
                   add il-tax to ws-flash-tax
                   add il-transactionamount to
                     ws-cashiersummary-sales(ws-cashiersummary-idx)
               when "R"
                   add il-transactionamount to ws-flash-returns
                   subtract il-tax from ws-flash-tax
                   add il-transactionamount to
                     ws-cashiersummary-returns(ws-cashiersummary-idx)
               when "V"
                   add il-transactionamount to ws-flash-voids
                   subtract il-tax from ws-flash-tax
                   add il-transactionamount to
                     ws-cashiersummary-voids(ws-cashiersummary-idx)
           end-evaluate.
               set ws-cashiersummary-idx to ws-cashiersummary-count
           end-if.

       500-write-flash.
           open output flash-file.
           move ws-flash-filename to ws-io-filename.
                   write flash-line from ws-fiscal-line
               end-if
           end-if.
           perform 150-check-closure.
           if ws-store-is-closed-today
               write flash-line from ws-closure-line
           end-if.
           move spaces to flash-line.
           write flash-line.

