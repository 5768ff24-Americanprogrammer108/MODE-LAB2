       program-id. GLPostingExtract.
      *Program Description: Turns the nightly run's results into a
      *balanced journal-entry file so the general ledger load is an
      *import instead of a typing job. Reads the day's enriched
      *transaction file (DailyEnrich has already worked out each
      *line's tax) and posts, per store: a debit to the clearing
      *account for each tender type (net of returns and voids, tax
      *included), credits
      *to sales revenue and tax payable, and debits to the returns
      *and voids contra accounts. Cost of goods sold is booked at
      *the unit cost from SKUCosts.dat effective on each line's
      *transaction date - a debit to COGS and a credit to
      *inventory for units sold, reversed for voids and restocked
      *returns, the same costing the GrossMargin report prints; a
      *sku with no cost on file books no cost (GrossMargin flags
      *it). Service plan revenue is moved to and from deferred
      *revenue by the journal ServiceContractPost and
      *ServiceRecognition leave in DeferredRevenue-YYYYMMDD.dat,
      *posted here as it stands, as are the chargeback losses
      *ChargebackTrack leaves in ChargebackJournal-YYYYMMDD.dat
      *and the refunds RefundCheques moves to cheques payable in
      *RefundChequeJournal-YYYYMMDD.dat.
      *A posting register report shows every line and proves total
      *debits equal total credits - an out-of-balance extract fails
      *the step so it can never reach the ledger. The file closes
      *with a TRL control record (line count, debit and credit
      *totals).
      *
      *Chart of accounts used by the extract:
      *  1010 cash clearing        1020 debit card clearing
      *  1030 credit card clearing 1090 other tender clearing
      *  4000 sales revenue        4100 returns contra
      *  4200 voids contra         2200 sales tax payable
      *  5000 cost of goods sold   1200 merchandise inventory
      *  2400 deferred revenue     4050 service plan revenue
      *  6100 chargeback losses      2150 refund cheques payable

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-io-status.

           select optional calendar-file
           assign to "../data/PostingCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional sku-cost-file
           assign to "../data/SKUCosts.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional journal-file
           assign dynamic ws-journal-filename
           organization is line sequential
           file status is ws-io-status.

           select optional cb-journal-file
           assign dynamic ws-cb-journal-filename
           organization is line sequential
           file status is ws-io-status.

           select optional rc-journal-file
           assign dynamic ws-rc-journal-filename
           organization is line sequential
           file status is ws-io-status.


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
      *return disposition from Edit: R = restock, D = damage bin,
      *V = return to vendor.
           05 il-disposition pic x(1).
      *loyalty customer number - an exempt customer's certificate
      *is looked up by it.
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

      *effective-dated unit costs, same shape as SKUPrices.dat.
       fd sku-cost-file
           data record is sku-cost-rec
           record contains 30 characters.
       01 sku-cost-rec.
           05 sc-sku pic x(15).
           05 sc-effdate pic 9(8).
           05 sc-cost pic 9(5)v99.

      *deferred revenue journal lines, already balanced by store.
       fd journal-file
           data record is journal-rec
           record contains 28 characters.
       01 journal-rec.
         05 dj-account pic x(4).
         05 dj-store pic x(2).
         05 dj-debit pic 9(9)v99.
         05 dj-credit pic 9(9)v99.

      *chargeback loss journal lines, in the same layout.
       fd cb-journal-file
           data record is cb-journal-rec
           record contains 28 characters.
       01 cb-journal-rec.
         05 cj-account pic x(4).
         05 cj-store pic x(2).
         05 cj-debit pic 9(9)v99.
         05 cj-credit pic 9(9)v99.

      *refund cheque journal lines, in the same layout.
       fd rc-journal-file
           data record is rc-journal-rec
           record contains 28 characters.
       01 rc-journal-rec.
         05 rj-account pic x(4).
         05 rj-store pic x(2).
         05 rj-debit pic 9(9)v99.
         05 rj-credit pic 9(9)v99.

      *accounting period calendar maintained by the PeriodClose
      *step: one line per period, status O = open, C = closed. A
         05 pr-debit pic 9(9)v99.
         05 pr-credit pic 9(9)v99.
         05 pr-adjflag pic x(1).
      *control record after the last posting line: the line count
      *and the debit and credit totals, which the ledger load and
      *the outbound register both check the file against.
       01 posting-trailer redefines posting-rec.
         05 pt-tag pic x(4).
         05 pt-count pic 9(7).
         05 pt-debit-hash pic 9(11)v99.
         05 pt-credit-hash pic 9(11)v99.

       fd register-report-file
           data record is register-report-line
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
           10 ws-store-net-tax pic s9(9)v99 value 0.
      *clearing subscripts: 1 = cash, 2 = debit, 3 = credit, 4 = other
           10 ws-store-clearing pic s9(9)v99 occurs 4 times value 0.
           10 ws-store-cogs pic s9(9)v99 value 0.
      *parallel buckets for lines dated into a closed period - they
      *post separately with the adjustment marker.
           10 ws-adj-sales pic 9(9)v99 value 0.
           10 ws-adj-voids pic 9(9)v99 value 0.
           10 ws-adj-net-tax pic s9(9)v99 value 0.
           10 ws-adj-clearing pic s9(9)v99 occurs 4 times value 0.
           10 ws-adj-cogs pic s9(9)v99 value 0.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".

       01 ws-clearing-account-tab redefines ws-clearing-accounts.
         05 ws-clearing-account pic x(4) occurs 4 times.

       01 ws-gross-amount pic 9(7)v99 value 0.
       01 ws-sign pic s9 value +1.

       01 ws-skucost-eof pic x value "n".
         88 ws-skucost-yes value "y".
       01 ws-skucost-count pic 9(5) value 0.
       01 ws-skucost-table.
         05 ws-skucost-entry occurs 10000 times
             indexed by ws-skucost-idx.
           10 ws-skucost-sku pic x(15).
           10 ws-skucost-effdate pic 9(8).
           10 ws-skucost-cost pic 9(5)v99.
       01 ws-unit-cost pic 9(5)v99 value 0.
       01 ws-cost-date pic 9(8) value 0.
       01 ws-cost-effdate pic 9(8) value 0.
       01 ws-cost-sign pic s9 value 0.
       01 ws-cogs-amount pic s9(9)v99 value 0.

       01 ws-journal-eof pic x value "n".
         88 ws-journal-yes value "y".
       01 ws-journal-posted pic x value "n".
         88 ws-any-journal-posted value "y".
       01 ws-journal-section-line pic x(40) value
           "SERVICE PLAN DEFERRED REVENUE".
       01 ws-cb-journal-eof pic x value "n".
         88 ws-cb-journal-yes value "y".
       01 ws-cb-journal-posted pic x value "n".
         88 ws-any-cb-journal-posted value "y".
       01 ws-cb-journal-section-line pic x(40) value
           "CHARGEBACK LOSSES".
       01 ws-rc-journal-eof pic x value "n".
         88 ws-rc-journal-yes value "y".
       01 ws-rc-journal-posted pic x value "n".
         88 ws-any-rc-journal-posted value "y".
       01 ws-rc-journal-section-line pic x(40) value
           "REFUNDS PAID BY HEAD-OFFICE CHEQUE".

       01 ws-cal-eof pic x value "n".
         88 ws-cal-yes value "y".
       01 ws-adj-section-line pic x(40) value
           "PRIOR-PERIOD ADJUSTMENTS".

       01 ws-posting-count pic 9(5) value 0.
       01 ws-total-debits pic s9(11)v99 value 0.
       01 ws-total-credits pic s9(11)v99 value 0.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
         05 filler pic x(4) value ".dat".
         05 ws-posting-filename-seq pic x(4) value spaces.

       01 ws-journal-filename.
         05 filler pic x(24) value "../data/DeferredRevenue-".
         05 ws-journal-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-journal-filename-seq pic x(4) value spaces.

       01 ws-cb-journal-filename.
         05 filler pic x(26) value "../data/ChargebackJournal-".
         05 ws-cb-journal-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-cb-journal-filename-seq pic x(4) value spaces.

       01 ws-rc-journal-filename.
         05 filler pic x(28) value "../data/RefundChequeJournal-".
         05 ws-rc-journal-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-rc-journal-filename-seq pic x(4) value spaces.

       01 ws-register-filename.
         05 filler pic x(26) value "../data/GLPostingRegister-".
         05 ws-register-filename-date pic 9(8).
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 029-load-calendar.
           perform 030-load-skucosts.

           perform 100-sweep-day.

           open output posting-file.
           move ws-posting-filename to ws-io-filename.
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.

           move space to ws-posting-adj.
           perform 480-post-journal.
           perform 485-post-cb-journal.
           perform 487-post-rc-journal.

           move ws-total-debits to ws-bl-debits.
           move ws-total-credits to ws-bl-credits.
           if ws-total-debits = ws-total-credits
               move "y" to ws-out-of-balance
           end-if.
           write register-report-line from ws-balance-line.
           move spaces to posting-rec.
           move "TRL" to pt-tag.
           move ws-posting-count to pt-count.
           move ws-total-debits to pt-debit-hash.
           move ws-total-credits to pt-credit-hash.
           write posting-rec.
           close posting-file, register-report-file.

           if ws-is-out-of-balance
           end-if.
           move ws-run-date to ws-day-filename-date.
           move ws-run-date to ws-posting-filename-date.
           move ws-run-date to ws-journal-filename-date.
           move ws-run-date to ws-cb-journal-filename-date.
           move ws-run-date to ws-rc-journal-filename-date.
           move ws-run-date to ws-register-filename-date.
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
           end-if.
           move ws-seq-suffix to ws-day-filename-seq.
           move ws-seq-suffix to ws-posting-filename-seq.
           move ws-seq-suffix to ws-journal-filename-seq.
           move ws-seq-suffix to ws-cb-journal-filename-seq.
           move ws-seq-suffix to ws-rc-journal-filename-seq.
           move ws-seq-suffix to ws-register-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-storelist.
           open input store-file.
           end-perform.
           close store-file.

       029-load-calendar.
           open input calendar-file.
           move "../data/PostingCalendar.dat" to ws-io-filename.
           end-perform.
           close calendar-file.

       030-load-skucosts.
           open input sku-cost-file.
           move "../data/SKUCosts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-skucost-yes
               read sku-cost-file
                   at end
                       move "y" to ws-skucost-eof
                   not at end
                       if ws-skucost-count < 10000
                           add 1 to ws-skucost-count
                           move sku-cost-rec to
                             ws-skucost-entry(ws-skucost-count)
                       end-if
               end-read
           end-perform.
           close sku-cost-file.

       170-get-unit-cost.
      *latest dated cost on or before the line's transaction date
      *(the run date when the date is unusable); no cost on file
      *books nothing.
           if il-transactiondate is numeric
               move il-transactiondate to ws-cost-date
           else
               move ws-run-date to ws-cost-date
           end-if.
           move 0 to ws-cost-effdate.
           move 0 to ws-unit-cost.
           perform varying ws-skucost-idx from 1 by 1
             until ws-skucost-idx > ws-skucost-count
               if ws-skucost-sku(ws-skucost-idx) = il-skucode
                 and ws-skucost-effdate(ws-skucost-idx)
                   <= ws-cost-date
                 and ws-skucost-effdate(ws-skucost-idx) >=
                   ws-cost-effdate
                   move ws-skucost-effdate(ws-skucost-idx)
                     to ws-cost-effdate
                   move ws-skucost-cost(ws-skucost-idx)
                     to ws-unit-cost
               end-if
           end-perform.

       330-check-period.
           move "n" to ws-period-closed.
           if il-transactiondate is numeric
               end-perform
           end-if.

       100-sweep-day.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-read-day until ws-day-yes.
           close day-file.


       300-tally-record.
           perform 350-find-store.
           add il-transactionamount to il-tax
             giving ws-gross-amount.

      *a record dated into a closed accounting period goes into the
                   end-if
           end-evaluate.

      *a sold unit moves its cost from inventory to COGS; a void or
      *a restocked return moves it back. A damaged or RTV return
      *leaves the cost in COGS - the unit never returns to stock.
           evaluate true
               when il-transactioncode = "S"
                 or il-transactioncode = "L"
                   move +1 to ws-cost-sign
               when il-transactioncode = "V"
                   move -1 to ws-cost-sign
               when il-transactioncode = "R"
                 and (il-disposition = "R" or il-disposition = space)
                   move -1 to ws-cost-sign
               when other
                   move 0 to ws-cost-sign
           end-evaluate.
           if ws-cost-sign not = 0
               perform 170-get-unit-cost
               if ws-is-closed-period
                   compute ws-adj-cogs(ws-store-idx) =
                     ws-adj-cogs(ws-store-idx)
                     + ws-cost-sign * ws-unit-cost
               else
                   compute ws-store-cogs(ws-store-idx) =
                     ws-store-cogs(ws-store-idx)
                     + ws-cost-sign * ws-unit-cost
               end-if
           end-if.

           evaluate il-paymenttype
               when "CA"
                   move 1 to ws-tender-sub
           if ws-is-closed-period
               compute ws-adj-net-tax(ws-store-idx) =
                 ws-adj-net-tax(ws-store-idx)
                 + ws-sign * il-tax
               compute ws-adj-clearing(
                 ws-store-idx, ws-tender-sub) =
                 ws-adj-clearing(ws-store-idx, ws-tender-sub)
           else
               compute ws-store-net-tax(ws-store-idx) =
                 ws-store-net-tax(ws-store-idx)
                 + ws-sign * il-tax
               compute ws-store-clearing(
                 ws-store-idx, ws-tender-sub) =
                 ws-store-clearing(ws-store-idx, ws-tender-sub)
               set ws-store-idx to ws-store-count
           end-if.

       400-post-store.
      *one journal set per store: tender clearing debits, then the
      *sales revenue and tax payable credits and the returns/voids
               perform 500-write-posting
           end-if.

           move ws-store-cogs(ws-store-idx) to ws-cogs-amount.
           perform 470-post-cogs.

       450-post-clearing.
           if ws-store-clearing(ws-store-idx, ws-tender-sub) not = 0
               move ws-clearing-account(ws-tender-sub) to pr-account
               perform 500-write-posting
           end-if.

           move ws-adj-cogs(ws-store-idx) to ws-cogs-amount.
           perform 470-post-cogs.

       465-post-adj-clearing.
           if ws-adj-clearing(ws-store-idx, ws-tender-sub) not = 0
               move ws-clearing-account(ws-tender-sub) to pr-account
               perform 500-write-posting
           end-if.

       470-post-cogs.
      *a net cost of sales debits COGS and credits inventory; a day
      *whose voids and restocks outweigh its sales reverses the
      *pair rather than posting negative amounts.
           if ws-cogs-amount > 0
               move "5000" to pr-account
               move ws-cogs-amount to pr-debit
               move 0 to pr-credit
               perform 500-write-posting
               move "1200" to pr-account
               move 0 to pr-debit
               move ws-cogs-amount to pr-credit
               perform 500-write-posting
           end-if.
           if ws-cogs-amount < 0
               move "1200" to pr-account
               compute pr-debit = 0 - ws-cogs-amount
               move 0 to pr-credit
               perform 500-write-posting
               move "5000" to pr-account
               move 0 to pr-debit
               compute pr-credit = 0 - ws-cogs-amount
               perform 500-write-posting
           end-if.

       480-post-journal.
      *the deferred revenue journal posts line for line under its
      *own register heading, to the current open period.
           open input journal-file.
           move ws-journal-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-journal-yes
               read journal-file
                   at end
                       move "y" to ws-journal-eof
                   not at end
                       if not ws-any-journal-posted
                           move "y" to ws-journal-posted
                           move spaces to register-report-line
                           write register-report-line
                           write register-report-line
                             from ws-journal-section-line
                       end-if
      *350-find-store keys on the day record's store field.
                       move dj-store to il-storenumber
                       perform 350-find-store
                       move dj-account to pr-account
                       move dj-debit to pr-debit
                       move dj-credit to pr-credit
                       perform 500-write-posting
               end-read
           end-perform.
           close journal-file.

       485-post-cb-journal.
      *lost chargebacks post line for line the same way, under
      *their own register heading.
           open input cb-journal-file.
           move ws-cb-journal-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cb-journal-yes
               read cb-journal-file
                   at end
                       move "y" to ws-cb-journal-eof
                   not at end
                       if not ws-any-cb-journal-posted
                           move "y" to ws-cb-journal-posted
                           move spaces to register-report-line
                           write register-report-line
                           write register-report-line
                             from ws-cb-journal-section-line
                       end-if
                       move cj-store to il-storenumber
                       perform 350-find-store
                       move cj-account to pr-account
                       move cj-debit to pr-debit
                       move cj-credit to pr-credit
                       perform 500-write-posting
               end-read
           end-perform.
           close cb-journal-file.

       487-post-rc-journal.
      *refunds moved to cheques payable post the same way, under
      *their own register heading.
           open input rc-journal-file.
           move ws-rc-journal-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-rc-journal-yes
               read rc-journal-file
                   at end
                       move "y" to ws-rc-journal-eof
                   not at end
                       if not ws-any-rc-journal-posted
                           move "y" to ws-rc-journal-posted
                           move spaces to register-report-line
                           write register-report-line
                           write register-report-line
                             from ws-rc-journal-section-line
                       end-if
                       move rj-store to il-storenumber
                       perform 350-find-store
                       move rj-account to pr-account
                       move rj-debit to pr-debit
                       move rj-credit to pr-credit
                       perform 500-write-posting
               end-read
           end-perform.
           close rc-journal-file.

       500-write-posting.
           if ws-posting-adj = "A"
             and not ws-any-adj-posted
