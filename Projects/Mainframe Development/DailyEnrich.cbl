       identification division.
       program-id. DailyEnrich.
      *Program Description: Builds the one enriched daily
      *transaction file the reporting tail reads instead of every
      *step re-sweeping the s/l/r/v files and working tax out for
      *itself. Runs straight after SplitAndCount: each of the run's
      *s, l, r and v records (in that order) is written to
      *enriched-YYYYMMDD.dat unchanged in its first 58 bytes, with
      *the store's name and region, the sku's department, the tax
      *rate and jurisdiction in force on the transaction date, the
      *taxability decision (T taxable, D exempt department, C
      *customer holding a valid exemption certificate - with the
      *certificate), the calculated tax, and the signed net amount
      *and net tax (sales and layaways positive, returns and voids
      *negative) appended.
      *This is the only place the nightly run looks a tax rate up.
      *ENRICH_DATE_FROM (YYYYMMDD) rebuilds every day from that date
      *through RUN_DATE instead, every same-day run of each - how
      *the back history PeriodSummary and TaxRemittance sweep is
      *enriched from the s/l/r/v files still on hand.
      *A control report (DailyEnrich-YYYYMMDD.out) lists each file
      *written with its record counts and totals.

       environment division.
       input-output section.
       file-control.
           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select enriched-file
           assign dynamic ws-enriched-filename
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select tax-rate-file
           assign to "../data/TaxRates.dat"
           organization is line sequential
           file status is ws-io-status.

           select sku-file
           assign to "../data/SKUMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional dept-tax-file
           assign to "../data/DeptTaxability.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional cust-exempt-file
           assign to "../data/CustomerExemptions.dat"
           organization is line sequential
           file status is ws-io-status.

           select report-file
           assign dynamic ws-report-filename
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
      *return disposition from Edit: R = restock, D = damage bin,
      *V = return to vendor.
           05 il-disposition pic x(1).
      *loyalty customer number - an exempt customer's certificate
      *is looked up by it.
           05 il-customer pic x(8).

      *the enriched record: the day-file record as it stands, then
      *everything the reporting steps used to look up for
      *themselves. The readers declare the same 160 bytes.
       fd enriched-file
           data record is enriched-line
           record contains 160 characters.
       01 enriched-line.
           05 en-day-record pic x(58).
           05 en-store-name pic x(20).
           05 en-region pic x(10).
           05 en-dept pic x(4).
           05 en-tax-rate pic 9v9999.
           05 en-tax-jurisdiction pic x(2).
           05 en-tax-status pic x(1).
           05 en-certificate pic x(15).
           05 en-cert-expiry pic 9(8).
           05 en-tax pic 9(5)v99.
           05 en-net-amount pic s9(7)v99 sign leading separate.
           05 en-net-tax pic s9(7)v99 sign leading separate.
           05 filler pic x(10).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd tax-rate-file
           data record is tax-rate-rec
           record contains 15 characters.
       01 tax-rate-rec.
           05 tr-store pic x(2).
           05 tr-effdate pic 9(8).
           05 tr-rate pic 9v9999.

       fd sku-file
           data record is sku-master-rec
           record contains 56 characters.
       01 sku-master-rec.
           05 sku-master-code pic x(15).
           05 sku-master-desc pic x(30).
           05 sku-master-dept pic x(4).
           05 sku-master-price pic 9(5)v99.

      *department taxability rules: a department listed here with
      *flag N is tax-exempt in this jurisdiction. Unlisted
      *departments are taxable.
       fd dept-tax-file
           data record is dept-tax-rec
           record contains 5 characters.
       01 dept-tax-rec.
           05 dt-dept pic x(4).
           05 dt-taxable pic x(1).

      *tax exemption certificates held against CustomerMaster
      *customers: certificate number, the tax jurisdiction it was
      *issued for (the TaxRates.dat key whose rate it exempts - a
      *store number, or 00 for the all-stores rate) and expiry.
       fd cust-exempt-file
           data record is cust-exempt-rec
           record contains 33 characters.
       01 cust-exempt-rec.
           05 ce-customer pic x(8).
           05 ce-certificate pic x(15).
           05 ce-jurisdiction pic x(2).
           05 ce-expiry pic 9(8).

       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line pic x(132).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-taxrate-eof pic x value "n".
         88 ws-taxrate-yes value "y".
       01 ws-skumaster-eof pic x value "n".
         88 ws-skumaster-yes value "y".
       01 ws-depttax-eof pic x value "n".
         88 ws-depttax-yes value "y".
       01 ws-exempt-eof pic x value "n".
         88 ws-exempt-yes value "y".

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-region pic x(10) value spaces.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".

       01 ws-taxrate-count pic 99 value 0.
       01 ws-taxrate-table.
         05 ws-taxrate-entry occurs 20 times
             indexed by ws-taxrate-idx.
           10 ws-taxrate-store pic x(2).
           10 ws-taxrate-effdate pic 9(8).
           10 ws-taxrate-rate pic 9v9999.

       01 ws-current-tax-rate pic 9v9999 value 0.1300.
       01 ws-best-effdate pic 9(8) value 0.
       01 ws-tax-jurisdiction pic x(2) value "00".
       01 ws-calculatetax pic 99999v99.

       01 ws-skumaster-count pic 9(5) value 0.
       01 ws-skumaster-table.
         05 ws-skumaster-entry occurs 5000 times
             indexed by ws-skumaster-idx.
           10 ws-skumaster-code pic x(15) value spaces.
           10 ws-skumaster-dept pic x(4) value spaces.
       01 ws-skumaster-found pic x value "n".
         88 ws-skumaster-is-found value "y".

       01 ws-depttax-count pic 9(3) value 0.
       01 ws-depttax-table.
         05 ws-depttax-entry occurs 100 times
             indexed by ws-depttax-idx.
           10 ws-depttax-dept pic x(4).
           10 ws-depttax-flag pic x(1).
       01 ws-tax-exempt pic x value "n".
         88 ws-is-tax-exempt value "y".
       01 ws-taxdept pic x(4) value spaces.

       01 ws-exempt-count pic 9(5) value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry occurs 2000 times
             indexed by ws-exempt-idx.
           10 ws-exempt-customer pic x(8).
           10 ws-exempt-certificate pic x(15).
           10 ws-exempt-jurisdiction pic x(2).
           10 ws-exempt-expiry pic 9(8).
       01 ws-cert-valid pic x value "n".
         88 ws-cert-is-valid value "y".
       01 ws-cert-match pic 9(5) value 0.

       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(4) value "slrv".
       01 ws-seq-sub pic 99 value 0.
       01 ws-seq-from pic 99 value 1.
       01 ws-seq-to pic 99 value 1.
       01 ws-file-info pic x(64) value spaces.

       01 ws-date-from-param pic x(8) value spaces.
       01 ws-date-from pic 9(8) value 0.
       01 ws-rebuild pic x value "n".
         88 ws-is-rebuild value "y".
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-from-int pic 9(8) value 0.
       01 ws-run-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
      *the date the line's rate is looked up on
       01 ws-rate-date pic 9(8) value 0.

      *per-file and run totals for the control report
       01 ws-file-totals.
         05 ws-file-count occurs 4 times pic 9(7).
         05 ws-file-tax pic 9(9)v99.
         05 ws-file-net pic s9(9)v99.
         05 ws-file-net-tax pic s9(9)v99.
       01 ws-files-written pic 9(5) value 0.
       01 ws-records-written pic 9(9) value 0.
       01 ws-unknown-stores pic 9(7) value 0.
       01 ws-unknown-skus pic 9(7) value 0.
       01 ws-run-tax pic 9(11)v99 value 0.

       01 ws-heading1.
         05 filler pic x(38) value
             "ENRICHED DAILY TRANSACTION FILES  RUN ".
         05 ws-h1-date pic 9(8).
       01 ws-heading2.
         05 filler pic x(33) value "FILE".
         05 filler pic x(40) value
             "      S       L       R       V".
         05 filler pic x(47) value
             "            TAX        NET AMOUNT       NET TAX".
       01 ws-detail-line.
         05 ws-dl-name pic x(33).
         05 ws-dl-count occurs 4 times pic zzzzzz9b.
         05 filler pic x(8) value spaces.
         05 ws-dl-tax pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-dl-net pic ---,---,--9.99.
         05 filler pic x(2) value spaces.
         05 ws-dl-net-tax pic ---,---,--9.99.
       01 ws-total-line.
         05 ws-tl-text pic x(40).
         05 ws-tl-count pic zzz,zzz,zz9.
       01 ws-tax-line.
         05 filler pic x(40) value "Tax calculated, all files:".
         05 ws-tx-amount pic z,zzz,zzz,zz9.99.

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

       01 ws-enriched-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-enriched-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-enriched-filename-seq pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(20) value "../data/DailyEnrich-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 020-load-taxrates.
           perform 025-load-depttax.
           perform 026-load-exemptions.
           perform 028-load-skudepts.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move ws-run-date to ws-h1-date.
           write report-line from ws-heading1.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading2.

           perform 100-enrich-one-day
             varying ws-sweep-int from ws-from-int by 1
             until ws-sweep-int > ws-run-int.

           move spaces to report-line.
           write report-line.
           move "Enriched files written:" to ws-tl-text.
           move ws-files-written to ws-tl-count.
           write report-line from ws-total-line.
           move "Records enriched:" to ws-tl-text.
           move ws-records-written to ws-tl-count.
           write report-line from ws-total-line.
           move "Records for a store not on the master:"
             to ws-tl-text.
           move ws-unknown-stores to ws-tl-count.
           write report-line from ws-total-line.
           move "Records for a sku not on the master:" to ws-tl-text.
           move ws-unknown-skus to ws-tl-count.
           write report-line from ws-total-line.
           move ws-run-tax to ws-tx-amount.
           write report-line from ws-tax-line.
           close report-file.

           display "Daily enrichment finished".
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
           compute ws-run-int = function integer-of-date(ws-run-date).
           move ws-run-int to ws-from-int.
      *a normal night enriches only its own run's files; a rebuild
      *from ENRICH_DATE_FROM takes every same-day run of every day.
           if ws-run-seq-param is numeric
             and ws-run-seq-param > "01"
               move ws-run-seq-param to ws-seq-from
               move ws-run-seq-param to ws-seq-to
           end-if.
           accept ws-date-from-param from environment
             "ENRICH_DATE_FROM".
           if ws-date-from-param is numeric
               move ws-date-from-param to ws-date-from
           end-if.
           if ws-date-from > 19000101 and ws-date-from < ws-run-date
               compute ws-from-int =
                 function integer-of-date(ws-date-from)
               move "y" to ws-rebuild
               move 1 to ws-seq-from
               move 9 to ws-seq-to
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

       020-load-taxrates.
           open input tax-rate-file.
           move "../data/TaxRates.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-taxrate-yes
               read tax-rate-file
                   at end
                       move "y" to ws-taxrate-eof
                   not at end
                       if ws-taxrate-count < 20
                           add 1 to ws-taxrate-count
                           move tax-rate-rec to
                             ws-taxrate-entry(ws-taxrate-count)
                       end-if
               end-read
           end-perform.
           close tax-rate-file.

       025-load-depttax.
           open input dept-tax-file.
           move "../data/DeptTaxability.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-depttax-yes
               read dept-tax-file
                   at end
                       move "y" to ws-depttax-eof
                   not at end
                       if ws-depttax-count < 100
                           add 1 to ws-depttax-count
                           move dt-dept to
                             ws-depttax-dept(ws-depttax-count)
                           move dt-taxable to
                             ws-depttax-flag(ws-depttax-count)
                       end-if
               end-read
           end-perform.
           close dept-tax-file.

       026-load-exemptions.
           open input cust-exempt-file.
           move "../data/CustomerExemptions.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-exempt-yes
               read cust-exempt-file
                   at end
                       move "y" to ws-exempt-eof
                   not at end
                       if ws-exempt-count < 2000
                         and ce-expiry is numeric
                           add 1 to ws-exempt-count
                           move ce-customer to
                             ws-exempt-customer(ws-exempt-count)
                           move ce-certificate to
                             ws-exempt-certificate(ws-exempt-count)
                           move ce-jurisdiction to
                             ws-exempt-jurisdiction(ws-exempt-count)
                           move ce-expiry to
                             ws-exempt-expiry(ws-exempt-count)
                       end-if
               end-read
           end-perform.
           close cust-exempt-file.

       028-load-skudepts.
           open input sku-file.
           move "../data/SKUMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-skumaster-yes
               read sku-file
                   at end
                       move "y" to ws-skumaster-eof
                   not at end
                       if ws-skumaster-count < 5000
                           add 1 to ws-skumaster-count
                           move sku-master-code to
                             ws-skumaster-code(ws-skumaster-count)
                           move sku-master-dept to
                             ws-skumaster-dept(ws-skumaster-count)
                       end-if
               end-read
           end-perform.
           close sku-file.

       100-enrich-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           move ws-sweep-date to ws-day-filename-date.
           move ws-sweep-date to ws-enriched-filename-date.
           perform 150-enrich-one-seq
             varying ws-seq-sub from ws-seq-from by 1
             until ws-seq-sub > ws-seq-to.

       150-enrich-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants.
      *The run's own file set is always written, even empty; on a
      *rebuild a day or sequence that never ran (no s file on hand)
      *is passed over rather than given an empty enriched file.
           if ws-seq-sub = 1
               move spaces to ws-day-filename-seq
           else
               move "-R" to ws-day-filename-seq(1:2)
               move ws-seq-sub to ws-day-filename-seq(3:2)
           end-if.
           move ws-day-filename-seq to ws-enriched-filename-seq.
           if ws-is-rebuild
               move "s" to ws-day-filename-code
               call "CBL_CHECK_FILE_EXIST"
                 using ws-day-filename, ws-file-info
               if return-code not = 0
                   move 0 to return-code
                   exit paragraph
               end-if
           end-if.

           initialize ws-file-totals.
           open output enriched-file.
           move ws-enriched-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-enrich-one-file
             varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4.
           close enriched-file.
           add 1 to ws-files-written.

           move ws-enriched-filename(9:) to ws-dl-name.
           perform varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4
               move ws-file-count(ws-filecode-sub)
                 to ws-dl-count(ws-filecode-sub)
           end-perform.
           move ws-file-tax to ws-dl-tax.
           move ws-file-net to ws-dl-net.
           move ws-file-net-tax to ws-dl-net-tax.
           write report-line from ws-detail-line.

       200-enrich-one-file.
           move ws-filecode-list(ws-filecode-sub:1)
             to ws-day-filename-code.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 250-read-day until ws-day-yes.
           close day-file.

       250-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   perform 300-enrich-record.

       300-enrich-record.
           move spaces to enriched-line.
           move input-line to en-day-record.

           perform 350-find-store.
           if ws-store-is-found
               move ws-store-name(ws-store-idx) to en-store-name
               move ws-store-region(ws-store-idx) to en-region
           else
               move "UNKNOWN STORE" to en-store-name
               move "UNKNOWN" to en-region
               add 1 to ws-unknown-stores
           end-if.

      *the rate is the one in force on the transaction date (the
      *day being enriched when the line carries none), so a rebuilt
      *back day carries the rate it was actually taxed at.
           perform 160-gettaxrate.
           move ws-current-tax-rate to en-tax-rate.
           move ws-tax-jurisdiction to en-tax-jurisdiction.
           move 0 to en-cert-expiry.

           perform checkdepttaxable.
           if ws-skumaster-is-found
               move ws-taxdept to en-dept
           else
               add 1 to ws-unknown-skus
           end-if.
           if ws-is-tax-exempt
               move "D" to en-tax-status
               move 0 to ws-calculatetax
           else
               perform checkexemptcert
               if ws-cert-is-valid
                   move "C" to en-tax-status
                   move ws-exempt-certificate(ws-cert-match)
                     to en-certificate
                   move ws-exempt-expiry(ws-cert-match)
                     to en-cert-expiry
                   move 0 to ws-calculatetax
               else
                   move "T" to en-tax-status
                   multiply il-transactionamount by
                     ws-current-tax-rate giving ws-calculatetax
               end-if
           end-if.
           move ws-calculatetax to en-tax.

           if il-transactioncode = "R" or il-transactioncode = "V"
               compute en-net-amount = 0 - il-transactionamount
               compute en-net-tax = 0 - ws-calculatetax
           else
               move il-transactionamount to en-net-amount
               move ws-calculatetax to en-net-tax
           end-if.

           write enriched-line.
           add 1 to ws-file-count(ws-filecode-sub).
           add 1 to ws-records-written.
           add ws-calculatetax to ws-file-tax.
           add ws-calculatetax to ws-run-tax.
           add en-net-amount to ws-file-net.
           add en-net-tax to ws-file-net-tax.

       350-find-store.
           move "n" to ws-store-found.
           set ws-store-idx to 1.
           search ws-store-entry
               at end
                   move "n" to ws-store-found
               when ws-store-number(ws-store-idx) = il-storenumber
                   move "y" to ws-store-found
           end-search.

       160-gettaxrate.
      *pick the latest rate effective on or before the transaction
      *date for this store, falling back to the "00" (all-stores)
      *default rate
           if il-transactiondate is numeric
               move il-transactiondate to ws-rate-date
           else
               move ws-sweep-date to ws-rate-date
           end-if.
           move 0 to ws-best-effdate.
           move 0.1300 to ws-current-tax-rate.
           move "00" to ws-tax-jurisdiction.
           perform varying ws-taxrate-idx from 1 by 1
             until ws-taxrate-idx > ws-taxrate-count
               if (ws-taxrate-store(ws-taxrate-idx) = il-storenumber
                 or ws-taxrate-store(ws-taxrate-idx) = "00")
                 and ws-taxrate-effdate(ws-taxrate-idx)
                   <= ws-rate-date
                 and ws-taxrate-effdate(ws-taxrate-idx) >=
                   ws-best-effdate
                   move ws-taxrate-effdate(ws-taxrate-idx) to
                     ws-best-effdate
                   move ws-taxrate-rate(ws-taxrate-idx) to
                     ws-current-tax-rate
                   move ws-taxrate-store(ws-taxrate-idx) to
                     ws-tax-jurisdiction
               end-if
           end-perform.

       checkdepttaxable.
      *the line is tax-exempt when its sku's department carries an
      *N flag on the taxability rules - an unknown sku or an
      *unlisted department stays taxable, so a master gap can only
      *overstate tax, never silently under-remit it.
           move "n" to ws-tax-exempt.
           move "n" to ws-skumaster-found.
           set ws-skumaster-idx to 1.
           search ws-skumaster-entry
               at end
                   move "n" to ws-skumaster-found
               when ws-skumaster-code(ws-skumaster-idx) = il-skucode
                   move "y" to ws-skumaster-found
           end-search.
           if ws-skumaster-is-found
               move ws-skumaster-dept(ws-skumaster-idx)
                 to ws-taxdept
               perform varying ws-depttax-idx from 1 by 1
                 until ws-depttax-idx > ws-depttax-count
                   if ws-depttax-dept(ws-depttax-idx) = ws-taxdept
                     and ws-depttax-flag(ws-depttax-idx) = "N"
                       move "y" to ws-tax-exempt
                   end-if
               end-perform
           end-if.

       checkexemptcert.
      *an exempt customer's line is tax-free when the customer holds
      *a certificate for the jurisdiction whose rate applies to the
      *store, unexpired on the transaction date. Edit has already
      *rejected exempt sales whose certificate is missing or stale.
      *Returns and voids follow their original sale, as in Edit:
      *any certificate on file for the jurisdiction will do, so a
      *certificate lapsing since the sale does not refund tax the
      *sale never charged.
           move "n" to ws-cert-valid.
           if il-customer = spaces
               exit paragraph
           end-if.
           perform varying ws-exempt-idx from 1 by 1
             until ws-exempt-idx > ws-exempt-count
               if ws-exempt-customer(ws-exempt-idx) = il-customer
                 and ws-exempt-jurisdiction(ws-exempt-idx)
                   = ws-tax-jurisdiction
                 and ws-exempt-certificate(ws-exempt-idx)
                   not = spaces
                 and (il-transactioncode = "R"
                   or il-transactioncode = "V"
                   or ws-exempt-expiry(ws-exempt-idx)
                   >= il-transactiondate)
                   move "y" to ws-cert-valid
                   set ws-cert-match to ws-exempt-idx
               end-if
           end-perform.

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

       end program DailyEnrich.
