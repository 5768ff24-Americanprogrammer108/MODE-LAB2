       identification division.
       program-id. RegionReport.
      *Program Description: Regional rollup over the day's S, L and
      *R transactions, read from the enriched transaction file
      *(DailyEnrich). StoreMaster.dat already carries a region for
      *every store, so this program subtotals sales, returns and tax
      *by region with the member stores listed under each, then ranks
      *the regions by sales so the district managers no longer add
      *their stores together by hand every morning. Tax is the tax
      *DailyEnrich calculated for each sale.

       environment division.
       input-output section.
       file-control.
           select day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

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

       fd output-file
           data record is output-line
           record contains 200 characters.
       01 output-line pic x(200).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-region-found pic x value "n".
         88 ws-region-is-found value "y".

       01 ws-sort-i pic 99 value 0.
       01 ws-sort-j pic 99 value 0.
       01 ws-rank pic 99 value 0.
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-output-filename.
         05 filler pic x(21) value "../data/RegionReport-".
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.

           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 050-read-day until ws-day-yes.
           close day-file.

           perform 300-rollup-regions.
           perform 400-sort-regions.
           else
               move function current-date(1:8) to ws-run-date
           end-if.
           move ws-run-date to ws-day-filename-date.
           move ws-run-date to ws-output-filename-date.
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-day-filename-seq.
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-storelist.
           open input store-file.
           end-perform.
           close store-file.

       050-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   evaluate il-transactioncode
                       when "S"
                       when "L"
                           perform 100-tally-sale
                       when "R"
                           perform 200-tally-return
                   end-evaluate
           end-read.
      *a read failure other than end-of-file runs neither phrase
      *above - check the status so a bad file stops the run with an
      *operator message instead of looping on the same read forever.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.

       100-tally-sale.
           perform 150-find-store.
           add il-transactionamount to ws-store-sales(ws-store-idx).
           add il-tax to ws-store-tax(ws-store-idx).

       200-tally-return.
           perform 150-find-store.
               set ws-store-idx to ws-store-count
           end-if.

       300-rollup-regions.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
