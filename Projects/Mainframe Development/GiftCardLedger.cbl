      *Program Description: Gift card liability ledger. TenderTypes
      *accepts GC, so redemptions already flow through the tender
      *breakdowns, but nothing tracks the other side of the card.
      *This step sweeps the day's enriched transaction file
      *(DailyEnrich) and moves the
      *running per-store balance in GiftCardLedger.dat: a sale of a
      *card itself (an S/L line whose SKU belongs to the GIFT
      *department on SKUMaster) raises the liability by face value;
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential
           file status is ws-io-status.

           select optional snapstamp-file
           assign to "../data/GiftCardLedger.bakdate"
           organization is line sequential
           file status is ws-io-status.

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
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
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

       fd ledger-file
           data record is ledger-rec
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

      *run-date stamp of the pre-update snapshot taken below.
       fd snapstamp-file
           data record is snapstamp-rec
       01 snapstamp-rec.
         05 bs-rundate pic 9(8).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
         88 ws-skumaster-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

      *GIFT is the SKUMaster department that marks gift-card SKUs -
      *selling one of these is selling liability, not merchandise.
       01 ws-giftsku-found pic x value "n".
         88 ws-giftsku-is-found value "y".

       01 ws-gross-amount pic 9(7)v99 value 0.

       01 ws-store-count pic 99 value 0.
       01 ws-new-balance pic s9(9)v99 value 0.
       01 ws-chain-balance pic s9(11)v99 value 0.

       01 ws-heading pic x(60) value
           "GIFT CARD LIABILITY LEDGER BY STORE".

       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

      *HISTORICAL_REPROCESS=Y marks a rerun over a file set staged
      *back from the archive: the run re-derives its reports but
      *must leave every live cumulative file untouched and consume
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 020-load-giftskus.
           perform 030-load-ledger.

           perform 100-sweep-day.

           perform 500-write-report.
      *report-only under a historical reprocess - the live running
           end-if.
           move ws-seq-suffix to ws-day-filename-seq.
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-storelist.
           open input store-file.
           end-perform.
           close store-file.

       020-load-giftskus.
           open input sku-file.
           move "../data/SKUMaster.dat" to ws-io-filename.
           end-perform.
           close ledger-file.

       100-sweep-day.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-read-day until ws-day-yes.
           close day-file.

       300-tally-record.
           move il-storenumber to ws-lookup-store.
           perform 350-find-store.
           add il-transactionamount to il-tax
             giving ws-gross-amount.
           perform 310-find-giftsku.

               set ws-store-idx to ws-store-count
           end-if.

       500-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
