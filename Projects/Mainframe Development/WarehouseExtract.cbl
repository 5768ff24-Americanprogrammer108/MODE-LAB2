       program-id. WarehouseExtract.
      *Program Description: Consolidated daily feed for the data
      *warehouse. Every current-day transaction from the day's
      *enriched transaction file (DailyEnrich) goes out as one
      *fixed-layout record (back-dated records travel the
      *adjustment feed instead) carrying the store name and region,
      *the calculated tax and a signed net amount (returns and voids
      *negative, sign leading separate so the loader can parse it)
      *as DailyEnrich worked them out, followed by a TRL control record
      *carrying the record count and amount hash totals the loader
      *verifies before loading.

           organization is line sequential
           file status is ws-io-status.

           select extract-file
           assign dynamic ws-extract-filename
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

       fd extract-file
           data record is extract-rec
       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".

       01 ws-extract-count pic 9(9) value 0.
       01 ws-amount-hash pic 9(11)v99 value 0.
       01 ws-adj-amount-hash pic 9(11)v99 value 0.
       01 ws-adj-net-hash pic s9(11)v99 value 0.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(40) value spaces.

       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
       procedure division.
       000-main.
           perform 005-load-rundate.

           open output extract-file.
           move ws-extract-filename to ws-io-filename.
           move ws-adj-filename to ws-io-filename.
           perform 900-checkfilestatus.

           perform 100-sweep-day.

           perform 500-write-trailer.
           perform 510-write-adj-trailer.
           move ws-run-date to ws-adj-filename-date.
           move ws-seq-suffix to ws-adj-filename-seq.

       100-sweep-day.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-read-day until ws-day-yes.
           close day-file.

                   perform 300-write-extract.

       300-write-extract.
      *a back-dated record (a recycled suspense correction) belongs
      *to a business day the warehouse already loaded - it goes out
      *ONLY through the flagged adjustment feed, never through the

           move il-transactioncode to ex-transactioncode.
           move il-storenumber to ex-storenumber.
           move il-store-name to ex-storename.
           move il-region to ex-region.
           move il-invoicenumber to ex-invoicenumber.
           move il-skucode to ex-skucode.
           move il-transactiondate to ex-transactiondate.
           move il-cashierid to ex-cashierid.
           move il-paymenttype to ex-paymenttype.
           move il-transactionamount to ex-grossamount.
           move il-tax to ex-calctax.
           move il-net-amount to ex-netamount.
           write extract-rec.

           add 1 to ws-extract-count.
           add il-transactionamount to ws-amount-hash.
           add il-net-amount to ws-net-hash.

       400-write-adjustment.
           move "A" to ax-adjflag.
           move il-transactioncode to ax-transactioncode.
           move il-storenumber to ax-storenumber.
           move il-store-name to ax-storename.
           move il-region to ax-region.
           move il-invoicenumber to ax-invoicenumber.
           move il-skucode to ax-skucode.
           move il-transactiondate to ax-transactiondate.
           move il-cashierid to ax-cashierid.
           move il-paymenttype to ax-paymenttype.
           move il-transactionamount to ax-grossamount.
           move il-tax to ax-calctax.
           move il-net-amount to ax-netamount.
           write adj-extract-rec.

           add 1 to ws-adj-count.
           add il-transactionamount to ws-adj-amount-hash.
           add il-net-amount to ws-adj-net-hash.

       500-write-trailer.
           move spaces to extract-rec.
