      *Program Description: Card settlement reconciliation.
      *DepositRecon covers the bank account; this step covers the
      *card processor. The day's CR and DB tender totals from the
      *enriched transaction file (DailyEnrich) (gross of tax, sales
      *and layaways less returns
      *and voids - the same model the deposit reconciliation uses)
      *are matched per store and tender against the processor's
      *daily settlement file (CardSettlement.dat: batch reference,
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
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

       fd settlement-file
           data record is settlement-rec
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
         88 ws-settle-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-gross-amount pic 9(7)v99 value 0.
       01 ws-sign pic s9 value +1.

       01 ws-difference pic s9(9)v99 value 0.
       01 ws-total-fees pic s9(9)v99 value 0.

       01 ws-heading pic x(60) value
           "CARD SETTLEMENT RECONCILIATION BY STORE AND TENDER".

       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.

           perform 100-sweep-day.

           perform 250-load-settlements.
           perform 500-write-report.
           end-perform.
           close store-file.

       100-sweep-day.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-read-day until ws-day-yes.
           close day-file.

           else
               move +1 to ws-sign
           end-if.
           add il-transactionamount to il-tax
             giving ws-gross-amount.
           move il-storenumber to ws-lookup-store.
           move il-paymenttype to ws-lookup-tender.
