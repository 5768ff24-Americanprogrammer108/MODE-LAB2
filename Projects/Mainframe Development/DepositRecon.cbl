      *Program Description: Bank deposit reconciliation by tender
      *type. Compares what the till should have taken in by tender -
      *sales plus layaways, less returns and voids, from the day's
      *enriched transaction file (DailyEnrich), tax included, the
      *same amount-plus-tax model
      *the GL extract books to tender clearing - against what
      *actually hit the bank per BankDeposits.dat, and prints an
      *over/short line per store per tender, so cash over/short
      *surfaces the next morning instead of weeks later.
      *A refund head office paid by cheque (RefundCheques.dat) never
      *left the till, so it is not taken off the expected deposit.

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential
           organization is line sequential
           file status is ws-io-status.

           select optional cheque-file
           assign to "../data/RefundCheques.dat"
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

       fd deposit-file
           data record is deposit-rec
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd output-file
           data record is output-line
           record contains 132 characters.
         05 eh-store pic x(2).
         05 eh-text pic x(60).

      *head-office refund cheque register; only the refund line's
      *key and the run that queued it are needed here.
       fd cheque-file
           data record is cheque-rec
           record contains 126 characters.
       01 cheque-rec.
           05 ck-number pic 9(8).
           05 ck-store pic x(2).
           05 ck-invoice pic x(9).
           05 ck-sku pic x(15).
           05 ck-rundate pic 9(8).
           05 filler pic x(84).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-deposit-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-gross-amount pic 9(7)v99 value 0.

       01 ws-storename-count pic 99 value 0.
       01 ws-overshort pic s9(9)v99 value 0.
       01 ws-store-overshort pic s9(9)v99 value 0.

       01 ws-heading pic x(60) value
           "BANK DEPOSIT RECONCILIATION BY TENDER".

       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

      *this run date's refunds paid by head-office cheque.
       01 ws-cheque-eof pic x value "n".
         88 ws-cheque-yes value "y".
       01 ws-chqref-count pic 9(4) value 0.
       01 ws-chqref-table.
         05 ws-chqref-entry occurs 1000 times
             indexed by ws-chqref-idx.
           10 ws-chqref-store pic x(2).
           10 ws-chqref-invoice pic x(9).
           10 ws-chqref-sku pic x(15).
       01 ws-chqref-found pic x value "n".
         88 ws-chqref-is-found value "y".

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 019-load-chequerefunds.

           perform 100-sweep-day.

           perform 250-load-deposits.
           perform 500-write-report.
           end-perform.
           close store-file.

       019-load-chequerefunds.
           open input cheque-file.
           move "../data/RefundCheques.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cheque-yes
               read cheque-file
                   at end
                       move "y" to ws-cheque-eof
                   not at end
                       if ck-rundate = ws-run-date
                         and ws-chqref-count < 1000
                           add 1 to ws-chqref-count
                           move ck-store to
                             ws-chqref-store(ws-chqref-count)
                           move ck-invoice to
                             ws-chqref-invoice(ws-chqref-count)
                           move ck-sku to
                             ws-chqref-sku(ws-chqref-count)
                       end-if
               end-read
           end-perform.
           close cheque-file.

       checkchequerefund.
           move "n" to ws-chqref-found.
           set ws-chqref-idx to 1.
           search ws-chqref-entry
               at end
                   move "n" to ws-chqref-found
               when ws-chqref-idx > ws-chqref-count
                   move "n" to ws-chqref-found
               when ws-chqref-store(ws-chqref-idx) = il-storenumber
                 and ws-chqref-invoice(ws-chqref-idx)
                   = il-invoicenumber
                 and ws-chqref-sku(ws-chqref-idx) = il-skucode
                   move "y" to ws-chqref-found
           end-search.

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
           if il-transactioncode = "R"
               perform checkchequerefund
               if ws-chqref-is-found
                   exit paragraph
               end-if
           end-if.
           add il-transactionamount to il-tax
             giving ws-gross-amount.
           move il-storenumber to ws-lookup-store.
           move il-paymenttype to ws-lookup-tender.
