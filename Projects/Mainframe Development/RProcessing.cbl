      *Program Description: This is the program 4 which read data from
      * valid R records and display the tax owned and total as
      * output report.
      * Cash refunds at or over the head-office limit and approved
      * receiptless returns are queued on RefundChequeRequests.dat
      * for RefundCheques to pay by head-office cheque.
      * The R lines and the tax on each come from the day's enriched
      * file, so the tax shown and refunded is the one DailyEnrich
      * worked out (rate in effect on the transaction date,
      * department and certificate exemptions applied).

       environment division.
       input-output section.
       file-control.
      *Open input file.
           select input-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.
      *Open output file.
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           organization is line sequential
           file status is ws-io-status.

           select optional return-auth-file
           assign to "../data/ReturnAuth.dat"
           organization is line sequential
           organization is line sequential
           file status is ws-io-status.

           select optional cheque-request-file
           assign to "../data/RefundChequeRequests.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential

       file section.

      *Collecting the data from input file - the day's enriched
      *transaction file from DailyEnrich: the s/l/r/v record as
      *split, then the store, department and tax DailyEnrich worked
      *out once for the night. Only the R records are reported here.
       fd input-file
           data record is input-line
           record contains 160 characters.

       01 input-line.
           05 il-transactioncode pic x(1).
               88 il-restock value "R".
               88 il-damage value "D".
               88 il-rtv value "V".
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
      *Print it out to output file.
       fd output-file
           data record is output-line

       01 csv-line pic x(200).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.

       fd s-file
           data record is s-input-line
           record contains 58 characters.
       01 s-input-line.
           05 sl-transactioncode pic x(1).
           05 sl-transactionamount pic 99999v99.
           05 sl-skucode pic x(15).
           05 sl-transactiondate pic 9(8).
           05 sl-cashierid pic x(5).
           05 sl-disposition pic x(1).
           05 sl-customer pic x(8).

       fd l-file
           data record is l-input-line
           record contains 58 characters.
       01 l-input-line pic x(58).

      *run-over-run invoice register written by Edit - one line per
      *valid record from every run, stamped with the RUN_DATE that
           05 sku-master-dept pic x(4).
           05 sku-master-price pic 9(5)v99.

      *manager authorizations for receiptless returns under the
      *customer-accommodation policy: store, transaction date,
      *amount, approving manager, reason code. A flagged return
         05 vc-date pic 9(8).
         05 vc-amount pic 9(5)v99.

      *refunds head office pays by cheque instead of from the till:
      *reason L = cash refund at or over the limit, A = approved
      *receiptless return. The amount is the gross refund, tax
      *included. RefundCheques issues the cheques and empties the
      *queue.
       fd cheque-request-file
           data record is cheque-request-rec
           record contains 67 characters.
       01 cheque-request-rec.
         05 rq-store pic x(2).
         05 rq-invoice pic x(9).
         05 rq-sku pic x(15).
         05 rq-rundate pic 9(8).
         05 rq-transdate pic 9(8).
         05 rq-cashier pic x(5).
         05 rq-tender pic x(2).
         05 rq-amount pic 9(7)v99.
         05 rq-customer pic x(8).
         05 rq-reason pic x(1).

      *common exception hub: every program also drops its
      *actionable exceptions here with a source and severity
      *(H = act now, M = review, L = informational); the morning
       01 ws-cash-refund-limit pic 9(5)v99 value 100.
       01 ws-cnt-tender-mismatch pic 9(5) value 0.
       01 ws-cnt-cash-over pic 9(5) value 0.
       01 ws-cnt-cheque-req pic 9(5) value 0.

      *disposition breakdown buckets by store and department.
       01 ws-dispo-count pic 9(3) value 0.
         05 filler pic x(2) value spaces.
         05 ws-retexc-reason-display pic x(30).

       01 ws-skumaster-eof pic x value "n".
         88 ws-skumaster-yes value "y".
       01 ws-skumaster-count pic 9(5) value 0.
           10 ws-skumaster-dept pic x(4) value spaces.
       01 ws-skumaster-found pic x value "n".
         88 ws-skumaster-is-found value "y".
       01 ws-taxdept pic x(4) value spaces.

       01 ws-storelist-eof pic x value "n".
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-s-filename.
         05 filler pic x(9) value "../data/s".

           perform 005-load-rundate.
           perform 010-load-datefilter.
           perform 028-load-skudepts.
           perform 029-load-returnauth.
           perform 030-load-storelist.
           perform 035-load-cashierlist.
           perform 040-load-salesinvoices.
           open input input-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
      *the vendor claims list is cumulative - a historical
      *reprocess must not append the replayed day's RTV claims to
               open extend vendor-claims-file
               move "../data/VendorClaims.dat" to ws-io-filename
               perform 900-checkfilestatus
               open extend cheque-request-file
               move "../data/RefundChequeRequests.dat"
                 to ws-io-filename
               perform 900-checkfilestatus
           end-if.
           open extend exception-hub-file.
           move "../data/ExceptionHub.dat" to ws-io-filename.
           close input-file, output-file, csv-file,
                 exception-hub-file.
           if not ws-is-historical
               close vendor-claims-file, cheque-request-file
           end-if.

           display "Press Enter.".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.
           move ws-run-date to ws-day-filename-date.
           move ws-run-date to ws-s-filename-date.
           move ws-run-date to ws-l-filename-date.
           move ws-run-date to ws-output-filename-date.
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-day-filename-seq.
           move ws-seq-suffix to ws-s-filename-seq.
           move ws-seq-suffix to ws-l-filename-seq.
           move ws-seq-suffix to ws-output-filename-seq.
           move ws-seq-suffix to ws-csv-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-datefilter.
      *REPORT_DATE_FROM / REPORT_DATE_TO are optional YYYYMMDD
                 to ws-cash-refund-limit
           end-if.

       028-load-skudepts.
           open input sku-file.
           move "../data/SKUMaster.dat" to ws-io-filename.
           end-perform.
           close sku-file.

       029-load-returnauth.
           open input return-auth-file.
           move "../data/ReturnAuth.dat" to ws-io-filename.
       tallydisposition.
      *roll the returned unit up to its disposition bucket by store
      *and department; an RTV return also writes a claim line for
      *the vendor claims clerk. The department comes from the sku
      *master table.
           perform finddispodept.
           move "n" to ws-dispo-found.
           set ws-dispo-idx to 1.
               move ws-retauth-reason(ws-retauth-idx)
                 to ws-appr-reason(ws-approved-count)
           end-if.
      *with no sale to refund to, an approved receiptless return is
      *paid by head-office cheque.
           move "A" to rq-reason.
           perform queuerefundcheque.

       checkrefundtender.
      *policy: a card sale refunds to the same card - the classic
               move "CASH REFUND OVER LIMIT"
                 to ws-retexc-reason-work
               perform addreturnexception
               move "L" to rq-reason
               perform queuerefundcheque
           end-if.

       queuerefundcheque.
      *a historical reprocess replays a day already queued.
           if not ws-is-historical
               move il-storenumber to rq-store
               move il-invoicenumber to rq-invoice
               move il-skucode to rq-sku
               move ws-run-date to rq-rundate
               move il-transactiondate to rq-transdate
               move il-cashierid to rq-cashier
               move il-paymenttype to rq-tender
               compute rq-amount = il-transactionamount
                 + ws-calculatetax
               move il-customer to rq-customer
               write cheque-request-rec
               add 1 to ws-cnt-cheque-req
           end-if.

       addreturnexception.
           move "R RECORDS" to ctl-metric.
           move ws-totalRCodes to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "RPROCESSING" to ctl-program.
           move "CHEQUE REQUESTS" to ctl-metric.
           move ws-cnt-cheque-req to ctl-count.
           write ctl-totals-line.
           close ctl-totals-file.

       050-readfile.
               at end
                   move "y" to ws-eof-flag
               not at end
                   if il-RCode
                       perform 100-getinfo
                   end-if
           end-read.
      *a read failure other than end-of-file runs neither phrase
      *above - check the status so a bad file stops the run with an
      *operator message instead of looping on the same read forever.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
       100-getinfo.
           perform checkdaterange.
               move il-storenumber to ws-outstorenumber
               move il-invoicenumber to ws-outinvoicenumber
               move il-skucode to ws-outskucode
               move il-tax to ws-taxtoowe
               move il-tax to ws-calculatetax
               perform calculatetaxes
               perform calculatetaxowingforR
               perform getpaymenttype



       getcode.
      *
           if il-RCode then
