      *Program Description: This is the program 3 which read data from
      * valid S&L records and display the tax owned and total as
      * output report.
      * The S&L lines and the tax on each come from the day's
      * enriched file, so the tax shown is the one DailyEnrich
      * worked out (rate in effect on the transaction date,
      * department and certificate exemptions applied).

       environment division.
       input-output section.
       file-control.
           select input-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select sku-file
           assign to "../data/SKUMaster.dat"
           organization is line sequential
           organization is line sequential
           file status is ws-io-status.

           select sort-work
           assign to "SORTWK".


       file section.

      *the day's enriched transaction file from DailyEnrich: the
      *s/l/r/v record as split, then the store, department and tax
      *DailyEnrich worked out once for the night. Only the S and L
      *records are reported here.
       fd input-file
           data record is input-line
           record contains 160 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
               88 il-SCode value "S".
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

       fd output-file
           data record is output-line
           record contains 200 characters.
       01 csv-line pic x(200).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd sku-file
           data record is sku-master-rec
           record contains 56 characters.
           05 ctl-count pic 9(7) value zero.
           05 filler pic x(3) value spaces.

      *work file for the store/invoice detail sort - the detail pages
      *print in store then invoice order with a control break per
      *store instead of raw file order.
       sd sort-work
           data record is sort-rec
           record contains 160 characters.
       01 sort-rec.
           05 st-transactioncode pic x(1).
           05 st-transactionamount pic 9(5)v99.
           05 st-skucode pic x(15).
           05 st-transactiondate pic 9(8).
           05 st-cashierid pic x(5).
           05 st-disposition pic x(1).
           05 st-customer pic x(8).
      *store, department and tax carried through the sort as
      *DailyEnrich wrote them.
           05 st-enrichment pic x(102).

       working-storage section.

       01 ws-eof-flag pic x(1).
         88 ws-yes value "y".
       01 ws-sort-eof pic x value "n".
       01 ws-total-taxowingforS pic 9(9)v99 value 0.
       01 ws-total-taxowingforL pic 9(9)v99 value 0.

       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-output-filename.
         05 filler pic x(18) value "../data/S&LReport-".

           perform 005-load-rundate.
           perform 010-load-datefilter.
           perform 030-load-storelist.
           perform 035-load-cashierlist.
           perform 040-load-skumaster.
           else
               move function current-date(1:8) to ws-run-date
           end-if.
           move ws-run-date to ws-day-filename-date.
           move ws-run-date to ws-output-filename-date.
           move ws-run-date to ws-csv-filename-date.
      *RUN_SEQ marks a same-day supplemental run, assigned and
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-day-filename-seq.
           move ws-seq-suffix to ws-output-filename-seq.
           move ws-seq-suffix to ws-csv-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-datefilter.
      *REPORT_DATE_FROM / REPORT_DATE_TO are optional YYYYMMDD
           move ws-date-from to ws-ps-from.
           move ws-date-to to ws-ps-to.

       030-load-storelist.
           open input store-file.
           move "../data/StoreMaster.dat" to ws-io-filename.

       041-release-all.
           open input input-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 050-readfile until ws-yes.
           close input-file.

       045-print-sorted.
           perform 047-return-sorted until ws-sort-yes.
               at end
                   move "y" to ws-eof-flag
               not at end
                   if il-SCode or il-LCode
                       perform 055-release-record
                   end-if
           end-read.
      *a read failure other than end-of-file runs neither phrase
      *above - check the status so a bad file stops the run with an
      *operator message instead of looping on the same read forever.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.

       055-release-record.
               move il-storenumber to ws-outstorenumber
               move il-invoicenumber to ws-outinvoicenumber
               move il-skucode to ws-outskucode
               move il-tax to ws-taxtoowe
               move il-tax to ws-calculatetax
               perform getpaymenttype
               perform gethighesttransactionamount
               perform getlowesttransactionamount



       getcode.
      *    if il-SCode OR il-LCode then
           if il-SCode then
