      *Program Description: This is the program which reads data from
      * valid V records (voids/exchanges) and displays the tax owned
      * and total as output report.
      * The V lines and the tax on each come from the day's enriched
      * file, so the tax shown is the one DailyEnrich worked out
      * (rate in effect on the transaction date, department and
      * certificate exemptions applied).

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

       file section.

      *Collecting the data from input file - the day's enriched
      *transaction file from DailyEnrich: the s/l/r/v record as
      *split, then the store, department and tax DailyEnrich worked
      *out once for the night. Only the V records are reported here.
       fd input-file
           data record is input-line
           record contains 160 characters.

       01 input-line.
           05 il-transactioncode pic x(1).
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
      *Print it out to output file.
       fd output-file
           data record is output-line

       01 csv-line pic x(200).


       fd store-file
           data record is store-master-rec
       01 ws-storesummary-grandtotal pic 9(9)v99 value 0.
       01 ws-blankline pic x(40) value spaces.

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
         05 filler pic x(19) value "../data/voidreport-".

           perform 005-load-rundate.
           perform 010-load-datefilter.
           perform 030-load-storelist.
           perform 032-load-cashierlist.
           perform 034-load-voidapprovals.
           perform 036-load-voidlimits.
           open input input-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open output output-file.
           move ws-output-filename to ws-io-filename.
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
               at end
                   move "y" to ws-eof-flag
               not at end
                   if il-VCode
                       perform 100-getinfo
                   end-if.
       100-getinfo.
           perform checkdaterange.
           if ws-record-in-range
               move il-storenumber to ws-outstorenumber
               move il-invoicenumber to ws-outinvoicenumber
               move il-skucode to ws-outskucode
               move il-tax to ws-taxtoowe
               move il-tax to ws-calculatetax
               perform calculatetaxes
               perform calculatetaxowingforV
               perform getpaymenttype



       getcode.
      *
           if il-VCode then
