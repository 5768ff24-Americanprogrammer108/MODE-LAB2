       identification division.
       program-id. TaxRemittance.
      *Program Description: Monthly tax remittance report for the
      *filing clerk. Sweeps the dated enriched transaction files
      *(DailyEnrich) over the remittance period (REMIT_DATE_FROM /
      *REMIT_DATE_TO, defaulting to the calendar month of RUN_DATE),
      *skipping voids, and reports, per store, taxable
      *sales and tax collected broken out by each rate that was in
      *effect during the period - returns reduce both. Sales to
      *customers holding a valid exemption certificate are shown
      *separately as exempt sales, with a certificate listing for
      *the auditors. Run on demand at month end rather than in the
      *nightly chain.

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-io-status.

           select optional customer-file
           assign to "../data/CustomerMaster.dat"
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

       fd store-file
           data record is store-master-rec
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *loyalty customer master - only the name is used, to head the
      *certificate listing.
       fd customer-file
           data record is customer-master-rec
           record contains 29 characters.
       01 customer-master-rec.
           05 cu-number pic x(8).
           05 cu-name pic x(20).
           05 cu-status pic x(1).

      *retail 4-5-4 fiscal calendar: one line per fiscal week with
      *its period and quarter and the week's start and end dates.
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-storename-count pic 99 value 0.
       01 ws-storename-table.
       01 ws-storename-found pic x value "n".
         88 ws-storename-is-found value "y".

      *exempt sales by store and by certificate used - the listing
      *the auditors tick each exempt sale back to.
       01 ws-exsales-table.
         05 ws-exsales-store occurs 50 times pic s9(9)v99 value 0.
       01 ws-certuse-count pic 9(4) value 0.
       01 ws-certuse-table.
         05 ws-certuse-entry occurs 500 times
             indexed by ws-certuse-idx.
           10 ws-certuse-customer pic x(8).
           10 ws-certuse-certificate pic x(15).
           10 ws-certuse-jurisdiction pic x(2).
           10 ws-certuse-expiry pic 9(8).
           10 ws-certuse-store pic x(2).
           10 ws-certuse-sales pic s9(9)v99 value 0.
       01 ws-certuse-found pic x value "n".
         88 ws-certuse-is-found value "y".

       01 ws-customer-eof pic x value "n".
         88 ws-customer-yes value "y".
       01 ws-customer-count pic 9(5) value 0.
       01 ws-customer-table.
         05 ws-customer-entry occurs 5000 times
             indexed by ws-customer-idx.
           10 ws-customer-number pic x(8).
           10 ws-customer-name pic x(20).

       01 ws-fiscal-param pic x(5) value spaces.
       01 ws-fiscal-mode pic x value "n".
       01 ws-store-tax pic s9(9)v99 value 0.
       01 ws-grand-taxable pic s9(9)v99 value 0.
       01 ws-grand-tax pic s9(9)v99 value 0.
       01 ws-grand-exempt pic s9(9)v99 value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-from-int pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.

       01 ws-seq-sub pic 99 value 0.

       01 ws-heading pic x(60) value
           "TAX REMITTANCE BY STORE AND RATE".
         05 filler pic x(16) value spaces.
         05 ws-gt-tax pic ----,---,--9.99.

       01 ws-store-exempt-line.
         05 filler pic x(14) value "  CERT EXEMPT ".
         05 filler pic x(16) value "  EXEMPT SALES  ".
         05 ws-se-exempt pic ----,---,--9.99.

       01 ws-grand-exempt-line.
         05 filler pic x(14) value "EXEMPT TOTAL  ".
         05 filler pic x(16) value "  EXEMPT SALES  ".
         05 ws-ge-exempt pic ----,---,--9.99.

       01 ws-cert-heading pic x(60) value
           "TAX EXEMPTION CERTIFICATES USED".

       01 ws-cert-column-line.
         05 filler pic x(48) value
           "STORE CUSTOMER NAME                 CERTIFICATE ".
         05 filler pic x(48) value
           "    JURIS EXPIRY       EXEMPT SALES".

       01 ws-cert-line.
         05 ws-cl-store pic x(2).
         05 filler pic x(4) value spaces.
         05 ws-cl-customer pic x(8).
         05 filler pic x(1) value spaces.
         05 ws-cl-name pic x(20).
         05 filler pic x(1) value spaces.
         05 ws-cl-certificate pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-cl-jurisdiction pic x(2).
         05 filler pic x(4) value spaces.
         05 ws-cl-expiry pic 9(8).
         05 filler pic x(1) value spaces.
         05 ws-cl-sales pic ----,---,--9.99.

       01 ws-cert-none-line pic x(60) value
           "NO EXEMPT SALES IN PERIOD".

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
           perform 032-load-fiscalcal.
           perform 010-load-period.
           perform 020-load-storelist.
           perform 037-load-customers.

           perform 100-sweep-one-day
             varying ws-sweep-int from ws-from-int by 1
           end-perform.
           close store-file.

       037-load-customers.
           open input customer-file.
           move "../data/CustomerMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-customer-yes
               read customer-file
                   at end
                       move "y" to ws-customer-eof
                   not at end
                       if ws-customer-count < 5000
                           add 1 to ws-customer-count
                           move cu-number to
                             ws-customer-number(ws-customer-count)
                           move cu-name to
                             ws-customer-name(ws-customer-count)
                       end-if
               end-read
           end-perform.
           close customer-file.

       100-sweep-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           move ws-sweep-date to ws-day-filename-date.
           perform 150-sweep-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       150-sweep-one-seq.
      *every same-day supplemental run's file set adds into the
               move spaces to ws-day-filename-seq
           else
               move "-R0" to ws-day-filename-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-filename-seq(4:1)
           end-if.
           move "n" to ws-day-eof.
           open input day-file.
       300-tally-record.
      *an exempt department's line is not a taxable sale at all -
      *it contributes neither taxable sales nor tax to the filing.
      *A certificate-exempt customer's line is not taxable either,
      *but it is reported as an exempt sale against the certificate.
      *A void never reached the customer, so it is not remitted.
           if il-transactioncode = "V"
               exit paragraph
           end-if.
           if il-transactioncode = "R"
               move -1 to ws-sign
           else
               move +1 to ws-sign
           end-if.
           evaluate il-tax-status
               when "D"
                   continue
               when "C"
                   perform 320-tally-exempt
               when other
                   perform 310-tally-taxable
           end-evaluate.

       310-tally-taxable.
           perform 350-find-bucket.
           compute ws-remit-taxable(ws-remit-idx) =
             ws-remit-taxable(ws-remit-idx)
             + ws-sign * il-transactionamount.
           compute ws-remit-tax(ws-remit-idx) =
             ws-remit-tax(ws-remit-idx)
             + ws-sign * il-tax.

       320-tally-exempt.
           move "n" to ws-storename-found.
           set ws-storename-idx to 1.
           search ws-storename-entry
               at end
                   move "n" to ws-storename-found
               when ws-storename-number(ws-storename-idx)
                 = il-storenumber
                   move "y" to ws-storename-found
           end-search.
           if ws-storename-is-found
               compute ws-exsales-store(ws-storename-idx) =
                 ws-exsales-store(ws-storename-idx)
                 + ws-sign * il-transactionamount
           end-if.

           move "n" to ws-certuse-found.
           set ws-certuse-idx to 1.
           search ws-certuse-entry
               at end
                   move "n" to ws-certuse-found
               when ws-certuse-customer(ws-certuse-idx) = il-customer
                 and ws-certuse-certificate(ws-certuse-idx)
                   = il-certificate
                 and ws-certuse-store(ws-certuse-idx)
                   = il-storenumber
                   move "y" to ws-certuse-found
           end-search.
           if not ws-certuse-is-found
               if ws-certuse-count < 500
                   add 1 to ws-certuse-count
                   set ws-certuse-idx to ws-certuse-count
                   move il-customer
                     to ws-certuse-customer(ws-certuse-idx)
                   move il-certificate
                     to ws-certuse-certificate(ws-certuse-idx)
                   move il-tax-jurisdiction
                     to ws-certuse-jurisdiction(ws-certuse-idx)
                   move il-cert-expiry
                     to ws-certuse-expiry(ws-certuse-idx)
                   move il-storenumber
                     to ws-certuse-store(ws-certuse-idx)
                   move "y" to ws-certuse-found
               end-if
           end-if.
           if ws-certuse-is-found
               compute ws-certuse-sales(ws-certuse-idx) =
                 ws-certuse-sales(ws-certuse-idx)
                 + ws-sign * il-transactionamount
           end-if.

       350-find-bucket.
                   move "n" to ws-remit-found
               when ws-remit-store(ws-remit-idx) = il-storenumber
                 and ws-remit-rate(ws-remit-idx)
                   = il-tax-rate
                   move "y" to ws-remit-found
           end-search.

           if not ws-remit-is-found
               add 1 to ws-remit-count
               move il-storenumber to ws-remit-store(ws-remit-count)
               move il-tax-rate
                 to ws-remit-rate(ws-remit-count)
               set ws-remit-idx to ws-remit-count
           end-if.

       500-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
           move ws-grand-taxable to ws-gt-taxable.
           move ws-grand-tax to ws-gt-tax.
           write output-line from ws-grand-total-line.
           move ws-grand-exempt to ws-ge-exempt.
           write output-line from ws-grand-exempt-line
             before advancing 2 lines.

           write output-line from ws-cert-heading.
           write output-line from ws-cert-column-line.
           if ws-certuse-count = 0
               write output-line from ws-cert-none-line
           end-if.
           perform 650-write-cert
             varying ws-certuse-idx from 1 by 1
             until ws-certuse-idx > ws-certuse-count.
           close output-file.

       600-write-store.

           move ws-store-taxable to ws-st-taxable.
           move ws-store-tax to ws-st-tax.
           write output-line from ws-store-total-line.
           move ws-exsales-store(ws-storename-idx) to ws-se-exempt.
           write output-line from ws-store-exempt-line
             before advancing 2 lines.
           add ws-store-taxable to ws-grand-taxable.
           add ws-store-tax to ws-grand-tax.
           add ws-exsales-store(ws-storename-idx) to ws-grand-exempt.

       650-write-cert.
           move ws-certuse-store(ws-certuse-idx) to ws-cl-store.
           move ws-certuse-customer(ws-certuse-idx) to ws-cl-customer.
           move spaces to ws-cl-name.
           set ws-customer-idx to 1.
           search ws-customer-entry
               at end
                   move "UNKNOWN CUSTOMER" to ws-cl-name
               when ws-customer-number(ws-customer-idx)
                 = ws-certuse-customer(ws-certuse-idx)
                   move ws-customer-name(ws-customer-idx)
                     to ws-cl-name
           end-search.
           move ws-certuse-certificate(ws-certuse-idx)
             to ws-cl-certificate.
           move ws-certuse-jurisdiction(ws-certuse-idx)
             to ws-cl-jurisdiction.
           move ws-certuse-expiry(ws-certuse-idx) to ws-cl-expiry.
           move ws-certuse-sales(ws-certuse-idx) to ws-cl-sales.
           write output-line from ws-cert-line.

       900-checkfilestatus.
      *"00" is success, "04" a record longer than this program's
