           organization is line sequential
           file status is ws-io-status.

           select optional tax-rate-file
           assign to "../data/TaxRates.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional cust-exempt-file
           assign to "../data/CustomerExemptions.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
      *run report.
       fd promo-file
           data record is promo-rec
           record contains 54 characters.
       01 promo-rec.
           05 pm-type pic x(1).
           05 pm-key pic x(15).
           05 pm-todate pic 9(8).
           05 pm-pricetype pic x(1).
           05 pm-value pic 9(5)v99.
      *vendor funding, read by PromoBillback: the funding vendor
      *(spaces = store-funded), U = funded amount per unit or P =
      *percent of the unit markdown, and the amount or percent.
           05 pm-vendor pic x(6).
           05 pm-fundtype pic x(1).
           05 pm-fundvalue pic 9(5)v99.

      *store lifecycle sidecar: open and close effective dates per
      *store. A transaction dated after its store's close date is a
           05 cu-name pic x(20).
           05 cu-status pic x(1).

       fd tax-rate-file
           data record is tax-rate-rec
           record contains 15 characters.
       01 tax-rate-rec.
           05 tr-store pic x(2).
           05 tr-effdate pic 9(8).
           05 tr-rate pic 9v9999.

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

      *common exception hub: every program also drops its
      *actionable exceptions here with a source and severity
      *(H = act now, M = review, L = informational); the morning
         05 ws-customer-entry occurs 5000 times
             indexed by ws-customer-idx.
           10 ws-customer-number pic x(8).
           10 ws-customer-status pic x(1).
       01 ws-customer-found pic x value "n".
         88 ws-customer-is-valid value "y".
       01 ws-customer-error-text pic x(25) value spaces.

       01 ws-taxrate-eof pic x value "n".
         88 ws-taxrate-yes value "y".
       01 ws-taxrate-count pic 99 value 0.
       01 ws-taxrate-table.
         05 ws-taxrate-entry occurs 20 times
             indexed by ws-taxrate-idx.
           10 ws-taxrate-store pic x(2).
           10 ws-taxrate-effdate pic 9(8).
       01 ws-best-effdate pic 9(8) value 0.
      *the TaxRates.dat key that supplies the line's rate.
       01 ws-tax-jurisdiction pic x(2) value "00".

       01 ws-exempt-eof pic x value "n".
         88 ws-exempt-yes value "y".
       01 ws-exempt-count pic 9(5) value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry occurs 2000 times
             indexed by ws-exempt-idx.
           10 ws-exempt-customer pic x(8).
           10 ws-exempt-certificate pic x(15).
           10 ws-exempt-jurisdiction pic x(2).
           10 ws-exempt-expiry pic 9(8).
      *n = customer holds no certificates at all (a taxed sale),
      *m = none for this jurisdiction, x = only an expired one,
      *y = a certificate good on the transaction date.
       01 ws-cert-state pic x value "n".
         88 ws-cert-none value "n".
         88 ws-cert-missing value "m".
         88 ws-cert-expired value "x".
         88 ws-cert-good value "y".
       01 ws-tender-error-text pic x(25) value spaces.

       01 ws-price-review-line.
         05 filler pic x(22) value "AMOUNT REVIEW INVOICE ".
         05 ws-pr-invoice pic x(6).
         05 ws-cnt-invalid-date pic 9(5) value 0.
         05 ws-cnt-invalid-dispo pic 9(5) value 0.
         05 ws-cnt-invalid-customer pic 9(5) value 0.
         05 ws-cnt-points-nomember pic 9(5) value 0.
         05 ws-cnt-cert-missing pic 9(5) value 0.
         05 ws-cnt-cert-expired pic 9(5) value 0.

       01 ws-summary-heading pic x(40) value
           "END OF RUN VALIDATION SUMMARY".
           perform 008-load-promos.
           perform 009-load-storestatus.
           perform 011-load-customers.
           perform 012-load-taxrates.
           perform 013-load-exemptions.
           open input store-idx-file.
           move "../data/StoreMaster.idx" to ws-io-filename.
           perform 900-checkfilestatus.
                           add 1 to ws-customer-count
                           move cu-number to
                             ws-customer-number(ws-customer-count)
                           move cu-status to
                             ws-customer-status(ws-customer-count)
                       end-if
               end-read
           end-perform.
           close customer-file.

       012-load-taxrates.
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
                           move tr-store to
                             ws-taxrate-store(ws-taxrate-count)
                           move tr-effdate to
                             ws-taxrate-effdate(ws-taxrate-count)
                       end-if
               end-read
           end-perform.
           close tax-rate-file.

       013-load-exemptions.
           open input cust-exempt-file.
           move "../data/CustomerExemptions.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-exempt-yes
               read cust-exempt-file
                   at end
                       move "y" to ws-exempt-eof
                   not at end
                       if ws-exempt-count < 2000
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

       200-write-register.
           move correct-invoicenumber1 to rr-invoice(1:1).
           move correct-invoicenumber2 to rr-invoice(2:1).
           move ws-cnt-invalid-payment to ws-sl-count.
           write report-line from ws-summary-line.

           move "POINTS TENDER NO MEMBER:" to ws-sl-label.
           move ws-cnt-points-nomember to ws-sl-count.
           write report-line from ws-summary-line.

           move "INVALID STORE NUMBER:   " to ws-sl-label.
           move ws-cnt-invalid-store to ws-sl-count.
           write report-line from ws-summary-line.
           move ws-cnt-invalid-customer to ws-sl-count.
           write report-line from ws-summary-line.

           move "EXEMPT CERT MISSING:    " to ws-sl-label.
           move ws-cnt-cert-missing to ws-sl-count.
           write report-line from ws-summary-line.

           move "EXEMPT CERT EXPIRED:    " to ws-sl-label.
           move ws-cnt-cert-expired to ws-sl-count.
           write report-line from ws-summary-line.

           move "INVALID DISPOSITION:    " to ws-sl-label.
           move ws-cnt-invalid-dispo to ws-sl-count.
           write report-line from ws-summary-line.
               not invalid key
                   move "y" to ws-tender-found
           end-read.
           move "INVALID PAYMENT" to ws-tender-error-text.

      *LP spends loyalty points, so it is only good on a line that
      *names an active member of the loyalty programme - points
      *cannot be redeemed anonymously or against a lapsed account.
           if ws-tender-is-valid and il-paymenttype = "LP"
               move "n" to ws-customer-found
               set ws-customer-idx to 1
               search ws-customer-entry
                   at end
                       move "n" to ws-customer-found
                   when ws-customer-number(ws-customer-idx)
                     = il-customer
                     and ws-customer-status(ws-customer-idx) = "A"
                       move "y" to ws-customer-found
               end-search
               if il-customer = spaces or not ws-customer-is-valid
                   move "n" to ws-tender-found
                   move "POINTS TENDER NO MEMBER"
                     to ws-tender-error-text
               end-if
           end-if.

           if ws-tender-is-valid then
               move il-paymenttype to correct-paymenttype
           else
               add 1 to ws-errors
               if ws-tender-error-text = "INVALID PAYMENT"
                   add 1 to ws-cnt-invalid-payment
               else
                   add 1 to ws-cnt-points-nomember
               end-if
               move il-paymenttype to paymenttype
               move il-paymenttype to incorrect-paymenttype

               if ws-errors = 3 then
                   move ws-tender-error-text to error3
               end-if

               if ws-errors = 2 then
                   move ws-tender-error-text to error2
               end-if
               if ws-errors = 1 then
                   move ws-tender-error-text to error1
               end-if

           end-if.
               end-search
               if ws-customer-is-valid
                   move il-customer to correct-customer
                   perform getexemptcert
               else
                   add 1 to ws-errors
                   add 1 to ws-cnt-invalid-customer
               end-if
           end-if.

       getexemptcert.
      *a customer with exemption certificates on file is buying
      *tax-free, and the tax programs will zero the tax on the
      *sale - so the sale has to carry a certificate for the
      *jurisdiction whose rate applies at the store, and it has to
      *be unexpired on the transaction date. Returns and voids
      *follow their original sale and are not re-checked.
           if (il-SCode or il-LCode)
             and il-transactiondate is numeric
               move "n" to ws-cert-state
               perform getjurisdiction
               perform varying ws-exempt-idx from 1 by 1
                 until ws-exempt-idx > ws-exempt-count
                   if ws-exempt-customer(ws-exempt-idx) = il-customer
                       if ws-cert-none
                           move "m" to ws-cert-state
                       end-if
                       if ws-exempt-jurisdiction(ws-exempt-idx)
                         = ws-tax-jurisdiction
                         and ws-exempt-certificate(ws-exempt-idx)
                           not = spaces
                           if ws-exempt-expiry(ws-exempt-idx)
                             >= il-transactiondate
                               move "y" to ws-cert-state
                           else
                               if not ws-cert-good
                                   move "x" to ws-cert-state
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               if ws-cert-missing
                   add 1 to ws-errors
                   add 1 to ws-cnt-cert-missing
                   move "EXEMPT CERT MISSING"
                     to ws-customer-error-text
                   perform setcustomererror
               end-if
               if ws-cert-expired
                   add 1 to ws-errors
                   add 1 to ws-cnt-cert-expired
                   move "EXEMPT CERT EXPIRED"
                     to ws-customer-error-text
                   perform setcustomererror
               end-if
           end-if.

       getjurisdiction.
      *same pick as the tax programs make: the latest rate row
      *effective on the transaction date for the store, falling back
      *to the "00" all-stores row.
           move 0 to ws-best-effdate.
           move "00" to ws-tax-jurisdiction.
           perform varying ws-taxrate-idx from 1 by 1
             until ws-taxrate-idx > ws-taxrate-count
               if (ws-taxrate-store(ws-taxrate-idx) = il-storenumber
                 or ws-taxrate-store(ws-taxrate-idx) = "00")
                 and ws-taxrate-effdate(ws-taxrate-idx)
                   <= il-transactiondate
                 and ws-taxrate-effdate(ws-taxrate-idx) >=
                   ws-best-effdate
                   move ws-taxrate-effdate(ws-taxrate-idx) to
                     ws-best-effdate
                   move ws-taxrate-store(ws-taxrate-idx) to
                     ws-tax-jurisdiction
               end-if
           end-perform.

       setcustomererror.
           if ws-errors = 9 then
               move ws-customer-error-text to error9
