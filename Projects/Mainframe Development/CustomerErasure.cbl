       identification division.
       program-id. CustomerErasure.
      *Program Description: Customer data erasure, run on demand.
      *Each request in ErasureRequests.dat names a loyalty customer
      *who has asked to be forgotten. A request is refused while the
      *customer still has business open with us - an open layaway,
      *an active service contract or a refund cheque not yet cleared
      *- because those need the customer to be findable; a refused
      *request is reported and put on the exception hub so it can be
      *keyed again once the business is closed. An accepted request
      *gets a certificate number, and the customer number is then
      *replaced by the token ER + certificate number everywhere it
      *is held: the master files and their .bak snapshots, suspense
      *and recycle, the dated transaction and report files back over
      *ERASURE_LOOKBACK days (default 2555, seven years) in ../data
      *and ../data/archive including every -Rnn supplemental run,
      *and the tx- transmissions in all three of their homes. The
      *name is replaced by ERASED where it sits beside the number.
      *Amounts, dates and every other field are left exactly as they
      *were, so no sales total changes. The token is the same width
      *as a customer number and stays on CustomerMaster with status
      *I, so a back-dated day that is reprocessed still edits clean
      *and cannot redeem points. CustomerMaster is rewritten last:
      *a run that stops part way finds the customer still on the
      *master when it is run again and simply repeats the sweep.
      *The certificate lines (ErasureCertificates.dat, kept for
      *good) record what was changed, in which file and when - they
      *deliberately hold neither the customer number nor the name.

       environment division.
       input-output section.
       file-control.
           select optional request-file
           assign to "../data/ErasureRequests.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional customer-file
           assign to "../data/CustomerMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional layaway-file
           assign to "../data/LayawayAccounts.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional contract-file
           assign to "../data/ServiceContracts.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional cheque-file
           assign to "../data/RefundCheques.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional certificate-file
           assign to "../data/ErasureCertificates.dat"
           organization is line sequential
           file status is ws-io-status.

           select sweep-file
           assign dynamic ws-sweep-filename
           organization is line sequential
           file status is ws-io-status.

           select work-file
           assign to "../data/CustomerErasure.tmp"
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *one line per erasure request as taken: the request reference,
      *the customer number, the date the customer asked and who took
      *the request. Cleared once the run has dealt with it.
       fd request-file
           data record is request-rec
           record contains 34 characters.
       01 request-rec.
         05 er-request-id pic x(10).
         05 er-customer pic x(8).
         05 er-received pic 9(8).
         05 er-takenby pic x(8).

       fd customer-file
           data record is customer-master-rec
           record contains 29 characters.
       01 customer-master-rec.
           05 cu-number pic x(8).
           05 cu-name pic x(20).
           05 cu-status pic x(1).

       fd layaway-file
           data record is account-rec
           record contains 61 characters.
       01 account-rec.
         05 la-store pic x(2).
         05 la-invoice pic x(9).
         05 la-opendate pic 9(8).
         05 la-lastdate pic 9(8).
         05 la-paid pic 9(7)v99.
         05 la-status pic x(1).
         05 la-closedate pic 9(8).
         05 la-customer pic x(8).
         05 la-closerun pic 9(8).

       fd contract-file
           data record is contract-rec
           record contains 84 characters.
       01 contract-rec.
         05 ct-store pic x(2).
         05 ct-invoice pic x(9).
         05 ct-sku pic x(15).
         05 ct-customer pic x(8).
         05 ct-start pic 9(8).
         05 ct-end pic 9(8).
         05 ct-price pic 9(5)v99.
         05 ct-term pic 9(3).
         05 ct-recognized pic 9(5)v99.
         05 ct-recog-thru pic 9(8).
         05 ct-status pic x(1).
         05 ct-cancel-date pic 9(8).

       fd cheque-file
           data record is cheque-rec
           record contains 126 characters.
       01 cheque-rec.
         05 ck-number pic 9(8).
         05 ck-store pic x(2).
         05 ck-invoice pic x(9).
         05 ck-sku pic x(15).
         05 ck-rundate pic 9(8).
         05 ck-transdate pic 9(8).
         05 ck-tender pic x(2).
         05 ck-reason pic x(1).
         05 ck-customer pic x(8).
         05 ck-payee pic x(30).
         05 ck-amount pic 9(7)v99.
         05 ck-issued pic 9(8).
         05 ck-status pic x(1).
         05 ck-cleared pic 9(8).
         05 ck-clearamt pic 9(7)v99.

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *certificate lines, appended run after run. Type H heads an
      *accepted request (count = records anonymized in all files),
      *F is one file it changed (count = records changed there) and
      *R a refused request with the reason. A refused request has
      *no certificate number or token.
       fd certificate-file
           data record is certificate-rec
           record contains 114 characters.
       01 certificate-rec.
         05 ec-cert-no pic 9(6).
         05 ec-request-id pic x(10).
         05 ec-received pic 9(8).
         05 ec-rundate pic 9(8).
         05 ec-runtime pic 9(6).
         05 ec-token pic x(8).
         05 ec-type pic x(1).
         05 ec-count pic 9(7).
         05 ec-detail pic x(60).

      *any of the files swept, read and written back a line at a
      *time; no file the pipeline keeps has a longer line.
       fd sweep-file
           data record is sweep-rec
           record contains 500 characters.
       01 sweep-rec pic x(500).

       fd work-file
           data record is work-rec
           record contains 500 characters.
       01 work-rec pic x(500).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

       working-storage section.
       01 ws-request-eof pic x value "n".
         88 ws-request-yes value "y".
       01 ws-customer-eof pic x value "n".
         88 ws-customer-yes value "y".
       01 ws-layaway-eof pic x value "n".
         88 ws-layaway-yes value "y".
       01 ws-contract-eof pic x value "n".
         88 ws-contract-yes value "y".
       01 ws-cheque-eof pic x value "n".
         88 ws-cheque-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-certificate-eof pic x value "n".
         88 ws-certificate-yes value "y".
       01 ws-sweep-eof pic x value "n".
         88 ws-sweep-yes value "y".

      *the requests read tonight. Status A = accepted and erased,
      *R = refused for ws-rq-reason. Hits counts the records changed
      *for the request in the file being swept.
       01 ws-request-count pic 9(3) value 0.
       01 ws-request-table.
         05 ws-request-entry occurs 200 times
             indexed by ws-request-idx, ws-dup-idx.
           10 ws-rq-id pic x(10).
           10 ws-rq-customer pic x(8).
           10 ws-rq-received pic 9(8).
           10 ws-rq-takenby pic x(8).
           10 ws-rq-found pic x(1).
           10 ws-rq-name pic x(20).
           10 ws-rq-status pic x(1).
           10 ws-rq-reason pic x(30).
           10 ws-rq-cert-no pic 9(6).
           10 ws-rq-token pic x(8).
           10 ws-rq-total pic 9(7).
           10 ws-rq-files pic 9(5).
           10 ws-rq-hits pic 9(7).

      *one entry per request per file changed, in sweep order.
       01 ws-change-count pic 9(5) value 0.
       01 ws-change-table.
         05 ws-change-entry occurs 5000 times
             indexed by ws-change-idx.
           10 ws-cg-request pic 9(3).
           10 ws-cg-file pic x(60).
           10 ws-cg-count pic 9(7).

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.

      *every dated file family that carries a customer number: the
      *name is prefix + YYYYMMDD + suffix (+ -Rnn for a same-day
      *supplemental run), then where the number sits - a position in
      *the line, or 000 for a report line to be searched - and where
      *the name sits beside it: a position and length, or position
      *000 with length 20 for a name anywhere on a line that carried
      *the number, or length 00 for no name at all.
       01 ws-family-count pic 99 value 14.
       01 ws-family-table.
         05 filler pic x(42)
             value "../data/s-                    .dat05100000".
         05 filler pic x(42)
             value "../data/l-                    .dat05100000".
         05 filler pic x(42)
             value "../data/r-                    .dat05100000".
         05 filler pic x(42)
             value "../data/v-                    .dat05100000".
         05 filler pic x(42)
             value "../data/enriched-             .dat05100000".
         05 filler pic x(42)
             value "../data/Valid-Records-        .out05100000".
         05 filler pic x(42)
             value "../data/InValid-Records-      .out05100000".
         05 filler pic x(42)
             value "../data/ReturnAnalytics-      .out00000000".
         05 filler pic x(42)
             value "../data/CustomerInquiry-      .out00000020".
         05 filler pic x(42)
             value "../data/LoyaltyPoints-        .out00000020".
         05 filler pic x(42)
             value "../data/LoyaltyStatement-     .dat00100920".
         05 filler pic x(42)
             value "../data/CustomerSegments-     .dat00100920".
         05 filler pic x(42)
             value "../data/ServiceContracts-     .out00000020".
         05 filler pic x(42)
             value "../data/EmployeePurchases-    .out00000020".
       01 ws-family-entries redefines ws-family-table.
         05 ws-family-entry occurs 14 times.
           10 ws-family-prefix pic x(30).
           10 ws-family-suffix pic x(4).
           10 ws-family-cust-pos pic 9(3).
           10 ws-family-name-pos pic 9(3).
           10 ws-family-name-len pic 9(2).
       01 ws-family-sub pic 99 value 0.

      *the undated files, laid out the same way plus the position of
      *a status byte to set to I on a changed line. CustomerMaster
      *must stay the last entry.
       01 ws-fixed-count pic 99 value 18.
       01 ws-fixed-table.
         05 filler pic x(51) value
           "../data/CustomerExemptions.dat          00100000000".
         05 filler pic x(51) value
           "../data/LoyaltyPoints.dat               00100000000".
         05 filler pic x(51) value
           "../data/LoyaltyPoints.bak               00100000000".
         05 filler pic x(51) value
           "../data/LoyaltyEarnings.dat             01200000000".
         05 filler pic x(51) value
           "../data/LoyaltyEarnings.bak             01200000000".
         05 filler pic x(51) value
           "../data/LayawayAccounts.dat             04600000000".
         05 filler pic x(51) value
           "../data/LayawayAccounts.bak             04600000000".
         05 filler pic x(51) value
           "../data/ServiceContracts.dat            02700000000".
         05 filler pic x(51) value
           "../data/ServiceContracts.bak            02700000000".
         05 filler pic x(51) value
           "../data/RefundChequeRequests.dat        05900000000".
         05 filler pic x(51) value
           "../data/RefundCheques.dat               05406230000".
         05 filler pic x(51) value
           "../data/RefundCheques.bak               05406230000".
         05 filler pic x(51) value
           "../data/Suspense.dat                    05900000000".
         05 filler pic x(51) value
           "../data/Recycle.dat                     05100000000".
         05 filler pic x(51) value
           "../data/Corrections.dat                 05900000000".
         05 filler pic x(51) value
           "../data/CorrectionsPending.dat          07100000000".
         05 filler pic x(51) value
           "../data/EmployeeCustomers.dat           00400000000".
         05 filler pic x(51) value
           "../data/CustomerMaster.dat              00100920029".
       01 ws-fixed-entries redefines ws-fixed-table.
         05 ws-fixed-entry occurs 18 times.
           10 ws-fixed-name pic x(40).
           10 ws-fixed-cust-pos pic 9(3).
           10 ws-fixed-name-pos pic 9(3).
           10 ws-fixed-name-len pic 9(2).
           10 ws-fixed-status-pos pic 9(3).
       01 ws-fixed-sub pic 99 value 0.

      *how the file being swept is laid out.
       01 ws-cust-pos pic 9(3) value 0.
       01 ws-name-pos pic 9(3) value 0.
       01 ws-name-len pic 9(2) value 0.
       01 ws-status-pos pic 9(3) value 0.

       01 ws-erased-name pic x(30) value "ERASED".
       01 ws-tally pic 9(4) value 0.
       01 ws-line-changed pic x value "n".
         88 ws-line-is-changed value "y".
       01 ws-file-changed pic 9(7) value 0.

       01 ws-accepted-count pic 9(3) value 0.
       01 ws-refused-count pic 9(3) value 0.
       01 ws-files-changed pic 9(5) value 0.
       01 ws-last-cert-no pic 9(6) value 0.
       01 ws-reason pic x(30) value spaces.
       01 ws-hold-customer pic x(8) value spaces.

       01 ws-lookback-param pic x(4) value spaces.
       01 ws-lookback-days pic 9(4) value 2555.

       01 ws-run-int pic 9(8) value 0.
       01 ws-start-int pic 9(8) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-seq-sub pic 99 value 0.
       01 ws-day-seq pic x(4) value spaces.
       01 ws-run-time pic 9(6) value 0.

       01 ws-sweep-filename pic x(60) value spaces.
       01 ws-base-name pic x(44) value spaces.
       01 ws-file-info pic x(64) value spaces.

       01 ws-heading pic x(60) value
           "CUSTOMER DATA ERASURE - CERTIFICATES".

       01 ws-cert-line.
         05 filler pic x(12) value "CERTIFICATE ".
         05 ws-cl-cert-no pic 9(6).
         05 filler pic x(10) value "  REQUEST ".
         05 ws-cl-request pic x(10).
         05 filler pic x(11) value "  RECEIVED ".
         05 ws-cl-received pic 9(8).
         05 filler pic x(11) value "  TAKEN BY ".
         05 ws-cl-takenby pic x(8).
         05 filler pic x(8) value "  TOKEN ".
         05 ws-cl-token pic x(8).

       01 ws-file-column-line pic x(40) value
           "  RECORDS   FILE".

       01 ws-file-line.
         05 filler pic x(2) value spaces.
         05 ws-fl-count pic zzz,zz9.
         05 filler pic x(3) value spaces.
         05 ws-fl-file pic x(60).

       01 ws-cert-total-line.
         05 filler pic x(2) value spaces.
         05 ws-ct-count pic zzz,zz9.
         05 filler pic x(23) value
           "   TOTAL, FILES CHANGED".
         05 ws-ct-files pic zzzz9.

       01 ws-none-line pic x(50) value
           "  (no erasure requests accepted)".

       01 ws-refused-heading pic x(30) value "REQUESTS REFUSED".

       01 ws-refused-line.
         05 filler pic x(10) value "  REQUEST ".
         05 ws-rl-request pic x(10).
         05 filler pic x(11) value "  RECEIVED ".
         05 ws-rl-received pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-rl-reason pic x(30).

       01 ws-refused-none-line pic x(30) value "  (none)".

       01 ws-total-line.
         05 filler pic x(14) value "REQUESTS READ ".
         05 ws-tl-read pic zz9.
         05 filler pic x(10) value "  ERASED ".
         05 ws-tl-accepted pic zz9.
         05 filler pic x(11) value "  REFUSED ".
         05 ws-tl-refused pic zz9.
         05 filler pic x(13) value "  SWEPT FROM ".
         05 ws-tl-start pic 9(8).

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).
         05 filler pic x(110) value spaces.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(60) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-output-filename.
         05 filler pic x(24) value "../data/CustomerErasure-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-requests.

           if ws-request-count = 0
               display "Customer erasure: no requests"
               move 0 to return-code
               goback
           end-if.

           perform 015-load-customers.
           perform 020-check-layaways.
           perform 025-check-contracts.
           perform 030-check-cheques.
           perform 035-load-last-certificate.
           perform 040-decide-requests.

           if ws-accepted-count > 0
               perform 050-load-storelist
               perform 100-sweep-one-day
                 varying ws-sweep-int from ws-start-int by 1
                 until ws-sweep-int > ws-run-int
               perform 200-sweep-fixed-file
                 varying ws-fixed-sub from 1 by 1
                 until ws-fixed-sub > ws-fixed-count
           end-if.

           perform 500-write-certificates.
           perform 600-write-report.

      *the requests have been dealt with - a refused one is keyed
      *again once the customer's open business is closed.
           open output request-file.
           close request-file.

           display "Customer erasure finished".
           move 0 to return-code.

           accept ws-batch-mode from environment "BATCH_MODE".
           if ws-batch-mode not = "Y" and ws-batch-mode not = "y"
               accept return-code
           end-if.
           goback.

       005-load-rundate.
      *RUN_DATE is an optional YYYYMMDD environment variable, set by
      *BatchDriver so every step of one run dates its output files
      *the same way; a manual standalone run with RUN_DATE unset
      *falls back to today's date.
           accept ws-run-date-param from environment "RUN_DATE".
           if ws-run-date-param is numeric
               move ws-run-date-param to ws-run-date
           else
               move function current-date(1:8) to ws-run-date
           end-if.
           move ws-run-date to ws-output-filename-date.
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
      *keeps the plain file names so a normal night is unchanged,
      *later runs suffix every dated name with -Rnn.
           accept ws-run-seq-param from environment "RUN_SEQ".
           if ws-run-seq-param is numeric
             and ws-run-seq-param > "01"
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(9:6) to ws-run-time.

           accept ws-lookback-param from environment
             "ERASURE_LOOKBACK".
           if function trim(ws-lookback-param) is numeric
             and function trim(ws-lookback-param) > 0
               move function numval(ws-lookback-param)
                 to ws-lookback-days
           end-if.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           compute ws-start-int = ws-run-int - ws-lookback-days.
           compute ws-start-date =
             function date-of-integer(ws-start-int).

       010-load-requests.
           open input request-file.
           move "../data/ErasureRequests.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-request-yes
               read request-file
                   at end
                       move "y" to ws-request-eof
                   not at end
                       if request-rec not = spaces
                         and ws-request-count < 200
                           add 1 to ws-request-count
                           set ws-request-idx to ws-request-count
                           move er-request-id
                             to ws-rq-id(ws-request-idx)
                           move er-customer
                             to ws-rq-customer(ws-request-idx)
                           move er-received
                             to ws-rq-received(ws-request-idx)
                           if er-received is not numeric
                               move 0
                                 to ws-rq-received(ws-request-idx)
                           end-if
                           move er-takenby
                             to ws-rq-takenby(ws-request-idx)
                           move "n" to ws-rq-found(ws-request-idx)
                           move spaces to ws-rq-name(ws-request-idx)
                           move spaces
                             to ws-rq-status(ws-request-idx)
                           move spaces
                             to ws-rq-reason(ws-request-idx)
                           move 0 to ws-rq-cert-no(ws-request-idx)
                           move spaces to ws-rq-token(ws-request-idx)
                           move 0 to ws-rq-total(ws-request-idx)
                           move 0 to ws-rq-files(ws-request-idx)
                           move 0 to ws-rq-hits(ws-request-idx)
                       end-if
               end-read
           end-perform.
           close request-file.

       015-load-customers.
      *a request whose customer is not on the master is refused.
           open input customer-file.
           move "../data/CustomerMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-customer-yes
               read customer-file
                   at end
                       move "y" to ws-customer-eof
                   not at end
                       perform 016-match-customer
                         varying ws-request-idx from 1 by 1
                         until ws-request-idx > ws-request-count
               end-read
           end-perform.
           close customer-file.

       016-match-customer.
           if ws-rq-customer(ws-request-idx) = cu-number
             and cu-number not = spaces
               move "y" to ws-rq-found(ws-request-idx)
               move cu-name to ws-rq-name(ws-request-idx)
           end-if.

       020-check-layaways.
           open input layaway-file.
           move "../data/LayawayAccounts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-layaway-yes
               read layaway-file
                   at end
                       move "y" to ws-layaway-eof
                   not at end
                       if la-status = "O" and la-customer not = spaces
                           move la-customer to ws-hold-customer
                           move "OPEN LAYAWAY ACCOUNT" to ws-reason
                           perform 045-hold-customer
                       end-if
               end-read
           end-perform.
           close layaway-file.

       025-check-contracts.
           open input contract-file.
           move "../data/ServiceContracts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-contract-yes
               read contract-file
                   at end
                       move "y" to ws-contract-eof
                   not at end
                       if (ct-status = "A" or ct-status = "P")
                         and ct-customer not = spaces
                           move ct-customer to ws-hold-customer
                           move "ACTIVE SERVICE CONTRACT"
                             to ws-reason
                           perform 045-hold-customer
                       end-if
               end-read
           end-perform.
           close contract-file.

       030-check-cheques.
      *an uncleared cheque is still on the positive-pay file the bank
      *matches against, in the customer's name.
           open input cheque-file.
           move "../data/RefundCheques.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cheque-yes
               read cheque-file
                   at end
                       move "y" to ws-cheque-eof
                   not at end
                       if (ck-status = "O" or ck-status = "S")
                         and ck-customer not = spaces
                           move ck-customer to ws-hold-customer
                           move "REFUND CHEQUE OUTSTANDING"
                             to ws-reason
                           perform 045-hold-customer
                       end-if
               end-read
           end-perform.
           close cheque-file.

       035-load-last-certificate.
           open input certificate-file.
           move "../data/ErasureCertificates.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-certificate-yes
               read certificate-file
                   at end
                       move "y" to ws-certificate-eof
                   not at end
                       if ec-cert-no is numeric
                         and ec-cert-no > ws-last-cert-no
                           move ec-cert-no to ws-last-cert-no
                       end-if
               end-read
           end-perform.
           close certificate-file.

       040-decide-requests.
           perform varying ws-request-idx from 1 by 1
             until ws-request-idx > ws-request-count
               move spaces to ws-reason
               evaluate true
                   when ws-rq-id(ws-request-idx) = spaces
                       move "NO REQUEST REFERENCE" to ws-reason
                   when ws-rq-status(ws-request-idx) = "R"
                       move ws-rq-reason(ws-request-idx) to ws-reason
                   when ws-rq-found(ws-request-idx) = "n"
                       move "NOT ON CUSTOMER MASTER" to ws-reason
                   when other
                       perform 042-check-duplicate
               end-evaluate
               if ws-reason not = spaces
                   move "R" to ws-rq-status(ws-request-idx)
                   move ws-reason to ws-rq-reason(ws-request-idx)
                   add 1 to ws-refused-count
               else
                   move "A" to ws-rq-status(ws-request-idx)
                   add 1 to ws-accepted-count
                   add 1 to ws-last-cert-no
                   move ws-last-cert-no
                     to ws-rq-cert-no(ws-request-idx)
                   move "ER" to ws-rq-token(ws-request-idx)(1:2)
                   move ws-last-cert-no
                     to ws-rq-token(ws-request-idx)(3:6)
               end-if
           end-perform.

       042-check-duplicate.
      *the same customer asked twice in one batch: the first request
      *carries the erasure, the later one is refused.
           perform varying ws-dup-idx from 1 by 1
             until ws-dup-idx >= ws-request-idx
               if ws-rq-customer(ws-dup-idx)
                 = ws-rq-customer(ws-request-idx)
                 and ws-rq-status(ws-dup-idx) = "A"
                   move "DUPLICATE REQUEST" to ws-reason
               end-if
           end-perform.

       045-hold-customer.
      *the customer in ws-hold-customer still has open
      *business: refuse every request for them with the first reason
      *found.
           perform varying ws-request-idx from 1 by 1
             until ws-request-idx > ws-request-count
               if ws-rq-customer(ws-request-idx)
                 = ws-hold-customer
                 and ws-rq-status(ws-request-idx) not = "R"
                   move "R" to ws-rq-status(ws-request-idx)
                   move ws-reason to ws-rq-reason(ws-request-idx)
               end-if
           end-perform.

       050-load-storelist.
           open input store-file.
           move "../data/StoreMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-storelist-yes
               read store-file
                   at end
                       move "y" to ws-storelist-eof
                   not at end
                       if ws-store-count < 50
                           add 1 to ws-store-count
                           move store-master-number
                             to ws-store-number(ws-store-count)
                       end-if
               end-read
           end-perform.
           close store-file.

       100-sweep-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).

           perform 150-sweep-family
             varying ws-family-sub from 1 by 1
             until ws-family-sub > ws-family-count.

           perform 170-sweep-tx-store
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.

       150-sweep-family.
           move ws-family-cust-pos(ws-family-sub) to ws-cust-pos.
           move ws-family-name-pos(ws-family-sub) to ws-name-pos.
           move ws-family-name-len(ws-family-sub) to ws-name-len.
           move 0 to ws-status-pos.
           move spaces to ws-base-name.
           string ws-family-prefix(ws-family-sub)(9:22)
                    delimited by space
                  ws-sweep-date
                  ws-family-suffix(ws-family-sub)
             delimited by size into ws-base-name.
           perform 160-sweep-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       160-sweep-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants
      *of a same-day supplemental run; the archived copy keeps the
      *same base name under ../data/archive.
           if ws-seq-sub = 1
               move spaces to ws-day-seq
           else
               move "-R0" to ws-day-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-seq(4:1)
           end-if.
           move spaces to ws-sweep-filename.
           string "../data/"
                  function trim(ws-base-name)
                  ws-day-seq
             delimited by size into ws-sweep-filename.
           perform 300-erase-one-file.
           move spaces to ws-sweep-filename.
           string "../data/archive/"
                  function trim(ws-base-name)
                  ws-day-seq
             delimited by size into ws-sweep-filename.
           perform 300-erase-one-file.

       170-sweep-tx-store.
      *a transmission lives in ../data until intake merges it and
      *retires it into ../data/processed, and ArchiveJob moves it on
      *to ../data/archive; its detail lines carry the day-file image
      *at the front.
           move 51 to ws-cust-pos.
           move 0 to ws-name-pos, ws-name-len, ws-status-pos.
           move spaces to ws-base-name.
           string "tx-"
                  ws-store-number(ws-store-idx)
                  "-"
                  ws-sweep-date
                  ".dat"
             delimited by size into ws-base-name.
           move spaces to ws-sweep-filename.
           string "../data/" function trim(ws-base-name)
             delimited by size into ws-sweep-filename.
           perform 300-erase-one-file.
           move spaces to ws-sweep-filename.
           string "../data/processed/" function trim(ws-base-name)
             delimited by size into ws-sweep-filename.
           perform 300-erase-one-file.
           move spaces to ws-sweep-filename.
           string "../data/archive/" function trim(ws-base-name)
             delimited by size into ws-sweep-filename.
           perform 300-erase-one-file.

       200-sweep-fixed-file.
           move ws-fixed-name(ws-fixed-sub) to ws-sweep-filename.
           move ws-fixed-cust-pos(ws-fixed-sub) to ws-cust-pos.
           move ws-fixed-name-pos(ws-fixed-sub) to ws-name-pos.
           move ws-fixed-name-len(ws-fixed-sub) to ws-name-len.
           move ws-fixed-status-pos(ws-fixed-sub) to ws-status-pos.
           perform 300-erase-one-file.

       300-erase-one-file.
      *a file that is not there is simply passed over. A file is
      *copied line for line to the work file and only copied back
      *over the original when at least one line changed, so every
      *other file keeps its date and contents untouched.
           call "CBL_CHECK_FILE_EXIST"
             using ws-sweep-filename, ws-file-info.
           if return-code not = 0
               move 0 to return-code
           else
               perform varying ws-request-idx from 1 by 1
                 until ws-request-idx > ws-request-count
                   move 0 to ws-rq-hits(ws-request-idx)
               end-perform
               move 0 to ws-file-changed
               move "n" to ws-sweep-eof
               open input sweep-file
               move ws-sweep-filename to ws-io-filename
               perform 900-checkfilestatus
               open output work-file
               move "../data/CustomerErasure.tmp" to ws-io-filename
               perform 900-checkfilestatus
               perform 310-copy-line until ws-sweep-yes
               close sweep-file, work-file
               if ws-file-changed > 0
                   call "CBL_COPY_FILE"
                     using "../data/CustomerErasure.tmp",
                           ws-sweep-filename
                   if return-code not = 0
                       display "ERASURE COPY FAILED: "
                         ws-sweep-filename
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-files-changed
                   perform 350-note-changes
                     varying ws-request-idx from 1 by 1
                     until ws-request-idx > ws-request-count
               end-if
               call "CBL_DELETE_FILE"
                 using "../data/CustomerErasure.tmp"
               move 0 to return-code
           end-if.

       310-copy-line.
           read sweep-file
               at end
                   move "y" to ws-sweep-eof
               not at end
                   move "n" to ws-line-changed
                   perform 320-erase-in-line
                     varying ws-request-idx from 1 by 1
                     until ws-request-idx > ws-request-count
                   if ws-line-is-changed
                       add 1 to ws-file-changed
                   end-if
                   write work-rec from sweep-rec
           end-read.

       320-erase-in-line.
           if ws-rq-status(ws-request-idx) = "A"
               move 0 to ws-tally
               if ws-cust-pos > 0
                   if sweep-rec(ws-cust-pos:8)
                     = ws-rq-customer(ws-request-idx)
                       move ws-rq-token(ws-request-idx)
                         to sweep-rec(ws-cust-pos:8)
                       move 1 to ws-tally
                   end-if
               else
                   inspect sweep-rec tallying ws-tally
                     for all ws-rq-customer(ws-request-idx)
                   if ws-tally > 0
                       inspect sweep-rec replacing
                         all ws-rq-customer(ws-request-idx)
                         by ws-rq-token(ws-request-idx)
                   end-if
               end-if
               if ws-tally > 0
                   perform 330-erase-name
                   move "y" to ws-line-changed
                   add 1 to ws-rq-hits(ws-request-idx)
               end-if
           end-if.

       330-erase-name.
           if ws-name-len > 0
               if ws-name-pos > 0
                   move ws-erased-name
                     to sweep-rec(ws-name-pos:ws-name-len)
               else
                   if ws-rq-name(ws-request-idx) not = spaces
                       inspect sweep-rec replacing
                         all ws-rq-name(ws-request-idx)
                         by ws-erased-name(1:20)
                   end-if
               end-if
           end-if.
           if ws-status-pos > 0
               move "I" to sweep-rec(ws-status-pos:1)
           end-if.

       350-note-changes.
           if ws-rq-hits(ws-request-idx) > 0
             and ws-change-count < 5000
               add 1 to ws-change-count
               move ws-request-idx to ws-cg-request(ws-change-count)
               move ws-sweep-filename to ws-cg-file(ws-change-count)
               move ws-rq-hits(ws-request-idx)
                 to ws-cg-count(ws-change-count)
               add ws-rq-hits(ws-request-idx)
                 to ws-rq-total(ws-request-idx)
               add 1 to ws-rq-files(ws-request-idx)
           end-if.

       500-write-certificates.
           open extend certificate-file.
           move "../data/ErasureCertificates.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move "../data/ExceptionHub.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-request-idx from 1 by 1
             until ws-request-idx > ws-request-count
               move ws-rq-cert-no(ws-request-idx) to ec-cert-no
               move ws-rq-id(ws-request-idx) to ec-request-id
               move ws-rq-received(ws-request-idx) to ec-received
               move ws-run-date to ec-rundate
               move ws-run-time to ec-runtime
               move ws-rq-token(ws-request-idx) to ec-token
               if ws-rq-status(ws-request-idx) = "A"
                   move "H" to ec-type
                   move ws-rq-total(ws-request-idx) to ec-count
                   move spaces to ec-detail
                   string "TAKEN BY "
                          ws-rq-takenby(ws-request-idx)
                     delimited by size into ec-detail
                   write certificate-rec
                   perform 510-write-file-certificate
                     varying ws-change-idx from 1 by 1
                     until ws-change-idx > ws-change-count
               else
                   move "R" to ec-type
                   move 0 to ec-count
                   move ws-rq-reason(ws-request-idx) to ec-detail
                   write certificate-rec
                   move "CUSTERASURE" to eh-source
                   move "M" to eh-severity
                   move spaces to eh-store
                   move spaces to eh-text
                   string "ERASURE REFUSED "
                          ws-rq-id(ws-request-idx)
                          " "
                          ws-rq-reason(ws-request-idx)
                     delimited by size into eh-text
                   write exception-hub-rec
               end-if
           end-perform.
           close certificate-file, exception-hub-file.

       510-write-file-certificate.
           if ws-cg-request(ws-change-idx) = ws-request-idx
               move "F" to ec-type
               move ws-cg-count(ws-change-idx) to ec-count
               move ws-cg-file(ws-change-idx) to ec-detail
               write certificate-rec
           end-if.

       600-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move ws-run-date to ws-pagestamp-date.
           move ws-run-time to ws-pagestamp-time.
           write output-line from ws-pagestamp.
           write output-line from ws-heading
             before advancing 2 lines.

           if ws-accepted-count = 0
               write output-line from ws-none-line
               move spaces to output-line
               write output-line
           end-if.
           perform 610-write-certificate
             varying ws-request-idx from 1 by 1
             until ws-request-idx > ws-request-count.

           write output-line from ws-refused-heading.
           if ws-refused-count = 0
               write output-line from ws-refused-none-line
           end-if.
           perform varying ws-request-idx from 1 by 1
             until ws-request-idx > ws-request-count
               if ws-rq-status(ws-request-idx) = "R"
                   move ws-rq-id(ws-request-idx) to ws-rl-request
                   move ws-rq-received(ws-request-idx)
                     to ws-rl-received
                   move ws-rq-reason(ws-request-idx) to ws-rl-reason
                   write output-line from ws-refused-line
               end-if
           end-perform.
           move spaces to output-line.
           write output-line.

           move ws-request-count to ws-tl-read.
           move ws-accepted-count to ws-tl-accepted.
           move ws-refused-count to ws-tl-refused.
           move ws-start-date to ws-tl-start.
           write output-line from ws-total-line.
           close output-file.

       610-write-certificate.
           if ws-rq-status(ws-request-idx) = "A"
               move ws-rq-cert-no(ws-request-idx) to ws-cl-cert-no
               move ws-rq-id(ws-request-idx) to ws-cl-request
               move ws-rq-received(ws-request-idx) to ws-cl-received
               move ws-rq-takenby(ws-request-idx) to ws-cl-takenby
               move ws-rq-token(ws-request-idx) to ws-cl-token
               write output-line from ws-cert-line
               write output-line from ws-file-column-line
               perform varying ws-change-idx from 1 by 1
                 until ws-change-idx > ws-change-count
                   if ws-cg-request(ws-change-idx) = ws-request-idx
                       move ws-cg-count(ws-change-idx) to ws-fl-count
                       move ws-cg-file(ws-change-idx) to ws-fl-file
                       write output-line from ws-file-line
                   end-if
               end-perform
               move ws-rq-total(ws-request-idx) to ws-ct-count
               move ws-rq-files(ws-request-idx) to ws-ct-files
               write output-line from ws-cert-total-line
               move spaces to output-line
               write output-line
           end-if.

       900-checkfilestatus.
      *"00" is success, "04" a record longer than this program's
      *layout (a newer trailing field this reader does not use),
      *"05" an optional file that was not there and "10" end of
      *file - anything else is an operator problem: name the file,
      *say what happened, and hand BatchDriver a return code that
      *says which kind of failure it was (12 = file missing, 16 =
      *other I/O error).
           if ws-io-status = "00" or ws-io-status = "04"
             or ws-io-status = "05"
             or ws-io-status = "10"
               continue
           else
               display "FILE ERROR: " ws-io-filename
                 " STATUS " ws-io-status
               if ws-io-status = "35"
                   move 12 to return-code
               else
                   move 16 to return-code
               end-if
               goback
           end-if.

       end program CustomerErasure.
