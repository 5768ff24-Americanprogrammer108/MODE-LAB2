       identification division.
       program-id. ServiceContractPost.
      *Program Description: Service plan contracts, run in the
      *nightly chain after LayawayMaint and ahead of
      *GLPostingExtract. The first S line tonight for a SERV
      *department sku (a service plan) opens a contract on
      *ServiceContracts.dat keyed by store, invoice and sku,
      *carrying the customer number from the line and a start date
      *of the sale; the end date is the term in months from
      *ServicePlanTerms.dat (12 when the plan has no row) less one
      *day. An L line is a layaway deposit, not a sale: the first
      *one opens the contract pending (P), earning nothing, and it
      *starts on the completion date LayawayMaint records when the
      *layaway completes, or is cancelled with it. Every later S or
      *L line for the same store, invoice and sku adds to the
      *contract's price. A return of the plan cancels its active
      *contract. Plan revenue is earned over the term rather than on
      *the day of sale: for each store this step writes the night's
      *deferred revenue journal DeferredRevenue-YYYYMMDD.dat, which
      *GLPostingExtract posts alongside the sales -
      *  sale      DR 4000 sales revenue   CR 2400 deferred revenue
      *  (and every plan deposit, as GLPostingExtract books it)
      *  return    DR 2400 deferred revenue CR 4050 service revenue
      *            for the part not yet earned, so the return's
      *            full-price contra nets the plan back to zero; a
      *            cancelled layaway releases its deposits the same
      *            way.
      *The ServiceRecognition step adds the monthly earned portion
      *to the same journal. The report lists tonight's new and
      *cancelled contracts, and every active contract ending within
      *SERVICE_EXPIRY_DAYS days (default 60), by store, with the
      *customer's name from CustomerMaster.dat for the renewal call.

       environment division.
       input-output section.
       file-control.
           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select optional contract-file
           assign to "../data/ServiceContracts.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional plan-term-file
           assign to "../data/ServicePlanTerms.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional layaway-file
           assign to "../data/LayawayAccounts.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select sku-file
           assign to "../data/SKUMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional customer-file
           assign to "../data/CustomerMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select journal-file
           assign dynamic ws-journal-filename
           organization is line sequential
           file status is ws-io-status.

           select report-file
           assign dynamic ws-report-filename
           organization is line sequential
           file status is ws-io-status.

           select ctl-totals-file
           assign to "../data/ControlTotals.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional snapstamp-file
           assign dynamic ws-snapstamp-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

       fd day-file
           data record is input-line
           record contains 58 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
           05 il-transactionamount pic 99999v99.
           05 il-paymenttype pic x(2).
           05 il-storenumber pic x(2).
           05 il-invoicenumber pic x(9).
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
           05 il-disposition pic x(1).
      *loyalty customer number, spaces on an anonymous sale.
           05 il-customer pic x(8).

      *status A = active, P = pending layaway completion (start
      *and end zero), C = cancelled by a return or with its layaway,
      *E = expired (fully earned). Recognized is the revenue earned
      *to date, through the recognized-through date.
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

      *coverage term in months per service plan sku.
       fd plan-term-file
           data record is plan-term-rec
           record contains 18 characters.
       01 plan-term-rec.
         05 pt-sku pic x(15).
         05 pt-months pic 9(3).

      *layaway accounts as LayawayMaint left them tonight: status
      *C = completed, X = cancelled, closed on the close-run date.
       fd layaway-file
           data record is layaway-rec
           record contains 61 characters.
       01 layaway-rec.
         05 la-store pic x(2).
         05 la-invoice pic x(9).
         05 la-opendate pic 9(8).
         05 la-lastdate pic 9(8).
         05 la-paid pic 9(7)v99.
         05 la-status pic x(1).
         05 la-closedate pic 9(8).
         05 la-customer pic x(8).
         05 la-closerun pic 9(8).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd sku-file
           data record is sku-master-rec
           record contains 56 characters.
       01 sku-master-rec.
           05 sku-master-code pic x(15).
           05 sku-master-desc pic x(30).
           05 sku-master-dept pic x(4).
           05 sku-master-price pic 9(5)v99.

       fd customer-file
           data record is customer-master-rec
           record contains 29 characters.
       01 customer-master-rec.
           05 cu-number pic x(8).
           05 cu-name pic x(20).
           05 cu-status pic x(1).

      *journal lines GLPostingExtract posts as they stand.
       fd journal-file
           data record is journal-rec
           record contains 28 characters.
       01 journal-rec.
         05 dj-account pic x(4).
         05 dj-store pic x(2).
         05 dj-debit pic 9(9)v99.
         05 dj-credit pic 9(9)v99.

       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line pic x(132).

       fd ctl-totals-file
           data record is ctl-totals-line
           record contains 40 characters.
       01 ctl-totals-line.
           05 ctl-program pic x(15).
           05 ctl-metric pic x(15).
           05 ctl-count pic 9(7) value zero.
           05 filler pic x(3) value spaces.

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

      *run-date stamp of the pre-update snapshot taken below.
       fd snapstamp-file
           data record is snapstamp-rec
           record contains 8 characters.
       01 snapstamp-rec.
         05 bs-rundate pic 9(8).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".

      *the department whose skus are service plans.
       01 ws-service-dept pic x(4) value "SERV".
       01 ws-default-term pic 9(3) value 12.

      *tonight flag: N = opened tonight, C = cancelled tonight.
       01 ws-contract-count pic 9(5) value 0.
       01 ws-contract-table.
         05 ws-contract-entry occurs 20000 times
             indexed by ws-contract-idx.
           10 ws-ct-store pic x(2).
           10 ws-ct-invoice pic x(9).
           10 ws-ct-sku pic x(15).
           10 ws-ct-customer pic x(8).
           10 ws-ct-start pic 9(8).
           10 ws-ct-end pic 9(8).
           10 ws-ct-price pic 9(5)v99.
           10 ws-ct-term pic 9(3).
           10 ws-ct-recognized pic 9(5)v99.
           10 ws-ct-recog-thru pic 9(8).
           10 ws-ct-status pic x(1).
           10 ws-ct-cancel-date pic 9(8).
           10 ws-ct-tonight pic x(1).
       01 ws-contract-found pic x value "n".
         88 ws-contract-is-found value "y".
       01 ws-contract-overflow pic x value "n".
         88 ws-contract-is-full value "y".

       01 ws-planterm-count pic 9(4) value 0.
       01 ws-planterm-table.
         05 ws-planterm-entry occurs 1000 times
             indexed by ws-planterm-idx.
           10 ws-planterm-sku pic x(15).
           10 ws-planterm-months pic 9(3).
       01 ws-planterm-found pic x value "n".
         88 ws-planterm-is-found value "y".

      *per-store journal amounts for the night.
       01 ws-storename-count pic 99 value 0.
       01 ws-storename-table.
         05 ws-storename-entry occurs 50 times
             indexed by ws-storename-idx.
           10 ws-storename-number pic x(2) value spaces.
           10 ws-storename-name pic x(20) value spaces.
           10 ws-store-deferred pic s9(9)v99 value 0.
           10 ws-store-released pic 9(9)v99 value 0.
       01 ws-storename-found pic x value "n".
         88 ws-storename-is-found value "y".

       01 ws-skumaster-count pic 9(5) value 0.
       01 ws-skumaster-table.
         05 ws-skumaster-entry occurs 5000 times
             indexed by ws-skumaster-idx.
           10 ws-skumaster-code pic x(15) value spaces.
           10 ws-skumaster-desc pic x(30) value spaces.
           10 ws-skumaster-dept pic x(4) value spaces.
       01 ws-skumaster-found pic x value "n".
         88 ws-skumaster-is-found value "y".

       01 ws-customer-count pic 9(5) value 0.
       01 ws-customer-table.
         05 ws-customer-entry occurs 20000 times
             indexed by ws-customer-idx.
           10 ws-customer-number pic x(8).
           10 ws-customer-name pic x(20).
       01 ws-customer-found pic x value "n".
         88 ws-customer-is-found value "y".

       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(3) value "slr".

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-lookup-customer pic x(8) value spaces.

      *end-date arithmetic: the term is added in whole months, the
      *day clamped to the last day of a shorter month.
       01 ws-end-work pic 9(8) value 0.
       01 ws-end-parts redefines ws-end-work.
         05 ws-end-yyyy pic 9(4).
         05 ws-end-mm pic 9(2).
         05 ws-end-dd pic 9(2).
       01 ws-month-total pic 9(5) value 0.
       01 ws-next-first pic 9(8) value 0.
       01 ws-last-day pic 9(8) value 0.
       01 ws-start-dd pic 9(2) value 0.

       01 ws-expiry-param pic x(3) value spaces.
       01 ws-expiry-days pic 9(3) value 60.
       01 ws-expiry-limit pic 9(8) value 0.
       01 ws-days-left pic s9(5) value 0.

       01 ws-new-count pic 9(5) value 0.
       01 ws-cancel-count pic 9(5) value 0.
       01 ws-expiring-count pic 9(5) value 0.
       01 ws-active-count pic 9(5) value 0.
       01 ws-deferred-balance pic s9(9)v99 value 0.
       01 ws-release-amount pic 9(7)v99 value 0.
       01 ws-total-deferred pic s9(9)v99 value 0.
       01 ws-total-released pic 9(9)v99 value 0.
       01 ws-section-lines pic 9(5) value 0.
       01 ws-store-lines pic 9(5) value 0.
       01 ws-pass pic x value space.

       01 ws-heading pic x(60) value
           "SERVICE PLAN CONTRACTS".

       01 ws-new-heading pic x(60) value
           "CONTRACTS OPENED TONIGHT".
       01 ws-cancel-heading pic x(60) value
           "CONTRACTS CANCELLED TONIGHT".
       01 ws-expiring-heading.
         05 filler pic x(36) value
             "ACTIVE CONTRACTS ENDING WITHIN      ".
         05 ws-eh-days pic zz9.
         05 filler pic x(5) value " DAYS".

       01 ws-column-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "INVOICE   ".
         05 filler pic x(16) value "SKU             ".
         05 filler pic x(9) value "CUSTOMER ".
         05 filler pic x(21) value "NAME                 ".
         05 filler pic x(9) value "START    ".
         05 filler pic x(9) value "END      ".
         05 filler pic x(11) value "      PRICE".
         05 filler pic x(12) value "   DEFERRED ".
         05 filler pic x(5) value " DAYS".

       01 ws-store-header.
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(1) value space.
         05 ws-sh-name pic x(20).

       01 ws-contract-detail.
         05 filler pic x(4) value spaces.
         05 ws-cd-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-cd-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-cd-customer pic x(8).
         05 filler pic x(1) value space.
         05 ws-cd-name pic x(20).
         05 filler pic x(1) value space.
         05 ws-cd-start pic 9(8).
         05 filler pic x(1) value space.
         05 ws-cd-end pic 9(8).
         05 filler pic x(1) value space.
         05 ws-cd-price pic zz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-cd-deferred pic zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-cd-days pic zzzz9.

       01 ws-overflow-line pic x(60) value
           "** CONTRACT TABLE FULL - CONTRACTS NOT RECORDED **".

       01 ws-none-line pic x(40) value
           "  (none)".

       01 ws-totals-line1.
         05 filler pic x(32) value
             "CONTRACTS OPENED / CANCELLED:   ".
         05 ws-t1-new pic zzzz9.
         05 filler pic x(3) value " / ".
         05 ws-t1-cancel pic zzzz9.
       01 ws-totals-line2.
         05 filler pic x(32) value
             "REVENUE DEFERRED TONIGHT:       ".
         05 ws-t2-amount pic ---,---,--9.99.
       01 ws-totals-line3.
         05 filler pic x(32) value
             "UNEARNED RELEASED ON CANCELS:   ".
         05 ws-t3-amount pic ---,---,--9.99.
       01 ws-totals-line4.
         05 filler pic x(32) value
             "OPEN CONTRACTS / DEFERRED:      ".
         05 ws-t4-count pic zzzz9.
         05 filler pic x(3) value " / ".
         05 ws-t4-amount pic ---,---,--9.99.

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).
         05 filler pic x(110) value spaces.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(40) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-int pic 9(8) value 0.
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(8) value "../data/".
         05 ws-day-filename-code pic x(1).
         05 filler pic x(1) value "-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-journal-filename.
         05 filler pic x(24) value "../data/DeferredRevenue-".
         05 ws-journal-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-journal-filename-seq pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(25) value "../data/ServiceContracts-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       01 ws-snapstamp-filename pic x(40) value spaces.
       01 ws-snap-live pic x(40) value spaces.
       01 ws-snap-bak pic x(40) value spaces.

      *HISTORICAL_REPROCESS=Y marks a rerun over a file set staged
      *back from the archive: the run re-derives its reports but
      *must leave every live cumulative file untouched and consume
      *nothing one-shot.
       01 ws-historical-param pic x(5) value spaces.
       01 ws-historical pic x value "n".
         88 ws-is-historical value "y".

       01 ws-snap-eof pic x value "n".
         88 ws-snap-yes value "y".
       01 ws-snap-prior-date pic 9(8) value 0.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 012-load-skumaster.
           perform 014-load-customers.
           perform 016-load-planterms.
           perform 020-load-contracts.

           open extend exception-hub-file.
           perform 100-sweep-one-file
             varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 3.
           perform 260-closed-layaways.
           close exception-hub-file.

           perform 400-write-journal.
           perform 500-write-report.
      *a historical reprocess re-derives the journal and report but
      *leaves the live contract ledger as it stands, as does a
      *full table, which would drop contracts from the rewrite.
           if not ws-is-historical and not ws-contract-is-full
               perform 600-rewrite-contracts
           end-if.
           perform 700-write-controltotals.

           display "Service contract post finished".
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
           accept ws-historical-param from environment
             "HISTORICAL_REPROCESS".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.
           move ws-run-date to ws-day-filename-date.
           move ws-run-date to ws-journal-filename-date.
           move ws-run-date to ws-report-filename-date.
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
           move ws-seq-suffix to ws-day-filename-seq.
           move ws-seq-suffix to ws-journal-filename-seq.
           move ws-seq-suffix to ws-report-filename-seq.

           accept ws-expiry-param from environment
             "SERVICE_EXPIRY_DAYS".
           if function trim(ws-expiry-param) is numeric
             and function trim(ws-expiry-param) > 0
               move function numval(ws-expiry-param)
                 to ws-expiry-days
           end-if.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           compute ws-expiry-limit = function date-of-integer(
             ws-run-int + ws-expiry-days).

       010-load-storelist.
           open input store-file.
           move "../data/StoreMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read store-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       add 1 to ws-storename-count
                       move store-master-number
                         to ws-storename-number(ws-storename-count)
                       move store-master-name
                         to ws-storename-name(ws-storename-count)
               end-read
           end-perform.
           close store-file.

       012-load-skumaster.
           open input sku-file.
           move "../data/SKUMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read sku-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-skumaster-count < 5000
                           add 1 to ws-skumaster-count
                           move sku-master-code to
                             ws-skumaster-code(ws-skumaster-count)
                           move sku-master-desc to
                             ws-skumaster-desc(ws-skumaster-count)
                           move sku-master-dept to
                             ws-skumaster-dept(ws-skumaster-count)
                       end-if
               end-read
           end-perform.
           close sku-file.

       014-load-customers.
           open input customer-file.
           move "../data/CustomerMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read customer-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-customer-count < 20000
                           add 1 to ws-customer-count
                           move cu-number to
                             ws-customer-number(ws-customer-count)
                           move cu-name to
                             ws-customer-name(ws-customer-count)
                       end-if
               end-read
           end-perform.
           close customer-file.

       016-load-planterms.
           open input plan-term-file.
           move "../data/ServicePlanTerms.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read plan-term-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-planterm-count < 1000
                         and pt-months is numeric
                         and pt-months > 0
                           add 1 to ws-planterm-count
                           move pt-sku to
                             ws-planterm-sku(ws-planterm-count)
                           move pt-months to
                             ws-planterm-months(ws-planterm-count)
                       end-if
               end-read
           end-perform.
           close plan-term-file.

       020-load-contracts.
           open input contract-file.
           move "../data/ServiceContracts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read contract-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-contract-count < 20000
                           add 1 to ws-contract-count
                           move contract-rec to
                             ws-contract-entry(ws-contract-count)
                           move space to
                             ws-ct-tonight(ws-contract-count)
                       else
                           move "y" to ws-contract-overflow
                       end-if
               end-read
           end-perform.
           close contract-file.

       100-sweep-one-file.
           move ws-filecode-list(ws-filecode-sub:1)
             to ws-day-filename-code.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-read-day until ws-day-yes.
           close day-file.

       200-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   perform 300-check-record.

       300-check-record.
           perform 370-find-sku.
           if not ws-skumaster-is-found
             or ws-skumaster-dept(ws-skumaster-idx)
               not = ws-service-dept
               exit paragraph
           end-if.
           move il-storenumber to ws-lookup-store.
           perform 360-find-store.
           perform 350-find-contract.
           evaluate il-transactioncode
               when "S"
               when "L"
                   perform 320-open-contract
               when "R"
                   perform 330-cancel-contract
           end-evaluate.

       320-open-contract.
      *the line's revenue is deferred because GLPostingExtract
      *credits every S and L line in tonight's files to sales; the
      *contract is opened once and every later line for it adds to
      *its price, so what is deferred is what recognition and a
      *cancellation later release.
           if ws-contract-is-found
               if ws-ct-status(ws-contract-idx) = "A"
                 or ws-ct-status(ws-contract-idx) = "P"
                   perform 325-defer-line
                   add il-transactionamount
                     to ws-ct-price(ws-contract-idx)
                   if ws-ct-customer(ws-contract-idx) = spaces
                       move il-customer
                         to ws-ct-customer(ws-contract-idx)
                   end-if
               else
      *a closed contract takes no more revenue - the line stays in
      *sales, and the desk is told.
                   move "SERVICEPLANS" to eh-source
                   move "L" to eh-severity
                   move il-storenumber to eh-store
                   move spaces to eh-text
                   string "PLAN LINE ON CLOSED CONTRACT "
                          il-invoicenumber " " il-skucode
                     delimited by size into eh-text
                   write exception-hub-rec
               end-if
               exit paragraph
           end-if.
           if ws-contract-count >= 20000
               move "y" to ws-contract-overflow
               exit paragraph
           end-if.
           perform 325-defer-line.
           add 1 to ws-contract-count.
           set ws-contract-idx to ws-contract-count.
           move il-storenumber to ws-ct-store(ws-contract-idx).
           move il-invoicenumber to ws-ct-invoice(ws-contract-idx).
           move il-skucode to ws-ct-sku(ws-contract-idx).
           move il-customer to ws-ct-customer(ws-contract-idx).
           move il-transactionamount to ws-ct-price(ws-contract-idx).
           move 0 to ws-ct-recognized(ws-contract-idx).
           move 0 to ws-ct-recog-thru(ws-contract-idx).
           move 0 to ws-ct-cancel-date(ws-contract-idx).
           move "N" to ws-ct-tonight(ws-contract-idx).
           add 1 to ws-new-count.
      *a layaway plan has no start until the layaway completes.
           if il-transactioncode = "L"
               move "P" to ws-ct-status(ws-contract-idx)
               move 0 to ws-ct-start(ws-contract-idx)
           else
               move "A" to ws-ct-status(ws-contract-idx)
               if il-transactiondate is numeric
                   move il-transactiondate
                     to ws-ct-start(ws-contract-idx)
               else
                   move ws-run-date to ws-ct-start(ws-contract-idx)
               end-if
           end-if.

           move "n" to ws-planterm-found.
           set ws-planterm-idx to 1.
           search ws-planterm-entry
               at end
                   move "n" to ws-planterm-found
               when ws-planterm-sku(ws-planterm-idx) = il-skucode
                   move "y" to ws-planterm-found
           end-search.
           if ws-planterm-is-found
               move ws-planterm-months(ws-planterm-idx)
                 to ws-ct-term(ws-contract-idx)
           else
               move ws-default-term to ws-ct-term(ws-contract-idx)
               move "SERVICEPLANS" to eh-source
               move "L" to eh-severity
               move il-storenumber to eh-store
               move spaces to eh-text
               string "NO PLAN TERM FOR " il-skucode
                      " - 12 MONTHS USED"
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.
           if ws-ct-status(ws-contract-idx) = "P"
               move 0 to ws-ct-end(ws-contract-idx)
           else
               perform 250-compute-end-date
           end-if.

       250-compute-end-date.
      *end = start + term months - 1 day: a plan sold on the 15th
      *covers through the 14th of its last month.
           move ws-ct-start(ws-contract-idx) to ws-end-work.
           move ws-end-dd to ws-start-dd.
           compute ws-month-total = ws-end-yyyy * 12 + ws-end-mm - 1
             + ws-ct-term(ws-contract-idx).
           compute ws-end-yyyy = ws-month-total / 12.
           compute ws-end-mm = ws-month-total
             - ws-end-yyyy * 12 + 1.
           move 1 to ws-end-dd.
      *last day of the target month, from the first of the next.
           move ws-end-work to ws-next-first.
           if ws-end-mm = 12
               compute ws-next-first = (ws-end-yyyy + 1) * 10000
                 + 101
           else
               add 100 to ws-next-first
           end-if.
           compute ws-last-day = function date-of-integer(
             function integer-of-date(ws-next-first) - 1).
           if ws-start-dd > ws-last-day(7:2)
               move ws-last-day(7:2) to ws-end-dd
           else
               move ws-start-dd to ws-end-dd
           end-if.
           compute ws-ct-end(ws-contract-idx) =
             function date-of-integer(
               function integer-of-date(ws-end-work) - 1).

       260-closed-layaways.
      *the layaways LayawayMaint closed tonight settle their pending
      *plans: a completed one starts coverage on its completion
      *date, a cancelled one cancels the plan and releases every
      *deposit deferred against it. A rerun of the night finds the
      *plans already settled and leaves them alone.
           open input layaway-file.
           move "../data/LayawayAccounts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read layaway-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if (la-status = "C" or la-status = "X")
                         and la-closerun is numeric
                         and la-closerun = ws-run-date
                           perform 265-settle-layaway-plans
                             varying ws-contract-idx from 1 by 1
                             until ws-contract-idx > ws-contract-count
                       end-if
               end-read
           end-perform.
           close layaway-file.

       265-settle-layaway-plans.
           if ws-ct-status(ws-contract-idx) not = "P"
             or ws-ct-store(ws-contract-idx) not = la-store
             or ws-ct-invoice(ws-contract-idx) not = la-invoice
               exit paragraph
           end-if.
           move la-store to ws-lookup-store.
           perform 360-find-store.
           if la-status = "C"
               move "A" to ws-ct-status(ws-contract-idx)
               if la-closedate is numeric and la-closedate > 0
                   move la-closedate to ws-ct-start(ws-contract-idx)
               else
                   move ws-run-date to ws-ct-start(ws-contract-idx)
               end-if
               if ws-ct-customer(ws-contract-idx) = spaces
                   move la-customer to ws-ct-customer(ws-contract-idx)
               end-if
               perform 250-compute-end-date
               if ws-ct-tonight(ws-contract-idx) not = "N"
                   move "N" to ws-ct-tonight(ws-contract-idx)
                   add 1 to ws-new-count
               end-if
           else
               move "C" to ws-ct-status(ws-contract-idx)
               move ws-run-date to ws-ct-cancel-date(ws-contract-idx)
               move "C" to ws-ct-tonight(ws-contract-idx)
               add 1 to ws-cancel-count
               compute ws-release-amount =
                 ws-ct-price(ws-contract-idx)
                 - ws-ct-recognized(ws-contract-idx)
               add ws-release-amount
                 to ws-store-released(ws-storename-idx)
               add ws-release-amount to ws-total-released
           end-if.

       325-defer-line.
           add il-transactionamount
             to ws-store-deferred(ws-storename-idx).
           add il-transactionamount to ws-total-deferred.

       330-cancel-contract.
      *a rerun of the same night finds the contract already
      *cancelled on this date and releases the same amount again,
      *matching the return GLPostingExtract posts again.
           if not ws-contract-is-found
               move "SERVICEPLANS" to eh-source
               move "L" to eh-severity
               move il-storenumber to eh-store
               move spaces to eh-text
               string "PLAN RETURN NO CONTRACT " il-invoicenumber
                      " " il-skucode
                 delimited by size into eh-text
               write exception-hub-rec
               exit paragraph
           end-if.
           evaluate true
               when ws-ct-status(ws-contract-idx) = "A"
                   move "C" to ws-ct-status(ws-contract-idx)
                   move ws-run-date
                     to ws-ct-cancel-date(ws-contract-idx)
                   move "C" to ws-ct-tonight(ws-contract-idx)
                   add 1 to ws-cancel-count
               when ws-ct-status(ws-contract-idx) = "C"
                 and ws-ct-cancel-date(ws-contract-idx) = ws-run-date
                   move "C" to ws-ct-tonight(ws-contract-idx)
                   add 1 to ws-cancel-count
               when other
                   exit paragraph
           end-evaluate.
           compute ws-release-amount = ws-ct-price(ws-contract-idx)
             - ws-ct-recognized(ws-contract-idx).
           add ws-release-amount
             to ws-store-released(ws-storename-idx).
           add ws-release-amount to ws-total-released.

       350-find-contract.
           move "n" to ws-contract-found.
           set ws-contract-idx to 1.
           search ws-contract-entry
               at end
                   move "n" to ws-contract-found
               when ws-ct-store(ws-contract-idx) = il-storenumber
                 and ws-ct-invoice(ws-contract-idx) = il-invoicenumber
                 and ws-ct-sku(ws-contract-idx) = il-skucode
                   move "y" to ws-contract-found
           end-search.
           if ws-contract-idx > ws-contract-count
               move "n" to ws-contract-found
           end-if.

       360-find-store.
      *a store missing from the master still gets its journal
      *lines, under a placeholder name.
           move "n" to ws-storename-found.
           set ws-storename-idx to 1.
           search ws-storename-entry
               at end
                   move "n" to ws-storename-found
               when ws-storename-number(ws-storename-idx)
                 = ws-lookup-store
                   move "y" to ws-storename-found
           end-search.
           if not ws-storename-is-found
             and ws-storename-count < 50
               add 1 to ws-storename-count
               set ws-storename-idx to ws-storename-count
               move ws-lookup-store
                 to ws-storename-number(ws-storename-idx)
               move "NOT ON STORE MASTER"
                 to ws-storename-name(ws-storename-idx)
               move 0 to ws-store-deferred(ws-storename-idx)
               move 0 to ws-store-released(ws-storename-idx)
           end-if.

       370-find-sku.
           move "n" to ws-skumaster-found.
           set ws-skumaster-idx to 1.
           search ws-skumaster-entry
               at end
                   move "n" to ws-skumaster-found
               when ws-skumaster-code(ws-skumaster-idx) = il-skucode
                   move "y" to ws-skumaster-found
           end-search.

       380-find-customer.
           move "n" to ws-customer-found.
           set ws-customer-idx to 1.
           search ws-customer-entry
               at end
                   move "n" to ws-customer-found
               when ws-customer-number(ws-customer-idx)
                 = ws-lookup-customer
                   move "y" to ws-customer-found
           end-search.

       400-write-journal.
      *the journal is rewritten whole each run; ServiceRecognition
      *extends it later in the chain.
           open output journal-file.
           move ws-journal-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count
               if ws-store-deferred(ws-storename-idx) > 0
                   move "4000" to dj-account
                   move ws-storename-number(ws-storename-idx)
                     to dj-store
                   move ws-store-deferred(ws-storename-idx)
                     to dj-debit
                   move 0 to dj-credit
                   write journal-rec
                   move "2400" to dj-account
                   move 0 to dj-debit
                   move ws-store-deferred(ws-storename-idx)
                     to dj-credit
                   write journal-rec
               end-if
               if ws-store-released(ws-storename-idx) > 0
                   move "2400" to dj-account
                   move ws-storename-number(ws-storename-idx)
                     to dj-store
                   move ws-store-released(ws-storename-idx)
                     to dj-debit
                   move 0 to dj-credit
                   write journal-rec
                   move "4050" to dj-account
                   move 0 to dj-debit
                   move ws-store-released(ws-storename-idx)
                     to dj-credit
                   write journal-rec
               end-if
           end-perform.
           close journal-file.

       500-write-report.
           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading
             before advancing 2 lines.
           if ws-contract-is-full
               write report-line from ws-overflow-line
           end-if.

           write report-line from ws-new-heading.
           write report-line from ws-column-heading.
           move "N" to ws-pass.
           perform 510-write-section.

           move spaces to report-line.
           write report-line.
           write report-line from ws-cancel-heading.
           write report-line from ws-column-heading.
           move "C" to ws-pass.
           perform 510-write-section.

           move spaces to report-line.
           write report-line.
           move ws-expiry-days to ws-eh-days.
           write report-line from ws-expiring-heading.
           write report-line from ws-column-heading.
           move "E" to ws-pass.
           perform 510-write-section.

           move 0 to ws-active-count.
           move 0 to ws-deferred-balance.
           perform varying ws-contract-idx from 1 by 1
             until ws-contract-idx > ws-contract-count
               if ws-ct-status(ws-contract-idx) = "A"
                 or ws-ct-status(ws-contract-idx) = "P"
                   add 1 to ws-active-count
                   compute ws-deferred-balance = ws-deferred-balance
                     + ws-ct-price(ws-contract-idx)
                     - ws-ct-recognized(ws-contract-idx)
               end-if
           end-perform.

           move spaces to report-line.
           write report-line.
           move ws-new-count to ws-t1-new.
           move ws-cancel-count to ws-t1-cancel.
           write report-line from ws-totals-line1.
           move ws-total-deferred to ws-t2-amount.
           write report-line from ws-totals-line2.
           move ws-total-released to ws-t3-amount.
           write report-line from ws-totals-line3.
           move ws-active-count to ws-t4-count.
           move ws-deferred-balance to ws-t4-amount.
           write report-line from ws-totals-line4.
           close report-file.

       510-write-section.
           move 0 to ws-section-lines.
           perform 520-write-store-section
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
           if ws-section-lines = 0
               write report-line from ws-none-line
           end-if.

       520-write-store-section.
      *pass N = opened tonight, C = cancelled tonight, E = active
      *and ending between tonight and the expiry horizon.
           move 0 to ws-store-lines.
           perform varying ws-contract-idx from 1 by 1
             until ws-contract-idx > ws-contract-count
               if ws-ct-store(ws-contract-idx)
                 = ws-storename-number(ws-storename-idx)
                   perform 530-check-contract-line
               end-if
           end-perform.

       530-check-contract-line.
           evaluate ws-pass
               when "N"
               when "C"
                   if ws-ct-tonight(ws-contract-idx) not = ws-pass
                       exit paragraph
                   end-if
               when "E"
                   if ws-ct-status(ws-contract-idx) not = "A"
                     or ws-ct-end(ws-contract-idx) < ws-run-date
                     or ws-ct-end(ws-contract-idx) > ws-expiry-limit
                       exit paragraph
                   end-if
                   add 1 to ws-expiring-count
           end-evaluate.
           if ws-store-lines = 0
               move ws-storename-number(ws-storename-idx)
                 to ws-sh-number
               move ws-storename-name(ws-storename-idx) to ws-sh-name
               write report-line from ws-store-header
           end-if.
           add 1 to ws-store-lines.
           add 1 to ws-section-lines.
           move ws-ct-invoice(ws-contract-idx) to ws-cd-invoice.
           move ws-ct-sku(ws-contract-idx) to ws-cd-sku.
           move ws-ct-customer(ws-contract-idx) to ws-cd-customer.
           move ws-ct-customer(ws-contract-idx) to ws-lookup-customer.
           if ws-lookup-customer = spaces
               move "(NO CUSTOMER ON SALE)" to ws-cd-name
           else
               perform 380-find-customer
               if ws-customer-is-found
                   move ws-customer-name(ws-customer-idx)
                     to ws-cd-name
               else
                   move "NOT ON CUSTOMER FILE" to ws-cd-name
               end-if
           end-if.
           move ws-ct-start(ws-contract-idx) to ws-cd-start.
           move ws-ct-end(ws-contract-idx) to ws-cd-end.
           move ws-ct-price(ws-contract-idx) to ws-cd-price.
           if ws-ct-status(ws-contract-idx) = "A"
             or ws-ct-status(ws-contract-idx) = "P"
               compute ws-cd-deferred = ws-ct-price(ws-contract-idx)
                 - ws-ct-recognized(ws-contract-idx)
           else
               move 0 to ws-cd-deferred
           end-if.
      *a pending plan has no end date yet.
           if ws-ct-end(ws-contract-idx) = 0
               move 0 to ws-days-left
           else
               compute ws-days-left = function integer-of-date(
                 ws-ct-end(ws-contract-idx)) - ws-run-int
           end-if.
           if ws-days-left < 0
               move 0 to ws-cd-days
           else
               move ws-days-left to ws-cd-days
           end-if.
           write report-line from ws-contract-detail.

       590-snapshot-ledger.
      *pre-update snapshot, stamped with the run date that took it:
      *the rerun back-out restores this copy so a redone day starts
      *from the state before the run being replaced - and leaves
      *the ledger alone when the snapshot belongs to another date,
      *because that run never got this far.
      *a supplemental or rerun pass must not overwrite the first
      *snapshot of the date: the rerun restore point is the state
      *before the date's FIRST run, which is what the existing
      *stamp protects. The stamp is shared with ServiceRecognition,
      *which rewrites the same ledger later in the chain.
           move 0 to ws-snap-prior-date.
           move "n" to ws-snap-eof.
           open input snapstamp-file.
           perform until ws-snap-yes
               read snapstamp-file
                   at end
                       move "y" to ws-snap-eof
                   not at end
                       if bs-rundate is numeric
                           move bs-rundate to ws-snap-prior-date
                       end-if
               end-read
           end-perform.
           close snapstamp-file.
           if ws-snap-prior-date = ws-run-date
               exit paragraph
           end-if.
           call "CBL_COPY_FILE"
             using ws-snap-live, ws-snap-bak.
           if return-code = 0
               open output snapstamp-file
               move ws-run-date to bs-rundate
               write snapstamp-rec
               close snapstamp-file
           else
               call "CBL_DELETE_FILE"
                 using ws-snapstamp-filename
           end-if.
           move 0 to return-code.

       600-rewrite-contracts.
           move "../data/ServiceContracts.dat" to ws-snap-live.
           move "../data/ServiceContracts.bak" to ws-snap-bak.
           move "../data/ServiceContracts.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open output contract-file.
           move "../data/ServiceContracts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-contract-idx from 1 by 1
             until ws-contract-idx > ws-contract-count
               move ws-ct-store(ws-contract-idx) to ct-store
               move ws-ct-invoice(ws-contract-idx) to ct-invoice
               move ws-ct-sku(ws-contract-idx) to ct-sku
               move ws-ct-customer(ws-contract-idx) to ct-customer
               move ws-ct-start(ws-contract-idx) to ct-start
               move ws-ct-end(ws-contract-idx) to ct-end
               move ws-ct-price(ws-contract-idx) to ct-price
               move ws-ct-term(ws-contract-idx) to ct-term
               move ws-ct-recognized(ws-contract-idx)
                 to ct-recognized
               move ws-ct-recog-thru(ws-contract-idx)
                 to ct-recog-thru
               move ws-ct-status(ws-contract-idx) to ct-status
               move ws-ct-cancel-date(ws-contract-idx)
                 to ct-cancel-date
               write contract-rec
           end-perform.
           close contract-file.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "SERVICEPLANS" to ctl-program.
           move "NEW CONTRACTS" to ctl-metric.
           move ws-new-count to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "SERVICEPLANS" to ctl-program.
           move "CANCELLED" to ctl-metric.
           move ws-cancel-count to ctl-count.
           write ctl-totals-line.
           close ctl-totals-file.

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

       end program ServiceContractPost.
