       identification division.
       program-id. AuditSampling.
      *Program Description: Internal audit transaction sampling, run
      *on demand by internal audit. Each line of AuditPlans.dat is one
      *store (00 = every store) of an audit plan: the date range, how
      *many sales, layaways, returns and voids to draw (blank sizes
      *take 10, 5, 20 and 20, so returns and voids are weighted up
      *by default; 200 at most), the weight a high-value item
      *carries (default 3; high value is the ReviewLimits.dat limit
      *for its code) and the seed. Every line not yet drawn is drawn
      *now from the dated s/l/r/v files (../data and ../data/archive,
      *every -Rnn run): the lines of one invoice make one item, each
      *item gets the next number from a seeded generator in a fixed
      *order, and the items with the lowest number divided by their
      *weight are taken - so the same plan over the same files
      *always draws the same sample. The sample goes on
      *AuditSamples.dat with what the InvoiceRegister holds for it:
      *the item's own registration, or for a return or void the
      *original sale it was taken against. The worksheets
      *(AuditWorksheet-<date>.out) list the items for the auditors
      *to check against receipts and signed refund slips.
      *The auditors' pass/fail results come back on AuditResults.dat
      *(one-shot, by plan and sample number; a later result for the
      *same item replaces the earlier one) and the findings
      *(AuditFindings-<date>.out) show every plan on file by store
      *and cashier with the failed items and why. A plan with no
      *item still to check is dropped from the sample file
      *AUDIT_KEEP_DAYS (default 400) after its last result.

       environment division.
       input-output section.
       file-control.
           select optional plan-file
           assign to "../data/AuditPlans.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional sample-file
           assign to "../data/AuditSamples.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional result-file
           assign to "../data/AuditResults.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select optional register-file
           assign to "../data/InvoiceRegister.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional cashier-file
           assign to "../data/CashierMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional limit-file
           assign to "../data/ReviewLimits.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

           select worksheet-file
           assign dynamic ws-worksheet-filename
           organization is line sequential
           file status is ws-io-status.

           select findings-file
           assign dynamic ws-findings-filename
           organization is line sequential
           file status is ws-io-status.

           select sort-work
           assign to "SORTWK".

       data division.

       file section.

      *one line per plan and store; status D once drawn (with the
      *date), X when the line could not be drawn.
       fd plan-file
           data record is plan-rec
           record contains 57 characters.
       01 plan-rec.
           05 ap-plan pic x(8).
           05 ap-store pic x(2).
           05 ap-from pic 9(8).
           05 ap-to pic 9(8).
           05 ap-size-s pic 9(3).
           05 ap-size-l pic 9(3).
           05 ap-size-r pic 9(3).
           05 ap-size-v pic 9(3).
           05 ap-hv-weight pic 9(1).
           05 ap-seed pic 9(9).
           05 ap-status pic x(1).
           05 ap-drawn pic 9(8).

      *one line per sampled item with what the register holds for it
      *and the auditors' result once it is back (blank = not yet).
       fd sample-file
           data record is sample-rec
           record contains 114 characters.
       01 sample-rec.
           05 as-plan pic x(8).
           05 as-sample pic 9(4).
           05 as-store pic x(2).
           05 as-code pic x(1).
           05 as-date pic 9(8).
           05 as-invoice pic x(9).
           05 as-cashier pic x(5).
           05 as-tender pic x(2).
           05 as-amount pic 9(7)v99.
           05 as-lines pic 9(3).
           05 as-hv pic x(1).
           05 as-reg-date pic 9(8).
           05 as-reg-amount pic 9(7)v99.
           05 as-drawn pic 9(8).
           05 as-result pic x(1).
           05 as-reason pic x(20).
           05 as-auditor pic x(8).
           05 as-result-date pic 9(8).

       fd result-file
           data record is result-rec
           record contains 49 characters.
       01 result-rec.
           05 ar-plan pic x(8).
           05 ar-sample pic 9(4).
           05 ar-result pic x(1).
           05 ar-reason pic x(20).
           05 ar-auditor pic x(8).
           05 ar-date pic 9(8).

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
           05 il-customer pic x(8).

       fd register-file
           data record is register-rec
           record contains 29 characters.
       01 register-rec.
         05 rr-invoice pic x(9).
         05 rr-store pic x(2).
         05 rr-rundate pic 9(8).
         05 rr-code pic x(1).
         05 rr-amount pic 9(5)v99.
         05 rr-tender pic x(2).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd cashier-file
           data record is cashier-master-rec
           record contains 28 characters.
       01 cashier-master-rec.
           05 cashier-master-id pic x(5).
           05 cashier-master-name pic x(20).
           05 cashier-master-store pic x(2).
           05 cashier-master-active pic x(1).

       fd limit-file
           data record is limit-rec
           record contains 8 characters.
       01 limit-rec.
           05 lm-code pic x(1).
           05 lm-limit pic 9(5)v99.

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
           05 eh-source pic x(15).
           05 eh-severity pic x(1).
           05 eh-store pic x(2).
           05 eh-text pic x(60).

       fd worksheet-file
           data record is worksheet-line
           record contains 132 characters.
       01 worksheet-line pic x(132).

       fd findings-file
           data record is findings-line
           record contains 132 characters.
       01 findings-line pic x(132).

      *one line per invoice line in the plan's stores and dates,
      *sorted so each invoice's lines come together within its store
      *and transaction type.
       sd sort-work
           data record is sort-rec
           record contains 34 characters.
       01 sort-rec.
         05 sw-store pic x(2).
         05 sw-code pic x(1).
         05 sw-date pic 9(8).
         05 sw-invoice pic x(9).
         05 sw-cashier pic x(5).
         05 sw-tender pic x(2).
         05 sw-amount pic 9(5)v99.

       working-storage section.
       01 ws-plan-eof pic x value "n".
         88 ws-plan-yes value "y".
       01 ws-sample-eof pic x value "n".
         88 ws-sample-yes value "y".
       01 ws-result-eof pic x value "n".
         88 ws-result-yes value "y".
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-register-eof pic x value "n".
         88 ws-register-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-cashier-eof pic x value "n".
         88 ws-cashier-yes value "y".
       01 ws-limit-eof pic x value "n".
         88 ws-limit-yes value "y".
       01 ws-sort-eof pic x value "n".
         88 ws-sort-yes value "y".

       01 ws-keep-param pic x(4) value spaces.
       01 ws-keep-days pic 9(4) value 400.

      *the plan lines as read, rewritten at the end with their status.
       01 ws-plan-count pic 9(3) value 0.
       01 ws-plan-table.
         05 ws-plan-entry occurs 200 times
             indexed by ws-plan-idx.
           10 ws-pl-plan pic x(8).
           10 ws-pl-store pic x(2).
           10 ws-pl-from pic 9(8).
           10 ws-pl-to pic 9(8).
           10 ws-pl-size pic 9(3) occurs 4 times.
           10 ws-pl-hv-weight pic 9(1).
           10 ws-pl-seed pic 9(9).
           10 ws-pl-status pic x(1).
           10 ws-pl-drawn pic 9(8).
       01 ws-drawn-count pic 9(3) value 0.
       01 ws-plan-error pic x(30) value spaces.

      *transaction types in the order the sizes are held, the size a
      *blank plan gives each, and the high-value limit for each from
      *ReviewLimits.dat.
       01 ws-code-list pic x(4) value "SLRV".
       01 ws-code-sub pic 9 value 0.
       01 ws-default-sizes.
         05 filler pic 9(3) value 10.
         05 filler pic 9(3) value 5.
         05 filler pic 9(3) value 20.
         05 filler pic 9(3) value 20.
       01 ws-default-tab redefines ws-default-sizes.
         05 ws-default-size pic 9(3) occurs 4 times.
       01 ws-code-labels.
         05 filler pic x(10) value "SALES".
         05 filler pic x(10) value "LAYAWAYS".
         05 filler pic x(10) value "RETURNS".
         05 filler pic x(10) value "VOIDS".
       01 ws-code-label-tab redefines ws-code-labels.
         05 ws-code-label pic x(10) occurs 4 times.
       01 ws-hv-limit-table.
         05 ws-hv-limit pic 9(5)v99 occurs 4 times value 99999.99.

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".
       01 ws-store-name-out pic x(20) value spaces.

       01 ws-cashier-count pic 9(4) value 0.
       01 ws-cashier-table.
         05 ws-cashier-entry occurs 1000 times
             indexed by ws-cashier-idx.
           10 ws-cashier-id pic x(5).
           10 ws-cashier-name pic x(20).
       01 ws-cashier-name-out pic x(20) value spaces.

      *the sample file in memory.
       01 ws-smp-count pic 9(5) value 0.
       01 ws-smp-table.
         05 ws-smp-entry occurs 9000 times
             indexed by ws-smp-idx.
           10 ws-smp-plan pic x(8).
           10 ws-smp-sample pic 9(4).
           10 ws-smp-store pic x(2).
           10 ws-smp-code pic x(1).
           10 ws-smp-date pic 9(8).
           10 ws-smp-invoice pic x(9).
           10 ws-smp-cashier pic x(5).
           10 ws-smp-tender pic x(2).
           10 ws-smp-amount pic 9(7)v99.
           10 ws-smp-lines pic 9(3).
           10 ws-smp-hv pic x(1).
           10 ws-smp-reg-date pic 9(8).
           10 ws-smp-reg-amount pic 9(7)v99.
           10 ws-smp-drawn pic 9(8).
           10 ws-smp-result pic x(1).
           10 ws-smp-reason pic x(20).
           10 ws-smp-auditor pic x(8).
           10 ws-smp-result-date pic 9(8).
       01 ws-smp-full pic x value "n".
         88 ws-smp-is-full value "y".
       01 ws-smp-hold pic 9(5) value 0.
       01 ws-draw-first pic 9(5) value 0.
       01 ws-next-sample pic 9(4) value 0.
       01 ws-smp-found pic x value "n".
         88 ws-smp-is-found value "y".

      *the item being built from the sorted lines.
       01 ws-it-open pic x value "n".
         88 ws-it-is-open value "y".
       01 ws-it-store pic x(2) value spaces.
       01 ws-it-code pic x(1) value spaces.
       01 ws-it-date pic 9(8) value 0.
       01 ws-it-invoice pic x(9) value spaces.
       01 ws-it-cashier pic x(5) value spaces.
       01 ws-it-tender pic x(2) value spaces.
       01 ws-it-amount pic 9(7)v99 value 0.
       01 ws-it-lines pic 9(3) value 0.

      *the items taken so far for the store and type being sorted:
      *the size wanted, and for each item its draw number divided by
      *its weight - a new item displaces the highest once the
      *selection is full.
       01 ws-grp-open pic x value "n".
         88 ws-grp-is-open value "y".
       01 ws-grp-store pic x(2) value spaces.
       01 ws-grp-code pic x(1) value spaces.
       01 ws-grp-size pic 9(3) value 0.
       01 ws-grp-population pic 9(7) value 0.
       01 ws-sel-count pic 9(3) value 0.
       01 ws-sel-table.
         05 ws-sel-entry occurs 200 times.
           10 ws-sel-priority pic 9(10)v9(4).
           10 ws-sel-date pic 9(8).
           10 ws-sel-invoice pic x(9).
           10 ws-sel-cashier pic x(5).
           10 ws-sel-tender pic x(2).
           10 ws-sel-amount pic 9(7)v99.
           10 ws-sel-lines pic 9(3).
           10 ws-sel-hv pic x(1).
       01 ws-sel-hold pic x(51) value spaces.
       01 ws-sel-sub pic 9(3) value 0.
       01 ws-sel-sub2 pic 9(3) value 0.
       01 ws-sel-max pic 9(3) value 0.
       01 ws-sel-swapped pic x value "n".
         88 ws-sel-did-swap value "y".

      *population and items drawn per store and type for the plan
      *line being drawn, printed on its worksheet.
       01 ws-pop-count pic 99 value 0.
       01 ws-pop-table.
         05 ws-pop-entry occurs 50 times.
           10 ws-pop-store pic x(2).
           10 ws-pop-items pic 9(7) occurs 4 times.
           10 ws-pop-drawn pic 9(3) occurs 4 times.
       01 ws-pop-sub pic 99 value 0.

      *the seeded generator: each draw is the last one times 16807,
      *remainder after dividing by 2147483647.
       01 ws-rand pic 9(10) value 1.
       01 ws-rand-product pic 9(15) value 0.
       01 ws-rand-quotient pic 9(15) value 0.
       01 ws-weight pic 9(1) value 1.
       01 ws-priority pic 9(10)v9(4) value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-end-int pic 9(8) value 0.
       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(4) value "slrv".
       01 ws-seq-sub pic 99 value 0.
       01 ws-day-seq pic x(4) value spaces.
       01 ws-in-archive pic x value "n".
         88 ws-from-archive value "y".

      *findings: what has been reported, and the counts being built.
       01 ws-fplan-count pic 9(3) value 0.
       01 ws-fplan-table.
         05 ws-fplan-entry occurs 500 times
             indexed by ws-fplan-idx.
           10 ws-fplan-id pic x(8).
           10 ws-fplan-pending pic 9(5).
           10 ws-fplan-last pic 9(8).
       01 ws-fplan-found pic x value "n".
         88 ws-fplan-is-found value "y".
       01 ws-fstore-count pic 99 value 0.
       01 ws-fstore-table.
         05 ws-fstore-entry occurs 50 times.
           10 ws-fstore-number pic x(2).
       01 ws-fstore-sub pic 99 value 0.
       01 ws-fcash-count pic 9(3) value 0.
       01 ws-fcash-table.
         05 ws-fcash-entry occurs 300 times.
           10 ws-fcash-id pic x(5).
           10 ws-fcash-drawn pic 9(5).
           10 ws-fcash-passed pic 9(5).
           10 ws-fcash-failed pic 9(5).
       01 ws-fcash-sub pic 9(3) value 0.
       01 ws-cnt-drawn pic 9(5) value 0.
       01 ws-cnt-passed pic 9(5) value 0.
       01 ws-cnt-failed pic 9(5) value 0.
       01 ws-cnt-pending pic 9(5) value 0.
       01 ws-fail-pct pic 9(3)v9 value 0.
       01 ws-dropped-count pic 9(5) value 0.

       01 ws-result-loaded pic 9(5) value 0.
       01 ws-result-rejected pic 9(5) value 0.
       01 ws-result-text pic x(40) value spaces.

       01 ws-ws-heading.
         05 filler pic x(24) value "AUDIT WORKSHEET - PLAN ".
         05 ws-wh-plan pic x(8).
         05 filler pic x(8) value "  STORE ".
         05 ws-wh-store pic x(2).
         05 filler pic x(1) value space.
         05 ws-wh-name pic x(20).
         05 filler pic x(8) value "  DATES ".
         05 ws-wh-from pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-wh-to pic 9(8).
         05 filler pic x(8) value "  DRAWN ".
         05 ws-wh-drawn pic 9(8).
         05 filler pic x(7) value "  SEED ".
         05 ws-wh-seed pic 9(9).

       01 ws-ws-popline.
         05 filler pic x(2) value spaces.
         05 ws-wp-label pic x(10).
         05 ws-wp-drawn pic zz9.
         05 filler pic x(4) value " OF ".
         05 ws-wp-items pic z,zzz,zz9.

       01 ws-ws-column-header.
         05 filler pic x(50) value
             "SAMPLE T DATE     INVOICE   CASHIER TD     AMOUNT ".
         05 filler pic x(46) value
             "LNS HV REGISTERED  REG AMOUNT  RESULT  AUDITOR".

       01 ws-ws-item-line.
         05 ws-wi-sample pic zzz9.
         05 filler pic x(3) value spaces.
         05 ws-wi-code pic x(1).
         05 filler pic x(1) value space.
         05 ws-wi-date pic 9(8).
         05 filler pic x(1) value space.
         05 ws-wi-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-wi-cashier pic x(5).
         05 filler pic x(3) value spaces.
         05 ws-wi-tender pic x(2).
         05 filler pic x(1) value space.
         05 ws-wi-amount pic zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-wi-lines pic zz9.
         05 filler pic x(2) value spaces.
         05 ws-wi-hv pic x(1).
         05 filler pic x(1) value space.
         05 ws-wi-reg pic x(10).
         05 ws-wi-reg-amount pic z,zzz,zz9.99.
         05 filler pic x(20) value "  ____    ________".

       01 ws-ws-none-line pic x(40) value
           "  (no transactions to draw from)".
       01 ws-ws-nothing-line pic x(40) value
           "NO AUDIT PLANS WAITING TO BE DRAWN".

       01 ws-ws-reject-line.
         05 filler pic x(13) value "AUDIT PLAN   ".
         05 ws-wr-plan pic x(8).
         05 filler pic x(7) value " STORE ".
         05 ws-wr-store pic x(2).
         05 filler pic x(13) value " NOT DRAWN - ".
         05 ws-wr-reason pic x(30).

       01 ws-fd-heading pic x(40) value
           "INTERNAL AUDIT FINDINGS".

       01 ws-fd-result-line.
         05 filler pic x(8) value "RESULT  ".
         05 ws-fr-plan pic x(8).
         05 filler pic x(1) value "-".
         05 ws-fr-sample pic 9(4).
         05 filler pic x(1) value space.
         05 ws-fr-result pic x(1).
         05 filler pic x(1) value space.
         05 ws-fr-auditor pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-fr-text pic x(40).

       01 ws-fd-plan-line.
         05 filler pic x(12) value "AUDIT PLAN  ".
         05 ws-fp-plan pic x(8).

       01 ws-fd-column-header.
         05 filler pic x(34) value spaces.
         05 filler pic x(48) value
             "   DRAWN  PASSED  FAILED PENDING  FAIL %".

       01 ws-fd-count-line.
         05 filler pic x(2) value spaces.
         05 ws-fc-key pic x(11).
         05 ws-fc-name pic x(21).
         05 ws-fc-drawn pic zzzzzz9.
         05 ws-fc-passed pic zzzzzz9.
         05 ws-fc-failed pic zzzzzz9.
         05 ws-fc-pending pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-fc-pct pic zz9.9.

       01 ws-fd-fail-header pic x(40) value
           "  FAILED ITEMS".
       01 ws-fd-fail-line.
         05 filler pic x(4) value spaces.
         05 ws-ff-sample pic zzz9.
         05 filler pic x(1) value space.
         05 ws-ff-store pic x(2).
         05 filler pic x(1) value space.
         05 ws-ff-code pic x(1).
         05 filler pic x(1) value space.
         05 ws-ff-date pic 9(8).
         05 filler pic x(1) value space.
         05 ws-ff-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-ff-cashier pic x(5).
         05 filler pic x(1) value space.
         05 ws-ff-amount pic zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-ff-reason pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-ff-auditor pic x(8).
         05 filler pic x(1) value space.
         05 ws-ff-result-date pic 9(8).

       01 ws-fd-total-line.
         05 ws-ft-label pic x(40).
         05 ws-ft-count pic zzz,zz9.

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

       01 ws-day-filename pic x(60) value spaces.

       01 ws-worksheet-filename.
         05 filler pic x(23) value "../data/AuditWorksheet-".
         05 ws-worksheet-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-worksheet-filename-seq pic x(4) value spaces.

       01 ws-findings-filename.
         05 filler pic x(22) value "../data/AuditFindings-".
         05 ws-findings-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-findings-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 015-load-cashiers.
           perform 020-load-limits.
           perform 025-load-plans.
           perform 030-load-samples.

           open extend exception-hub-file.
           move "../data/ExceptionHub.dat" to ws-io-filename.
           perform 900-checkfilestatus.

           open output worksheet-file.
           move ws-worksheet-filename to ws-io-filename.
           perform 900-checkfilestatus.
           write worksheet-line from ws-pagestamp.
           perform 100-draw-plan
             varying ws-plan-idx from 1 by 1
             until ws-plan-idx > ws-plan-count.
           if ws-drawn-count = 0
               write worksheet-line from ws-ws-nothing-line
           end-if.
           close worksheet-file.

           open output findings-file.
           move ws-findings-filename to ws-io-filename.
           perform 900-checkfilestatus.
           write findings-line from ws-pagestamp.
           write findings-line from ws-fd-heading
             before advancing 2 lines.
           perform 500-load-results.
           perform 600-write-findings.
           close findings-file.
           close exception-hub-file.

           perform 700-rewrite-plans.
           perform 750-rewrite-samples.

      *results are one-shot - empty the file so the next run does
      *not load them again.
           open output result-file.
           close result-file.

           display "Audit sampling finished".
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
           move ws-run-date to ws-worksheet-filename-date.
           move ws-run-date to ws-findings-filename-date.
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
           move ws-seq-suffix to ws-worksheet-filename-seq.
           move ws-seq-suffix to ws-findings-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           compute ws-run-int =
             function integer-of-date(ws-run-date).

           accept ws-keep-param from environment "AUDIT_KEEP_DAYS".
           if function trim(ws-keep-param) is numeric
             and function trim(ws-keep-param) > 0
               move function numval(ws-keep-param) to ws-keep-days
           end-if.

       010-load-storelist.
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
                           move store-master-name
                             to ws-store-name(ws-store-count)
                       end-if
               end-read
           end-perform.
           close store-file.

       015-load-cashiers.
           open input cashier-file.
           move "../data/CashierMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cashier-yes
               read cashier-file
                   at end
                       move "y" to ws-cashier-eof
                   not at end
                       if ws-cashier-count < 1000
                           add 1 to ws-cashier-count
                           move cashier-master-id
                             to ws-cashier-id(ws-cashier-count)
                           move cashier-master-name
                             to ws-cashier-name(ws-cashier-count)
                       end-if
               end-read
           end-perform.
           close cashier-file.

       020-load-limits.
           open input limit-file.
           move "../data/ReviewLimits.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-limit-yes
               read limit-file
                   at end
                       move "y" to ws-limit-eof
                   not at end
                       perform varying ws-code-sub from 1 by 1
                         until ws-code-sub > 4
                           if lm-code = ws-code-list(ws-code-sub:1)
                             and lm-limit is numeric
                               move lm-limit
                                 to ws-hv-limit(ws-code-sub)
                           end-if
                       end-perform
               end-read
           end-perform.
           close limit-file.

       025-load-plans.
           open input plan-file.
           move "../data/AuditPlans.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-plan-yes
               read plan-file
                   at end
                       move "y" to ws-plan-eof
                   not at end
                       if plan-rec not = spaces
                         and ws-plan-count < 200
                           add 1 to ws-plan-count
                           perform 027-take-plan
                       end-if
               end-read
           end-perform.
           close plan-file.

       027-take-plan.
           move ap-plan to ws-pl-plan(ws-plan-count).
           move ap-store to ws-pl-store(ws-plan-count).
           move ap-status to ws-pl-status(ws-plan-count).
           move 0 to ws-pl-from(ws-plan-count).
           move 0 to ws-pl-to(ws-plan-count).
           move 0 to ws-pl-hv-weight(ws-plan-count).
           move 0 to ws-pl-seed(ws-plan-count).
           move 0 to ws-pl-drawn(ws-plan-count).
           if ap-from is numeric
               move ap-from to ws-pl-from(ws-plan-count)
           end-if.
           if ap-to is numeric
               move ap-to to ws-pl-to(ws-plan-count)
           end-if.
           if ap-hv-weight is numeric
               move ap-hv-weight to ws-pl-hv-weight(ws-plan-count)
           end-if.
           if ap-seed is numeric
               move ap-seed to ws-pl-seed(ws-plan-count)
           end-if.
           if ap-drawn is numeric
               move ap-drawn to ws-pl-drawn(ws-plan-count)
           end-if.
           move ap-size-s to ws-pl-size(ws-plan-count, 1).
           move ap-size-l to ws-pl-size(ws-plan-count, 2).
           move ap-size-r to ws-pl-size(ws-plan-count, 3).
           move ap-size-v to ws-pl-size(ws-plan-count, 4).
           perform varying ws-code-sub from 1 by 1
             until ws-code-sub > 4
               if ws-pl-size(ws-plan-count, ws-code-sub)
                 is not numeric
                   move 0 to ws-pl-size(ws-plan-count, ws-code-sub)
               end-if
           end-perform.

       030-load-samples.
           open input sample-file.
           move "../data/AuditSamples.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-sample-yes
               read sample-file
                   at end
                       move "y" to ws-sample-eof
                   not at end
                       if ws-smp-count < 9000
                           add 1 to ws-smp-count
                           move sample-rec
                             to ws-smp-entry(ws-smp-count)
                       else
                           move "y" to ws-smp-full
                       end-if
               end-read
           end-perform.
           close sample-file.

       100-draw-plan.
      *only lines not yet drawn; a line that cannot be drawn is
      *reported and marked X so it is keyed again, corrected.
           if ws-pl-status(ws-plan-idx) = "D"
             or ws-pl-status(ws-plan-idx) = "X"
               exit paragraph
           end-if.
           perform 110-check-plan.
           if ws-plan-error not = spaces
               move ws-pl-plan(ws-plan-idx) to ws-wr-plan
               move ws-pl-store(ws-plan-idx) to ws-wr-store
               move ws-plan-error to ws-wr-reason
               write worksheet-line from ws-ws-reject-line
               move "X" to ws-pl-status(ws-plan-idx)
               move "AUDITSAMPLING" to eh-source
               move "L" to eh-severity
               move ws-pl-store(ws-plan-idx) to eh-store
               move spaces to eh-text
               string "AUDIT PLAN " ws-pl-plan(ws-plan-idx)
                      " NOT DRAWN - " ws-plan-error
                 delimited by size into eh-text
               write exception-hub-rec
               exit paragraph
           end-if.

           perform varying ws-code-sub from 1 by 1
             until ws-code-sub > 4
               if ws-pl-size(ws-plan-idx, ws-code-sub) = 0
                   move ws-default-size(ws-code-sub)
                     to ws-pl-size(ws-plan-idx, ws-code-sub)
               end-if
               if ws-pl-size(ws-plan-idx, ws-code-sub) > 200
                   move 200 to ws-pl-size(ws-plan-idx, ws-code-sub)
               end-if
           end-perform.
           if ws-pl-hv-weight(ws-plan-idx) = 0
               move 3 to ws-pl-hv-weight(ws-plan-idx)
           end-if.
           if ws-pl-seed(ws-plan-idx) = 0
               move 1 to ws-pl-seed(ws-plan-idx)
           end-if.
           move ws-pl-seed(ws-plan-idx) to ws-rand.

      *sample numbers run on from the plan's other stores.
           move 0 to ws-next-sample.
           perform varying ws-smp-idx from 1 by 1
             until ws-smp-idx > ws-smp-count
               if ws-smp-plan(ws-smp-idx) = ws-pl-plan(ws-plan-idx)
                 and ws-smp-sample(ws-smp-idx) > ws-next-sample
                   move ws-smp-sample(ws-smp-idx) to ws-next-sample
               end-if
           end-perform.
           compute ws-draw-first = ws-smp-count + 1.
           move 0 to ws-pop-count.
           initialize ws-pop-table.

           sort sort-work
             on ascending key sw-store sw-code sw-date sw-invoice
             input procedure is 200-release-plan
             output procedure is 300-select-items.

           perform 380-find-registered.
           perform 400-write-worksheets.
           move "D" to ws-pl-status(ws-plan-idx).
           move ws-run-date to ws-pl-drawn(ws-plan-idx).
           add 1 to ws-drawn-count.

       110-check-plan.
           move spaces to ws-plan-error.
           if ws-pl-from(ws-plan-idx) < 16010101
             or ws-pl-to(ws-plan-idx) < ws-pl-from(ws-plan-idx)
             or ws-pl-to(ws-plan-idx) > ws-run-date
             or function test-date-yyyymmdd(ws-pl-from(ws-plan-idx))
               not = 0
             or function test-date-yyyymmdd(ws-pl-to(ws-plan-idx))
               not = 0
               move "DATE RANGE NOT VALID" to ws-plan-error
               exit paragraph
           end-if.
           if ws-pl-store(ws-plan-idx) not = "00"
               move "n" to ws-store-found
               perform varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
                   if ws-store-number(ws-store-idx)
                     = ws-pl-store(ws-plan-idx)
                       move "y" to ws-store-found
                   end-if
               end-perform
               if not ws-store-is-found
                   move "STORE NOT ON MASTER" to ws-plan-error
                   exit paragraph
               end-if
           end-if.
           if ws-smp-is-full
               move "SAMPLE FILE FULL" to ws-plan-error
           end-if.

       200-release-plan.
           compute ws-sweep-int =
             function integer-of-date(ws-pl-from(ws-plan-idx)).
           compute ws-end-int =
             function integer-of-date(ws-pl-to(ws-plan-idx)).
           perform 210-release-one-date
             until ws-sweep-int > ws-end-int.

       210-release-one-date.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           perform 220-release-one-code
             varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4.
           add 1 to ws-sweep-int.

       220-release-one-code.
           perform 230-release-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       230-release-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants
      *of a same-day supplemental run; ArchiveJob moves the older
      *ones to ../data/archive under the same name.
           if ws-seq-sub = 1
               move spaces to ws-day-seq
           else
               move "-R0" to ws-day-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-seq(4:1)
           end-if.
           move "n" to ws-in-archive.
           perform 240-release-one-file.
           move "y" to ws-in-archive.
           perform 240-release-one-file.

       240-release-one-file.
           move spaces to ws-day-filename.
           if ws-from-archive
               string "../data/archive/"
                      ws-filecode-list(ws-filecode-sub:1)
                      "-"
                      ws-sweep-date
                      ".dat"
                      ws-day-seq
                 delimited by size into ws-day-filename
           else
               string "../data/"
                      ws-filecode-list(ws-filecode-sub:1)
                      "-"
                      ws-sweep-date
                      ".dat"
                      ws-day-seq
                 delimited by size into ws-day-filename
           end-if.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 250-release-day until ws-day-yes.
           close day-file.

       250-release-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   if il-transactionamount is numeric
                     and (ws-pl-store(ws-plan-idx) = "00"
                       or il-storenumber = ws-pl-store(ws-plan-idx))
                       move il-storenumber to sw-store
                       move il-transactioncode to sw-code
                       if il-transactiondate is numeric
                         and il-transactiondate > 0
                           move il-transactiondate to sw-date
                       else
                           move ws-sweep-date to sw-date
                       end-if
                       move il-invoicenumber to sw-invoice
                       move il-cashierid to sw-cashier
                       move il-paymenttype to sw-tender
                       move il-transactionamount to sw-amount
                       release sort-rec
                   end-if
           end-read.

       300-select-items.
           move "n" to ws-sort-eof.
           move "n" to ws-it-open.
           move "n" to ws-grp-open.
           perform 310-return-sorted until ws-sort-yes.
           perform 330-close-item.
           perform 350-close-group.

       310-return-sorted.
           return sort-work
               at end
                   move "y" to ws-sort-eof
               not at end
                   perform 320-add-line
           end-return.

       320-add-line.
           if ws-it-is-open
             and (sw-store not = ws-it-store
               or sw-code not = ws-it-code
               or sw-date not = ws-it-date
               or sw-invoice not = ws-it-invoice)
               perform 330-close-item
           end-if.
           if ws-grp-is-open
             and (sw-store not = ws-grp-store
               or sw-code not = ws-grp-code)
               perform 350-close-group
           end-if.
           if not ws-grp-is-open
               perform 325-open-group
           end-if.
           if not ws-it-is-open
               move "y" to ws-it-open
               move sw-store to ws-it-store
               move sw-code to ws-it-code
               move sw-date to ws-it-date
               move sw-invoice to ws-it-invoice
               move sw-cashier to ws-it-cashier
               move sw-tender to ws-it-tender
               move 0 to ws-it-amount
               move 0 to ws-it-lines
           end-if.
           add sw-amount to ws-it-amount.
           add 1 to ws-it-lines.

       325-open-group.
           move "y" to ws-grp-open.
           move sw-store to ws-grp-store.
           move sw-code to ws-grp-code.
           move 0 to ws-grp-population.
           move 0 to ws-sel-count.
           move 0 to ws-grp-size.
           perform varying ws-code-sub from 1 by 1
             until ws-code-sub > 4
               if ws-code-list(ws-code-sub:1) = sw-code
                   move ws-pl-size(ws-plan-idx, ws-code-sub)
                     to ws-grp-size
               end-if
           end-perform.

       330-close-item.
      *every item takes the next draw, wanted or not, so the draw
      *depends only on the plan and the files.
           if not ws-it-is-open
               exit paragraph
           end-if.
           move "n" to ws-it-open.
           add 1 to ws-grp-population.
           compute ws-rand-product = ws-rand * 16807.
           divide ws-rand-product by 2147483647
             giving ws-rand-quotient remainder ws-rand.
           move 1 to ws-weight.
           perform varying ws-code-sub from 1 by 1
             until ws-code-sub > 4
               if ws-code-list(ws-code-sub:1) = ws-it-code
                 and ws-it-amount >= ws-hv-limit(ws-code-sub)
                   move ws-pl-hv-weight(ws-plan-idx) to ws-weight
               end-if
           end-perform.
           compute ws-priority = ws-rand / ws-weight.
           if ws-grp-size = 0
               exit paragraph
           end-if.
           if ws-sel-count < ws-grp-size
               add 1 to ws-sel-count
               move ws-sel-count to ws-sel-sub
           else
               move 1 to ws-sel-max
               perform varying ws-sel-sub from 2 by 1
                 until ws-sel-sub > ws-sel-count
                   if ws-sel-priority(ws-sel-sub)
                     > ws-sel-priority(ws-sel-max)
                       move ws-sel-sub to ws-sel-max
                   end-if
               end-perform
               if ws-priority >= ws-sel-priority(ws-sel-max)
                   exit paragraph
               end-if
               move ws-sel-max to ws-sel-sub
           end-if.
           move ws-priority to ws-sel-priority(ws-sel-sub).
           move ws-it-date to ws-sel-date(ws-sel-sub).
           move ws-it-invoice to ws-sel-invoice(ws-sel-sub).
           move ws-it-cashier to ws-sel-cashier(ws-sel-sub).
           move ws-it-tender to ws-sel-tender(ws-sel-sub).
           move ws-it-amount to ws-sel-amount(ws-sel-sub).
           move ws-it-lines to ws-sel-lines(ws-sel-sub).
           if ws-weight > 1
               move "H" to ws-sel-hv(ws-sel-sub)
           else
               move space to ws-sel-hv(ws-sel-sub)
           end-if.

       350-close-group.
      *the items taken go on the sample file in date and invoice
      *order, numbered on from the plan's last sample.
           if not ws-grp-is-open
               exit paragraph
           end-if.
           move "n" to ws-grp-open.
           perform 360-count-population.
           move "y" to ws-sel-swapped.
           perform until not ws-sel-did-swap
               move "n" to ws-sel-swapped
               perform varying ws-sel-sub from 1 by 1
                 until ws-sel-sub >= ws-sel-count
                   compute ws-sel-sub2 = ws-sel-sub + 1
                   if ws-sel-date(ws-sel-sub) > ws-sel-date(ws-sel-sub2)
                     or (ws-sel-date(ws-sel-sub)
                         = ws-sel-date(ws-sel-sub2)
                       and ws-sel-invoice(ws-sel-sub)
                         > ws-sel-invoice(ws-sel-sub2))
                       move ws-sel-entry(ws-sel-sub) to ws-sel-hold
                       move ws-sel-entry(ws-sel-sub2)
                         to ws-sel-entry(ws-sel-sub)
                       move ws-sel-hold to ws-sel-entry(ws-sel-sub2)
                       move "y" to ws-sel-swapped
                   end-if
               end-perform
           end-perform.
           perform varying ws-sel-sub from 1 by 1
             until ws-sel-sub > ws-sel-count
               if ws-smp-count < 9000 and ws-next-sample < 9999
                   add 1 to ws-smp-count
                   add 1 to ws-next-sample
                   initialize ws-smp-entry(ws-smp-count)
                   move ws-pl-plan(ws-plan-idx)
                     to ws-smp-plan(ws-smp-count)
                   move ws-next-sample to ws-smp-sample(ws-smp-count)
                   move ws-grp-store to ws-smp-store(ws-smp-count)
                   move ws-grp-code to ws-smp-code(ws-smp-count)
                   move ws-sel-date(ws-sel-sub)
                     to ws-smp-date(ws-smp-count)
                   move ws-sel-invoice(ws-sel-sub)
                     to ws-smp-invoice(ws-smp-count)
                   move ws-sel-cashier(ws-sel-sub)
                     to ws-smp-cashier(ws-smp-count)
                   move ws-sel-tender(ws-sel-sub)
                     to ws-smp-tender(ws-smp-count)
                   move ws-sel-amount(ws-sel-sub)
                     to ws-smp-amount(ws-smp-count)
                   move ws-sel-lines(ws-sel-sub)
                     to ws-smp-lines(ws-smp-count)
                   move ws-sel-hv(ws-sel-sub)
                     to ws-smp-hv(ws-smp-count)
                   move ws-run-date to ws-smp-drawn(ws-smp-count)
                   move spaces to ws-smp-result(ws-smp-count)
                   move spaces to ws-smp-reason(ws-smp-count)
                   move spaces to ws-smp-auditor(ws-smp-count)
               end-if
           end-perform.

       360-count-population.
           perform varying ws-pop-sub from 1 by 1
             until ws-pop-sub > ws-pop-count
               or ws-pop-store(ws-pop-sub) = ws-grp-store
               continue
           end-perform.
           if ws-pop-sub > ws-pop-count
               if ws-pop-count >= 50
                   exit paragraph
               end-if
               add 1 to ws-pop-count
               move ws-grp-store to ws-pop-store(ws-pop-sub)
           end-if.
           perform varying ws-code-sub from 1 by 1
             until ws-code-sub > 4
               if ws-code-list(ws-code-sub:1) = ws-grp-code
                   move ws-grp-population
                     to ws-pop-items(ws-pop-sub, ws-code-sub)
                   move ws-sel-count
                     to ws-pop-drawn(ws-pop-sub, ws-code-sub)
               end-if
           end-perform.

       380-find-registered.
      *what the register holds for each item drawn: a sale or
      *layaway's own registration, or the original sale or layaway
      *a return or void was taken against - first run date, and the
      *amount over all its registered lines.
           if ws-draw-first > ws-smp-count
               exit paragraph
           end-if.
           move "n" to ws-register-eof.
           open input register-file.
           move "../data/InvoiceRegister.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-register-yes
               read register-file
                   at end
                       move "y" to ws-register-eof
                   not at end
                       perform 385-match-register
               end-read
           end-perform.
           close register-file.

       385-match-register.
           perform varying ws-smp-idx from ws-draw-first by 1
             until ws-smp-idx > ws-smp-count
               if rr-store = ws-smp-store(ws-smp-idx)
                 and rr-invoice = ws-smp-invoice(ws-smp-idx)
                 and (rr-code = ws-smp-code(ws-smp-idx)
                   or ((ws-smp-code(ws-smp-idx) = "R"
                       or ws-smp-code(ws-smp-idx) = "V")
                     and (rr-code = "S" or rr-code = "L")))
                   if ws-smp-reg-date(ws-smp-idx) = 0
                     or rr-rundate < ws-smp-reg-date(ws-smp-idx)
                       move rr-rundate to ws-smp-reg-date(ws-smp-idx)
                   end-if
                   if rr-amount is numeric
                       add rr-amount
                         to ws-smp-reg-amount(ws-smp-idx)
                   end-if
               end-if
           end-perform.

       400-write-worksheets.
      *one worksheet per store drawn for the plan line, the items in
      *sample-number order.
           perform varying ws-pop-sub from 1 by 1
             until ws-pop-sub > ws-pop-count
               perform 410-write-one-worksheet
           end-perform.

       410-write-one-worksheet.
           move ws-pop-store(ws-pop-sub) to ws-wh-store.
           perform 420-find-store-name.
           move spaces to worksheet-line.
           write worksheet-line.
           move ws-pl-plan(ws-plan-idx) to ws-wh-plan.
           move ws-store-name-out to ws-wh-name.
           move ws-pl-from(ws-plan-idx) to ws-wh-from.
           move ws-pl-to(ws-plan-idx) to ws-wh-to.
           move ws-run-date to ws-wh-drawn.
           move ws-pl-seed(ws-plan-idx) to ws-wh-seed.
           write worksheet-line from ws-ws-heading.
           perform varying ws-code-sub from 1 by 1
             until ws-code-sub > 4
               move ws-code-label(ws-code-sub) to ws-wp-label
               move ws-pop-drawn(ws-pop-sub, ws-code-sub)
                 to ws-wp-drawn
               move ws-pop-items(ws-pop-sub, ws-code-sub)
                 to ws-wp-items
               write worksheet-line from ws-ws-popline
           end-perform.
           move spaces to worksheet-line.
           write worksheet-line.
           write worksheet-line from ws-ws-column-header.
           perform varying ws-smp-idx from ws-draw-first by 1
             until ws-smp-idx > ws-smp-count
               if ws-smp-store(ws-smp-idx) = ws-pop-store(ws-pop-sub)
                   perform 430-write-item
               end-if
           end-perform.

       420-find-store-name.
           move "UNKNOWN STORE" to ws-store-name-out.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               if ws-store-number(ws-store-idx) = ws-wh-store
                   move ws-store-name(ws-store-idx)
                     to ws-store-name-out
               end-if
           end-perform.

       430-write-item.
           move ws-smp-sample(ws-smp-idx) to ws-wi-sample.
           move ws-smp-code(ws-smp-idx) to ws-wi-code.
           move ws-smp-date(ws-smp-idx) to ws-wi-date.
           move ws-smp-invoice(ws-smp-idx) to ws-wi-invoice.
           move ws-smp-cashier(ws-smp-idx) to ws-wi-cashier.
           move ws-smp-tender(ws-smp-idx) to ws-wi-tender.
           move ws-smp-amount(ws-smp-idx) to ws-wi-amount.
           move ws-smp-lines(ws-smp-idx) to ws-wi-lines.
           move ws-smp-hv(ws-smp-idx) to ws-wi-hv.
           if ws-smp-reg-date(ws-smp-idx) = 0
               move "NOT FOUND" to ws-wi-reg
               move 0 to ws-wi-reg-amount
           else
               move ws-smp-reg-date(ws-smp-idx) to ws-wi-reg
               move ws-smp-reg-amount(ws-smp-idx)
                 to ws-wi-reg-amount
           end-if.
           write worksheet-line from ws-ws-item-line.

       500-load-results.
           open input result-file.
           move "../data/AuditResults.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-result-yes
               read result-file
                   at end
                       move "y" to ws-result-eof
                   not at end
                       if result-rec not = spaces
                           perform 510-apply-result
                       end-if
               end-read
           end-perform.
           close result-file.
           if ws-result-loaded > 0 or ws-result-rejected > 0
               move spaces to findings-line
               write findings-line
           end-if.

       510-apply-result.
           move ar-plan to ws-fr-plan.
           move ar-sample to ws-fr-sample.
           move ar-result to ws-fr-result.
           move ar-auditor to ws-fr-auditor.
           if ar-result not = "P" and ar-result not = "F"
               move "** RESULT MUST BE P OR F **" to ws-result-text
               perform 590-reject-result
               exit paragraph
           end-if.
           move "n" to ws-smp-found.
           perform varying ws-smp-idx from 1 by 1
             until ws-smp-idx > ws-smp-count
               or ws-smp-is-found
               if ws-smp-plan(ws-smp-idx) = ar-plan
                 and ws-smp-sample(ws-smp-idx) = ar-sample
                   move "y" to ws-smp-found
               end-if
           end-perform.
           if not ws-smp-is-found
               move "** NO SUCH SAMPLE **" to ws-result-text
               perform 590-reject-result
               exit paragraph
           end-if.
           set ws-smp-idx down by 1.
           if ws-smp-result(ws-smp-idx) = spaces
               move "LOADED" to ws-result-text
           else
               move spaces to ws-result-text
               string "LOADED - REPLACES "
                      ws-smp-result(ws-smp-idx)
                      " OF "
                      ws-smp-result-date(ws-smp-idx)
                 delimited by size into ws-result-text
           end-if.
           move ar-result to ws-smp-result(ws-smp-idx).
           move ar-reason to ws-smp-reason(ws-smp-idx).
           move ar-auditor to ws-smp-auditor(ws-smp-idx).
           if ar-date is numeric and ar-date > 0
               move ar-date to ws-smp-result-date(ws-smp-idx)
           else
               move ws-run-date to ws-smp-result-date(ws-smp-idx)
           end-if.
           add 1 to ws-result-loaded.
           move ws-result-text to ws-fr-text.
           write findings-line from ws-fd-result-line.

       590-reject-result.
           add 1 to ws-result-rejected.
           move ws-result-text to ws-fr-text.
           write findings-line from ws-fd-result-line.
           move "AUDITSAMPLING" to eh-source.
           move "M" to eh-severity.
           move spaces to eh-store.
           move spaces to eh-text.
           string "AUDIT RESULT " ar-plan "-" ar-sample " "
                  ws-result-text
             delimited by size into eh-text.
           write exception-hub-rec.

       600-write-findings.
      *every plan on the sample file in the order first drawn, by
      *store and cashier within the store, then its failed items.
           perform varying ws-smp-idx from 1 by 1
             until ws-smp-idx > ws-smp-count
               move "n" to ws-fplan-found
               perform varying ws-fplan-idx from 1 by 1
                 until ws-fplan-idx > ws-fplan-count
                   if ws-fplan-id(ws-fplan-idx)
                     = ws-smp-plan(ws-smp-idx)
                       move "y" to ws-fplan-found
                   end-if
               end-perform
               if not ws-fplan-is-found and ws-fplan-count < 500
                   add 1 to ws-fplan-count
                   move ws-smp-plan(ws-smp-idx)
                     to ws-fplan-id(ws-fplan-count)
                   move 0 to ws-fplan-pending(ws-fplan-count)
                   move 0 to ws-fplan-last(ws-fplan-count)
                   set ws-fplan-idx to ws-fplan-count
                   set ws-smp-hold to ws-smp-idx
                   perform 610-write-plan
                   set ws-smp-idx to ws-smp-hold
               end-if
           end-perform.
           if ws-fplan-count = 0
               move "NO AUDIT SAMPLES ON FILE" to findings-line
               write findings-line
           end-if.
           move spaces to findings-line.
           write findings-line.
           move "RESULTS LOADED" to ws-ft-label.
           move ws-result-loaded to ws-ft-count.
           write findings-line from ws-fd-total-line.
           move "RESULTS REJECTED" to ws-ft-label.
           move ws-result-rejected to ws-ft-count.
           write findings-line from ws-fd-total-line.

       610-write-plan.
           move spaces to findings-line.
           write findings-line.
           move ws-fplan-id(ws-fplan-idx) to ws-fp-plan.
           write findings-line from ws-fd-plan-line.
           write findings-line from ws-fd-column-header.
           move 0 to ws-fstore-count.
           perform varying ws-smp-idx from 1 by 1
             until ws-smp-idx > ws-smp-count
               if ws-smp-plan(ws-smp-idx) = ws-fplan-id(ws-fplan-idx)
                   perform 615-note-store
               end-if
           end-perform.
           perform 620-write-store
             varying ws-fstore-sub from 1 by 1
             until ws-fstore-sub > ws-fstore-count.

      *the plan as a whole.
           move 0 to ws-cnt-drawn, ws-cnt-passed, ws-cnt-failed,
             ws-cnt-pending.
           perform varying ws-smp-idx from 1 by 1
             until ws-smp-idx > ws-smp-count
               if ws-smp-plan(ws-smp-idx) = ws-fplan-id(ws-fplan-idx)
                   perform 640-count-item
                   if ws-smp-result(ws-smp-idx) = spaces
                       add 1 to ws-fplan-pending(ws-fplan-idx)
                   end-if
                   if ws-smp-result-date(ws-smp-idx)
                     > ws-fplan-last(ws-fplan-idx)
                       move ws-smp-result-date(ws-smp-idx)
                         to ws-fplan-last(ws-fplan-idx)
                   end-if
               end-if
           end-perform.
           move "PLAN TOTAL" to ws-fc-key.
           move spaces to ws-fc-name.
           perform 650-write-counts.

           if ws-cnt-failed > 0
               write findings-line from ws-fd-fail-header
               perform varying ws-smp-idx from 1 by 1
                 until ws-smp-idx > ws-smp-count
                   if ws-smp-plan(ws-smp-idx)
                     = ws-fplan-id(ws-fplan-idx)
                     and ws-smp-result(ws-smp-idx) = "F"
                       perform 660-write-failed
                   end-if
               end-perform
           end-if.

       615-note-store.
           perform varying ws-fstore-sub from 1 by 1
             until ws-fstore-sub > ws-fstore-count
               or ws-fstore-number(ws-fstore-sub)
                 = ws-smp-store(ws-smp-idx)
               continue
           end-perform.
           if ws-fstore-sub > ws-fstore-count
             and ws-fstore-count < 50
               add 1 to ws-fstore-count
               move ws-smp-store(ws-smp-idx)
                 to ws-fstore-number(ws-fstore-count)
           end-if.

       620-write-store.
           move ws-fstore-number(ws-fstore-sub) to ws-wh-store.
           perform 420-find-store-name.
           move 0 to ws-cnt-drawn, ws-cnt-passed, ws-cnt-failed,
             ws-cnt-pending.
           move 0 to ws-fcash-count.
           perform varying ws-smp-idx from 1 by 1
             until ws-smp-idx > ws-smp-count
               if ws-smp-plan(ws-smp-idx) = ws-fplan-id(ws-fplan-idx)
                 and ws-smp-store(ws-smp-idx)
                   = ws-fstore-number(ws-fstore-sub)
                   perform 640-count-item
                   perform 630-count-cashier
               end-if
           end-perform.
           move spaces to ws-fc-key.
           string "STORE " ws-fstore-number(ws-fstore-sub)
             delimited by size into ws-fc-key.
           move ws-store-name-out to ws-fc-name.
           perform 650-write-counts.
           perform varying ws-fcash-sub from 1 by 1
             until ws-fcash-sub > ws-fcash-count
               move spaces to ws-fc-key
               move ws-fcash-id(ws-fcash-sub) to ws-fc-key(3:5)
               perform 635-find-cashier-name
               move ws-cashier-name-out to ws-fc-name
               move ws-fcash-drawn(ws-fcash-sub) to ws-cnt-drawn
               move ws-fcash-passed(ws-fcash-sub) to ws-cnt-passed
               move ws-fcash-failed(ws-fcash-sub) to ws-cnt-failed
               compute ws-cnt-pending = ws-cnt-drawn
                 - ws-cnt-passed - ws-cnt-failed
               perform 650-write-counts
           end-perform.

       630-count-cashier.
           perform varying ws-fcash-sub from 1 by 1
             until ws-fcash-sub > ws-fcash-count
               or ws-fcash-id(ws-fcash-sub)
                 = ws-smp-cashier(ws-smp-idx)
               continue
           end-perform.
           if ws-fcash-sub > ws-fcash-count
               if ws-fcash-count >= 300
                   exit paragraph
               end-if
               add 1 to ws-fcash-count
               move ws-smp-cashier(ws-smp-idx)
                 to ws-fcash-id(ws-fcash-sub)
               move 0 to ws-fcash-drawn(ws-fcash-sub)
               move 0 to ws-fcash-passed(ws-fcash-sub)
               move 0 to ws-fcash-failed(ws-fcash-sub)
           end-if.
           add 1 to ws-fcash-drawn(ws-fcash-sub).
           evaluate ws-smp-result(ws-smp-idx)
               when "P"
                   add 1 to ws-fcash-passed(ws-fcash-sub)
               when "F"
                   add 1 to ws-fcash-failed(ws-fcash-sub)
           end-evaluate.

       635-find-cashier-name.
           move "UNKNOWN CASHIER" to ws-cashier-name-out.
           perform varying ws-cashier-idx from 1 by 1
             until ws-cashier-idx > ws-cashier-count
               if ws-cashier-id(ws-cashier-idx)
                 = ws-fcash-id(ws-fcash-sub)
                   move ws-cashier-name(ws-cashier-idx)
                     to ws-cashier-name-out
               end-if
           end-perform.

       640-count-item.
           add 1 to ws-cnt-drawn.
           evaluate ws-smp-result(ws-smp-idx)
               when "P"
                   add 1 to ws-cnt-passed
               when "F"
                   add 1 to ws-cnt-failed
               when other
                   add 1 to ws-cnt-pending
           end-evaluate.

       650-write-counts.
      *the fail rate is of the items checked so far.
           move ws-cnt-drawn to ws-fc-drawn.
           move ws-cnt-passed to ws-fc-passed.
           move ws-cnt-failed to ws-fc-failed.
           move ws-cnt-pending to ws-fc-pending.
           if ws-cnt-passed + ws-cnt-failed = 0
               move 0 to ws-fail-pct
           else
               compute ws-fail-pct rounded =
                 ws-cnt-failed * 100 / (ws-cnt-passed + ws-cnt-failed)
           end-if.
           move ws-fail-pct to ws-fc-pct.
           write findings-line from ws-fd-count-line.

       660-write-failed.
           move ws-smp-sample(ws-smp-idx) to ws-ff-sample.
           move ws-smp-store(ws-smp-idx) to ws-ff-store.
           move ws-smp-code(ws-smp-idx) to ws-ff-code.
           move ws-smp-date(ws-smp-idx) to ws-ff-date.
           move ws-smp-invoice(ws-smp-idx) to ws-ff-invoice.
           move ws-smp-cashier(ws-smp-idx) to ws-ff-cashier.
           move ws-smp-amount(ws-smp-idx) to ws-ff-amount.
           move ws-smp-reason(ws-smp-idx) to ws-ff-reason.
           move ws-smp-auditor(ws-smp-idx) to ws-ff-auditor.
           move ws-smp-result-date(ws-smp-idx) to ws-ff-result-date.
           write findings-line from ws-fd-fail-line.

       700-rewrite-plans.
           open output plan-file.
           move "../data/AuditPlans.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-plan-idx from 1 by 1
             until ws-plan-idx > ws-plan-count
               move spaces to plan-rec
               move ws-pl-plan(ws-plan-idx) to ap-plan
               move ws-pl-store(ws-plan-idx) to ap-store
               move ws-pl-from(ws-plan-idx) to ap-from
               move ws-pl-to(ws-plan-idx) to ap-to
               move ws-pl-size(ws-plan-idx, 1) to ap-size-s
               move ws-pl-size(ws-plan-idx, 2) to ap-size-l
               move ws-pl-size(ws-plan-idx, 3) to ap-size-r
               move ws-pl-size(ws-plan-idx, 4) to ap-size-v
               move ws-pl-hv-weight(ws-plan-idx) to ap-hv-weight
               move ws-pl-seed(ws-plan-idx) to ap-seed
               move ws-pl-status(ws-plan-idx) to ap-status
               move ws-pl-drawn(ws-plan-idx) to ap-drawn
               write plan-rec
           end-perform.
           close plan-file.

       750-rewrite-samples.
      *a plan with every item checked is kept AUDIT_KEEP_DAYS after
      *its last result, then dropped.
           open output sample-file.
           move "../data/AuditSamples.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-smp-idx from 1 by 1
             until ws-smp-idx > ws-smp-count
               move "n" to ws-fplan-found
               perform varying ws-fplan-idx from 1 by 1
                 until ws-fplan-idx > ws-fplan-count
                   or ws-fplan-is-found
                   if ws-fplan-id(ws-fplan-idx)
                     = ws-smp-plan(ws-smp-idx)
                       move "y" to ws-fplan-found
                   end-if
               end-perform
               set ws-fplan-idx down by 1
               if ws-fplan-is-found
                 and ws-fplan-pending(ws-fplan-idx) = 0
                 and ws-fplan-last(ws-fplan-idx) > 0
                 and function integer-of-date(
                   ws-fplan-last(ws-fplan-idx)) + ws-keep-days
                   < ws-run-int
                   add 1 to ws-dropped-count
               else
                   move ws-smp-entry(ws-smp-idx) to sample-rec
                   write sample-rec
               end-if
           end-perform.
           close sample-file.

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

       end program AuditSampling.
