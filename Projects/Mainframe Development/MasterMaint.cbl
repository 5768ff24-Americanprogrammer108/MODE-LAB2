       identification division.
       program-id. MasterMaint.
      *Program Description: Batch maintenance for the reference
      *masters (StoreMaster, SKUMaster, TenderTypes, TaxRates,
      *SKUPrices, SKUCosts, VendorMaster, the SKUVendors link, the
      *ReplenParams min/max levels, the StoreBudgets sales budget
      *per store and fiscal period and the TradingCalendar holiday
      *and closure days) so hand-editing the files
      *can be banned. Maintenance is under dual control: each
      *transaction on MasterMaintTx.dat carries the ID of the person
      *who keyed it and is queued on MasterMaintPending.dat under a
      *reference number (entry date and sequence). A different
      *person, named on MaintApprovers.dat for the reference masters
      *(scope M or B), approves or rejects it by reference on
      *MasterMaintApprovals.dat. Only approved transactions are
      *applied, in queue order,
      *validating each one - duplicate keys on add, missing keys on
      *change/delete, tax rates out of range, tax-rate stores that do
      *not exist - and prints a before/after audit line for every
      *change. The masters are rewritten only after all transactions
      *are applied; rejected transactions change nothing. Run on
      *demand; the nightly MasterLoad step picks the results up into
      *the keyed copies on the next run. The audit ends with the
      *approval queue - pending, approved and rejected items with
      *their age; decided items stay on the queue for ws-keep-days
      *after the decision.
      *
      *Transaction layout (86 bytes):
      *  file   x(6)  STORE / SKU / TENDER / TAXRT / SKUPR /
      *               SKUCST / VENDOR / SKUVND / REPLN / BUDGET /
      *               CALNDR
      *  action x(1)  A = add, C = change, D = delete
      *  key    x(15) store number, sku code, tender code, or
      *               store number + effective date for TAXRT;
      *               for SKUPR the key is the sku code and the
      *               effective date and price sit in the data area;
      *               SKUCST is laid out the same with the unit cost
      *               in place of the price;
      *               vendor number for VENDOR; sku code for SKUVND
      *               with the supplying vendor number in the data;
      *               sku code for REPLN with the store (00 = all
      *               stores), minimum and maximum in the data;
      *               store + fiscal year + period for BUDGET with
      *               the net sales budget in the data - the year
      *               and period must be on FiscalCalendar.dat;
      *               store (00 = every store) + date for CALNDR
      *               with the closure type and description in the
      *               data
      *  data   x(56) the non-key fields of the master record
      *  keyed  x(8)  ID of the person who keyed the transaction

       environment division.
       input-output section.
           assign to "../data/MasterMaintTx.dat"
           organization is line sequential.

           select optional pending-file
           assign to "../data/MasterMaintPending.dat"
           organization is line sequential.

           select optional approval-file
           assign to "../data/MasterMaintApprovals.dat"
           organization is line sequential.

           select optional approver-file
           assign to "../data/MaintApprovers.dat"
           organization is line sequential.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential.
           assign to "../data/SKUPrices.dat"
           organization is line sequential.

           select optional sku-cost-file
           assign to "../data/SKUCosts.dat"
           organization is line sequential.

           select optional vendor-file
           assign to "../data/VendorMaster.dat"
           organization is line sequential.

           select optional sku-vendor-file
           assign to "../data/SKUVendors.dat"
           organization is line sequential.

           select optional replen-file
           assign to "../data/ReplenParams.dat"
           organization is line sequential.

           select optional budget-file
           assign to "../data/StoreBudgets.dat"
           organization is line sequential.

           select optional fiscal-cal-file
           assign to "../data/FiscalCalendar.dat"
           organization is line sequential.

           select optional trading-cal-file
           assign to "../data/TradingCalendar.dat"
           organization is line sequential.

           select audit-file
           assign dynamic ws-audit-filename
           organization is line sequential.

       fd maint-tx-file
           data record is maint-tx-rec
           record contains 86 characters.
       01 maint-tx-rec.
         05 mt-file pic x(6).
         05 mt-action pic x(1).
           88 mt-delete value "D".
         05 mt-key pic x(15).
         05 mt-data pic x(56).
         05 mt-enteredby pic x(8).
       01 maint-tx-taxrt redefines maint-tx-rec.
         05 filler pic x(7).
         05 mt-tax-store pic x(2).
         05 mt-spr-effdate pic 9(8).
         05 mt-spr-price pic 9(5)v99.
         05 filler pic x(41).
       01 maint-tx-skucst redefines maint-tx-rec.
         05 filler pic x(7).
         05 mt-scs-sku pic x(15).
         05 mt-scs-effdate pic 9(8).
         05 mt-scs-cost pic 9(5)v99.
         05 filler pic x(41).
       01 maint-tx-skuvnd redefines maint-tx-rec.
         05 filler pic x(7).
         05 mt-svn-sku pic x(15).
         05 mt-svn-vendor pic x(6).
         05 filler pic x(50).
       01 maint-tx-repln redefines maint-tx-rec.
         05 filler pic x(7).
         05 mt-rpl-sku pic x(15).
         05 mt-rpl-store pic x(2).
         05 mt-rpl-min pic 9(5).
         05 mt-rpl-max pic 9(5).
         05 filler pic x(44).
       01 maint-tx-budget redefines maint-tx-rec.
         05 filler pic x(7).
         05 mt-bud-store pic x(2).
         05 mt-bud-year pic 9(4).
         05 mt-bud-period pic 9(2).
         05 filler pic x(7).
         05 mt-bud-amount pic 9(9)v99.
         05 filler pic x(45).
       01 maint-tx-calndr redefines maint-tx-rec.
         05 filler pic x(7).
         05 mt-cal-store pic x(2).
         05 mt-cal-date pic 9(8).
         05 mt-cal-date-x redefines mt-cal-date.
           10 mt-cal-year pic 9(4).
           10 mt-cal-month pic 9(2).
           10 mt-cal-day pic 9(2).
         05 filler pic x(5).
         05 mt-cal-type pic x(1).
         05 mt-cal-desc pic x(20).
         05 filler pic x(43).

       fd store-file
           data record is store-master-rec
           05 sp-effdate pic 9(8).
           05 sp-price pic 9(5)v99.

      *effective-dated unit costs, same shape as SKUPrices.dat.
       fd sku-cost-file
           data record is sku-cost-rec
           record contains 30 characters.
       01 sku-cost-rec.
           05 sc-sku pic x(15).
           05 sc-effdate pic 9(8).
           05 sc-cost pic 9(5)v99.

      *vendor master: the suppliers return-to-vendor claims and
      *credit memos are raised against. Status A = active,
      *I = inactive (kept for the history of its claims).
       fd vendor-file
           data record is vendor-master-rec
           record contains 57 characters.
       01 vendor-master-rec.
           05 vendor-master-number pic x(6).
           05 vendor-master-data pic x(51).

      *one row per sku naming the vendor that supplies it.
       fd sku-vendor-file
           data record is sku-vendor-rec
           record contains 21 characters.
       01 sku-vendor-rec.
           05 sv-sku pic x(15).
           05 sv-vendor pic x(6).

      *replenishment min/max levels per store and sku; store "00"
      *is the all-stores default used where a store has no row.
       fd replen-file
           data record is replen-rec
           record contains 27 characters.
       01 replen-rec.
           05 rp-store pic x(2).
           05 rp-sku pic x(15).
           05 rp-min pic 9(5).
           05 rp-max pic 9(5).

      *net sales budget per store for each 4-5-4 fiscal period,
      *read by BudgetReport against PeriodTotals.dat.
       fd budget-file
           data record is budget-rec
           record contains 19 characters.
       01 budget-rec.
           05 bg-store pic x(2).
           05 bg-year pic 9(4).
           05 bg-period pic 9(2).
           05 bg-amount pic 9(9)v99.

       fd fiscal-cal-file
           data record is fiscal-cal-rec
           record contains 25 characters.
       01 fiscal-cal-rec.
           05 fc-year pic 9(4).
           05 fc-week pic 9(2).
           05 fc-period pic 9(2).
           05 fc-quarter pic 9(1).
           05 fc-startdate pic 9(8).
           05 fc-enddate pic 9(8).

      *days a store is scheduled shut: store 00 = every store
      *(a chain holiday), type H = holiday, C = planned closure
      *(refit, stocktake), W = weather or emergency closure.
       fd trading-cal-file
           data record is trading-cal-rec
           record contains 31 characters.
       01 trading-cal-rec.
           05 tc-store pic x(2).
           05 tc-date pic 9(8).
           05 tc-type pic x(1).
           05 tc-desc pic x(20).

      *the approval queue; status P = pending, A = approved and
      *applied, F = approved but rejected by the edits, R =
      *rejected by the approver.
       fd pending-file
           data record is pending-rec
           record contains 145 characters.
       01 pending-rec.
         05 mq-ref-date pic 9(8).
         05 mq-ref-seq pic 9(4).
         05 mq-tx pic x(78).
         05 mq-enteredby pic x(8).
         05 mq-status pic x(1).
         05 mq-decidedby pic x(8).
         05 mq-decided pic 9(8).
         05 mq-note pic x(30).

      *decision A = approve, R = reject; the note is free text
      *carried onto the queue (the reason for a rejection).
       fd approval-file
           data record is approval-rec
           record contains 51 characters.
       01 approval-rec.
         05 ma-ref-date pic 9(8).
         05 ma-ref-seq pic 9(4).
         05 ma-decision pic x(1).
         05 ma-approver pic x(8).
         05 ma-note pic x(30).

      *people allowed to approve maintenance: scope M = reference
      *masters, S = suspense corrections, B = both.
       fd approver-file
           data record is approver-rec
           record contains 29 characters.
       01 approver-rec.
         05 au-id pic x(8).
         05 au-scope pic x(1).
         05 au-name pic x(20).

       fd audit-file
           data record is audit-line
           record contains 132 characters.
       01 audit-line pic x(132).

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

       working-storage section.
       01 ws-tx-eof pic x value "n".
         88 ws-tx-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-done value "y".
       01 ws-pending-eof pic x value "n".
         88 ws-pending-yes value "y".
       01 ws-approval-eof pic x value "n".
         88 ws-approval-yes value "y".
       01 ws-approver-eof pic x value "n".
         88 ws-approver-yes value "y".

      *the approval queue, same layout as MasterMaintPending.dat.
       01 ws-pend-count pic 9(4) value 0.
       01 ws-pend-table.
         05 ws-pend-entry occurs 2000 times
             indexed by ws-pend-idx.
           10 ws-pd-ref-date pic 9(8).
           10 ws-pd-ref-seq pic 9(4).
           10 ws-pd-tx pic x(78).
           10 ws-pd-enteredby pic x(8).
           10 ws-pd-status pic x(1).
           10 ws-pd-decidedby pic x(8).
           10 ws-pd-decided pic 9(8).
           10 ws-pd-note pic x(30).
      *y = approved on this run; not carried onto the file.
           10 ws-pd-tonight pic x(1).
       01 ws-pend-found pic x value "n".
         88 ws-pend-is-found value "y".
       01 ws-next-seq pic 9(4) value 0.

       01 ws-approver-count pic 9(3) value 0.
       01 ws-approver-table.
         05 ws-approver-entry occurs 200 times
             indexed by ws-approver-idx.
           10 ws-approver-id pic x(8).
           10 ws-approver-scope pic x(1).
       01 ws-approver-found pic x value "n".
         88 ws-approver-is-found value "y".

      *decided queue items are kept this many days after the
      *decision so the audit shows recent approvals and
      *rejections, then drop off the queue.
       01 ws-keep-days pic 9(3) value 30.

       01 ws-queued-count pic 9(5) value 0.
       01 ws-refused-count pic 9(5) value 0.
       01 ws-decline-count pic 9(5) value 0.
       01 ws-q-pending pic 9(5) value 0.
       01 ws-q-approved pic 9(5) value 0.
       01 ws-q-rejected pic 9(5) value 0.
       01 ws-rejected-before pic 9(5) value 0.
       01 ws-run-int pic 9(8) value 0.
       01 ws-entry-int pic 9(8) value 0.
       01 ws-decided-int pic 9(8) value 0.
       01 ws-age-days pic 9(5) value 0.
       01 ws-refuse-reason pic x(35) value spaces.
       01 ws-refuse-severity pic x(1) value spaces.

       01 ws-store-count pic 9(3) value 0.
       01 ws-store-table.
       01 ws-skuprice-found pic x value "n".
         88 ws-skuprice-is-found value "y".

       01 ws-skucost-count pic 9(5) value 0.
       01 ws-skucost-table.
         05 ws-skucost-entry occurs 10000 times
             indexed by ws-skucost-idx.
           10 ws-skucost-sku pic x(15).
           10 ws-skucost-effdate pic 9(8).
           10 ws-skucost-cost pic 9(5)v99.
       01 ws-skucost-found pic x value "n".
         88 ws-skucost-is-found value "y".

       01 ws-vendor-count pic 9(4) value 0.
       01 ws-vendor-table.
         05 ws-vendor-entry occurs 1000 times
             indexed by ws-vendor-idx.
           10 ws-vendor-key pic x(6).
           10 ws-vendor-data pic x(51).
       01 ws-vendor-found pic x value "n".
         88 ws-vendor-is-found value "y".

       01 ws-skuvendor-count pic 9(5) value 0.
       01 ws-skuvendor-table.
         05 ws-skuvendor-entry occurs 5000 times
             indexed by ws-skuvendor-idx.
           10 ws-skuvendor-sku pic x(15).
           10 ws-skuvendor-vendor pic x(6).
       01 ws-skuvendor-found pic x value "n".
         88 ws-skuvendor-is-found value "y".
       01 ws-vendor-in-use pic x value "n".
         88 ws-vendor-is-in-use value "y".

       01 ws-replen-count pic 9(5) value 0.
       01 ws-replen-table.
         05 ws-replen-entry occurs 10000 times
             indexed by ws-replen-idx.
           10 ws-replen-store pic x(2).
           10 ws-replen-sku pic x(15).
           10 ws-replen-min pic 9(5).
           10 ws-replen-max pic 9(5).
       01 ws-replen-found pic x value "n".
         88 ws-replen-is-found value "y".

       01 ws-budget-count pic 9(5) value 0.
       01 ws-budget-table.
         05 ws-budget-entry occurs 5000 times
             indexed by ws-budget-idx.
           10 ws-budget-store pic x(2).
           10 ws-budget-year pic 9(4).
           10 ws-budget-period pic 9(2).
           10 ws-budget-amount pic 9(9)v99.
       01 ws-budget-found pic x value "n".
         88 ws-budget-is-found value "y".

       01 ws-tradecal-count pic 9(4) value 0.
       01 ws-tradecal-table.
         05 ws-tradecal-entry occurs 3000 times
             indexed by ws-tradecal-idx.
           10 ws-tradecal-store pic x(2).
           10 ws-tradecal-date pic 9(8).
           10 ws-tradecal-type pic x(1).
           10 ws-tradecal-desc pic x(20).
       01 ws-tradecal-found pic x value "n".
         88 ws-tradecal-is-found value "y".

      *fiscal year/period pairs on the calendar, one per period.
       01 ws-fcper-count pic 9(4) value 0.
       01 ws-fcper-table.
         05 ws-fcper-entry occurs 500 times
             indexed by ws-fcper-idx.
           10 ws-fcper-year pic 9(4).
           10 ws-fcper-period pic 9(2).
       01 ws-fcper-found pic x value "n".
         88 ws-fcper-is-found value "y".

       01 ws-applied-count pic 9(5) value 0.
       01 ws-rejected-count pic 9(5) value 0.
       01 ws-sub pic 9(5) value 0.
         05 ws-te-action pic x(1).
         05 filler pic x(5) value " KEY ".
         05 ws-te-key pic x(15).
         05 filler pic x(5) value " REF ".
         05 ws-te-ref-date pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-te-ref-seq pic 9(4).
         05 filler pic x(7) value " KEYED ".
         05 ws-te-enteredby pic x(8).
         05 filler pic x(10) value " APPROVED ".
         05 ws-te-approver pic x(8).

       01 ws-audit-detail.
         05 filler pic x(2) value spaces.
       01 ws-totals-line2.
         05 filler pic x(30) value "TRANSACTIONS REJECTED:        ".
         05 ws-t2-count pic zzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "TRANSACTIONS QUEUED:          ".
         05 ws-t3-count pic zzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "TRANSACTIONS NOT QUEUED:      ".
         05 ws-t4-count pic zzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "APPROVALS NOT APPLIED:        ".
         05 ws-t5-count pic zzzz9.

       01 ws-queued-heading pic x(50) value
           "TRANSACTIONS QUEUED FOR APPROVAL".
       01 ws-queued-line.
         05 filler pic x(2) value spaces.
         05 ws-qu-ref-date pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-qu-ref-seq pic 9(4).
         05 filler pic x(1) value space.
         05 ws-qu-tx pic x(78).
         05 filler pic x(1) value space.
         05 ws-qu-enteredby pic x(8).

       01 ws-refused-heading pic x(50) value
           "TRANSACTIONS NOT QUEUED".
       01 ws-refused-line.
         05 filler pic x(2) value spaces.
         05 ws-rf-tx pic x(30).
         05 filler pic x(2) value spaces.
         05 ws-rf-reason pic x(35).

       01 ws-decline-heading pic x(50) value
           "APPROVALS NOT APPLIED".
       01 ws-decline-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "REF: ".
         05 ws-dc-ref-date pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-dc-ref-seq pic 9(4).
         05 filler pic x(4) value " BY ".
         05 ws-dc-approver pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dc-reason pic x(35).

       01 ws-applied-heading pic x(50) value
           "APPROVED TRANSACTIONS".

       01 ws-queue-heading pic x(50) value
           "MAINTENANCE APPROVAL QUEUE".
       01 ws-queue-columns.
         05 filler pic x(14) value "REFERENCE".
         05 filler pic x(7) value "FILE".
         05 filler pic x(2) value "A".
         05 filler pic x(16) value "KEY".
         05 filler pic x(9) value "KEYED BY".
         05 filler pic x(12) value "STATUS".
         05 filler pic x(9) value "APPROVER".
         05 filler pic x(7) value "  AGE".
         05 filler pic x(30) value "NOTE".
       01 ws-queue-line.
         05 ws-qd-ref-date pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-qd-ref-seq pic 9(4).
         05 filler pic x(1) value space.
         05 ws-qd-file pic x(6).
         05 filler pic x(1) value space.
         05 ws-qd-action pic x(1).
         05 filler pic x(1) value space.
         05 ws-qd-key pic x(15).
         05 filler pic x(1) value space.
         05 ws-qd-enteredby pic x(8).
         05 filler pic x(1) value space.
         05 ws-qd-status pic x(11).
         05 filler pic x(1) value space.
         05 ws-qd-decidedby pic x(8).
         05 filler pic x(1) value space.
         05 ws-qd-age pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-qd-note pic x(30).
       01 ws-queue-data.
         05 filler pic x(14) value spaces.
         05 filler pic x(6) value "DATA: ".
         05 ws-qa-data pic x(56).
       01 ws-queue-total.
         05 filler pic x(9) value "PENDING: ".
         05 ws-qt-pending pic zzzz9.
         05 filler pic x(12) value "  APPROVED: ".
         05 ws-qt-approved pic zzzz9.
         05 filler pic x(12) value "  REJECTED: ".
         05 ws-qt-rejected pic zzzz9.
       01 ws-queue-empty pic x(40) value
           "  (no maintenance awaiting approval)".

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
       000-main.
           perform 005-load-rundate.
           perform 010-load-masters.
           perform 020-load-approvers.
           perform 030-load-pending.

           open output audit-file.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write audit-line from ws-pagestamp.
           perform 100-read-tx until ws-tx-yes.
           close maint-tx-file.

           perform 050-apply-approvals.
           perform 060-apply-approved.

           move spaces to audit-line.
           write audit-line.
           move ws-applied-count to ws-t1-count.
           write audit-line from ws-totals-line1.
           move ws-rejected-count to ws-t2-count.
           write audit-line from ws-totals-line2.
           move ws-queued-count to ws-t3-count.
           write audit-line from ws-totals-line3.
           move ws-refused-count to ws-t4-count.
           write audit-line from ws-totals-line4.
           move ws-decline-count to ws-t5-count.
           write audit-line from ws-totals-line5.
           perform 820-write-queue.
           close audit-file, exception-hub-file.

           if ws-applied-count > 0
               perform 800-rewrite-masters
           end-if.
           perform 850-rewrite-pending.

      *keyed transactions and approvals are one-shot - both are on
      *the queue now, so empty the files to keep a rerun from
      *queueing or deciding them twice.
           open output maint-tx-file.
           close maint-tx-file.
           open output approval-file.
           close approval-file.

           display "Master maintenance finished".
           move 0 to return-code.
               move function current-date(1:8) to ws-run-date
           end-if.
           move ws-run-date to ws-audit-filename-date.
           compute ws-run-int = function integer-of-date(ws-run-date).
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
      *keeps the plain file names so a normal night is unchanged,
           end-perform.
           close sku-price-file.

           move "n" to ws-master-eof.
           open input sku-cost-file.
           perform until ws-master-done
               read sku-cost-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       add 1 to ws-skucost-count
                       move sc-sku
                         to ws-skucost-sku(ws-skucost-count)
                       move sc-effdate
                         to ws-skucost-effdate(ws-skucost-count)
                       move sc-cost
                         to ws-skucost-cost(ws-skucost-count)
               end-read
           end-perform.
           close sku-cost-file.

           move "n" to ws-master-eof.
           open input vendor-file.
           perform until ws-master-done
               read vendor-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       add 1 to ws-vendor-count
                       move vendor-master-number
                         to ws-vendor-key(ws-vendor-count)
                       move vendor-master-data
                         to ws-vendor-data(ws-vendor-count)
               end-read
           end-perform.
           close vendor-file.

           move "n" to ws-master-eof.
           open input sku-vendor-file.
           perform until ws-master-done
               read sku-vendor-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       add 1 to ws-skuvendor-count
                       move sv-sku
                         to ws-skuvendor-sku(ws-skuvendor-count)
                       move sv-vendor
                         to ws-skuvendor-vendor(ws-skuvendor-count)
               end-read
           end-perform.
           close sku-vendor-file.

           move "n" to ws-master-eof.
           open input replen-file.
           perform until ws-master-done
               read replen-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       add 1 to ws-replen-count
                       move replen-rec
                         to ws-replen-entry(ws-replen-count)
               end-read
           end-perform.
           close replen-file.

           move "n" to ws-master-eof.
           open input budget-file.
           perform until ws-master-done
               read budget-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       add 1 to ws-budget-count
                       move budget-rec
                         to ws-budget-entry(ws-budget-count)
               end-read
           end-perform.
           close budget-file.

           move "n" to ws-master-eof.
           open input fiscal-cal-file.
           perform until ws-master-done
               read fiscal-cal-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-fcper-count = 0
                         or fc-year
                           not = ws-fcper-year(ws-fcper-count)
                         or fc-period
                           not = ws-fcper-period(ws-fcper-count)
                           if ws-fcper-count < 500
                               add 1 to ws-fcper-count
                               move fc-year
                                 to ws-fcper-year(ws-fcper-count)
                               move fc-period
                                 to ws-fcper-period(ws-fcper-count)
                           end-if
                       end-if
               end-read
           end-perform.
           close fiscal-cal-file.

           move "n" to ws-master-eof.
           open input trading-cal-file.
           perform until ws-master-done
               read trading-cal-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-tradecal-count < 3000
                           add 1 to ws-tradecal-count
                           move trading-cal-rec
                             to ws-tradecal-entry(ws-tradecal-count)
                       end-if
               end-read
           end-perform.
           close trading-cal-file.

       020-load-approvers.
           open input approver-file.
           perform until ws-approver-yes
               read approver-file
                   at end
                       move "y" to ws-approver-eof
                   not at end
                       if ws-approver-count < 200
                           add 1 to ws-approver-count
                           move au-id to
                             ws-approver-id(ws-approver-count)
                           move au-scope to
                             ws-approver-scope(ws-approver-count)
                       end-if
               end-read
           end-perform.
           close approver-file.

       030-load-pending.
           open input pending-file.
           perform until ws-pending-yes
               read pending-file
                   at end
                       move "y" to ws-pending-eof
                   not at end
                       if ws-pend-count < 2000
                           add 1 to ws-pend-count
                           move pending-rec
                             to ws-pend-entry(ws-pend-count)
                           if mq-ref-date = ws-run-date
                             and mq-ref-seq > ws-next-seq
                               move mq-ref-seq to ws-next-seq
                           end-if
                       end-if
               end-read
           end-perform.
           close pending-file.

       040-queue-tx.
      *new transactions join the queue in the order they were
      *keyed; the reference sequence carries on from the last one
      *already queued under tonight's date.
           move spaces to ws-refuse-reason.
           if mt-enteredby = spaces
               move "KEYED-BY ID MISSING" to ws-refuse-reason
           else
               if ws-pend-count not < 2000
                   move "APPROVAL QUEUE FULL" to ws-refuse-reason
               end-if
           end-if.
           if ws-refuse-reason not = spaces
               if ws-refused-count = 0
                   if ws-queued-count > 0
                       move spaces to audit-line
                       write audit-line
                   end-if
                   write audit-line from ws-refused-heading
               end-if
               add 1 to ws-refused-count
               move maint-tx-rec to ws-rf-tx
               move ws-refuse-reason to ws-rf-reason
               write audit-line from ws-refused-line
           else
               if ws-queued-count = 0
                   if ws-refused-count > 0
                       move spaces to audit-line
                       write audit-line
                   end-if
                   write audit-line from ws-queued-heading
               end-if
               add 1 to ws-pend-count
               add 1 to ws-next-seq
               add 1 to ws-queued-count
               set ws-pend-idx to ws-pend-count
               move ws-run-date to ws-pd-ref-date(ws-pend-idx)
               move ws-next-seq to ws-pd-ref-seq(ws-pend-idx)
               move maint-tx-rec(1:78) to ws-pd-tx(ws-pend-idx)
               move mt-enteredby to ws-pd-enteredby(ws-pend-idx)
               move "P" to ws-pd-status(ws-pend-idx)
               move spaces to ws-pd-decidedby(ws-pend-idx)
               move 0 to ws-pd-decided(ws-pend-idx)
               move spaces to ws-pd-note(ws-pend-idx)
               move "n" to ws-pd-tonight(ws-pend-idx)
               move ws-run-date to ws-qu-ref-date
               move ws-next-seq to ws-qu-ref-seq
               move maint-tx-rec(1:78) to ws-qu-tx
               move mt-enteredby to ws-qu-enteredby
               write audit-line from ws-queued-line
           end-if.

       050-apply-approvals.
      *an approval must name a pending reference and come from
      *someone authorized for the reference masters who did not key
      *the transaction.
           open input approval-file.
           perform until ws-approval-yes
               read approval-file
                   at end
                       move "y" to ws-approval-eof
                   not at end
                       perform 055-apply-one-approval
               end-read
           end-perform.
           close approval-file.

       055-apply-one-approval.
           move spaces to ws-refuse-reason.
           move "M" to ws-refuse-severity.
           move "n" to ws-pend-found.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               or ws-pend-is-found
               if ws-pd-ref-date(ws-pend-idx) = ma-ref-date
                 and ws-pd-ref-seq(ws-pend-idx) = ma-ref-seq
                   move "y" to ws-pend-found
               end-if
           end-perform.
           if ws-pend-is-found
               set ws-pend-idx down by 1
           end-if.

           move "n" to ws-approver-found.
           set ws-approver-idx to 1.
           search ws-approver-entry
               at end
                   move "n" to ws-approver-found
               when ws-approver-id(ws-approver-idx) = ma-approver
                 and ma-approver not = spaces
                 and (ws-approver-scope(ws-approver-idx) = "M"
                   or ws-approver-scope(ws-approver-idx) = "B")
                   move "y" to ws-approver-found
           end-search.

           evaluate true
               when not ws-pend-is-found
                   move "REFERENCE NOT ON QUEUE" to ws-refuse-reason
               when ws-pd-status(ws-pend-idx) not = "P"
                   move "ALREADY DECIDED" to ws-refuse-reason
               when ma-decision not = "A" and ma-decision not = "R"
                   move "DECISION MUST BE A OR R"
                     to ws-refuse-reason
               when ma-approver = spaces
                   move "APPROVER NOT NAMED" to ws-refuse-reason
               when ma-approver = ws-pd-enteredby(ws-pend-idx)
                   move "APPROVER KEYED THIS TRANSACTION"
                     to ws-refuse-reason
                   move "H" to ws-refuse-severity
               when not ws-approver-is-found
                   move "APPROVER NOT AUTHORIZED" to ws-refuse-reason
                   move "H" to ws-refuse-severity
           end-evaluate.

           if ws-refuse-reason not = spaces
               if ws-decline-count = 0
                   if ws-queued-count > 0 or ws-refused-count > 0
                       move spaces to audit-line
                       write audit-line
                   end-if
                   write audit-line from ws-decline-heading
               end-if
               add 1 to ws-decline-count
               move ma-ref-date to ws-dc-ref-date
               move ma-ref-seq to ws-dc-ref-seq
               move ma-approver to ws-dc-approver
               move ws-refuse-reason to ws-dc-reason
               write audit-line from ws-decline-line
               move "MASTERMAINT" to eh-source
               move ws-refuse-severity to eh-severity
               move spaces to eh-store
               move spaces to eh-text
               string "APPROVAL VOID " ma-ref-date
                      "-" ma-ref-seq " " ws-refuse-reason
                 delimited by size into eh-text
               write exception-hub-rec
           else
               move ma-decision to ws-pd-status(ws-pend-idx)
               move ma-approver to ws-pd-decidedby(ws-pend-idx)
               move ws-run-date to ws-pd-decided(ws-pend-idx)
               move ma-note to ws-pd-note(ws-pend-idx)
               if ma-decision = "A"
                   move "y" to ws-pd-tonight(ws-pend-idx)
               end-if
           end-if.

       060-apply-approved.
      *tonight's approvals are applied in queue order through the
      *same edits as ever; one the edits reject is closed off as
      *F with the edit's reason, and changes nothing.
           if ws-queued-count > 0 or ws-refused-count > 0
             or ws-decline-count > 0
               move spaces to audit-line
               write audit-line
           end-if.
           write audit-line from ws-applied-heading.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-tonight(ws-pend-idx) = "y"
                   move ws-pd-tx(ws-pend-idx) to maint-tx-rec
                   move ws-pd-enteredby(ws-pend-idx)
                     to mt-enteredby
                   move ws-pd-ref-date(ws-pend-idx)
                     to ws-te-ref-date
                   move ws-pd-ref-seq(ws-pend-idx) to ws-te-ref-seq
                   move ws-pd-enteredby(ws-pend-idx)
                     to ws-te-enteredby
                   move ws-pd-decidedby(ws-pend-idx)
                     to ws-te-approver
                   move ws-rejected-count to ws-rejected-before
                   perform 200-apply-tx
                   if ws-rejected-count > ws-rejected-before
                       move "F" to ws-pd-status(ws-pend-idx)
                       move ws-rj-reason to ws-pd-note(ws-pend-idx)
                   end-if
               end-if
           end-perform.

       100-read-tx.
           read maint-tx-file
               at end
                   move "y" to ws-tx-eof
               not at end
                   perform 040-queue-tx.

       200-apply-tx.
           move mt-file to ws-te-file.
                       perform 600-apply-taxrate
                   when "SKUPR "
                       perform 650-apply-skuprice
                   when "SKUCST"
                       perform 690-apply-skucost
                   when "VENDOR"
                       perform 660-apply-vendor
                   when "SKUVND"
                       perform 670-apply-skuvendor
                   when "REPLN "
                       perform 680-apply-replen
                   when "BUDGET"
                       perform 695-apply-budget
                   when "CALNDR"
                       perform 697-apply-calendar
                   when other
                       move "UNKNOWN MASTER FILE CODE" to ws-rj-reason
                       perform 700-reject
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.

       660-apply-vendor.
           move "n" to ws-vendor-found.
           set ws-vendor-idx to 1.
           search ws-vendor-entry
               at end
                   move "n" to ws-vendor-found
               when ws-vendor-key(ws-vendor-idx) = mt-key(1:6)
                   move "y" to ws-vendor-found
           end-search.
      *a vendor still named as a sku's supplier cannot go - the
      *links are moved or deleted first so no claim loses its vendor.
           move "n" to ws-vendor-in-use.
           if mt-delete
               perform varying ws-sub from 1 by 1
                 until ws-sub > ws-skuvendor-count
                   if ws-skuvendor-vendor(ws-sub) = mt-key(1:6)
                       move "y" to ws-vendor-in-use
                   end-if
               end-perform
           end-if.

           evaluate true
               when mt-key(1:6) = spaces
                   move "VENDOR NUMBER IS BLANK" to ws-rj-reason
                   perform 700-reject
               when mt-add and ws-vendor-is-found
                   move "DUPLICATE VENDOR KEY" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and mt-data(51:1) not = "A"
                 and mt-data(51:1) not = "I"
                   move "VENDOR STATUS NOT A OR I" to ws-rj-reason
                   perform 700-reject
               when mt-add
                   add 1 to ws-vendor-count
                   move mt-key(1:6) to ws-vendor-key(ws-vendor-count)
                   move mt-data(1:51)
                     to ws-vendor-data(ws-vendor-count)
                   set ws-vendor-idx to ws-vendor-count
                   perform 714-audit-added-vendor
               when not ws-vendor-is-found
                   move "VENDOR KEY NOT ON MASTER" to ws-rj-reason
                   perform 700-reject
               when mt-change
                   perform 724-audit-before-vendor
                   move mt-data(1:51) to ws-vendor-data(ws-vendor-idx)
                   perform 714-audit-added-vendor
               when mt-delete and ws-vendor-is-in-use
                   move "VENDOR STILL LINKED TO SKUS" to ws-rj-reason
                   perform 700-reject
               when mt-delete
                   perform 724-audit-before-vendor
                   set ws-sub to ws-vendor-idx
                   perform until ws-sub >= ws-vendor-count
                       move ws-vendor-entry(ws-sub + 1)
                         to ws-vendor-entry(ws-sub)
                       add 1 to ws-sub
                   end-perform
                   subtract 1 from ws-vendor-count
                   add 1 to ws-applied-count
           end-evaluate.

       714-audit-added-vendor.
           move "AFTER    " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-vendor-key(ws-vendor-idx)
                  ws-vendor-data(ws-vendor-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.
           add 1 to ws-applied-count.

       724-audit-before-vendor.
           move "BEFORE   " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-vendor-key(ws-vendor-idx)
                  ws-vendor-data(ws-vendor-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.

       670-apply-skuvendor.
      *the sku has to be on SKUMaster and the vendor on the vendor
      *master; one vendor per sku, so a change moves the sku.
           move "n" to ws-sku-found.
           set ws-sku-idx to 1.
           search ws-sku-entry
               at end
                   move "n" to ws-sku-found
               when ws-sku-key(ws-sku-idx) = mt-svn-sku
                   move "y" to ws-sku-found
           end-search.
           move "n" to ws-vendor-found.
           set ws-vendor-idx to 1.
           search ws-vendor-entry
               at end
                   move "n" to ws-vendor-found
               when ws-vendor-key(ws-vendor-idx) = mt-svn-vendor
                   move "y" to ws-vendor-found
           end-search.
           move "n" to ws-skuvendor-found.
           set ws-skuvendor-idx to 1.
           search ws-skuvendor-entry
               at end
                   move "n" to ws-skuvendor-found
               when ws-skuvendor-sku(ws-skuvendor-idx) = mt-svn-sku
                   move "y" to ws-skuvendor-found
           end-search.

           evaluate true
               when (mt-add or mt-change)
                 and not ws-sku-is-found
                   move "VENDOR LINK SKU NOT ON MASTER" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and not ws-vendor-is-found
                   move "VENDOR LINK VENDOR NOT ON MASTER"
                     to ws-rj-reason
                   perform 700-reject
               when mt-add and ws-skuvendor-is-found
                   move "DUPLICATE VENDOR LINK KEY" to ws-rj-reason
                   perform 700-reject
               when mt-add
                   add 1 to ws-skuvendor-count
                   move mt-svn-sku
                     to ws-skuvendor-sku(ws-skuvendor-count)
                   move mt-svn-vendor
                     to ws-skuvendor-vendor(ws-skuvendor-count)
                   set ws-skuvendor-idx to ws-skuvendor-count
                   perform 715-audit-added-skuvendor
               when not ws-skuvendor-is-found
                   move "VENDOR LINK KEY NOT ON FILE" to ws-rj-reason
                   perform 700-reject
               when mt-change
                   perform 725-audit-before-skuvendor
                   move mt-svn-vendor
                     to ws-skuvendor-vendor(ws-skuvendor-idx)
                   perform 715-audit-added-skuvendor
               when mt-delete
                   perform 725-audit-before-skuvendor
                   set ws-sub to ws-skuvendor-idx
                   perform until ws-sub >= ws-skuvendor-count
                       move ws-skuvendor-entry(ws-sub + 1)
                         to ws-skuvendor-entry(ws-sub)
                       add 1 to ws-sub
                   end-perform
                   subtract 1 from ws-skuvendor-count
                   add 1 to ws-applied-count
           end-evaluate.

       715-audit-added-skuvendor.
           move "AFTER    " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-skuvendor-sku(ws-skuvendor-idx)
                  " "
                  ws-skuvendor-vendor(ws-skuvendor-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.
           add 1 to ws-applied-count.

       725-audit-before-skuvendor.
           move "BEFORE   " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-skuvendor-sku(ws-skuvendor-idx)
                  " "
                  ws-skuvendor-vendor(ws-skuvendor-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.

       680-apply-replen.
      *the sku has to be on SKUMaster and the store on StoreMaster
      *(or "00", the all-stores default), and the minimum can never
      *be above the maximum the order suggestion fills up to.
           move "n" to ws-sku-found.
           set ws-sku-idx to 1.
           search ws-sku-entry
               at end
                   move "n" to ws-sku-found
               when ws-sku-key(ws-sku-idx) = mt-rpl-sku
                   move "y" to ws-sku-found
           end-search.
           move "n" to ws-store-found.
           if mt-rpl-store = "00"
               move "y" to ws-store-found
           else
               set ws-store-idx to 1
               search ws-store-entry
                   at end
                       move "n" to ws-store-found
                   when ws-store-key(ws-store-idx) = mt-rpl-store
                       move "y" to ws-store-found
               end-search
           end-if.
           move "n" to ws-replen-found.
           set ws-replen-idx to 1.
           search ws-replen-entry
               at end
                   move "n" to ws-replen-found
               when ws-replen-sku(ws-replen-idx) = mt-rpl-sku
                 and ws-replen-store(ws-replen-idx) = mt-rpl-store
                   move "y" to ws-replen-found
           end-search.

           evaluate true
               when (mt-add or mt-change)
                 and (mt-rpl-min is not numeric
                   or mt-rpl-max is not numeric)
                   move "MIN OR MAX NOT NUMERIC" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and mt-rpl-min > mt-rpl-max
                   move "MINIMUM ABOVE MAXIMUM" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and not ws-sku-is-found
                   move "REPLENISH SKU NOT ON MASTER" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and not ws-store-is-found
                   move "REPLENISH STORE NOT ON MASTER"
                     to ws-rj-reason
                   perform 700-reject
               when mt-add and ws-replen-is-found
                   move "DUPLICATE REPLENISH KEY" to ws-rj-reason
                   perform 700-reject
               when mt-add
                   if ws-replen-count < 10000
                       add 1 to ws-replen-count
                       move mt-rpl-store
                         to ws-replen-store(ws-replen-count)
                       move mt-rpl-sku
                         to ws-replen-sku(ws-replen-count)
                       move mt-rpl-min
                         to ws-replen-min(ws-replen-count)
                       move mt-rpl-max
                         to ws-replen-max(ws-replen-count)
                       set ws-replen-idx to ws-replen-count
                       perform 716-audit-added-replen
                   else
                       move "REPLENISH TABLE FULL" to ws-rj-reason
                       perform 700-reject
                   end-if
               when not ws-replen-is-found
                   move "REPLENISH KEY NOT ON FILE" to ws-rj-reason
                   perform 700-reject
               when mt-change
                   perform 726-audit-before-replen
                   move mt-rpl-min to ws-replen-min(ws-replen-idx)
                   move mt-rpl-max to ws-replen-max(ws-replen-idx)
                   perform 716-audit-added-replen
               when mt-delete
                   perform 726-audit-before-replen
                   set ws-sub to ws-replen-idx
                   perform until ws-sub >= ws-replen-count
                       move ws-replen-entry(ws-sub + 1)
                         to ws-replen-entry(ws-sub)
                       add 1 to ws-sub
                   end-perform
                   subtract 1 from ws-replen-count
                   add 1 to ws-applied-count
           end-evaluate.

       716-audit-added-replen.
           move "AFTER    " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-replen-store(ws-replen-idx)
                  " "
                  ws-replen-sku(ws-replen-idx)
                  " MIN "
                  ws-replen-min(ws-replen-idx)
                  " MAX "
                  ws-replen-max(ws-replen-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.
           add 1 to ws-applied-count.

       726-audit-before-replen.
           move "BEFORE   " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-replen-store(ws-replen-idx)
                  " "
                  ws-replen-sku(ws-replen-idx)
                  " MIN "
                  ws-replen-min(ws-replen-idx)
                  " MAX "
                  ws-replen-max(ws-replen-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.

       690-apply-skucost.
           move "n" to ws-sku-found.
           set ws-sku-idx to 1.
           search ws-sku-entry
               at end
                   move "n" to ws-sku-found
               when ws-sku-key(ws-sku-idx) = mt-scs-sku
                   move "y" to ws-sku-found
           end-search.
           move "n" to ws-skucost-found.
           set ws-skucost-idx to 1.
           search ws-skucost-entry
               at end
                   move "n" to ws-skucost-found
               when ws-skucost-sku(ws-skucost-idx) = mt-scs-sku
                 and ws-skucost-effdate(ws-skucost-idx)
                   = mt-scs-effdate
                   move "y" to ws-skucost-found
           end-search.

           evaluate true
               when (mt-add or mt-change)
                 and mt-scs-effdate is not numeric
                   move "COST EFFECTIVE DATE NOT NUMERIC"
                     to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and mt-scs-cost is not numeric
                   move "COST NOT NUMERIC" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and not ws-sku-is-found
                   move "COST SKU NOT ON MASTER" to ws-rj-reason
                   perform 700-reject
               when mt-add and ws-skucost-is-found
                   move "DUPLICATE COST KEY" to ws-rj-reason
                   perform 700-reject
               when mt-add
                   add 1 to ws-skucost-count
                   move mt-scs-sku
                     to ws-skucost-sku(ws-skucost-count)
                   move mt-scs-effdate
                     to ws-skucost-effdate(ws-skucost-count)
                   move mt-scs-cost
                     to ws-skucost-cost(ws-skucost-count)
                   set ws-skucost-idx to ws-skucost-count
                   perform 717-audit-added-skucost
               when not ws-skucost-is-found
                   move "COST KEY NOT ON MASTER" to ws-rj-reason
                   perform 700-reject
               when mt-change
                   perform 727-audit-before-skucost
                   move mt-scs-cost
                     to ws-skucost-cost(ws-skucost-idx)
                   perform 717-audit-added-skucost
               when mt-delete
                   perform 727-audit-before-skucost
                   set ws-sub to ws-skucost-idx
                   perform until ws-sub >= ws-skucost-count
                       move ws-skucost-entry(ws-sub + 1)
                         to ws-skucost-entry(ws-sub)
                       add 1 to ws-sub
                   end-perform
                   subtract 1 from ws-skucost-count
                   add 1 to ws-applied-count
           end-evaluate.

       717-audit-added-skucost.
           move "AFTER    " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-skucost-sku(ws-skucost-idx)
                  " "
                  ws-skucost-effdate(ws-skucost-idx)
                  " COST "
                  ws-skucost-cost(ws-skucost-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.
           add 1 to ws-applied-count.

       727-audit-before-skucost.
           move "BEFORE   " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-skucost-sku(ws-skucost-idx)
                  " "
                  ws-skucost-effdate(ws-skucost-idx)
                  " COST "
                  ws-skucost-cost(ws-skucost-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.

       695-apply-budget.
      *the store has to be on StoreMaster and the fiscal year and
      *period on FiscalCalendar.dat, so a budget can never be
      *keyed to a period the reports will not find.
           move "n" to ws-store-found.
           set ws-store-idx to 1.
           search ws-store-entry
               at end
                   move "n" to ws-store-found
               when ws-store-key(ws-store-idx) = mt-bud-store
                   move "y" to ws-store-found
           end-search.
           move "n" to ws-fcper-found.
           if ws-fcper-count > 0
               set ws-fcper-idx to 1
               search ws-fcper-entry
                   at end
                       move "n" to ws-fcper-found
                   when ws-fcper-idx > ws-fcper-count
                       move "n" to ws-fcper-found
                   when ws-fcper-year(ws-fcper-idx) = mt-bud-year
                     and ws-fcper-period(ws-fcper-idx)
                       = mt-bud-period
                       move "y" to ws-fcper-found
               end-search
           end-if.
           move "n" to ws-budget-found.
           set ws-budget-idx to 1.
           search ws-budget-entry
               at end
                   move "n" to ws-budget-found
               when ws-budget-store(ws-budget-idx) = mt-bud-store
                 and ws-budget-year(ws-budget-idx) = mt-bud-year
                 and ws-budget-period(ws-budget-idx) = mt-bud-period
                   move "y" to ws-budget-found
           end-search.

           evaluate true
               when (mt-add or mt-change)
                 and mt-bud-amount is not numeric
                   move "BUDGET AMOUNT NOT NUMERIC" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and not ws-store-is-found
                   move "BUDGET STORE NOT ON MASTER" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and not ws-fcper-is-found
                   move "PERIOD NOT ON FISCAL CALENDAR"
                     to ws-rj-reason
                   perform 700-reject
               when mt-add and ws-budget-is-found
                   move "DUPLICATE BUDGET KEY" to ws-rj-reason
                   perform 700-reject
               when mt-add
                   if ws-budget-count < 5000
                       add 1 to ws-budget-count
                       move mt-bud-store
                         to ws-budget-store(ws-budget-count)
                       move mt-bud-year
                         to ws-budget-year(ws-budget-count)
                       move mt-bud-period
                         to ws-budget-period(ws-budget-count)
                       move mt-bud-amount
                         to ws-budget-amount(ws-budget-count)
                       set ws-budget-idx to ws-budget-count
                       perform 718-audit-added-budget
                   else
                       move "BUDGET TABLE FULL" to ws-rj-reason
                       perform 700-reject
                   end-if
               when not ws-budget-is-found
                   move "BUDGET KEY NOT ON FILE" to ws-rj-reason
                   perform 700-reject
               when mt-change
                   perform 728-audit-before-budget
                   move mt-bud-amount
                     to ws-budget-amount(ws-budget-idx)
                   perform 718-audit-added-budget
               when mt-delete
                   perform 728-audit-before-budget
                   set ws-sub to ws-budget-idx
                   perform until ws-sub >= ws-budget-count
                       move ws-budget-entry(ws-sub + 1)
                         to ws-budget-entry(ws-sub)
                       add 1 to ws-sub
                   end-perform
                   subtract 1 from ws-budget-count
                   add 1 to ws-applied-count
           end-evaluate.

       718-audit-added-budget.
           move "AFTER    " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-budget-store(ws-budget-idx)
                  " FY "
                  ws-budget-year(ws-budget-idx)
                  " P"
                  ws-budget-period(ws-budget-idx)
                  " BUDGET "
                  ws-budget-amount(ws-budget-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.
           add 1 to ws-applied-count.

       728-audit-before-budget.
           move "BEFORE   " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-budget-store(ws-budget-idx)
                  " FY "
                  ws-budget-year(ws-budget-idx)
                  " P"
                  ws-budget-period(ws-budget-idx)
                  " BUDGET "
                  ws-budget-amount(ws-budget-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.

       697-apply-calendar.
      *a closure day is keyed to a store on StoreMaster or to 00
      *for the whole chain, on a real calendar date, with one of
      *the closure types the intake and reports know.
           move "n" to ws-store-found.
           if mt-cal-store = "00"
               move "y" to ws-store-found
           else
               set ws-store-idx to 1
               search ws-store-entry
                   at end
                       move "n" to ws-store-found
                   when ws-store-key(ws-store-idx) = mt-cal-store
                       move "y" to ws-store-found
               end-search
           end-if.
           move "n" to ws-tradecal-found.
           set ws-tradecal-idx to 1.
           search ws-tradecal-entry
               at end
                   move "n" to ws-tradecal-found
               when ws-tradecal-idx > ws-tradecal-count
                   move "n" to ws-tradecal-found
               when ws-tradecal-store(ws-tradecal-idx) = mt-cal-store
                 and ws-tradecal-date(ws-tradecal-idx) = mt-cal-date
                   move "y" to ws-tradecal-found
           end-search.

           evaluate true
               when mt-cal-date is not numeric
                 or mt-cal-year < 1601
                 or mt-cal-month < 1 or mt-cal-month > 12
                 or mt-cal-day < 1 or mt-cal-day > 31
                   move "CALENDAR DATE NOT VALID" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and mt-cal-type not = "H"
                 and mt-cal-type not = "C"
                 and mt-cal-type not = "W"
                   move "CLOSURE TYPE MUST BE H, C OR W"
                     to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and not ws-store-is-found
                   move "CALENDAR STORE NOT ON MASTER" to ws-rj-reason
                   perform 700-reject
               when mt-add and ws-tradecal-is-found
                   move "DUPLICATE CALENDAR KEY" to ws-rj-reason
                   perform 700-reject
               when mt-add
                   if ws-tradecal-count < 3000
                       add 1 to ws-tradecal-count
                       move mt-cal-store
                         to ws-tradecal-store(ws-tradecal-count)
                       move mt-cal-date
                         to ws-tradecal-date(ws-tradecal-count)
                       move mt-cal-type
                         to ws-tradecal-type(ws-tradecal-count)
                       move mt-cal-desc
                         to ws-tradecal-desc(ws-tradecal-count)
                       set ws-tradecal-idx to ws-tradecal-count
                       perform 719-audit-added-calendar
                   else
                       move "CALENDAR TABLE FULL" to ws-rj-reason
                       perform 700-reject
                   end-if
               when not ws-tradecal-is-found
                   move "CALENDAR KEY NOT ON FILE" to ws-rj-reason
                   perform 700-reject
               when mt-change
                   perform 729-audit-before-calendar
                   move mt-cal-type
                     to ws-tradecal-type(ws-tradecal-idx)
                   move mt-cal-desc
                     to ws-tradecal-desc(ws-tradecal-idx)
                   perform 719-audit-added-calendar
               when mt-delete
                   perform 729-audit-before-calendar
                   set ws-sub to ws-tradecal-idx
                   perform until ws-sub >= ws-tradecal-count
                       move ws-tradecal-entry(ws-sub + 1)
                         to ws-tradecal-entry(ws-sub)
                       add 1 to ws-sub
                   end-perform
                   subtract 1 from ws-tradecal-count
                   add 1 to ws-applied-count
           end-evaluate.

       719-audit-added-calendar.
           move "AFTER    " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-tradecal-store(ws-tradecal-idx)
                  " "
                  ws-tradecal-date(ws-tradecal-idx)
                  " CLOSED "
                  ws-tradecal-type(ws-tradecal-idx)
                  " "
                  ws-tradecal-desc(ws-tradecal-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.
           add 1 to ws-applied-count.

       729-audit-before-calendar.
           move "BEFORE   " to ws-ad-tag.
           move spaces to ws-ad-image.
           string ws-tradecal-store(ws-tradecal-idx)
                  " "
                  ws-tradecal-date(ws-tradecal-idx)
                  " CLOSED "
                  ws-tradecal-type(ws-tradecal-idx)
                  " "
                  ws-tradecal-desc(ws-tradecal-idx)
             delimited by size into ws-ad-image.
           write audit-line from ws-audit-detail.

       605-check-tax-store.
      *"00" is the all-stores default rate and is always a valid
      *store reference for a tax rate.
           end-perform.
           close sku-price-file.

           open output sku-cost-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-skucost-count
               move ws-skucost-sku(ws-sub) to sc-sku
               move ws-skucost-effdate(ws-sub) to sc-effdate
               move ws-skucost-cost(ws-sub) to sc-cost
               write sku-cost-rec
           end-perform.
           close sku-cost-file.

           open output vendor-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-vendor-count
               move ws-vendor-key(ws-sub) to vendor-master-number
               move ws-vendor-data(ws-sub) to vendor-master-data
               write vendor-master-rec
           end-perform.
           close vendor-file.

           open output sku-vendor-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-skuvendor-count
               move ws-skuvendor-sku(ws-sub) to sv-sku
               move ws-skuvendor-vendor(ws-sub) to sv-vendor
               write sku-vendor-rec
           end-perform.
           close sku-vendor-file.

           open output replen-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-replen-count
               move ws-replen-entry(ws-sub) to replen-rec
               write replen-rec
           end-perform.
           close replen-file.

           open output budget-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-budget-count
               move ws-budget-entry(ws-sub) to budget-rec
               write budget-rec
           end-perform.
           close budget-file.

           open output trading-cal-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-tradecal-count
               move ws-tradecal-entry(ws-sub) to trading-cal-rec
               write trading-cal-rec
           end-perform.
           close trading-cal-file.

       820-write-queue.
      *age is days on the queue: to tonight for a pending item, to
      *the decision for an approved or rejected one. Pending items
      *show their data so the approver sees the whole change.
           move spaces to audit-line.
           write audit-line.
           write audit-line from ws-queue-heading.
           if ws-pend-count = 0
               write audit-line from ws-queue-empty
           else
               write audit-line from ws-queue-columns
               perform varying ws-pend-idx from 1 by 1
                 until ws-pend-idx > ws-pend-count
                   perform 830-write-queue-line
               end-perform
               move ws-q-pending to ws-qt-pending
               move ws-q-approved to ws-qt-approved
               move ws-q-rejected to ws-qt-rejected
               move spaces to audit-line
               write audit-line
               write audit-line from ws-queue-total
           end-if.

       830-write-queue-line.
           move ws-pd-ref-date(ws-pend-idx) to ws-qd-ref-date.
           move ws-pd-ref-seq(ws-pend-idx) to ws-qd-ref-seq.
           move ws-pd-tx(ws-pend-idx)(1:6) to ws-qd-file.
           move ws-pd-tx(ws-pend-idx)(7:1) to ws-qd-action.
           move ws-pd-tx(ws-pend-idx)(8:15) to ws-qd-key.
           move ws-pd-enteredby(ws-pend-idx) to ws-qd-enteredby.
           move ws-pd-decidedby(ws-pend-idx) to ws-qd-decidedby.
           move ws-pd-note(ws-pend-idx) to ws-qd-note.
           compute ws-entry-int =
             function integer-of-date(ws-pd-ref-date(ws-pend-idx)).
           evaluate ws-pd-status(ws-pend-idx)
               when "P"
                   move "PENDING" to ws-qd-status
                   add 1 to ws-q-pending
                   move ws-run-int to ws-decided-int
               when "A"
                   move "APPROVED" to ws-qd-status
                   add 1 to ws-q-approved
               when "F"
                   move "NOT APPLIED" to ws-qd-status
                   add 1 to ws-q-approved
               when other
                   move "REJECTED" to ws-qd-status
                   add 1 to ws-q-rejected
           end-evaluate.
           if ws-pd-status(ws-pend-idx) not = "P"
               compute ws-decided-int = function integer-of-date
                 (ws-pd-decided(ws-pend-idx))
           end-if.
           compute ws-age-days = ws-decided-int - ws-entry-int.
           move ws-age-days to ws-qd-age.
           write audit-line from ws-queue-line.
           if ws-pd-status(ws-pend-idx) = "P"
               move ws-pd-tx(ws-pend-idx)(23:56) to ws-qa-data
               write audit-line from ws-queue-data
           end-if.

       850-rewrite-pending.
      *decided items drop off once they are ws-keep-days past the
      *decision; pending items stay until someone decides them.
           open output pending-file.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-status(ws-pend-idx) = "P"
                   move 0 to ws-age-days
               else
                   compute ws-decided-int = function integer-of-date
                     (ws-pd-decided(ws-pend-idx))
                   compute ws-age-days = ws-run-int - ws-decided-int
               end-if
               if ws-age-days not > ws-keep-days
                   move ws-pend-entry(ws-pend-idx) to pending-rec
                   write pending-rec
               end-if
           end-perform.
           close pending-file.

       end program MasterMaint.
