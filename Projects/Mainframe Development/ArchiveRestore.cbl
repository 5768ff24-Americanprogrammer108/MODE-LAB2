      *Program Description: Restore mode for the archive. Given a
      *business date in RESTORE_DATE, copies that date's complete
      *file set - the same dated families ArchiveJob sweeps, plus
      *the per-store tx-, flash- and pos- files - out of
      *../data/archive back into ../data where the steps expect
      *them, and writes a manifest of what was staged. The archive
      *copies stay in place; a restore is a copy, never a move. The
      *reprocess run itself is then driven with RUN_DATE=<date> and
      *HISTORICAL_REPROCESS=Y, which Edit and PeriodSummary honor
      *by leaving the live invoice register, suspense file and
      *period totals untouched.
           assign to "../data/StoreMaster.dat"
           organization is line sequential.

           select optional dist-master-file
           assign to "../data/DistributionMaster.dat"
           organization is line sequential.

       data division.

       file section.
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *only the recipient rows are needed here - they name the
      *dist-<recipient>-<date>.out bundles the distribution step
      *writes.
       fd dist-master-file
           data record is dist-master-rec
           record contains 60 characters.
       01 dist-master-rec.
         05 dm-rectype pic x(1).
           88 dm-recipient-row value "R".
         05 dm-recipient pic x(8).
         05 filler pic x(51).

       working-storage section.
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.

       01 ws-distmaster-eof pic x value "n".
         88 ws-distmaster-yes value "y".
       01 ws-recipient-count pic 9(3) value 0.
       01 ws-recipient-table.
         05 ws-recipient-entry occurs 200 times
             indexed by ws-recipient-idx.
           10 ws-rc-recipient pic x(8) value spaces.

      *the same dated file families ArchiveJob archives - the
      *restore walks the list the other way.
       01 ws-family-count pic 99 value 85.
       01 ws-family-table.
         05 filler pic x(34)
             value "../data/Valid-Records-        .out".
             value "../data/r-                    .dat".
         05 filler pic x(34)
             value "../data/v-                    .dat".
         05 filler pic x(34)
             value "../data/enriched-             .dat".
         05 filler pic x(34)
             value "../cnt-                       .out".
         05 filler pic x(34)
             value "../data/InvoiceInquiry-       .out".
         05 filler pic x(34)
             value "../data/ArchiveRestore-       .out".
         05 filler pic x(34)
             value "../data/VendorClaimAging-     .out".
         05 filler pic x(34)
             value "../data/ReceivingDiscrepancy- .out".
         05 filler pic x(34)
             value "../data/ReplenishmentPlan-    .out".
         05 filler pic x(34)
             value "../data/SuggestedOrders-      .dat".
         05 filler pic x(34)
             value "../data/ShrinkVariance-       .out".
         05 filler pic x(34)
             value "../data/TransferAging-        .out".
         05 filler pic x(34)
             value "../data/GrossMargin-          .out".
         05 filler pic x(34)
             value "../data/ServiceContracts-     .out".
         05 filler pic x(34)
             value "../data/ServiceRecognition-   .out".
         05 filler pic x(34)
             value "../data/DeferredRevenue-      .dat".
         05 filler pic x(34)
             value "../data/LoyaltyPoints-        .out".
         05 filler pic x(34)
             value "../data/LoyaltyStatement-     .dat".
         05 filler pic x(34)
             value "../data/ChargebackReport-     .out".
         05 filler pic x(34)
             value "../data/ChargebackJournal-    .dat".
         05 filler pic x(34)
             value "../data/RefundChequeReport-   .out".
         05 filler pic x(34)
             value "../data/RefundChequeJournal-  .dat".
         05 filler pic x(34)
             value "../data/PositivePay-          .dat".
         05 filler pic x(34)
             value "../data/BudgetReport-         .out".
         05 filler pic x(34)
             value "../data/CompStoreReport-      .out".
         05 filler pic x(34)
             value "../data/LaborProductivity-    .out".
         05 filler pic x(34)
             value "../data/CashierIncentive-     .dat".
         05 filler pic x(34)
             value "../data/CashierIncentive-     .out".
         05 filler pic x(34)
             value "../data/POSDownload-          .out".
         05 filler pic x(34)
             value "../data/DistManifest-         .out".
         05 filler pic x(34)
             value "../data/OutboundRegister-     .out".
         05 filler pic x(34)
             value "../data/OutboundResend-       .out".
         05 filler pic x(34)
             value "../data/DailyEnrich-          .out".
         05 filler pic x(34)
             value "../data/CustomerErasure-      .out".
         05 filler pic x(34)
             value "../data/BasketAnalysis-       .out".
         05 filler pic x(34)
             value "../data/BillbackClaims-       .out".
         05 filler pic x(34)
             value "../data/BillbackOpen-         .out".
         05 filler pic x(34)
             value "../data/CustomerSegments-     .dat".
         05 filler pic x(34)
             value "../data/CustomerSegmentReport-.out".
         05 filler pic x(34)
             value "../data/AuditWorksheet-       .out".
         05 filler pic x(34)
             value "../data/AuditFindings-        .out".
         05 filler pic x(34)
             value "../data/EmployeePurchases-    .out".
       01 ws-family-entries redefines ws-family-table.
         05 ws-family-entry occurs 85 times.
           10 ws-family-prefix pic x(30).
           10 ws-family-suffix pic x(4).

           move ws-restore-date to ws-report-filename-date.

           perform 010-load-storelist.
           perform 020-load-recipients.

           open output report-file.
           move function current-date(1:8) to ws-pagestamp-date.
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.

           perform 360-restore-pos-store
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.

           perform 370-restore-dist-recipient
             varying ws-recipient-idx from 1 by 1
             until ws-recipient-idx > ws-recipient-count.

           if ws-restored-count = 0
               write report-line from ws-none-line
           end-if.
           end-perform.
           close store-file.

       020-load-recipients.
           open input dist-master-file.
           perform until ws-distmaster-yes
               read dist-master-file
                   at end
                       move "y" to ws-distmaster-eof
                   not at end
                       if dm-recipient-row
                         and ws-recipient-count < 200
                           add 1 to ws-recipient-count
                           move dm-recipient
                             to ws-rc-recipient(ws-recipient-count)
                       end-if
               end-read
           end-perform.
           close dist-master-file.

       200-restore-family.
           move spaces to ws-target-name.
           string function trim(ws-family-prefix(ws-family-sub))
             delimited by size into ws-target-name.
           perform 400-restore-one-file.

       360-restore-pos-store.
           move spaces to ws-target-name.
           string "../data/pos-"
                  ws-store-number(ws-store-idx)
                  "-"
                  ws-restore-date
                  ".dat"
             delimited by size into ws-target-name.
           perform 400-restore-one-file.

       370-restore-dist-recipient.
           move spaces to ws-target-name.
           string "../data/dist-"
                  function trim(ws-rc-recipient(ws-recipient-idx))
                  "-"
                  ws-restore-date
                  ".out"
             delimited by size into ws-target-name.
           perform 400-restore-one-file.

       400-restore-one-file.
      *the archived copy keeps its base name under ../data/archive,
      *exactly how ArchiveJob put it there.
