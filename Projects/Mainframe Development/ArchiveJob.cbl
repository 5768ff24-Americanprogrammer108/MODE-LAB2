      *the CBL_ file routines (existence check, copy, then delete of
      *the original). Two retention tiers: reports and work files
      *keep RETENTION_DAYS (default 30); the s/l/r/v transaction
      *files and the enriched daily files DailyEnrich builds from
      *them keep TXN_RETENTION_DAYS (default 365), because
      *PeriodSummary's YTD sweep and TaxRemittance's back-dated
      *periods read them in place - archiving those at 30 days would
      *silently hollow out every year-to-date figure.
           assign to "../data/StoreMaster.dat"
           organization is line sequential.

           select optional dist-master-file
           assign to "../data/DistributionMaster.dat"
           organization is line sequential.

           select optional register-file
           assign to "../data/InvoiceRegister.dat"
           organization is line sequential.
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

      *the run-over-run invoice register Edit extends every night -
      *compacted here so it, the keyed rebuild MasterLoad does from
      *it, and RProcessing's matching tables stop growing without
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.

       01 ws-distmaster-eof pic x value "n".
         88 ws-distmaster-yes value "y".
       01 ws-recipient-count pic 9(3) value 0.
       01 ws-recipient-table.
         05 ws-recipient-entry occurs 200 times
             indexed by ws-recipient-idx.
           10 ws-rc-recipient pic x(8) value spaces.

      *every dated file family the pipeline writes: the source name
      *is prefix + YYYYMMDD + suffix, and the archived copy keeps the
      *same base name under ../data/archive. The tx- transmissions
      *are handled separately because they also carry a store number.
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

      *family subscripts 3-7 are the s/l/r/v transaction files and
      *the enriched daily file built from them, which get the long
      *TXN_RETENTION_DAYS cutoff.

       01 ws-family-sub pic 99 value 0.

           perform 005-load-rundate.
           perform 010-load-retention.
           perform 020-load-storelist.
           perform 025-load-recipients.

           call "CBL_CREATE_DIR" using "../data/archive".

           end-perform.
           close store-file.

       025-load-recipients.
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

       100-sweep-one-day.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.

           perform 360-check-pos-store
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.

           perform 370-check-dist-recipient
             varying ws-recipient-idx from 1 by 1
             until ws-recipient-idx > ws-recipient-count.

       200-check-family.
           if ws-family-sub >= 3 and ws-family-sub <= 7
               move ws-txn-cutoff-int to ws-current-cutoff-int
           else
               move ws-cutoff-int to ws-current-cutoff-int
             delimited by size into ws-source-name.
           perform 400-archive-one-file.

       360-check-pos-store.
           move ws-cutoff-int to ws-current-cutoff-int.
           move spaces to ws-source-name.
           string "../data/pos-"
                  ws-store-number(ws-store-idx)
                  "-"
                  ws-sweep-date
                  ".dat"
             delimited by size into ws-source-name.
           perform 400-archive-one-file.

       370-check-dist-recipient.
           move ws-cutoff-int to ws-current-cutoff-int.
           move spaces to ws-source-name.
           string "../data/dist-"
                  function trim(ws-rc-recipient(ws-recipient-idx))
                  "-"
                  ws-sweep-date
                  ".out"
             delimited by size into ws-source-name.
           perform 400-archive-one-file.

       400-archive-one-file.
           call "CBL_CHECK_FILE_EXIST"
             using ws-source-name, ws-file-info.
