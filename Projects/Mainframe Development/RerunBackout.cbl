      *prior run's own-run-date entries: register lines stamped with
      *this RUN_DATE, suspense entries rejected on this RUN_DATE,
      *and the per-run ControlTotals.dat. The cumulative ledgers
      *(layaway accounts, gift card balances, on-hand position, till
      *over/short history, vendor claims, purchase orders and the other
      *ledgers listed in 400-restore-ledgers) are backed out by
      *restoring the pre-update snapshot each ledger step takes - and
      *only when that snapshot is stamped with this run date, because a
      *snapshot from another date means the run being backed out never
      *reached that ledger. The date's retired transmissions move back
      *out of ../data/processed so intake can re-merge the whole day,
      *and every OTHER sequence's s/l/r/v and valid/invalid file sets
      *for the date are purged - the rerun's own sequence will hold the
      *entire day, and leftover sets would double it in the sequence
      *sweeps. The period totals are not backed out here: BatchDriver
      *forces PERIOD_REBUILD on a rerun so PeriodSummary re-derives
      *them from the regenerated dated files.

       environment division.
       input-output section.
         05 filler pic x(30) value "EARLIER-SEQ FILES PURGED:     ".
         05 ws-pu-count pic zzzz9.

       01 ws-ledger-count pic 99 value 0.
       01 ws-ledger-table.
         05 ws-ledger-entry occurs 40 times.
           10 ws-ldg-name pic x(20).
           10 ws-ldg-result pic x(30).
       01 ws-ledger-sub pic 99 value 0.

       01 ws-ledger-line.
         05 filler pic x(8) value "LEDGER  ".
           perform 450-restore-one-ledger.
           move "TillOverShort" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "VendorClaimLedger" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "PurchaseOrders" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "CountPending" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "InventoryAdjustments" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "InTransit" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "ServiceContracts" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "LoyaltyPoints" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "LoyaltyEarnings" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "ChargebackCases" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "RefundCheques" to ws-ledger-base.
           perform 450-restore-one-ledger.
           move "BillbackLedger" to ws-ledger-base.
           perform 450-restore-one-ledger.

       450-restore-one-ledger.
           move spaces to ws-stamp-name.
