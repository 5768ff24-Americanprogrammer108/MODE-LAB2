       identification division.
       program-id. LoyaltyPoints.
      *Program Description: Loyalty points ledger, run in the nightly
      *chain after LayawayMaint. LoyaltyPoints.dat holds one running
      *points balance per customer number. Points are earned at
      *LOYALTY_EARN_RATE points per whole dollar (default 1) on the
      *amount of every S line that names a customer, and on the paid
      *total of every layaway LayawayMaint completed tonight - an L
      *line is a deposit, not a sale, so it earns nothing until the
      *account completes. Each earning is kept by store and invoice
      *in LoyaltyEarnings.dat so a return or void can be matched
      *back to it: a matched R or V takes back the points its amount
      *earned, never more than the invoice earned, from the customer
      *who earned them; an unmatched one takes back nothing and is
      *counted on the report. Tender LP spends points at
      *LOYALTY_REDEEM_RATE points per dollar (default 100) of the
      *gross the till took, the same gross the GL extract books to
      *tender clearing - Edit only lets LP through on a line naming
      *an active member - and an R or V tendered LP puts the points
      *back. Lines tendered LP earn nothing. The nightly statement
      *file LoyaltyStatement-YYYYMMDD.dat carries every active
      *member with a balance or activity tonight for the marketing
      *mailer; the report shows the night's points by store and the
      *outstanding points liability for finance. The lines and the
      *tax on each come from the day's enriched file, so the gross
      *an LP line redeems is amount plus the tax DailyEnrich worked
      *out for it.

       environment division.
       input-output section.
       file-control.
           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select optional points-file
           assign to "../data/LoyaltyPoints.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional earning-file
           assign to "../data/LoyaltyEarnings.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional layaway-file
           assign to "../data/LayawayAccounts.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional customer-file
           assign to "../data/CustomerMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select statement-file
           assign dynamic ws-statement-filename
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

      *the day's enriched transaction file from DailyEnrich: the
      *s/l/r/v record as split, then the store, department and tax
      *DailyEnrich worked out once for the night.
       fd day-file
           data record is input-line
           record contains 160 characters.
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

      *running points balance per customer; earned and redeemed are
      *lifetime totals, net of reversals and refunds.
       fd points-file
           data record is points-rec
           record contains 44 characters.
       01 points-rec.
         05 lp-customer pic x(8).
         05 lp-balance pic s9(9) sign leading separate.
         05 lp-earned pic 9(9).
         05 lp-redeemed pic 9(9).
         05 lp-lastdate pic 9(8).

      *points earned per store and invoice, kept so a later return
      *or void can find the customer and take back no more than the
      *invoice earned.
       fd earning-file
           data record is earning-rec
           record contains 41 characters.
       01 earning-rec.
         05 le-store pic x(2).
         05 le-invoice pic x(9).
         05 le-customer pic x(8).
         05 le-date pic 9(8).
         05 le-points pic 9(7).
         05 le-reversed pic 9(7).

      *layaway accounts as LayawayMaint left them tonight.
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

       fd customer-file
           data record is customer-master-rec
           record contains 29 characters.
       01 customer-master-rec.
           05 cu-number pic x(8).
           05 cu-name pic x(20).
           05 cu-status pic x(1).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

      *one record per member for the marketing mailer: tonight's
      *opening and closing balance, the night's movements and the
      *dollar value of the closing balance.
       fd statement-file
           data record is statement-rec
           record contains 94 characters.
       01 statement-rec.
         05 ps-customer pic x(8).
         05 ps-name pic x(20).
         05 ps-opening pic s9(9) sign leading separate.
         05 ps-earned pic 9(9).
         05 ps-reversed pic 9(9).
         05 ps-redeemed pic s9(9) sign leading separate.
         05 ps-closing pic s9(9) sign leading separate.
         05 ps-value pic s9(7)v99 sign leading separate.
         05 ps-rundate pic 9(8).

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

      *the points tender code on TenderTypes.
       01 ws-points-tender pic x(2) value "LP".

      *an earning older than this many days is past any return
      *window and drops off LoyaltyEarnings.dat.
       01 ws-earning-keep-days pic 9(3) value 365.

       01 ws-earn-param pic x(5) value spaces.
       01 ws-earn-rate pic 9(3) value 1.
       01 ws-redeem-param pic x(5) value spaces.
       01 ws-redeem-rate pic 9(5) value 100.

       01 ws-member-count pic 9(5) value 0.
       01 ws-member-table.
         05 ws-member-entry occurs 20000 times
             indexed by ws-member-idx.
           10 ws-mb-customer pic x(8).
           10 ws-mb-opening pic s9(9).
           10 ws-mb-balance pic s9(9).
           10 ws-mb-earned pic 9(9).
           10 ws-mb-redeemed pic 9(9).
           10 ws-mb-lastdate pic 9(8).
           10 ws-mb-night-earned pic 9(9).
           10 ws-mb-night-reversed pic 9(9).
           10 ws-mb-night-redeemed pic s9(9).
       01 ws-member-found pic x value "n".
         88 ws-member-is-found value "y".
       01 ws-member-overflow pic x value "n".
         88 ws-member-is-full value "y".

       01 ws-earning-count pic 9(5) value 0.
       01 ws-earning-table.
         05 ws-earning-entry occurs 50000 times
             indexed by ws-earning-idx.
           10 ws-le-store pic x(2).
           10 ws-le-invoice pic x(9).
           10 ws-le-customer pic x(8).
           10 ws-le-date pic 9(8).
           10 ws-le-points pic 9(7).
           10 ws-le-reversed pic 9(7).
       01 ws-earning-found pic x value "n".
         88 ws-earning-is-found value "y".
       01 ws-earning-overflow pic x value "n".
         88 ws-earning-is-full value "y".

       01 ws-customer-count pic 9(5) value 0.
       01 ws-customer-table.
         05 ws-customer-entry occurs 20000 times
             indexed by ws-customer-idx.
           10 ws-customer-number pic x(8).
           10 ws-customer-name pic x(20).
           10 ws-customer-status pic x(1).
       01 ws-customer-found pic x value "n".
         88 ws-customer-is-found value "y".

       01 ws-storename-count pic 99 value 0.
       01 ws-storename-table.
         05 ws-storename-entry occurs 50 times
             indexed by ws-storename-idx.
           10 ws-storename-number pic x(2) value spaces.
           10 ws-storename-name pic x(20) value spaces.
           10 ws-store-earned pic 9(9) value 0.
           10 ws-store-reversed pic 9(9) value 0.
           10 ws-store-redeemed pic s9(9) value 0.
           10 ws-store-redeem-value pic s9(9)v99 value 0.
       01 ws-storename-found pic x value "n".
         88 ws-storename-is-found value "y".

       01 ws-gross-amount pic 9(7)v99 value 0.

      *the enriched file is swept twice: sales and layaway
      *payments, then returns and voids.
       01 ws-sweep-pass pic 9 value 0.
         88 ws-sweep-sales value 1.
         88 ws-sweep-returns value 2.

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-lookup-invoice pic x(9) value spaces.
       01 ws-lookup-customer pic x(8) value spaces.
       01 ws-lookup-date pic 9(8) value 0.
       01 ws-points pic 9(9) value 0.
       01 ws-reverse-points pic 9(9) value 0.
       01 ws-left-points pic 9(9) value 0.
       01 ws-keep-limit pic 9(8) value 0.

       01 ws-unmatched-count pic 9(5) value 0.
       01 ws-layaway-count pic 9(5) value 0.
       01 ws-negative-count pic 9(5) value 0.
       01 ws-statement-count pic 9(5) value 0.
       01 ws-total-earned pic 9(9) value 0.
       01 ws-total-reversed pic 9(9) value 0.
       01 ws-total-redeemed pic s9(9) value 0.
       01 ws-total-redeem-value pic s9(9)v99 value 0.
       01 ws-outstanding-points pic 9(11) value 0.
       01 ws-liability-value pic 9(9)v99 value 0.
       01 ws-balance-value pic s9(7)v99 value 0.
       01 ws-liability-dollars pic 9(7) value 0.

       01 ws-heading pic x(60) value
           "LOYALTY POINTS LEDGER".

       01 ws-rate-line.
         05 filler pic x(13) value "EARN RATE:   ".
         05 ws-rl-earn pic zz9.
         05 filler pic x(34) value
             " POINTS PER DOLLAR   REDEEM RATE: ".
         05 ws-rl-redeem pic zzzz9.
         05 filler pic x(18) value " POINTS PER DOLLAR".

       01 ws-store-heading.
         05 filler pic x(26) value "STORE".
         05 filler pic x(13) value "       EARNED".
         05 filler pic x(13) value "     REVERSED".
         05 filler pic x(13) value "     REDEEMED".
         05 filler pic x(16) value "  REDEEMED VALUE".

       01 ws-store-detail.
         05 filler pic x(2) value spaces.
         05 ws-sd-number pic x(2).
         05 filler pic x(1) value space.
         05 ws-sd-name pic x(20).
         05 filler pic x(1) value space.
         05 ws-sd-earned pic zzz,zzz,zz9.
         05 filler pic x(2) value spaces.
         05 ws-sd-reversed pic zzz,zzz,zz9.
         05 filler pic x(2) value spaces.
         05 ws-sd-redeemed pic ---,---,--9.
         05 filler pic x(2) value spaces.
         05 ws-sd-value pic ---,---,--9.99.

       01 ws-negative-heading pic x(60) value
           "MEMBERS WITH A NEGATIVE POINTS BALANCE".
       01 ws-negative-detail.
         05 filler pic x(4) value spaces.
         05 ws-nd-customer pic x(8).
         05 filler pic x(1) value space.
         05 ws-nd-name pic x(20).
         05 filler pic x(1) value space.
         05 ws-nd-balance pic ---,---,--9.

       01 ws-none-line pic x(40) value
           "  (none)".

       01 ws-overflow-line pic x(60) value
           "** POINTS TABLE FULL - LEDGER NOT UPDATED **".

       01 ws-totals-line1.
         05 filler pic x(36) value
             "POINTS EARNED / REVERSED TONIGHT:   ".
         05 ws-t1-earned pic zzz,zzz,zz9.
         05 filler pic x(3) value " / ".
         05 ws-t1-reversed pic zzz,zzz,zz9.
       01 ws-totals-line2.
         05 filler pic x(36) value
             "POINTS REDEEMED TONIGHT (NET):      ".
         05 ws-t2-redeemed pic ---,---,--9.
       01 ws-totals-line3.
         05 filler pic x(36) value
             "LAYAWAYS COMPLETED EARNING POINTS:  ".
         05 ws-t3-count pic zzzz9.
       01 ws-totals-line4.
         05 filler pic x(36) value
             "RETURNS/VOIDS WITH NO POINTS EARNED:".
         05 ws-t4-count pic zzzz9.
       01 ws-totals-line5.
         05 filler pic x(36) value
             "MEMBERS ON LEDGER / STATEMENTS:     ".
         05 ws-t5-members pic zzzz9.
         05 filler pic x(3) value " / ".
         05 ws-t5-statements pic zzzz9.
       01 ws-totals-line6.
         05 filler pic x(36) value
             "OUTSTANDING POINTS:                 ".
         05 ws-t6-points pic zz,zzz,zzz,zz9.
       01 ws-totals-line7.
         05 filler pic x(36) value
             "POINTS LIABILITY AT REDEEM RATE:    ".
         05 ws-t7-value pic zzz,zzz,zz9.99.

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
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-statement-filename.
         05 filler pic x(25) value "../data/LoyaltyStatement-".
         05 ws-statement-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-statement-filename-seq pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(22) value "../data/LoyaltyPoints-".
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
           perform 012-load-customers.
           perform 020-load-points.
           perform 025-load-earnings.

      *sales and layaway payments first, then the layaways that
      *completed tonight, so tonight's earnings are on the table
      *before tonight's returns and voids look for them.
           open extend exception-hub-file.
           move 1 to ws-sweep-pass.
           perform 100-sweep-day-file.
           perform 250-completed-layaways.
           move 2 to ws-sweep-pass.
           perform 100-sweep-day-file.
           perform 450-flag-negative.
           close exception-hub-file.

      *a historical reprocess re-derives the report only: the live
      *ledgers do not move and the mailer is not sent the replayed
      *day a second time. A full table would drop members or
      *earnings from the rewrite, so the ledgers stand as well.
           if not ws-is-historical
             and not ws-member-is-full
             and not ws-earning-is-full
               perform 400-write-statements
           end-if.
           perform 500-write-report.
           if not ws-is-historical
             and not ws-member-is-full
             and not ws-earning-is-full
               perform 600-rewrite-points
               perform 620-rewrite-earnings
           end-if.
           perform 700-write-controltotals.

           display "Loyalty points finished".
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
           move ws-run-date to ws-statement-filename-date.
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
           move ws-seq-suffix to ws-statement-filename-seq.
           move ws-seq-suffix to ws-report-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

           accept ws-earn-param from environment "LOYALTY_EARN_RATE".
           if function trim(ws-earn-param) is numeric
             and function trim(ws-earn-param) > 0
               move function numval(ws-earn-param) to ws-earn-rate
           end-if.
           accept ws-redeem-param from environment
             "LOYALTY_REDEEM_RATE".
           if function trim(ws-redeem-param) is numeric
             and function trim(ws-redeem-param) > 0
               move function numval(ws-redeem-param)
                 to ws-redeem-rate
           end-if.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           compute ws-keep-limit = function date-of-integer(
             ws-run-int - ws-earning-keep-days).

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

       012-load-customers.
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
                           move cu-status to
                             ws-customer-status(ws-customer-count)
                       end-if
               end-read
           end-perform.
           close customer-file.

       020-load-points.
           open input points-file.
           move "../data/LoyaltyPoints.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read points-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-member-count < 20000
                           add 1 to ws-member-count
                           set ws-member-idx to ws-member-count
                           move lp-customer
                             to ws-mb-customer(ws-member-idx)
                           move lp-balance
                             to ws-mb-opening(ws-member-idx)
                           move lp-balance
                             to ws-mb-balance(ws-member-idx)
                           move lp-earned
                             to ws-mb-earned(ws-member-idx)
                           move lp-redeemed
                             to ws-mb-redeemed(ws-member-idx)
                           move lp-lastdate
                             to ws-mb-lastdate(ws-member-idx)
                           move 0 to ws-mb-night-earned(ws-member-idx)
                           move 0
                             to ws-mb-night-reversed(ws-member-idx)
                           move 0
                             to ws-mb-night-redeemed(ws-member-idx)
                       else
                           move "y" to ws-member-overflow
                       end-if
               end-read
           end-perform.
           close points-file.

       025-load-earnings.
      *earnings past the return window are dropped here, so they
      *are gone from the file after tonight's rewrite.
           open input earning-file.
           move "../data/LoyaltyEarnings.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read earning-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if le-date >= ws-keep-limit
                           if ws-earning-count < 50000
                               add 1 to ws-earning-count
                               move earning-rec to
                                 ws-earning-entry(ws-earning-count)
                           else
                               move "y" to ws-earning-overflow
                           end-if
                       end-if
               end-read
           end-perform.
           close earning-file.

       100-sweep-day-file.
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
                   if (ws-sweep-sales
                     and (il-transactioncode = "S"
                       or il-transactioncode = "L"))
                     or (ws-sweep-returns
                     and (il-transactioncode = "R"
                       or il-transactioncode = "V"))
                       perform 300-post-record
                   end-if.

       300-post-record.
           move il-storenumber to ws-lookup-store.
           perform 360-find-store.
           evaluate true
               when il-paymenttype = ws-points-tender
                 and (il-transactioncode = "S"
                   or il-transactioncode = "L")
                   perform 340-redeem-points
               when il-transactioncode = "S"
                   perform 310-earn-sale
               when il-transactioncode = "R"
               when il-transactioncode = "V"
                   perform 320-reverse-earning
                   if il-paymenttype = ws-points-tender
                       perform 345-restore-points
                   end-if
           end-evaluate.

       310-earn-sale.
           if il-customer = spaces
               exit paragraph
           end-if.
           compute ws-points = il-transactionamount * ws-earn-rate.
           if ws-points = 0
               exit paragraph
           end-if.
           move il-customer to ws-lookup-customer.
           move il-invoicenumber to ws-lookup-invoice.
           if il-transactiondate is numeric
               move il-transactiondate to ws-lookup-date
           else
               move ws-run-date to ws-lookup-date
           end-if.
           perform 330-add-earning.

       320-reverse-earning.
      *the points come back off whoever earned them on the original
      *invoice, whatever customer number the return itself carries,
      *and never more than the invoice has left to give back.
           move il-invoicenumber to ws-lookup-invoice.
           perform 350-find-earning.
           if not ws-earning-is-found
               add 1 to ws-unmatched-count
               exit paragraph
           end-if.
           compute ws-reverse-points =
             il-transactionamount * ws-earn-rate.
           compute ws-left-points = ws-le-points(ws-earning-idx)
             - ws-le-reversed(ws-earning-idx).
           if ws-reverse-points > ws-left-points
               move ws-left-points to ws-reverse-points
           end-if.
           if ws-reverse-points = 0
               exit paragraph
           end-if.
           add ws-reverse-points to ws-le-reversed(ws-earning-idx).
           move ws-le-customer(ws-earning-idx) to ws-lookup-customer.
           perform 370-find-member.
           if ws-member-is-found
               subtract ws-reverse-points
                 from ws-mb-balance(ws-member-idx)
               subtract ws-reverse-points
                 from ws-mb-earned(ws-member-idx)
               add ws-reverse-points
                 to ws-mb-night-reversed(ws-member-idx)
               move ws-run-date to ws-mb-lastdate(ws-member-idx)
           end-if.
           add ws-reverse-points
             to ws-store-reversed(ws-storename-idx).
           add ws-reverse-points to ws-total-reversed.

       330-add-earning.
      *one earning per store and invoice: an invoice set's detail
      *lines add to the same entry.
           perform 350-find-earning.
           if not ws-earning-is-found
               if ws-earning-count >= 50000
                   move "y" to ws-earning-overflow
                   exit paragraph
               end-if
               add 1 to ws-earning-count
               set ws-earning-idx to ws-earning-count
               move ws-lookup-store to ws-le-store(ws-earning-idx)
               move ws-lookup-invoice to ws-le-invoice(ws-earning-idx)
               move ws-lookup-customer
                 to ws-le-customer(ws-earning-idx)
               move ws-lookup-date to ws-le-date(ws-earning-idx)
               move 0 to ws-le-points(ws-earning-idx)
               move 0 to ws-le-reversed(ws-earning-idx)
           end-if.
           add ws-points to ws-le-points(ws-earning-idx).
           perform 370-find-member.
           if not ws-member-is-found
               exit paragraph
           end-if.
           add ws-points to ws-mb-balance(ws-member-idx).
           add ws-points to ws-mb-earned(ws-member-idx).
           add ws-points to ws-mb-night-earned(ws-member-idx).
           move ws-run-date to ws-mb-lastdate(ws-member-idx).
           add ws-points to ws-store-earned(ws-storename-idx).
           add ws-points to ws-total-earned.

       340-redeem-points.
           if il-customer = spaces
               exit paragraph
           end-if.
           perform 380-compute-gross.
           compute ws-points rounded =
             ws-gross-amount * ws-redeem-rate.
           move il-customer to ws-lookup-customer.
           perform 370-find-member.
           if not ws-member-is-found
               exit paragraph
           end-if.
           subtract ws-points from ws-mb-balance(ws-member-idx).
           add ws-points to ws-mb-redeemed(ws-member-idx).
           add ws-points to ws-mb-night-redeemed(ws-member-idx).
           move ws-run-date to ws-mb-lastdate(ws-member-idx).
           add ws-points to ws-store-redeemed(ws-storename-idx).
           add ws-gross-amount
             to ws-store-redeem-value(ws-storename-idx).
           add ws-points to ws-total-redeemed.
           add ws-gross-amount to ws-total-redeem-value.

       345-restore-points.
      *a refund or void back onto points credits the member named
      *on the line, or failing that the member the invoice earned
      *for.
           move il-customer to ws-lookup-customer.
           if ws-lookup-customer = spaces
             and ws-earning-is-found
               move ws-le-customer(ws-earning-idx)
                 to ws-lookup-customer
           end-if.
           if ws-lookup-customer = spaces
               move "LOYALTY" to eh-source
               move "M" to eh-severity
               move il-storenumber to eh-store
               move spaces to eh-text
               string "LP REFUND NO MEMBER INVOICE " il-invoicenumber
                 delimited by size into eh-text
               write exception-hub-rec
               exit paragraph
           end-if.
           perform 380-compute-gross.
           compute ws-points rounded =
             ws-gross-amount * ws-redeem-rate.
           perform 370-find-member.
           if not ws-member-is-found
               exit paragraph
           end-if.
           add ws-points to ws-mb-balance(ws-member-idx).
           if ws-points > ws-mb-redeemed(ws-member-idx)
               move 0 to ws-mb-redeemed(ws-member-idx)
           else
               subtract ws-points from ws-mb-redeemed(ws-member-idx)
           end-if.
           subtract ws-points
             from ws-mb-night-redeemed(ws-member-idx).
           move ws-run-date to ws-mb-lastdate(ws-member-idx).
           subtract ws-points from ws-store-redeemed(ws-storename-idx).
           subtract ws-gross-amount
             from ws-store-redeem-value(ws-storename-idx).
           subtract ws-points from ws-total-redeemed.
           subtract ws-gross-amount from ws-total-redeem-value.

       250-completed-layaways.
      *a layaway earns its points on the night it completes, on
      *everything paid into it, for the customer its L lines named.
           open input layaway-file.
           move "../data/LayawayAccounts.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read layaway-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if la-status = "C"
                         and la-closerun is numeric
                         and la-closerun = ws-run-date
                         and la-customer not = spaces
                           perform 260-earn-layaway
                       end-if
               end-read
           end-perform.
           close layaway-file.

       260-earn-layaway.
           compute ws-points = la-paid * ws-earn-rate.
           if ws-points = 0
               exit paragraph
           end-if.
           move la-store to ws-lookup-store.
           perform 360-find-store.
           move la-invoice to ws-lookup-invoice.
           move la-customer to ws-lookup-customer.
           move la-closedate to ws-lookup-date.
      *a rerun of the night finds the layaway's earning already on
      *the table - the account completes once.
           perform 350-find-earning.
           if ws-earning-is-found
               exit paragraph
           end-if.
           add 1 to ws-layaway-count.
           perform 330-add-earning.

       350-find-earning.
           move "n" to ws-earning-found.
           set ws-earning-idx to 1.
           search ws-earning-entry
               at end
                   move "n" to ws-earning-found
               when ws-le-store(ws-earning-idx) = ws-lookup-store
                 and ws-le-invoice(ws-earning-idx) = ws-lookup-invoice
                   move "y" to ws-earning-found
           end-search.
           if ws-earning-idx > ws-earning-count
               move "n" to ws-earning-found
           end-if.

       360-find-store.
      *a store missing from the master still gets its points,
      *under a placeholder name.
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
               move 0 to ws-store-earned(ws-storename-idx)
               move 0 to ws-store-reversed(ws-storename-idx)
               move 0 to ws-store-redeemed(ws-storename-idx)
               move 0 to ws-store-redeem-value(ws-storename-idx)
           end-if.

       370-find-member.
      *a customer new to the points ledger opens a zero balance.
           move "n" to ws-member-found.
           set ws-member-idx to 1.
           search ws-member-entry
               at end
                   move "n" to ws-member-found
               when ws-mb-customer(ws-member-idx) = ws-lookup-customer
                   move "y" to ws-member-found
           end-search.
           if ws-member-idx > ws-member-count
               move "n" to ws-member-found
           end-if.
           if ws-member-is-found
               exit paragraph
           end-if.
           if ws-member-count >= 20000
               move "y" to ws-member-overflow
               exit paragraph
           end-if.
           add 1 to ws-member-count.
           set ws-member-idx to ws-member-count.
           move ws-lookup-customer to ws-mb-customer(ws-member-idx).
           move 0 to ws-mb-opening(ws-member-idx).
           move 0 to ws-mb-balance(ws-member-idx).
           move 0 to ws-mb-earned(ws-member-idx).
           move 0 to ws-mb-redeemed(ws-member-idx).
           move ws-run-date to ws-mb-lastdate(ws-member-idx).
           move 0 to ws-mb-night-earned(ws-member-idx).
           move 0 to ws-mb-night-reversed(ws-member-idx).
           move 0 to ws-mb-night-redeemed(ws-member-idx).
           move "y" to ws-member-found.

       380-compute-gross.
      *the gross the till took on the line - amount plus the tax
      *DailyEnrich put on it, none on an exempt department or for a
      *customer holding a valid exemption certificate.
           add il-transactionamount to il-tax
             giving ws-gross-amount.

       390-find-customer.
           move "n" to ws-customer-found.
           set ws-customer-idx to 1.
           search ws-customer-entry
               at end
                   move "n" to ws-customer-found
               when ws-customer-number(ws-customer-idx)
                 = ws-lookup-customer
                   move "y" to ws-customer-found
           end-search.

       400-write-statements.
      *inactive members are left off the mailer; their points stay
      *on the ledger and in the liability.
           open output statement-file.
           move ws-statement-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-member-idx from 1 by 1
             until ws-member-idx > ws-member-count
               move ws-mb-customer(ws-member-idx)
                 to ws-lookup-customer
               perform 390-find-customer
               if ws-customer-is-found
                 and ws-customer-status(ws-customer-idx) = "A"
                 and (ws-mb-balance(ws-member-idx) not = 0
                   or ws-mb-night-earned(ws-member-idx) > 0
                   or ws-mb-night-reversed(ws-member-idx) > 0
                   or ws-mb-night-redeemed(ws-member-idx) not = 0)
                   perform 410-write-one-statement
               end-if
           end-perform.
           close statement-file.

       410-write-one-statement.
           move ws-mb-customer(ws-member-idx) to ps-customer.
           move ws-customer-name(ws-customer-idx) to ps-name.
           move ws-mb-opening(ws-member-idx) to ps-opening.
           move ws-mb-night-earned(ws-member-idx) to ps-earned.
           move ws-mb-night-reversed(ws-member-idx) to ps-reversed.
           move ws-mb-night-redeemed(ws-member-idx) to ps-redeemed.
           move ws-mb-balance(ws-member-idx) to ps-closing.
           compute ws-balance-value =
             ws-mb-balance(ws-member-idx) / ws-redeem-rate.
           move ws-balance-value to ps-value.
           move ws-run-date to ps-rundate.
           write statement-rec.
           add 1 to ws-statement-count.

       450-flag-negative.
      *a return of a sale whose points were already spent leaves the
      *member below zero - marketing should not mail that balance
      *without someone looking at it first.
           perform varying ws-member-idx from 1 by 1
             until ws-member-idx > ws-member-count
               if ws-mb-balance(ws-member-idx) < 0
                   add 1 to ws-negative-count
                   if ws-mb-opening(ws-member-idx) >= 0
                       move "LOYALTY" to eh-source
                       move "M" to eh-severity
                       move spaces to eh-store
                       move spaces to eh-text
                       string "POINTS BALANCE BELOW ZERO CUSTOMER "
                              ws-mb-customer(ws-member-idx)
                         delimited by size into eh-text
                       write exception-hub-rec
                   end-if
               else
                   add ws-mb-balance(ws-member-idx)
                     to ws-outstanding-points
               end-if
           end-perform.
           compute ws-liability-value =
             ws-outstanding-points / ws-redeem-rate.

       500-write-report.
           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           write report-line from ws-pagestamp.
           move spaces to report-line.
           write report-line.
           write report-line from ws-heading
             before advancing 2 lines.
           if ws-member-is-full or ws-earning-is-full
               write report-line from ws-overflow-line
           end-if.
           move ws-earn-rate to ws-rl-earn.
           move ws-redeem-rate to ws-rl-redeem.
           write report-line from ws-rate-line.
           move spaces to report-line.
           write report-line.

           write report-line from ws-store-heading.
           perform varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count
               move ws-storename-number(ws-storename-idx)
                 to ws-sd-number
               move ws-storename-name(ws-storename-idx) to ws-sd-name
               move ws-store-earned(ws-storename-idx) to ws-sd-earned
               move ws-store-reversed(ws-storename-idx)
                 to ws-sd-reversed
               move ws-store-redeemed(ws-storename-idx)
                 to ws-sd-redeemed
               move ws-store-redeem-value(ws-storename-idx)
                 to ws-sd-value
               write report-line from ws-store-detail
           end-perform.

           move spaces to report-line.
           write report-line.
           write report-line from ws-negative-heading.
           if ws-negative-count = 0
               write report-line from ws-none-line
           else
               perform varying ws-member-idx from 1 by 1
                 until ws-member-idx > ws-member-count
                   if ws-mb-balance(ws-member-idx) < 0
                       perform 510-write-negative-line
                   end-if
               end-perform
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-total-earned to ws-t1-earned.
           move ws-total-reversed to ws-t1-reversed.
           write report-line from ws-totals-line1.
           move ws-total-redeemed to ws-t2-redeemed.
           write report-line from ws-totals-line2.
           move ws-layaway-count to ws-t3-count.
           write report-line from ws-totals-line3.
           move ws-unmatched-count to ws-t4-count.
           write report-line from ws-totals-line4.
           move ws-member-count to ws-t5-members.
           move ws-statement-count to ws-t5-statements.
           write report-line from ws-totals-line5.
           move ws-outstanding-points to ws-t6-points.
           write report-line from ws-totals-line6.
           move ws-liability-value to ws-t7-value.
           write report-line from ws-totals-line7.
           close report-file.

       510-write-negative-line.
           move ws-mb-customer(ws-member-idx) to ws-nd-customer.
           move ws-mb-customer(ws-member-idx) to ws-lookup-customer.
           perform 390-find-customer.
           if ws-customer-is-found
               move ws-customer-name(ws-customer-idx) to ws-nd-name
           else
               move "NOT ON CUSTOMER FILE" to ws-nd-name
           end-if.
           move ws-mb-balance(ws-member-idx) to ws-nd-balance.
           write report-line from ws-negative-detail.

       590-snapshot-ledger.
      *pre-update snapshot, stamped with the run date that took it:
      *the rerun back-out restores this copy so a redone day starts
      *from the state before the run being replaced - and leaves
      *the ledger alone when the snapshot belongs to another date,
      *because that run never got this far.
      *a supplemental or rerun pass must not overwrite the first
      *snapshot of the date: the rerun restore point is the state
      *before the date's FIRST run, which is what the existing
      *stamp protects.
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

       600-rewrite-points.
           move "../data/LoyaltyPoints.dat" to ws-snap-live.
           move "../data/LoyaltyPoints.bak" to ws-snap-bak.
           move "../data/LoyaltyPoints.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open output points-file.
           move "../data/LoyaltyPoints.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-member-idx from 1 by 1
             until ws-member-idx > ws-member-count
               move ws-mb-customer(ws-member-idx) to lp-customer
               move ws-mb-balance(ws-member-idx) to lp-balance
               move ws-mb-earned(ws-member-idx) to lp-earned
               move ws-mb-redeemed(ws-member-idx) to lp-redeemed
               move ws-mb-lastdate(ws-member-idx) to lp-lastdate
               write points-rec
           end-perform.
           close points-file.

       620-rewrite-earnings.
           move "../data/LoyaltyEarnings.dat" to ws-snap-live.
           move "../data/LoyaltyEarnings.bak" to ws-snap-bak.
           move "../data/LoyaltyEarnings.bakdate"
             to ws-snapstamp-filename.
           perform 590-snapshot-ledger.
           open output earning-file.
           move "../data/LoyaltyEarnings.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-earning-idx from 1 by 1
             until ws-earning-idx > ws-earning-count
               move ws-earning-entry(ws-earning-idx) to earning-rec
               write earning-rec
           end-perform.
           close earning-file.

       700-write-controltotals.
           compute ws-liability-dollars = ws-liability-value.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "LOYALTY" to ctl-program.
           move "POINTS EARNED" to ctl-metric.
           move ws-total-earned to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "LOYALTY" to ctl-program.
           move "POINTS REDEEMED" to ctl-metric.
           if ws-total-redeemed > 0
               move ws-total-redeemed to ctl-count
           else
               move 0 to ctl-count
           end-if.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "LOYALTY" to ctl-program.
           move "LIABILITY $" to ctl-metric.
           move ws-liability-dollars to ctl-count.
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

       end program LoyaltyPoints.
