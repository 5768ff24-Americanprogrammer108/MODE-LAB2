      *float) and a C record when it closes (same keys plus the
      *counted total). Each O/C pair is a session; the session's
      *expected cash is its float plus the cashier's CA-tendered
      *takings for that store and date from the day's enriched
      *transaction file (gross of the tax DailyEnrich calculated,
      *returns and voids negative). Counted less
      *expected is the drawer's over/short line. The transaction
      *record carries no time of day, so a cashier's cash activity
      *is matched to their session by store, cashier and date; a
      *Cashiers who land over or short again and again accumulate in
      *TillOverShort.dat and surface on the repeat-offender summary
      *for the same management review the return analytics feed.
      *A cash refund head office paid by cheque (RefundCheques.dat)
      *never left the drawer and is not taken off its expected cash.

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential
           file status is ws-io-status.

           select optional snapstamp-file
           assign to "../data/TillOverShort.bakdate"
           organization is line sequential
           file status is ws-io-status.

           select optional cheque-file
           assign to "../data/RefundCheques.dat"
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

       fd session-file
           data record is session-rec
         05 cashier-master-store pic x(2).
         05 cashier-master-active pic x(1).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

      *run-date stamp of the pre-update snapshot taken below.
       fd snapstamp-file
           data record is snapstamp-rec
       01 snapstamp-rec.
         05 bs-rundate pic 9(8).

      *head-office refund cheque register; only the refund line's
      *key and the run that queued it are needed here.
       fd cheque-file
           data record is cheque-rec
           record contains 126 characters.
       01 cheque-rec.
           05 ck-number pic 9(8).
           05 ck-store pic x(2).
           05 ck-invoice pic x(9).
           05 ck-sku pic x(15).
           05 ck-rundate pic 9(8).
           05 filler pic x(84).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-overshort-yes value "y".
       01 ws-cashierlist-eof pic x value "n".
         88 ws-cashierlist-yes value "y".

       01 ws-gross-amount pic 9(7)v99 value 0.
       01 ws-sign pic s9 value +1.

       01 ws-overshort pic s9(7)v99 value 0.
       01 ws-multi-flag pic x value "n".

       01 ws-heading pic x(60) value
           "TILL SESSION CASH OVER/SHORT BY DRAWER".

       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

      *this run date's refunds paid by head-office cheque.
       01 ws-cheque-eof pic x value "n".
         88 ws-cheque-yes value "y".
       01 ws-chqref-count pic 9(4) value 0.
       01 ws-chqref-table.
         05 ws-chqref-entry occurs 1000 times
             indexed by ws-chqref-idx.
           10 ws-chqref-store pic x(2).
           10 ws-chqref-invoice pic x(9).
           10 ws-chqref-sku pic x(15).
       01 ws-chqref-found pic x value "n".
         88 ws-chqref-is-found value "y".

      *HISTORICAL_REPROCESS=Y marks a rerun over a file set staged
      *back from the archive: the run re-derives its reports but
       000-main.
           perform 005-load-rundate.
           perform 010-load-cashierlist.
           perform 019-load-chequerefunds.
           perform 020-load-sessions.
           perform 030-load-overshort-history.

           perform 100-sweep-day.

           perform 500-write-report.
      *report-only under a historical reprocess - the live
           end-perform.
           close cashier-file.

       020-load-sessions.
      *only this run date's session records apply; an O record opens
      *a session, its matching C record (same store, drawer and
           end-perform.
           close overshort-file.

       100-sweep-day.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 200-read-day until ws-day-yes.
           close day-file.

           else
               move +1 to ws-sign
           end-if.
           if il-transactioncode = "R"
               perform checkchequerefund
               if ws-chqref-is-found
                   exit paragraph
               end-if
           end-if.
           add il-transactionamount to il-tax
             giving ws-gross-amount.

           move "n" to ws-session-found.
                 + ws-sign * ws-gross-amount
           end-if.

       019-load-chequerefunds.
           open input cheque-file.
           move "../data/RefundCheques.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cheque-yes
               read cheque-file
                   at end
                       move "y" to ws-cheque-eof
                   not at end
                       if ck-rundate = ws-run-date
                         and ws-chqref-count < 1000
                           add 1 to ws-chqref-count
                           move ck-store to
                             ws-chqref-store(ws-chqref-count)
                           move ck-invoice to
                             ws-chqref-invoice(ws-chqref-count)
                           move ck-sku to
                             ws-chqref-sku(ws-chqref-count)
                       end-if
               end-read
           end-perform.
           close cheque-file.

       checkchequerefund.
           move "n" to ws-chqref-found.
           set ws-chqref-idx to 1.
           search ws-chqref-entry
               at end
                   move "n" to ws-chqref-found
               when ws-chqref-idx > ws-chqref-count
                   move "n" to ws-chqref-found
               when ws-chqref-store(ws-chqref-idx) = il-storenumber
                 and ws-chqref-invoice(ws-chqref-idx)
                   = il-invoicenumber
                 and ws-chqref-sku(ws-chqref-idx) = il-skucode
                   move "y" to ws-chqref-found
           end-search.

       500-write-report.
           open output output-file.
