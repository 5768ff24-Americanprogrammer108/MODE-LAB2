       identification division.
       program-id. RefundCheques.
      *Program Description: Head-office refund cheque issuance and
      *reconciliation, run ahead of GLPostingExtract. RProcessing
      *queues the refunds policy says head office pays by cheque
      *rather than the till - cash refunds at or over
      *CASH_REFUND_LIMIT and approved receiptless returns - on
      *RefundChequeRequests.dat (one-shot, emptied after the run the
      *way VendorCredits.dat is). Each request is given the next
      *cheque number and added to RefundCheques.dat, the cheque
      *register carried run over run, payable to the loyalty
      *customer on the refund where there is one. Tonight's cheques
      *go to the bank in PositivePay-YYYYMMDD.dat, the bank's
      *positive pay layout (H header, D issue lines, T trailer).
      *The cleared-cheque (CHQ) lines on BankStatement.dat mark
      *cheques paid; a cleared cheque we never issued, or one paid
      *for a different amount, goes to the exception hub. The
      *refunds are taken back out of the tender clearing accounts
      *they were refunded through and into 2150 refund cheques
      *payable in RefundChequeJournal-YYYYMMDD.dat, which
      *GLPostingExtract posts as it stands. The report closes with
      *the outstanding cheques by store; one out longer than
      *STALE_CHEQUE_DAYS is stale-dated.

       environment division.
       input-output section.
       file-control.
           select optional request-file
           assign to "../data/RefundChequeRequests.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional cheque-file
           assign to "../data/RefundCheques.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional statement-file
           assign to "../data/BankStatement.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional customer-file
           assign to "../data/CustomerMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select posipay-file
           assign dynamic ws-posipay-filename
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
           assign to "../data/RefundCheques.bakdate"
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *refunds queued by RProcessing: reason L = cash refund at or
      *over the limit, A = approved receiptless return. The amount
      *is the gross refund, tax included.
       fd request-file
           data record is request-rec
           record contains 67 characters.
       01 request-rec.
         05 rq-store pic x(2).
         05 rq-invoice pic x(9).
         05 rq-sku pic x(15).
         05 rq-rundate pic 9(8).
         05 rq-transdate pic 9(8).
         05 rq-cashier pic x(5).
         05 rq-tender pic x(2).
         05 rq-amount pic 9(7)v99.
         05 rq-customer pic x(8).
         05 rq-reason pic x(1).

      *one line per cheque issued, carried run over run: status
      *O = outstanding, S = stale-dated and still outstanding,
      *C = cleared by the bank on ck-cleared for ck-clearamt.
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

      *the bank statement download BankStatementIntake reads for
      *deposits; only its CHQ (cheque paid) lines are used here.
       fd statement-file
           data record is stmt-line
           record contains 60 characters.
       01 stmt-line.
           05 st-tag pic x(3).
             88 st-is-cheque value "CHQ".
           05 filler pic x(57).
       01 stmt-cheque-rec.
           05 filler pic x(3).
           05 stc-number pic 9(8).
           05 stc-date pic 9(8).
           05 stc-amount pic 9(9)v99.
           05 stc-account pic x(12).
           05 filler pic x(18).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd customer-file
           data record is customer-master-rec
           record contains 29 characters.
       01 customer-master-rec.
           05 cu-number pic x(8).
           05 cu-name pic x(20).
           05 cu-status pic x(1).

      *positive pay issue file in the bank's 80-byte layout: one
      *header, one issue line per cheque, one trailer with the
      *count and total of the issue lines.
       fd posipay-file
           data record is posipay-rec
           record contains 80 characters.
       01 posipay-rec.
         05 pp-type pic x(1).
         05 pp-account pic 9(12).
         05 filler pic x(67).
       01 posipay-header.
         05 filler pic x(13).
         05 pph-date pic 9(8).
         05 filler pic x(59).
       01 posipay-detail.
         05 filler pic x(13).
         05 ppd-number pic 9(10).
         05 ppd-issued pic 9(8).
         05 ppd-amount pic 9(8)v99.
         05 ppd-payee pic x(30).
         05 ppd-action pic x(1).
         05 filler pic x(8).
       01 posipay-trailer.
         05 filler pic x(13).
         05 ppt-count pic 9(6).
         05 ppt-total pic 9(10)v99.
         05 filler pic x(49).

      *refund cheque journal lines, balanced by store, in the
      *layout GLPostingExtract posts journals from.
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
       01 ws-request-eof pic x value "n".
         88 ws-request-yes value "y".
       01 ws-cheque-eof pic x value "n".
         88 ws-cheque-yes value "y".
       01 ws-statement-eof pic x value "n".
         88 ws-statement-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-customer-eof pic x value "n".
         88 ws-customer-yes value "y".

       01 ws-storename-count pic 99 value 0.
       01 ws-storename-table.
         05 ws-storename-entry occurs 50 times
             indexed by ws-storename-idx.
           10 ws-storename-number pic x(2) value spaces.
           10 ws-storename-name pic x(20) value spaces.

       01 ws-customer-count pic 9(4) value 0.
       01 ws-customer-table.
         05 ws-customer-entry occurs 2000 times
             indexed by ws-customer-idx.
           10 ws-customer-number pic x(8) value spaces.
           10 ws-customer-name pic x(20) value spaces.

      *tonight's requests, held so the queue file can be emptied
      *only once every one of them has been dealt with.
       01 ws-request-count pic 9(4) value 0.
       01 ws-request-table.
         05 ws-request-entry occurs 1000 times
             indexed by ws-request-idx.
           10 ws-rq-store pic x(2).
           10 ws-rq-invoice pic x(9).
           10 ws-rq-sku pic x(15).
           10 ws-rq-rundate pic 9(8).
           10 ws-rq-transdate pic 9(8).
           10 ws-rq-tender pic x(2).
           10 ws-rq-amount pic 9(7)v99.
           10 ws-rq-customer pic x(8).
           10 ws-rq-reason pic x(1).
       01 ws-request-full pic x value "n".
         88 ws-request-is-full value "y".

       01 ws-cheque-count pic 9(5) value 0.
       01 ws-cheque-table.
         05 ws-cheque-entry occurs 5000 times
             indexed by ws-cheque-idx.
           10 ws-ck-number pic 9(8).
           10 ws-ck-store pic x(2).
           10 ws-ck-invoice pic x(9).
           10 ws-ck-sku pic x(15).
           10 ws-ck-rundate pic 9(8).
           10 ws-ck-transdate pic 9(8).
           10 ws-ck-tender pic x(2).
           10 ws-ck-reason pic x(1).
           10 ws-ck-customer pic x(8).
           10 ws-ck-payee pic x(30).
           10 ws-ck-amount pic 9(7)v99.
           10 ws-ck-issued pic 9(8).
           10 ws-ck-status pic x(1).
           10 ws-ck-cleared pic 9(8).
           10 ws-ck-clearamt pic 9(7)v99.
           10 ws-ck-new pic x(1).
       01 ws-cheque-found pic x value "n".
         88 ws-cheque-is-found value "y".
       01 ws-cheque-full pic x value "n".
         88 ws-cheque-is-full value "y".

      *the next cheque number follows the highest on the register;
      *a new register starts the refund cheque series at 100001.
       01 ws-next-cheque pic 9(8) value 100001.

      *tonight's cheques by store and clearing account, journalled
      *as one pair per store and tender.
       01 ws-jnl-count pic 9(3) value 0.
       01 ws-jnl-table.
         05 ws-jnl-entry occurs 200 times
             indexed by ws-jnl-idx.
           10 ws-jnl-store pic x(2).
           10 ws-jnl-account pic x(4).
           10 ws-jnl-amount pic 9(9)v99 value 0.
       01 ws-jnl-found pic x value "n".
         88 ws-jnl-is-found value "y".
       01 ws-clearing-account pic x(4) value spaces.

      *STALE_CHEQUE_DAYS comes from RunControl.dat through
      *BatchDriver; default 180. REFUND_CHEQUE_ACCOUNT is the
      *head-office disbursement account number the positive pay
      *file is sent under.
       01 ws-stale-param pic x(5) value spaces.
       01 ws-stale-days pic 9(5) value 180.
       01 ws-account-param pic x(12) value spaces.
       01 ws-cheque-account pic 9(12) value 0.

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-result-text pic x(30) value spaces.
       01 ws-prior-status pic x(1) value spaces.
       01 ws-requests-read pic 9(7) value 0.
       01 ws-cheques-issued pic 9(7) value 0.
       01 ws-requests-rejected pic 9(7) value 0.
       01 ws-cleared-read pic 9(7) value 0.
       01 ws-cleared-matched pic 9(7) value 0.
       01 ws-cleared-rejected pic 9(7) value 0.
       01 ws-outstanding pic 9(5) value 0.
       01 ws-stale pic 9(5) value 0.
       01 ws-issued-total pic 9(9)v99 value 0.
       01 ws-outstanding-total pic 9(9)v99 value 0.
       01 ws-stale-total pic 9(9)v99 value 0.
       01 ws-store-outstanding pic 9(9)v99 value 0.
       01 ws-store-line-count pic 9(5) value 0.
       01 ws-any-unlisted pic x value "n".
         88 ws-unlisted-found value "y".

       01 ws-run-int pic 9(8) value 0.
       01 ws-date-int pic 9(8) value 0.
       01 ws-days-out pic s9(5) value 0.
       01 ws-prune-int pic 9(8) value 0.

       01 ws-heading pic x(60) value
           "HEAD-OFFICE REFUND CHEQUES".

       01 ws-issue-heading pic x(60) value
           "REFUND CHEQUES ISSUED THIS RUN".

       01 ws-clear-heading pic x(60) value
           "CHEQUES CLEARED ON THE BANK STATEMENT".

       01 ws-outstanding-heading pic x(60) value
           "OUTSTANDING REFUND CHEQUES".

       01 ws-issue-column-line.
         05 filler pic x(50) value
           "  CHEQUE   ST INVOICE   SKU             TN R PAYEE".
         05 filler pic x(47) value
           "                                 AMOUNT  RESULT".

       01 ws-issue-line.
         05 filler pic x(2) value spaces.
         05 ws-il-number pic 9(8).
         05 filler pic x(1) value space.
         05 ws-il-store pic x(2).
         05 filler pic x(1) value space.
         05 ws-il-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-il-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-il-tender pic x(2).
         05 filler pic x(1) value space.
         05 ws-il-reason pic x(1).
         05 filler pic x(1) value space.
         05 ws-il-payee pic x(30).
         05 ws-il-amount pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-il-result pic x(30).

       01 ws-clear-column-line.
         05 filler pic x(55) value
           "  CHEQUE   CLEARED           PAID     ISSUED AS  RESULT".

       01 ws-clear-line.
         05 filler pic x(2) value spaces.
         05 ws-cl-number pic 9(8).
         05 filler pic x(1) value space.
         05 ws-cl-date pic 9(8).
         05 ws-cl-paid pic zzz,zzz,zz9.99.
         05 ws-cl-issued pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-cl-result pic x(30).

       01 ws-store-header.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(3) value " - ".
         05 ws-sh-name pic x(20).

       01 ws-out-column-line.
         05 filler pic x(50) value
           "  CHEQUE   INVOICE   PAYEE                        ".
         05 filler pic x(37) value
           " ISSUED          AMOUNT  DAYS  STATUS".

       01 ws-out-line.
         05 filler pic x(2) value spaces.
         05 ws-ol-number pic 9(8).
         05 filler pic x(1) value space.
         05 ws-ol-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-ol-payee pic x(30).
         05 ws-ol-issued pic 9(8).
         05 ws-ol-amount pic zzz,zzz,zz9.99.
         05 ws-ol-days pic -----9.
         05 filler pic x(2) value spaces.
         05 ws-ol-status pic x(20).

       01 ws-store-total-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(20) value "STORE OUTSTANDING".
         05 ws-stl-amount pic zzz,zzz,zz9.99.

       01 ws-no-request-line pic x(40) value
           "  (no refund cheque requests this run)".

       01 ws-no-clear-line pic x(40) value
           "  (no cleared cheques on the statement)".

       01 ws-none-line pic x(40) value
           "  (no outstanding refund cheques)".

       01 ws-totals-line1.
         05 filler pic x(30) value "CHEQUE REQUESTS READ:         ".
         05 ws-t1-count pic zzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "CHEQUES ISSUED:               ".
         05 ws-t2-count pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-t2-amount pic zzz,zzz,zz9.99.
       01 ws-totals-line3.
         05 filler pic x(30) value "REQUESTS REJECTED:            ".
         05 ws-t3-count pic zzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "CLEARED CHEQUES MATCHED:      ".
         05 ws-t4-count pic zzzzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "CLEARED CHEQUES REJECTED:     ".
         05 ws-t5-count pic zzzzzz9.
       01 ws-totals-line6.
         05 filler pic x(30) value "CHEQUES OUTSTANDING:          ".
         05 ws-t6-count pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-t6-amount pic zzz,zzz,zz9.99.
       01 ws-totals-line7.
         05 filler pic x(30) value "  OF WHICH STALE-DATED:       ".
         05 ws-t7-count pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-t7-amount pic zzz,zzz,zz9.99.

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
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(27) value "../data/RefundChequeReport-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       01 ws-journal-filename.
         05 filler pic x(28) value "../data/RefundChequeJournal-".
         05 ws-journal-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-journal-filename-seq pic x(4) value spaces.

       01 ws-posipay-filename.
         05 filler pic x(20) value "../data/PositivePay-".
         05 ws-posipay-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-posipay-filename-seq pic x(4) value spaces.

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
           perform 015-load-customers.
           perform 020-load-cheques.
           perform 030-load-requests.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           write report-line from ws-heading
             before advancing 2 lines.

      *a historical reprocess is report-only: the live requests are
      *neither issued nor emptied, the statement is not matched,
      *the register does not move and no positive pay or journal is
      *written over the archived ones.
           if not ws-is-historical
               perform 200-issue-cheques
               perform 300-match-cleared
           end-if.
           perform 500-write-outstanding.
           perform 580-write-totals.
           close report-file.
           close exception-hub-file.
           if not ws-is-historical
               perform 400-write-positive-pay
               perform 450-write-journal
           end-if.
      *a full register table would drop cheques from the rewrite.
           if not ws-is-historical and not ws-cheque-is-full
               perform 600-rewrite-cheques
           end-if.
           perform 700-write-controltotals.

      *issued requests are one-shot - empty the file so a rerun does
      *not write a second cheque for the same refund.
           if not ws-is-historical and not ws-request-is-full
               open output request-file
               close request-file
           end-if.

           display "Refund cheques finished".
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
           move ws-run-date to ws-report-filename-date.
           move ws-run-date to ws-journal-filename-date.
           move ws-run-date to ws-posipay-filename-date.
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
           move ws-seq-suffix to ws-report-filename-seq.
           move ws-seq-suffix to ws-journal-filename-seq.
           move ws-seq-suffix to ws-posipay-filename-seq.
           accept ws-stale-param from environment "STALE_CHEQUE_DAYS".
           if function trim(ws-stale-param) is numeric
               move function numval(ws-stale-param) to ws-stale-days
           end-if.
           accept ws-account-param from environment
             "REFUND_CHEQUE_ACCOUNT".
           if function trim(ws-account-param) is numeric
               move function numval(ws-account-param)
                 to ws-cheque-account
           end-if.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
      *cleared cheques are kept a year for any customer or bank
      *query, then dropped from the register.
           compute ws-prune-int = ws-run-int - 365.

       010-load-storelist.
           open input store-file.
           move "../data/StoreMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-storelist-yes
               read store-file
                   at end
                       move "y" to ws-storelist-eof
                   not at end
                       if ws-storename-count < 50
                           add 1 to ws-storename-count
                           move store-master-number to
                             ws-storename-number(ws-storename-count)
                           move store-master-name to
                             ws-storename-name(ws-storename-count)
                       end-if
               end-read
           end-perform.
           close store-file.

       015-load-customers.
           open input customer-file.
           move "../data/CustomerMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-customer-yes
               read customer-file
                   at end
                       move "y" to ws-customer-eof
                   not at end
                       if ws-customer-count < 2000
                           add 1 to ws-customer-count
                           move cu-number to
                             ws-customer-number(ws-customer-count)
                           move cu-name to
                             ws-customer-name(ws-customer-count)
                       end-if
               end-read
           end-perform.
           close customer-file.

       020-load-cheques.
           open input cheque-file.
           move "../data/RefundCheques.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cheque-yes
               read cheque-file
                   at end
                       move "y" to ws-cheque-eof
                   not at end
                       perform 025-keep-cheque
               end-read
           end-perform.
           close cheque-file.

       025-keep-cheque.
           if ck-cleared is not numeric
               move 0 to ck-cleared
           end-if.
           if ck-clearamt is not numeric
               move 0 to ck-clearamt
           end-if.
           if ck-number is numeric
             and ck-number not < ws-next-cheque
               compute ws-next-cheque = ck-number + 1
           end-if.
           if ck-status = "C" and ck-cleared > 0
               compute ws-date-int =
                 function integer-of-date(ck-cleared)
               if ws-date-int < ws-prune-int
                   exit paragraph
               end-if
           end-if.
           if ws-cheque-count < 5000
               add 1 to ws-cheque-count
               move ck-number to ws-ck-number(ws-cheque-count)
               move ck-store to ws-ck-store(ws-cheque-count)
               move ck-invoice to ws-ck-invoice(ws-cheque-count)
               move ck-sku to ws-ck-sku(ws-cheque-count)
               move ck-rundate to ws-ck-rundate(ws-cheque-count)
               move ck-transdate to ws-ck-transdate(ws-cheque-count)
               move ck-tender to ws-ck-tender(ws-cheque-count)
               move ck-reason to ws-ck-reason(ws-cheque-count)
               move ck-customer to ws-ck-customer(ws-cheque-count)
               move ck-payee to ws-ck-payee(ws-cheque-count)
               move ck-amount to ws-ck-amount(ws-cheque-count)
               move ck-issued to ws-ck-issued(ws-cheque-count)
               move ck-status to ws-ck-status(ws-cheque-count)
               move ck-cleared to ws-ck-cleared(ws-cheque-count)
               move ck-clearamt to ws-ck-clearamt(ws-cheque-count)
               move "N" to ws-ck-new(ws-cheque-count)
           else
               move "y" to ws-cheque-full
           end-if.

       030-load-requests.
           open input request-file.
           move "../data/RefundChequeRequests.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-request-yes
               read request-file
                   at end
                       move "y" to ws-request-eof
                   not at end
                       add 1 to ws-requests-read
                       if ws-request-count < 1000
                           add 1 to ws-request-count
                           set ws-request-idx to ws-request-count
                           perform 035-keep-request
                       else
                           move "y" to ws-request-full
                       end-if
               end-read
           end-perform.
           close request-file.

       035-keep-request.
           move rq-store to ws-rq-store(ws-request-idx).
           move rq-invoice to ws-rq-invoice(ws-request-idx).
           move rq-sku to ws-rq-sku(ws-request-idx).
           move rq-rundate to ws-rq-rundate(ws-request-idx).
           move rq-transdate to ws-rq-transdate(ws-request-idx).
           move rq-tender to ws-rq-tender(ws-request-idx).
           move rq-amount to ws-rq-amount(ws-request-idx).
           move rq-customer to ws-rq-customer(ws-request-idx).
           move rq-reason to ws-rq-reason(ws-request-idx).

       200-issue-cheques.
           write report-line from ws-issue-heading.
           write report-line from ws-issue-column-line.
           if ws-request-count = 0
               write report-line from ws-no-request-line
           end-if.
           perform 250-issue-one-cheque
             varying ws-request-idx from 1 by 1
             until ws-request-idx > ws-request-count.
           if ws-request-is-full
               move "REFUNDCHEQUES" to eh-source
               move "H" to eh-severity
               move spaces to eh-store
               move "REQUEST TABLE FULL - REQUEST FILE LEFT IN PLACE"
                 to eh-text
               write exception-hub-rec
           end-if.
           move spaces to report-line.
           write report-line.

       250-issue-one-cheque.
           move 0 to ws-il-number.
           move ws-rq-store(ws-request-idx) to ws-il-store.
           move ws-rq-invoice(ws-request-idx) to ws-il-invoice.
           move ws-rq-sku(ws-request-idx) to ws-il-sku.
           move ws-rq-tender(ws-request-idx) to ws-il-tender.
           move ws-rq-reason(ws-request-idx) to ws-il-reason.
           move spaces to ws-il-payee.
           move 0 to ws-il-amount.
           if ws-rq-amount(ws-request-idx) is not numeric
             or ws-rq-rundate(ws-request-idx) is not numeric
               move "** REQUEST NOT NUMERIC **" to ws-result-text
               perform 290-reject-request
               exit paragraph
           end-if.
           move ws-rq-amount(ws-request-idx) to ws-il-amount.
           if ws-rq-amount(ws-request-idx) = 0
               move "** ZERO AMOUNT **" to ws-result-text
               perform 290-reject-request
               exit paragraph
           end-if.
      *the same refund line queued twice (a rerun of RProcessing
      *over a day whose requests were already issued) gets one
      *cheque only.
           perform 350-find-issued.
           if ws-cheque-is-found
               move ws-ck-number(ws-cheque-idx) to ws-il-number
               move "** ALREADY ISSUED **" to ws-result-text
               perform 290-reject-request
               exit paragraph
           end-if.
           if ws-cheque-count not < 5000
               move "y" to ws-cheque-full
               move "** CHEQUE TABLE FULL **" to ws-result-text
               perform 290-reject-request
               exit paragraph
           end-if.
           add 1 to ws-cheque-count.
           set ws-cheque-idx to ws-cheque-count.
           move ws-next-cheque to ws-ck-number(ws-cheque-idx).
           add 1 to ws-next-cheque.
           move ws-rq-store(ws-request-idx)
             to ws-ck-store(ws-cheque-idx).
           move ws-rq-invoice(ws-request-idx)
             to ws-ck-invoice(ws-cheque-idx).
           move ws-rq-sku(ws-request-idx) to ws-ck-sku(ws-cheque-idx).
           move ws-rq-rundate(ws-request-idx)
             to ws-ck-rundate(ws-cheque-idx).
           move ws-rq-transdate(ws-request-idx)
             to ws-ck-transdate(ws-cheque-idx).
           move ws-rq-tender(ws-request-idx)
             to ws-ck-tender(ws-cheque-idx).
           move ws-rq-reason(ws-request-idx)
             to ws-ck-reason(ws-cheque-idx).
           move ws-rq-customer(ws-request-idx)
             to ws-ck-customer(ws-cheque-idx).
           move ws-rq-amount(ws-request-idx)
             to ws-ck-amount(ws-cheque-idx).
           move ws-run-date to ws-ck-issued(ws-cheque-idx).
           move "O" to ws-ck-status(ws-cheque-idx).
           move 0 to ws-ck-cleared(ws-cheque-idx).
           move 0 to ws-ck-clearamt(ws-cheque-idx).
           move "Y" to ws-ck-new(ws-cheque-idx).
           perform 260-find-payee.
           add 1 to ws-cheques-issued.
           add ws-ck-amount(ws-cheque-idx) to ws-issued-total.
           perform 270-add-journal.
           move ws-ck-number(ws-cheque-idx) to ws-il-number.
           move ws-ck-payee(ws-cheque-idx) to ws-il-payee.
      *a cheque with no customer on the refund cannot be made out
      *from our records - the store has to give head office the
      *payee before it is released.
           if ws-ck-customer(ws-cheque-idx) = spaces
             or ws-ck-payee(ws-cheque-idx) = "PAYEE TO BE CONFIRMED"
               move "ISSUED - CONFIRM PAYEE" to ws-result-text
               move "M" to eh-severity
               perform 295-hub-request
           else
               move "ISSUED" to ws-result-text
           end-if.
           move ws-result-text to ws-il-result.
           write report-line from ws-issue-line.

       260-find-payee.
           move "PAYEE TO BE CONFIRMED" to ws-ck-payee(ws-cheque-idx).
           if ws-ck-customer(ws-cheque-idx) = spaces
               exit paragraph
           end-if.
           set ws-customer-idx to 1.
           search ws-customer-entry
               at end
                   continue
               when ws-customer-number(ws-customer-idx)
                 = ws-ck-customer(ws-cheque-idx)
                   move ws-customer-name(ws-customer-idx)
                     to ws-ck-payee(ws-cheque-idx)
           end-search.

       290-reject-request.
           add 1 to ws-requests-rejected.
           move ws-result-text to ws-il-result.
           write report-line from ws-issue-line.
           move "M" to eh-severity.
           perform 295-hub-request.

       295-hub-request.
           move "REFUNDCHEQUES" to eh-source.
           move ws-rq-store(ws-request-idx) to eh-store.
           move spaces to eh-text.
           string "INV " ws-rq-invoice(ws-request-idx)
                  " CHQ " ws-il-number
                  " " ws-result-text
             delimited by size into eh-text.
           write exception-hub-rec.

       270-add-journal.
      *the refund was booked out of the clearing account it was
      *tendered through when the return was processed; paying it by
      *cheque puts that back and owes it on 2150 until the bank
      *clears the cheque.
           evaluate ws-ck-tender(ws-cheque-idx)
               when "CA"
                   move "1010" to ws-clearing-account
               when "DB"
                   move "1020" to ws-clearing-account
               when "CR"
                   move "1030" to ws-clearing-account
               when other
                   move "1090" to ws-clearing-account
           end-evaluate.
           move "n" to ws-jnl-found.
           set ws-jnl-idx to 1.
           search ws-jnl-entry
               at end
                   move "n" to ws-jnl-found
               when ws-jnl-store(ws-jnl-idx)
                 = ws-ck-store(ws-cheque-idx)
                 and ws-jnl-account(ws-jnl-idx) = ws-clearing-account
                   move "y" to ws-jnl-found
           end-search.
           if not ws-jnl-is-found
               if ws-jnl-count < 200
                   add 1 to ws-jnl-count
                   set ws-jnl-idx to ws-jnl-count
                   move ws-ck-store(ws-cheque-idx)
                     to ws-jnl-store(ws-jnl-idx)
                   move ws-clearing-account
                     to ws-jnl-account(ws-jnl-idx)
                   move 0 to ws-jnl-amount(ws-jnl-idx)
                   move "y" to ws-jnl-found
               end-if
           end-if.
           if ws-jnl-is-found
               add ws-ck-amount(ws-cheque-idx)
                 to ws-jnl-amount(ws-jnl-idx)
           end-if.

       300-match-cleared.
           write report-line from ws-clear-heading.
           write report-line from ws-clear-column-line.
           open input statement-file.
           move "../data/BankStatement.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-statement-yes
               read statement-file
                   at end
                       move "y" to ws-statement-eof
                   not at end
                       if st-is-cheque
                           perform 310-match-one-cheque
                       end-if
               end-read
           end-perform.
           close statement-file.
           if ws-cleared-read = 0
               write report-line from ws-no-clear-line
           end-if.
           move spaces to report-line.
           write report-line.

       310-match-one-cheque.
      *cheques drawn on another account are not ours to match.
           if stc-account not = spaces
             and stc-account is numeric
             and ws-cheque-account not = 0
             and stc-account not = ws-cheque-account
               exit paragraph
           end-if.
           add 1 to ws-cleared-read.
           move 0 to ws-cl-number.
           move 0 to ws-cl-date.
           move 0 to ws-cl-paid.
           move 0 to ws-cl-issued.
           if stc-number is not numeric
             or stc-date is not numeric
             or stc-amount is not numeric
               move "** CLEARED LINE NOT NUMERIC **" to ws-result-text
               perform 390-reject-cleared
               exit paragraph
           end-if.
           move stc-number to ws-cl-number.
           move stc-date to ws-cl-date.
           move stc-amount to ws-cl-paid.
           move "n" to ws-cheque-found.
           set ws-cheque-idx to 1.
           search ws-cheque-entry
               at end
                   move "n" to ws-cheque-found
               when ws-ck-number(ws-cheque-idx) = stc-number
                   move "y" to ws-cheque-found
           end-search.
           if ws-cheque-idx > ws-cheque-count
               move "n" to ws-cheque-found
           end-if.
           if not ws-cheque-is-found
               move "** CHEQUE NOT ON REGISTER **" to ws-result-text
               perform 390-reject-cleared
               exit paragraph
           end-if.
           move ws-ck-amount(ws-cheque-idx) to ws-cl-issued.
      *the same statement read again (a rerun) finds its cheques
      *already cleared on the same date and passes over them.
           if ws-ck-status(ws-cheque-idx) = "C"
               if ws-ck-cleared(ws-cheque-idx) = stc-date
                   move "ALREADY MATCHED" to ws-cl-result
                   write report-line from ws-clear-line
               else
                   move "** CHEQUE ALREADY CLEARED **" to ws-result-text
                   perform 390-reject-cleared
               end-if
               exit paragraph
           end-if.
           add 1 to ws-cleared-matched.
           move ws-ck-status(ws-cheque-idx) to ws-prior-status.
           move "C" to ws-ck-status(ws-cheque-idx).
           move stc-date to ws-ck-cleared(ws-cheque-idx).
           move stc-amount to ws-ck-clearamt(ws-cheque-idx).
           evaluate true
               when stc-amount not = ws-ck-amount(ws-cheque-idx)
                   move "CLEARED - AMOUNT DIFFERS" to ws-result-text
                   move "H" to eh-severity
                   perform 395-hub-cleared
               when ws-prior-status = "S"
                   move "CLEARED AFTER STALE DATE" to ws-result-text
                   move "M" to eh-severity
                   perform 395-hub-cleared
               when other
                   move "CLEARED" to ws-result-text
           end-evaluate.
           move ws-result-text to ws-cl-result.
           write report-line from ws-clear-line.

       390-reject-cleared.
           add 1 to ws-cleared-rejected.
           move ws-result-text to ws-cl-result.
           write report-line from ws-clear-line.
           move "H" to eh-severity.
           perform 395-hub-cleared.

       395-hub-cleared.
           move "REFUNDCHEQUES" to eh-source.
           move spaces to eh-store.
           if ws-cheque-is-found
               move ws-ck-store(ws-cheque-idx) to eh-store
           end-if.
           move spaces to eh-text.
           string "CHQ " ws-cl-number
                  " PAID " stc-date
                  " " ws-result-text
             delimited by size into eh-text.
           write exception-hub-rec.

       350-find-issued.
           move "n" to ws-cheque-found.
           set ws-cheque-idx to 1.
           search ws-cheque-entry
               at end
                   move "n" to ws-cheque-found
               when ws-ck-store(ws-cheque-idx)
                 = ws-rq-store(ws-request-idx)
                 and ws-ck-invoice(ws-cheque-idx)
                 = ws-rq-invoice(ws-request-idx)
                 and ws-ck-sku(ws-cheque-idx)
                 = ws-rq-sku(ws-request-idx)
                 and ws-ck-rundate(ws-cheque-idx)
                 = ws-rq-rundate(ws-request-idx)
                   move "y" to ws-cheque-found
           end-search.
           if ws-cheque-idx > ws-cheque-count
               move "n" to ws-cheque-found
           end-if.

       400-write-positive-pay.
      *always written, header and trailer included, so the file
      *sent under this date carries exactly tonight's issues.
           open output posipay-file.
           move ws-posipay-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to posipay-rec.
           move "H" to pp-type.
           move ws-cheque-account to pp-account.
           move ws-run-date to pph-date.
           write posipay-rec.
           perform varying ws-cheque-idx from 1 by 1
             until ws-cheque-idx > ws-cheque-count
               if ws-ck-new(ws-cheque-idx) = "Y"
                   move spaces to posipay-rec
                   move "D" to pp-type
                   move ws-cheque-account to pp-account
                   move ws-ck-number(ws-cheque-idx) to ppd-number
                   move ws-ck-issued(ws-cheque-idx) to ppd-issued
                   move ws-ck-amount(ws-cheque-idx) to ppd-amount
                   move ws-ck-payee(ws-cheque-idx) to ppd-payee
                   move "I" to ppd-action
                   write posipay-rec
               end-if
           end-perform.
           move spaces to posipay-rec.
           move "T" to pp-type.
           move ws-cheque-account to pp-account.
           move ws-cheques-issued to ppt-count.
           move ws-issued-total to ppt-total.
           write posipay-rec.
           close posipay-file.

       450-write-journal.
      *always written, even empty, so tonight's GL extract never
      *picks up an earlier run's cheques under this date.
           open output journal-file.
           move ws-journal-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-jnl-idx from 1 by 1
             until ws-jnl-idx > ws-jnl-count
               move ws-jnl-account(ws-jnl-idx) to dj-account
               move ws-jnl-store(ws-jnl-idx) to dj-store
               move ws-jnl-amount(ws-jnl-idx) to dj-debit
               move 0 to dj-credit
               write journal-rec
               move "2150" to dj-account
               move ws-jnl-store(ws-jnl-idx) to dj-store
               move 0 to dj-debit
               move ws-jnl-amount(ws-jnl-idx) to dj-credit
               write journal-rec
           end-perform.
           close journal-file.

       500-write-outstanding.
           write report-line from ws-outstanding-heading
             before advancing 2 lines.
           write report-line from ws-out-column-line.
           perform 510-write-store-outstanding
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
      *cheques under a store no longer on the master come last.
           move 0 to ws-store-outstanding.
           perform varying ws-cheque-idx from 1 by 1
             until ws-cheque-idx > ws-cheque-count
               if ws-ck-status(ws-cheque-idx) = "O"
                 or ws-ck-status(ws-cheque-idx) = "S"
                   move ws-ck-store(ws-cheque-idx) to ws-lookup-store
                   set ws-storename-idx to 1
                   search ws-storename-entry
                       at end
                           if not ws-unlisted-found
                               move "y" to ws-any-unlisted
                               move spaces to ws-sh-number
                               move "** STORE NOT ON MASTER **"
                                 to ws-sh-name
                               write report-line from ws-store-header
                           end-if
                           perform 530-write-chequeline
                       when ws-storename-number(ws-storename-idx)
                         = ws-lookup-store
                           continue
                   end-search
               end-if
           end-perform.
           if ws-unlisted-found
               move ws-store-outstanding to ws-stl-amount
               write report-line from ws-store-total-line
           end-if.
           if ws-outstanding = 0
               write report-line from ws-none-line
           end-if.
           move spaces to report-line.
           write report-line.

       510-write-store-outstanding.
      *a store with no cheque outstanding prints nothing.
           move 0 to ws-store-line-count.
           move 0 to ws-store-outstanding.
           move ws-storename-number(ws-storename-idx)
             to ws-lookup-store.
           perform varying ws-cheque-idx from 1 by 1
             until ws-cheque-idx > ws-cheque-count
               if ws-ck-store(ws-cheque-idx) = ws-lookup-store
                 and (ws-ck-status(ws-cheque-idx) = "O"
                   or ws-ck-status(ws-cheque-idx) = "S")
                   if ws-store-line-count = 0
                       move ws-lookup-store to ws-sh-number
                       move ws-storename-name(ws-storename-idx)
                         to ws-sh-name
                       write report-line from ws-store-header
                   end-if
                   add 1 to ws-store-line-count
                   perform 530-write-chequeline
               end-if
           end-perform.
           if ws-store-line-count > 0
               move ws-store-outstanding to ws-stl-amount
               write report-line from ws-store-total-line
               move spaces to report-line
               write report-line
           end-if.

       530-write-chequeline.
      *a cheque out longer than STALE_CHEQUE_DAYS can no longer be
      *presented; it is flagged once, on the run it goes stale, and
      *stays on the list until the refund is reissued or written
      *back.
           add 1 to ws-outstanding.
           add ws-ck-amount(ws-cheque-idx) to ws-outstanding-total.
           add ws-ck-amount(ws-cheque-idx) to ws-store-outstanding.
           move ws-ck-number(ws-cheque-idx) to ws-ol-number.
           move ws-ck-invoice(ws-cheque-idx) to ws-ol-invoice.
           move ws-ck-payee(ws-cheque-idx) to ws-ol-payee.
           move ws-ck-issued(ws-cheque-idx) to ws-ol-issued.
           move ws-ck-amount(ws-cheque-idx) to ws-ol-amount.
           compute ws-date-int = function integer-of-date(
             ws-ck-issued(ws-cheque-idx)).
           compute ws-days-out = ws-run-int - ws-date-int.
           move ws-days-out to ws-ol-days.
           if ws-days-out > ws-stale-days
               add 1 to ws-stale
               add ws-ck-amount(ws-cheque-idx) to ws-stale-total
               move "STALE-DATED" to ws-ol-status
               if ws-ck-status(ws-cheque-idx) = "O"
                 and not ws-is-historical
                   move "S" to ws-ck-status(ws-cheque-idx)
                   move "REFUNDCHEQUES" to eh-source
                   move "M" to eh-severity
                   move ws-ck-store(ws-cheque-idx) to eh-store
                   move spaces to eh-text
                   string "CHQ " ws-ck-number(ws-cheque-idx)
                          " INV " ws-ck-invoice(ws-cheque-idx)
                          " STALE-DATED - NOT PRESENTED"
                     delimited by size into eh-text
                   write exception-hub-rec
               end-if
           else
               move "OUTSTANDING" to ws-ol-status
           end-if.
           write report-line from ws-out-line.

       580-write-totals.
           move ws-requests-read to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-cheques-issued to ws-t2-count.
           move ws-issued-total to ws-t2-amount.
           write report-line from ws-totals-line2.
           move ws-requests-rejected to ws-t3-count.
           write report-line from ws-totals-line3.
           move ws-cleared-matched to ws-t4-count.
           write report-line from ws-totals-line4.
           move ws-cleared-rejected to ws-t5-count.
           write report-line from ws-totals-line5.
           move ws-outstanding to ws-t6-count.
           move ws-outstanding-total to ws-t6-amount.
           write report-line from ws-totals-line6.
           move ws-stale to ws-t7-count.
           move ws-stale-total to ws-t7-amount.
           write report-line from ws-totals-line7.

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
             using "../data/RefundCheques.dat",
                   "../data/RefundCheques.bak".
           if return-code = 0
               open output snapstamp-file
               move ws-run-date to bs-rundate
               write snapstamp-rec
               close snapstamp-file
           else
               call "CBL_DELETE_FILE"
                 using "../data/RefundCheques.bakdate"
           end-if.
           move 0 to return-code.

       600-rewrite-cheques.
           perform 590-snapshot-ledger.
           open output cheque-file.
           move "../data/RefundCheques.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-cheque-idx from 1 by 1
             until ws-cheque-idx > ws-cheque-count
               move ws-ck-number(ws-cheque-idx) to ck-number
               move ws-ck-store(ws-cheque-idx) to ck-store
               move ws-ck-invoice(ws-cheque-idx) to ck-invoice
               move ws-ck-sku(ws-cheque-idx) to ck-sku
               move ws-ck-rundate(ws-cheque-idx) to ck-rundate
               move ws-ck-transdate(ws-cheque-idx) to ck-transdate
               move ws-ck-tender(ws-cheque-idx) to ck-tender
               move ws-ck-reason(ws-cheque-idx) to ck-reason
               move ws-ck-customer(ws-cheque-idx) to ck-customer
               move ws-ck-payee(ws-cheque-idx) to ck-payee
               move ws-ck-amount(ws-cheque-idx) to ck-amount
               move ws-ck-issued(ws-cheque-idx) to ck-issued
               move ws-ck-status(ws-cheque-idx) to ck-status
               move ws-ck-cleared(ws-cheque-idx) to ck-cleared
               move ws-ck-clearamt(ws-cheque-idx) to ck-clearamt
               write cheque-rec
           end-perform.
           close cheque-file.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "REFUNDCHEQUES" to ctl-program.
           move "CHEQUES ISSUED" to ctl-metric.
           move ws-cheques-issued to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "REFUNDCHEQUES" to ctl-program.
           move "OUTSTANDING" to ctl-metric.
           move ws-outstanding to ctl-count.
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

       end program RefundCheques.
