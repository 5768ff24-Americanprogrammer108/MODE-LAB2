       identification division.
       program-id. ChargebackTrack.
      *Program Description: Card chargeback and dispute case
      *tracking, run ahead of GLPostingExtract. The processor's
      *chargeback notices, and the card desk's representment
      *entries, arrive in ChargebackNotices.dat (one-shot, emptied
      *after the run the way VendorCredits.dat is), one line per
      *event: N = new chargeback, R = representment sent, W = won
      *(the processor reversed the chargeback in our favour) and
      *L = lost. A new chargeback is looked up in InvoiceRegister.dat
      *by store and invoice number to pick up the sale it disputes -
      *amount, tender and the run that registered it - and opens a
      *dispute case in ChargebackCases.dat, carried run over run.
      *A case is O = open, R = represented, W = won or L = lost.
      *Open cases are aged against the processor's response
      *deadline; one still unanswered past it goes to the exception
      *hub. A lost chargeback is journalled as a loss in
      *ChargebackJournal-YYYYMMDD.dat (debit 6100 chargeback losses,
      *credit the card tender's clearing account), which
      *GLPostingExtract posts as it stands. The report closes with
      *the month-to-date chargeback summary for each store.

       environment division.
       input-output section.
       file-control.
           select optional notice-file
           assign to "../data/ChargebackNotices.dat"
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

           select optional case-file
           assign to "../data/ChargebackCases.dat"
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
           assign to "../data/ChargebackCases.bakdate"
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *processor chargeback notices and card desk representment
      *entries: action, processor case reference, store, invoice,
      *date of the event, disputed amount, processor reason code and
      *the processor's response deadline (N lines only).
       fd notice-file
           data record is notice-rec
           record contains 53 characters.
       01 notice-rec.
         05 cn-action pic x(1).
         05 cn-caseref pic x(12).
         05 cn-store pic x(2).
         05 cn-invoice pic x(9).
         05 cn-date pic 9(8).
         05 cn-amount pic 9(7)v99.
         05 cn-reason pic x(4).
         05 cn-deadline pic 9(8).

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

      *one dispute case per processor case reference, carried run
      *over run; sale fields come from the invoice register and
      *cc-matched is N when the disputed invoice was not on it.
       fd case-file
           data record is case-rec
           record contains 81 characters.
       01 case-rec.
         05 cc-caseref pic x(12).
         05 cc-store pic x(2).
         05 cc-invoice pic x(9).
         05 cc-tender pic x(2).
         05 cc-saledate pic 9(8).
         05 cc-saleamount pic 9(7)v99.
         05 cc-amount pic 9(7)v99.
         05 cc-reason pic x(4).
         05 cc-opened pic 9(8).
         05 cc-deadline pic 9(8).
         05 cc-status pic x(1).
         05 cc-statusdate pic 9(8).
         05 cc-matched pic x(1).

      *chargeback loss journal lines, balanced by store, in the
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
       01 ws-notice-eof pic x value "n".
         88 ws-notice-yes value "y".
       01 ws-register-eof pic x value "n".
         88 ws-register-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-case-eof pic x value "n".
         88 ws-case-yes value "y".

       01 ws-storename-count pic 99 value 0.
       01 ws-storename-table.
         05 ws-storename-entry occurs 50 times
             indexed by ws-storename-idx.
           10 ws-storename-number pic x(2) value spaces.
           10 ws-storename-name pic x(20) value spaces.

      *tonight's notices, held so the invoice register is read once
      *for all the new chargebacks rather than once per notice.
       01 ws-notice-count pic 9(4) value 0.
       01 ws-notice-table.
         05 ws-notice-entry occurs 1000 times
             indexed by ws-notice-idx.
           10 ws-ntc-action pic x(1).
           10 ws-ntc-caseref pic x(12).
           10 ws-ntc-store pic x(2).
           10 ws-ntc-invoice pic x(9).
           10 ws-ntc-date pic 9(8).
           10 ws-ntc-amount pic 9(7)v99.
           10 ws-ntc-reason pic x(4).
           10 ws-ntc-deadline pic 9(8).
           10 ws-ntc-saledate pic 9(8).
           10 ws-ntc-saleamount pic 9(7)v99.
           10 ws-ntc-tender pic x(2).
           10 ws-ntc-matched pic x(1).
       01 ws-notice-full pic x value "n".
         88 ws-notice-is-full value "y".

       01 ws-case-count pic 9(5) value 0.
       01 ws-case-table.
         05 ws-case-entry occurs 5000 times
             indexed by ws-case-idx.
           10 ws-cs-caseref pic x(12).
           10 ws-cs-store pic x(2).
           10 ws-cs-invoice pic x(9).
           10 ws-cs-tender pic x(2).
           10 ws-cs-saledate pic 9(8).
           10 ws-cs-saleamount pic 9(7)v99.
           10 ws-cs-amount pic 9(7)v99.
           10 ws-cs-reason pic x(4).
           10 ws-cs-opened pic 9(8).
           10 ws-cs-deadline pic 9(8).
           10 ws-cs-status pic x(1).
           10 ws-cs-statusdate pic 9(8).
           10 ws-cs-matched pic x(1).
       01 ws-case-found pic x value "n".
         88 ws-case-is-found value "y".
       01 ws-case-full pic x value "n".
         88 ws-case-is-full value "y".

      *lost chargebacks by store and clearing account, journalled
      *as one loss pair per store and tender.
       01 ws-loss-count pic 9(3) value 0.
       01 ws-loss-table.
         05 ws-loss-entry occurs 200 times
             indexed by ws-loss-idx.
           10 ws-loss-store pic x(2).
           10 ws-loss-account pic x(4).
           10 ws-loss-amount pic 9(9)v99 value 0.
       01 ws-loss-found pic x value "n".
         88 ws-loss-is-found value "y".
       01 ws-clearing-account pic x(4) value spaces.

       01 ws-lookup-store pic x(2) value spaces.
       01 ws-result-text pic x(30) value spaces.
       01 ws-notices-read pic 9(7) value 0.
       01 ws-notices-applied pic 9(7) value 0.
       01 ws-notices-rejected pic 9(7) value 0.
       01 ws-open-cases pic 9(5) value 0.
       01 ws-past-deadline pic 9(5) value 0.
       01 ws-loss-total pic 9(9)v99 value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-date-int pic 9(8) value 0.
       01 ws-days-left pic s9(5) value 0.
       01 ws-prune-int pic 9(8) value 0.
       01 ws-month-start pic 9(8) value 0.

      *per-store month-to-date figures for the summary section.
       01 ws-store-line-count pic 9(5) value 0.
       01 ws-mtd-figures.
         05 ws-mtd-opened pic 9(5) value 0.
         05 ws-mtd-opened-amt pic 9(9)v99 value 0.
         05 ws-mtd-won pic 9(5) value 0.
         05 ws-mtd-won-amt pic 9(9)v99 value 0.
         05 ws-mtd-lost pic 9(5) value 0.
         05 ws-mtd-lost-amt pic 9(9)v99 value 0.
         05 ws-mtd-open pic 9(5) value 0.
         05 ws-mtd-open-amt pic 9(9)v99 value 0.

      *open case aging buckets: past the deadline, due within 7
      *days, 8 to 14 days, more than 14 days to go.
       01 ws-store-buckets.
         05 ws-store-bucket pic 9(9)v99 occurs 4 times.
       01 ws-grand-buckets.
         05 ws-grand-bucket pic 9(9)v99 occurs 4 times.
       01 ws-bucket-sub pic 9 value 0.

       01 ws-heading pic x(60) value
           "CARD CHARGEBACK CASES".

       01 ws-notice-heading pic x(60) value
           "CHARGEBACK NOTICES PROCESSED THIS RUN".

       01 ws-aging-heading pic x(60) value
           "OPEN DISPUTE CASES AGED AGAINST RESPONSE DEADLINE".

       01 ws-month-heading.
         05 filler pic x(36) value
           "MONTH-TO-DATE CHARGEBACKS BY STORE: ".
         05 ws-mh-from pic 9(8).
         05 filler pic x(4) value " TO ".
         05 ws-mh-to pic 9(8).

       01 ws-notice-line.
         05 filler pic x(2) value spaces.
         05 ws-nl-action pic x(1).
         05 filler pic x(1) value space.
         05 ws-nl-caseref pic x(12).
         05 filler pic x(7) value " STORE ".
         05 ws-nl-store pic x(2).
         05 filler pic x(5) value " INV ".
         05 ws-nl-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-nl-date pic 9(8).
         05 ws-nl-amount pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-nl-result pic x(30).

       01 ws-store-header.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(3) value " - ".
         05 ws-sh-name pic x(20).

       01 ws-case-column-line.
         05 filler pic x(50) value
           "  CASE REF     INVOICE   TN REAS OPENED   DEADLINE".
         05 filler pic x(28) value
           "        AMOUNT  DAYS  STATUS".

       01 ws-case-detail.
         05 filler pic x(2) value spaces.
         05 ws-cd-caseref pic x(12).
         05 filler pic x(1) value space.
         05 ws-cd-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-cd-tender pic x(2).
         05 filler pic x(1) value space.
         05 ws-cd-reason pic x(4).
         05 filler pic x(1) value space.
         05 ws-cd-opened pic 9(8).
         05 filler pic x(1) value space.
         05 ws-cd-deadline pic 9(8).
         05 ws-cd-amount pic zzz,zzz,zz9.99.
         05 ws-cd-days pic -----9.
         05 filler pic x(2) value spaces.
         05 ws-cd-status pic x(30).

       01 ws-bucket-line.
         05 ws-bl-label pic x(20).
         05 filler pic x(8) value "  PAST: ".
         05 ws-bl-b1 pic zzz,zzz,zz9.99.
         05 filler pic x(8) value "  0-7:  ".
         05 ws-bl-b2 pic zzz,zzz,zz9.99.
         05 filler pic x(8) value "  8-14: ".
         05 ws-bl-b3 pic zzz,zzz,zz9.99.
         05 filler pic x(8) value "  15+:  ".
         05 ws-bl-b4 pic zzz,zzz,zz9.99.

       01 ws-mtd-line.
         05 filler pic x(2) value spaces.
         05 ws-ml-label pic x(16).
         05 ws-ml-count pic zzzz9.
         05 ws-ml-amount pic zzz,zzz,zz9.99.

       01 ws-none-line pic x(40) value
           "  (no open dispute cases)".

       01 ws-no-notice-line pic x(40) value
           "  (no chargeback notices this run)".

       01 ws-totals-line1.
         05 filler pic x(30) value "NOTICES READ:                 ".
         05 ws-t1-count pic zzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "NOTICES APPLIED:              ".
         05 ws-t2-count pic zzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "NOTICES REJECTED:             ".
         05 ws-t3-count pic zzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "OPEN/REPRESENTED CASES:       ".
         05 ws-t4-count pic zzzzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "CASES PAST DEADLINE:          ".
         05 ws-t5-count pic zzzzzz9.
       01 ws-totals-line6.
         05 filler pic x(30) value "CHARGEBACK LOSSES THIS RUN:   ".
         05 ws-t6-amount pic zzz,zzz,zz9.99.

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
       01 ws-run-date-x redefines ws-run-date.
         05 ws-rd-year pic 9(4).
         05 ws-rd-month pic 9(2).
         05 ws-rd-day pic 9(2).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(25) value "../data/ChargebackReport-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       01 ws-journal-filename.
         05 filler pic x(26) value "../data/ChargebackJournal-".
         05 ws-journal-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-journal-filename-seq pic x(4) value spaces.

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
           perform 020-load-cases.
           perform 030-load-notices.
           perform 040-match-register.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           write report-line from ws-heading
             before advancing 2 lines.

      *a historical reprocess is report-only: the live notices are
      *neither applied nor emptied, the case ledger does not move
      *and the archived loss journal is left as it was.
           if not ws-is-historical
               perform 200-apply-notices
           end-if.
           perform 500-write-aging.
           perform 550-write-monthly.
           perform 580-write-totals.
           close report-file.
           close exception-hub-file.
           if not ws-is-historical
               perform 400-write-journal
           end-if.
      *a full case table would drop cases from the rewrite.
           if not ws-is-historical and not ws-case-is-full
               perform 600-rewrite-cases
           end-if.
           perform 700-write-controltotals.

      *applied notices are one-shot - empty the file so a rerun does
      *not open or settle the same cases twice.
           if not ws-is-historical and not ws-notice-is-full
               open output notice-file
               close notice-file
           end-if.

           display "Chargeback tracking finished".
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
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           compute ws-month-start =
             ws-rd-year * 10000 + ws-rd-month * 100 + 1.
      *settled cases are kept a year for the monthly summaries and
      *any late processor query, then dropped from the ledger.
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

       020-load-cases.
           open input case-file.
           move "../data/ChargebackCases.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-case-yes
               read case-file
                   at end
                       move "y" to ws-case-eof
                   not at end
                       perform 025-keep-case
               end-read
           end-perform.
           close case-file.

       025-keep-case.
           if cc-statusdate is not numeric
               move 0 to cc-statusdate
           end-if.
           if (cc-status = "W" or cc-status = "L")
             and cc-statusdate > 0
               compute ws-date-int =
                 function integer-of-date(cc-statusdate)
               if ws-date-int < ws-prune-int
                   exit paragraph
               end-if
           end-if.
           if ws-case-count < 5000
               add 1 to ws-case-count
               move cc-caseref to ws-cs-caseref(ws-case-count)
               move cc-store to ws-cs-store(ws-case-count)
               move cc-invoice to ws-cs-invoice(ws-case-count)
               move cc-tender to ws-cs-tender(ws-case-count)
               move cc-saledate to ws-cs-saledate(ws-case-count)
               move cc-saleamount to ws-cs-saleamount(ws-case-count)
               move cc-amount to ws-cs-amount(ws-case-count)
               move cc-reason to ws-cs-reason(ws-case-count)
               move cc-opened to ws-cs-opened(ws-case-count)
               move cc-deadline to ws-cs-deadline(ws-case-count)
               move cc-status to ws-cs-status(ws-case-count)
               move cc-statusdate to ws-cs-statusdate(ws-case-count)
               move cc-matched to ws-cs-matched(ws-case-count)
           else
               move "y" to ws-case-full
           end-if.

       030-load-notices.
           open input notice-file.
           move "../data/ChargebackNotices.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-notice-yes
               read notice-file
                   at end
                       move "y" to ws-notice-eof
                   not at end
                       add 1 to ws-notices-read
                       if ws-notice-count < 1000
                           add 1 to ws-notice-count
                           set ws-notice-idx to ws-notice-count
                           perform 035-keep-notice
                       else
                           move "y" to ws-notice-full
                       end-if
               end-read
           end-perform.
           close notice-file.

       035-keep-notice.
           move cn-action to ws-ntc-action(ws-notice-idx).
           move cn-caseref to ws-ntc-caseref(ws-notice-idx).
           move cn-store to ws-ntc-store(ws-notice-idx).
           move cn-invoice to ws-ntc-invoice(ws-notice-idx).
           move cn-date to ws-ntc-date(ws-notice-idx).
           move cn-amount to ws-ntc-amount(ws-notice-idx).
           move cn-reason to ws-ntc-reason(ws-notice-idx).
           move cn-deadline to ws-ntc-deadline(ws-notice-idx).
           move 0 to ws-ntc-saledate(ws-notice-idx).
           move 0 to ws-ntc-saleamount(ws-notice-idx).
           move spaces to ws-ntc-tender(ws-notice-idx).
           move "N" to ws-ntc-matched(ws-notice-idx).

       040-match-register.
      *one pass over the register for every new chargeback: the
      *sale and layaway lines registered under the store and
      *invoice make up the disputed sale, taken at the tender and
      *on the run date of its first line.
           open input register-file.
           move "../data/InvoiceRegister.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-register-yes
               read register-file
                   at end
                       move "y" to ws-register-eof
                   not at end
                       if rr-code = "S" or rr-code = "L"
                           perform 045-match-one-line
                       end-if
               end-read
           end-perform.
           close register-file.

       045-match-one-line.
           perform varying ws-notice-idx from 1 by 1
             until ws-notice-idx > ws-notice-count
               if ws-ntc-action(ws-notice-idx) = "N"
                 and ws-ntc-store(ws-notice-idx) = rr-store
                 and ws-ntc-invoice(ws-notice-idx) = rr-invoice
                   if ws-ntc-matched(ws-notice-idx) = "N"
                       move "Y" to ws-ntc-matched(ws-notice-idx)
                       move rr-rundate
                         to ws-ntc-saledate(ws-notice-idx)
                       move rr-tender to ws-ntc-tender(ws-notice-idx)
                   end-if
                   if rr-amount is numeric
                       add rr-amount
                         to ws-ntc-saleamount(ws-notice-idx)
                   end-if
               end-if
           end-perform.

       200-apply-notices.
           write report-line from ws-notice-heading.
           if ws-notice-count = 0
               write report-line from ws-no-notice-line
           end-if.
           perform 250-apply-one-notice
             varying ws-notice-idx from 1 by 1
             until ws-notice-idx > ws-notice-count.
           if ws-notice-is-full
               move "CHARGEBACKS" to eh-source
               move "H" to eh-severity
               move spaces to eh-store
               move "NOTICE TABLE FULL - NOTICE FILE LEFT IN PLACE"
                 to eh-text
               write exception-hub-rec
           end-if.
           move spaces to report-line.
           write report-line.

       250-apply-one-notice.
           move ws-ntc-action(ws-notice-idx) to ws-nl-action.
           move ws-ntc-caseref(ws-notice-idx) to ws-nl-caseref.
           move ws-ntc-store(ws-notice-idx) to ws-nl-store.
           move ws-ntc-invoice(ws-notice-idx) to ws-nl-invoice.
           move ws-ntc-date(ws-notice-idx) to ws-nl-date.
           move ws-ntc-amount(ws-notice-idx) to ws-nl-amount.
           move spaces to ws-result-text.
           if ws-ntc-date(ws-notice-idx) is not numeric
             or ws-ntc-amount(ws-notice-idx) is not numeric
               move "** NOTICE NOT NUMERIC **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           perform 350-find-case.
           evaluate ws-ntc-action(ws-notice-idx)
               when "N"
                   perform 260-open-case
               when "R"
                   perform 270-represent-case
               when "W"
               when "L"
                   perform 280-close-case
               when other
                   move "** UNKNOWN ACTION **" to ws-result-text
                   perform 290-reject-notice
           end-evaluate.

       260-open-case.
           if ws-case-is-found
               move "** CASE ALREADY OPEN **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           if ws-ntc-deadline(ws-notice-idx) is not numeric
               move "** NO RESPONSE DEADLINE **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           if ws-case-count not < 5000
               move "y" to ws-case-full
               move "** CASE TABLE FULL **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           add 1 to ws-case-count.
           set ws-case-idx to ws-case-count.
           move ws-ntc-caseref(ws-notice-idx)
             to ws-cs-caseref(ws-case-idx).
           move ws-ntc-store(ws-notice-idx) to ws-cs-store(ws-case-idx).
           move ws-ntc-invoice(ws-notice-idx)
             to ws-cs-invoice(ws-case-idx).
           move ws-ntc-tender(ws-notice-idx)
             to ws-cs-tender(ws-case-idx).
           move ws-ntc-saledate(ws-notice-idx)
             to ws-cs-saledate(ws-case-idx).
           move ws-ntc-saleamount(ws-notice-idx)
             to ws-cs-saleamount(ws-case-idx).
           move ws-ntc-amount(ws-notice-idx)
             to ws-cs-amount(ws-case-idx).
           move ws-ntc-reason(ws-notice-idx)
             to ws-cs-reason(ws-case-idx).
           move ws-ntc-date(ws-notice-idx) to ws-cs-opened(ws-case-idx).
           move ws-ntc-deadline(ws-notice-idx)
             to ws-cs-deadline(ws-case-idx).
           move "O" to ws-cs-status(ws-case-idx).
           move ws-ntc-date(ws-notice-idx)
             to ws-cs-statusdate(ws-case-idx).
           move ws-ntc-matched(ws-notice-idx)
             to ws-cs-matched(ws-case-idx).
           add 1 to ws-notices-applied.
      *a chargeback on an invoice we never registered cannot be
      *represented from our records - someone has to look now.
           if ws-cs-matched(ws-case-idx) = "N"
               move "OPENED - NO SALE ON REGISTER" to ws-result-text
               move "H" to eh-severity
               perform 295-hub-notice
           else
               if ws-cs-tender(ws-case-idx) not = "CR"
                 and ws-cs-tender(ws-case-idx) not = "DB"
                 and ws-cs-tender(ws-case-idx) not = spaces
                   move "OPENED - SALE NOT CARD TENDER"
                     to ws-result-text
                   move "M" to eh-severity
                   perform 295-hub-notice
               else
                   move "OPENED" to ws-result-text
               end-if
           end-if.
           move ws-result-text to ws-nl-result.
           write report-line from ws-notice-line.

       270-represent-case.
           if not ws-case-is-found
               move "** NO SUCH CASE **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           if ws-cs-status(ws-case-idx) not = "O"
               move "** CASE NOT OPEN **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           move "R" to ws-cs-status(ws-case-idx).
           move ws-ntc-date(ws-notice-idx)
             to ws-cs-statusdate(ws-case-idx).
           add 1 to ws-notices-applied.
           if ws-ntc-date(ws-notice-idx) > ws-cs-deadline(ws-case-idx)
               move "REPRESENTED AFTER DEADLINE" to ws-result-text
               move "M" to eh-severity
               perform 295-hub-notice
           else
               move "REPRESENTED" to ws-result-text
           end-if.
           move ws-result-text to ws-nl-result.
           write report-line from ws-notice-line.

       280-close-case.
           if not ws-case-is-found
               move "** NO SUCH CASE **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           if ws-cs-status(ws-case-idx) not = "O"
             and ws-cs-status(ws-case-idx) not = "R"
               move "** CASE ALREADY SETTLED **" to ws-result-text
               perform 290-reject-notice
               exit paragraph
           end-if.
           move ws-ntc-action(ws-notice-idx)
             to ws-cs-status(ws-case-idx).
           move ws-ntc-date(ws-notice-idx)
             to ws-cs-statusdate(ws-case-idx).
           add 1 to ws-notices-applied.
           if ws-cs-status(ws-case-idx) = "W"
               move "WON" to ws-result-text
           else
               move "LOST - POSTED TO LOSS" to ws-result-text
               perform 300-add-loss
           end-if.
           move ws-result-text to ws-nl-result.
           write report-line from ws-notice-line.

       290-reject-notice.
           add 1 to ws-notices-rejected.
           move ws-result-text to ws-nl-result.
           write report-line from ws-notice-line.
           move "M" to eh-severity.
           perform 295-hub-notice.

       295-hub-notice.
           move "CHARGEBACKS" to eh-source.
           move ws-ntc-store(ws-notice-idx) to eh-store.
           move spaces to eh-text.
           string "CASE " ws-ntc-caseref(ws-notice-idx)
                  " INV " ws-ntc-invoice(ws-notice-idx)
                  " " ws-result-text
             delimited by size into eh-text.
           write exception-hub-rec.

       300-add-loss.
      *the processor has already taken the money back out of the
      *card settlement, so the loss is booked against the clearing
      *account the sale went through.
           evaluate ws-cs-tender(ws-case-idx)
               when "DB"
                   move "1020" to ws-clearing-account
               when "CR"
                   move "1030" to ws-clearing-account
               when other
                   move "1090" to ws-clearing-account
           end-evaluate.
           move "n" to ws-loss-found.
           set ws-loss-idx to 1.
           search ws-loss-entry
               at end
                   move "n" to ws-loss-found
               when ws-loss-store(ws-loss-idx)
                 = ws-cs-store(ws-case-idx)
                 and ws-loss-account(ws-loss-idx) = ws-clearing-account
                   move "y" to ws-loss-found
           end-search.
           if not ws-loss-is-found
               if ws-loss-count < 200
                   add 1 to ws-loss-count
                   set ws-loss-idx to ws-loss-count
                   move ws-cs-store(ws-case-idx)
                     to ws-loss-store(ws-loss-idx)
                   move ws-clearing-account
                     to ws-loss-account(ws-loss-idx)
                   move 0 to ws-loss-amount(ws-loss-idx)
                   move "y" to ws-loss-found
               end-if
           end-if.
           if ws-loss-is-found
               add ws-cs-amount(ws-case-idx)
                 to ws-loss-amount(ws-loss-idx)
               add ws-cs-amount(ws-case-idx) to ws-loss-total
           end-if.

       350-find-case.
           move "n" to ws-case-found.
           set ws-case-idx to 1.
           search ws-case-entry
               at end
                   move "n" to ws-case-found
               when ws-cs-caseref(ws-case-idx)
                 = ws-ntc-caseref(ws-notice-idx)
                   move "y" to ws-case-found
           end-search.
           if ws-case-idx > ws-case-count
               move "n" to ws-case-found
           end-if.

       400-write-journal.
      *always written, even empty, so tonight's GL extract never
      *picks up an earlier run's losses under this date.
           open output journal-file.
           move ws-journal-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-loss-idx from 1 by 1
             until ws-loss-idx > ws-loss-count
               move "6100" to dj-account
               move ws-loss-store(ws-loss-idx) to dj-store
               move ws-loss-amount(ws-loss-idx) to dj-debit
               move 0 to dj-credit
               write journal-rec
               move ws-loss-account(ws-loss-idx) to dj-account
               move ws-loss-store(ws-loss-idx) to dj-store
               move 0 to dj-debit
               move ws-loss-amount(ws-loss-idx) to dj-credit
               write journal-rec
           end-perform.
           close journal-file.

       500-write-aging.
           write report-line from ws-aging-heading
             before advancing 2 lines.
           write report-line from ws-case-column-line.
           initialize ws-grand-buckets.
           perform 510-write-store-aging
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.
      *cases under a store no longer on the master come last.
           move "n" to ws-case-found.
           perform varying ws-case-idx from 1 by 1
             until ws-case-idx > ws-case-count
               if ws-cs-status(ws-case-idx) = "O"
                 or ws-cs-status(ws-case-idx) = "R"
                   move ws-cs-store(ws-case-idx) to ws-lookup-store
                   set ws-storename-idx to 1
                   search ws-storename-entry
                       at end
                           if not ws-case-is-found
                               move "y" to ws-case-found
                               move spaces to ws-sh-number
                               move "** STORE NOT ON MASTER **"
                                 to ws-sh-name
                               write report-line from ws-store-header
                           end-if
                           perform 530-write-caseline
                       when ws-storename-number(ws-storename-idx)
                         = ws-lookup-store
                           continue
                   end-search
               end-if
           end-perform.
           if ws-open-cases = 0
               write report-line from ws-none-line
           end-if.
           move spaces to report-line.
           write report-line.
           move "ALL STORES" to ws-bl-label.
           move ws-grand-bucket(1) to ws-bl-b1.
           move ws-grand-bucket(2) to ws-bl-b2.
           move ws-grand-bucket(3) to ws-bl-b3.
           move ws-grand-bucket(4) to ws-bl-b4.
           write report-line from ws-bucket-line.
           move spaces to report-line.
           write report-line.

       510-write-store-aging.
      *a store with no open or represented case prints nothing.
           move 0 to ws-store-line-count.
           initialize ws-store-buckets.
           move ws-storename-number(ws-storename-idx)
             to ws-lookup-store.
           perform varying ws-case-idx from 1 by 1
             until ws-case-idx > ws-case-count
               if ws-cs-store(ws-case-idx) = ws-lookup-store
                 and (ws-cs-status(ws-case-idx) = "O"
                   or ws-cs-status(ws-case-idx) = "R")
                   if ws-store-line-count = 0
                       move ws-lookup-store to ws-sh-number
                       move ws-storename-name(ws-storename-idx)
                         to ws-sh-name
                       write report-line from ws-store-header
                   end-if
                   add 1 to ws-store-line-count
                   perform 530-write-caseline
               end-if
           end-perform.
           if ws-store-line-count > 0
               move "  STORE OPEN" to ws-bl-label
               move ws-store-bucket(1) to ws-bl-b1
               move ws-store-bucket(2) to ws-bl-b2
               move ws-store-bucket(3) to ws-bl-b3
               move ws-store-bucket(4) to ws-bl-b4
               write report-line from ws-bucket-line
               move spaces to report-line
               write report-line
           end-if.

       530-write-caseline.
      *an open case is aged by the days left to the processor's
      *deadline; a represented one has answered in time or not
      *already, and shows the days it has waited for a decision.
           add 1 to ws-open-cases.
           move ws-cs-caseref(ws-case-idx) to ws-cd-caseref.
           move ws-cs-invoice(ws-case-idx) to ws-cd-invoice.
           move ws-cs-tender(ws-case-idx) to ws-cd-tender.
           move ws-cs-reason(ws-case-idx) to ws-cd-reason.
           move ws-cs-opened(ws-case-idx) to ws-cd-opened.
           move ws-cs-deadline(ws-case-idx) to ws-cd-deadline.
           move ws-cs-amount(ws-case-idx) to ws-cd-amount.
           if ws-cs-status(ws-case-idx) = "R"
               compute ws-date-int = function integer-of-date(
                 ws-cs-statusdate(ws-case-idx))
               compute ws-days-left = ws-run-int - ws-date-int
               move ws-days-left to ws-cd-days
               move "REPRESENTED - AWAITING" to ws-cd-status
               write report-line from ws-case-detail
               exit paragraph
           end-if.
           compute ws-date-int = function integer-of-date(
             ws-cs-deadline(ws-case-idx)).
           compute ws-days-left = ws-date-int - ws-run-int.
           move ws-days-left to ws-cd-days.
           evaluate true
               when ws-days-left < 0
                   move 1 to ws-bucket-sub
                   move "PAST DEADLINE" to ws-cd-status
               when ws-days-left <= 7
                   move 2 to ws-bucket-sub
                   move "OPEN - RESPOND NOW" to ws-cd-status
               when ws-days-left <= 14
                   move 3 to ws-bucket-sub
                   move "OPEN" to ws-cd-status
               when other
                   move 4 to ws-bucket-sub
                   move "OPEN" to ws-cd-status
           end-evaluate.
           if ws-cs-matched(ws-case-idx) = "N"
               move "OPEN - NO SALE ON REGISTER" to ws-cd-status
               if ws-days-left < 0
                   move "PAST DEADLINE - NO SALE" to ws-cd-status
               end-if
           end-if.
           add ws-cs-amount(ws-case-idx)
             to ws-store-bucket(ws-bucket-sub).
           add ws-cs-amount(ws-case-idx)
             to ws-grand-bucket(ws-bucket-sub).
           write report-line from ws-case-detail.
           if ws-days-left < 0
               add 1 to ws-past-deadline
               move "CHARGEBACKS" to eh-source
               move "H" to eh-severity
               move ws-cs-store(ws-case-idx) to eh-store
               move spaces to eh-text
               string "CASE " ws-cs-caseref(ws-case-idx)
                      " PAST RESPONSE DEADLINE "
                      ws-cs-deadline(ws-case-idx)
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.

       550-write-monthly.
           move ws-month-start to ws-mh-from.
           move ws-run-date to ws-mh-to.
           write report-line from ws-month-heading
             before advancing 2 lines.
           perform 560-write-store-month
             varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count.

       560-write-store-month.
      *every store gets its block, a quiet month included, so each
      *store manager can see the month's chargebacks at a glance.
           initialize ws-mtd-figures.
           move ws-storename-number(ws-storename-idx)
             to ws-lookup-store.
           perform varying ws-case-idx from 1 by 1
             until ws-case-idx > ws-case-count
               if ws-cs-store(ws-case-idx) = ws-lookup-store
                   perform 565-tally-case-month
               end-if
           end-perform.
           move ws-lookup-store to ws-sh-number.
           move ws-storename-name(ws-storename-idx) to ws-sh-name.
           write report-line from ws-store-header.
           move "OPENED" to ws-ml-label.
           move ws-mtd-opened to ws-ml-count.
           move ws-mtd-opened-amt to ws-ml-amount.
           write report-line from ws-mtd-line.
           move "WON" to ws-ml-label.
           move ws-mtd-won to ws-ml-count.
           move ws-mtd-won-amt to ws-ml-amount.
           write report-line from ws-mtd-line.
           move "LOST" to ws-ml-label.
           move ws-mtd-lost to ws-ml-count.
           move ws-mtd-lost-amt to ws-ml-amount.
           write report-line from ws-mtd-line.
           move "STILL IN DISPUTE" to ws-ml-label.
           move ws-mtd-open to ws-ml-count.
           move ws-mtd-open-amt to ws-ml-amount.
           write report-line from ws-mtd-line
             before advancing 2 lines.

       565-tally-case-month.
           if ws-cs-opened(ws-case-idx) >= ws-month-start
             and ws-cs-opened(ws-case-idx) <= ws-run-date
               add 1 to ws-mtd-opened
               add ws-cs-amount(ws-case-idx) to ws-mtd-opened-amt
           end-if.
           if ws-cs-statusdate(ws-case-idx) >= ws-month-start
             and ws-cs-statusdate(ws-case-idx) <= ws-run-date
               if ws-cs-status(ws-case-idx) = "W"
                   add 1 to ws-mtd-won
                   add ws-cs-amount(ws-case-idx) to ws-mtd-won-amt
               end-if
               if ws-cs-status(ws-case-idx) = "L"
                   add 1 to ws-mtd-lost
                   add ws-cs-amount(ws-case-idx) to ws-mtd-lost-amt
               end-if
           end-if.
           if ws-cs-status(ws-case-idx) = "O"
             or ws-cs-status(ws-case-idx) = "R"
               add 1 to ws-mtd-open
               add ws-cs-amount(ws-case-idx) to ws-mtd-open-amt
           end-if.

       580-write-totals.
           move ws-notices-read to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-notices-applied to ws-t2-count.
           write report-line from ws-totals-line2.
           move ws-notices-rejected to ws-t3-count.
           write report-line from ws-totals-line3.
           move ws-open-cases to ws-t4-count.
           write report-line from ws-totals-line4.
           move ws-past-deadline to ws-t5-count.
           write report-line from ws-totals-line5.
           move ws-loss-total to ws-t6-amount.
           write report-line from ws-totals-line6.

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
             using "../data/ChargebackCases.dat",
                   "../data/ChargebackCases.bak".
           if return-code = 0
               open output snapstamp-file
               move ws-run-date to bs-rundate
               write snapstamp-rec
               close snapstamp-file
           else
               call "CBL_DELETE_FILE"
                 using "../data/ChargebackCases.bakdate"
           end-if.
           move 0 to return-code.

       600-rewrite-cases.
           perform 590-snapshot-ledger.
           open output case-file.
           move "../data/ChargebackCases.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-case-idx from 1 by 1
             until ws-case-idx > ws-case-count
               move ws-cs-caseref(ws-case-idx) to cc-caseref
               move ws-cs-store(ws-case-idx) to cc-store
               move ws-cs-invoice(ws-case-idx) to cc-invoice
               move ws-cs-tender(ws-case-idx) to cc-tender
               move ws-cs-saledate(ws-case-idx) to cc-saledate
               move ws-cs-saleamount(ws-case-idx) to cc-saleamount
               move ws-cs-amount(ws-case-idx) to cc-amount
               move ws-cs-reason(ws-case-idx) to cc-reason
               move ws-cs-opened(ws-case-idx) to cc-opened
               move ws-cs-deadline(ws-case-idx) to cc-deadline
               move ws-cs-status(ws-case-idx) to cc-status
               move ws-cs-statusdate(ws-case-idx) to cc-statusdate
               move ws-cs-matched(ws-case-idx) to cc-matched
               write case-rec
           end-perform.
           close case-file.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "CHARGEBACKS" to ctl-program.
           move "NOTICES READ" to ctl-metric.
           move ws-notices-read to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "CHARGEBACKS" to ctl-program.
           move "OPEN CASES" to ctl-metric.
           move ws-open-cases to ctl-count.
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

       end program ChargebackTrack.
