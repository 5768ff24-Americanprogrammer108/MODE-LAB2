       identification division.
       program-id. ServiceRecognition.
      *Program Description: Monthly service plan revenue
      *recognition. Runs in the nightly chain after
      *ServiceContractPost but only posts once a month has closed:
      *on the last day of a month it recognizes through that day,
      *on any other night through the last day of the previous
      *month - so a missed month-end night is picked up by the next
      *run instead of being lost, and every other night finds
      *nothing due. Each active contract on ServiceContracts.dat
      *earns its price straight-line by the day over its term; the
      *portion earned since it was last recognized is moved out of
      *deferred revenue -
      *  DR 2400 deferred revenue   CR 4050 service plan revenue
      *- per store, appended to tonight's DeferredRevenue journal
      *that GLPostingExtract posts. A contract whose term has run
      *out is recognized in full and marked E (expired). A plan
      *pending on its layaway earns nothing until the layaway
      *completes. The report shows, by store, what was recognized
      *and what is still deferred, pending plans included.

       environment division.
       input-output section.
       file-control.
           select optional contract-file
           assign to "../data/ServiceContracts.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional journal-file
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

           select optional snapstamp-file
           assign dynamic ws-snapstamp-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

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

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

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

      *run-date stamp of the pre-update snapshot taken below.
       fd snapstamp-file
           data record is snapstamp-rec
           record contains 8 characters.
       01 snapstamp-rec.
         05 bs-rundate pic 9(8).

       working-storage section.
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".

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
       01 ws-contract-overflow pic x value "n".
         88 ws-contract-is-full value "y".

       01 ws-storename-count pic 99 value 0.
       01 ws-storename-table.
         05 ws-storename-entry occurs 50 times
             indexed by ws-storename-idx.
           10 ws-storename-number pic x(2) value spaces.
           10 ws-storename-name pic x(20) value spaces.
           10 ws-store-contracts pic 9(5) value 0.
           10 ws-store-recognized pic 9(9)v99 value 0.
           10 ws-store-deferred pic 9(9)v99 value 0.
           10 ws-store-expired pic 9(5) value 0.
       01 ws-storename-found pic x value "n".
         88 ws-storename-is-found value "y".

       01 ws-lookup-store pic x(2) value spaces.

      *recognize-through date for this run.
       01 ws-through-date pic 9(8) value 0.
       01 ws-through-int pic 9(8) value 0.
       01 ws-contract-through pic 9(8) value 0.
       01 ws-elapsed-days pic 9(5) value 0.
       01 ws-term-days pic 9(5) value 0.
       01 ws-earned pic 9(5)v99 value 0.
       01 ws-earned-now pic s9(7)v99 value 0.
       01 ws-work-date pic 9(8) value 0.

       01 ws-recog-count pic 9(5) value 0.
       01 ws-expired-count pic 9(5) value 0.
       01 ws-total-recognized pic 9(9)v99 value 0.
       01 ws-total-deferred pic 9(9)v99 value 0.

       01 ws-heading.
         05 filler pic x(45) value
             "SERVICE PLAN REVENUE RECOGNIZED THROUGH      ".
         05 ws-hd-through pic 9(8).

       01 ws-column-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(24) value "STORE                   ".
         05 filler pic x(10) value " CONTRACTS".
         05 filler pic x(15) value "     RECOGNIZED".
         05 filler pic x(8) value " EXPIRED".
         05 filler pic x(15) value " STILL DEFERRED".

       01 ws-store-detail.
         05 filler pic x(4) value spaces.
         05 ws-sd-number pic x(2).
         05 filler pic x(1) value space.
         05 ws-sd-name pic x(20).
         05 filler pic x(1) value space.
         05 ws-sd-contracts pic zzzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-sd-recognized pic zzz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-sd-expired pic zzzzzz9.
         05 filler pic x(1) value space.
         05 ws-sd-deferred pic zzz,zzz,zz9.99.

       01 ws-overflow-line pic x(60) value
           "** CONTRACT TABLE FULL - LEDGER NOT UPDATED **".

       01 ws-nothing-line pic x(60) value
           "  (nothing due - contracts already recognized this far)".

       01 ws-totals-line1.
         05 filler pic x(32) value
             "CONTRACTS RECOGNIZED:           ".
         05 ws-t1-count pic zzzzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(32) value
             "REVENUE RECOGNIZED:             ".
         05 ws-t2-amount pic zzz,zzz,zz9.99.
       01 ws-totals-line3.
         05 filler pic x(32) value
             "CONTRACTS EXPIRED:              ".
         05 ws-t3-count pic zzzzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(32) value
             "REVENUE STILL DEFERRED:         ".
         05 ws-t4-amount pic zzz,zzz,zz9.99.

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

       01 ws-journal-filename.
         05 filler pic x(24) value "../data/DeferredRevenue-".
         05 ws-journal-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-journal-filename-seq pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(27) value "../data/ServiceRecognition-".
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
           perform 020-load-contracts.

           perform 200-recognize-contract
             varying ws-contract-idx from 1 by 1
             until ws-contract-idx > ws-contract-count.

           perform 400-write-journal.
           perform 500-write-report.
      *a historical reprocess reports only; a full table would
      *drop contracts from the rewrite, so the ledger is left alone.
           if not ws-is-historical and not ws-contract-is-full
               perform 600-rewrite-contracts
           end-if.
           perform 700-write-controltotals.

           display "Service revenue recognition finished".
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
           move ws-seq-suffix to ws-journal-filename-seq.
           move ws-seq-suffix to ws-report-filename-seq.

      *the run date itself when tomorrow starts a new month,
      *otherwise the last day of the month before.
           compute ws-work-date = function date-of-integer(
             function integer-of-date(ws-run-date) + 1).
           if ws-work-date(7:2) = "01"
               move ws-run-date to ws-through-date
           else
               move ws-run-date to ws-work-date
               move "01" to ws-work-date(7:2)
               compute ws-through-date = function date-of-integer(
                 function integer-of-date(ws-work-date) - 1)
           end-if.
           compute ws-through-int =
             function integer-of-date(ws-through-date).
           move ws-through-date to ws-hd-through.

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
                       else
                           move "y" to ws-contract-overflow
                       end-if
               end-read
           end-perform.
           close contract-file.

       200-recognize-contract.
           if ws-ct-status(ws-contract-idx) not = "A"
             or ws-ct-recog-thru(ws-contract-idx) >= ws-through-date
             or ws-ct-start(ws-contract-idx) > ws-through-date
               exit paragraph
           end-if.
           move ws-ct-store(ws-contract-idx) to ws-lookup-store.
           perform 360-find-store.
           if ws-ct-end(ws-contract-idx) <= ws-through-date
               move ws-ct-end(ws-contract-idx) to ws-contract-through
           else
               move ws-through-date to ws-contract-through
           end-if.
      *straight line by the day, both end days counted; the last
      *period takes whatever rounding left over.
           compute ws-term-days =
             function integer-of-date(ws-ct-end(ws-contract-idx))
             - function integer-of-date(ws-ct-start(ws-contract-idx))
             + 1.
           compute ws-elapsed-days =
             function integer-of-date(ws-contract-through)
             - function integer-of-date(ws-ct-start(ws-contract-idx))
             + 1.
           if ws-contract-through = ws-ct-end(ws-contract-idx)
             or ws-term-days = 0
               move ws-ct-price(ws-contract-idx) to ws-earned
               move "E" to ws-ct-status(ws-contract-idx)
               add 1 to ws-expired-count
               add 1 to ws-store-expired(ws-storename-idx)
           else
               compute ws-earned rounded =
                 ws-ct-price(ws-contract-idx) * ws-elapsed-days
                 / ws-term-days
           end-if.
           compute ws-earned-now =
             ws-earned - ws-ct-recognized(ws-contract-idx).
           move ws-earned to ws-ct-recognized(ws-contract-idx).
           move ws-through-date to ws-ct-recog-thru(ws-contract-idx).
           if ws-earned-now > 0
               add 1 to ws-recog-count
               add 1 to ws-store-contracts(ws-storename-idx)
               add ws-earned-now
                 to ws-store-recognized(ws-storename-idx)
               add ws-earned-now to ws-total-recognized
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
           end-if.

       400-write-journal.
      *appended to the journal ServiceContractPost wrote earlier in
      *the run.
           open extend journal-file.
           move ws-journal-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count
               if ws-store-recognized(ws-storename-idx) > 0
                   move "2400" to dj-account
                   move ws-storename-number(ws-storename-idx)
                     to dj-store
                   move ws-store-recognized(ws-storename-idx)
                     to dj-debit
                   move 0 to dj-credit
                   write journal-rec
                   move "4050" to dj-account
                   move 0 to dj-debit
                   move ws-store-recognized(ws-storename-idx)
                     to dj-credit
                   write journal-rec
               end-if
           end-perform.
           close journal-file.

       500-write-report.
      *still-deferred is measured after tonight's recognition.
           perform varying ws-contract-idx from 1 by 1
             until ws-contract-idx > ws-contract-count
               if ws-ct-status(ws-contract-idx) = "A"
                 or ws-ct-status(ws-contract-idx) = "P"
                   move ws-ct-store(ws-contract-idx)
                     to ws-lookup-store
                   perform 360-find-store
                   compute ws-store-deferred(ws-storename-idx) =
                     ws-store-deferred(ws-storename-idx)
                     + ws-ct-price(ws-contract-idx)
                     - ws-ct-recognized(ws-contract-idx)
                   compute ws-total-deferred = ws-total-deferred
                     + ws-ct-price(ws-contract-idx)
                     - ws-ct-recognized(ws-contract-idx)
               end-if
           end-perform.

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
           if ws-recog-count = 0
               write report-line from ws-nothing-line
           end-if.
           write report-line from ws-column-heading.
           perform varying ws-storename-idx from 1 by 1
             until ws-storename-idx > ws-storename-count
               if ws-store-contracts(ws-storename-idx) > 0
                 or ws-store-deferred(ws-storename-idx) > 0
                   move ws-storename-number(ws-storename-idx)
                     to ws-sd-number
                   move ws-storename-name(ws-storename-idx)
                     to ws-sd-name
                   move ws-store-contracts(ws-storename-idx)
                     to ws-sd-contracts
                   move ws-store-recognized(ws-storename-idx)
                     to ws-sd-recognized
                   move ws-store-expired(ws-storename-idx)
                     to ws-sd-expired
                   move ws-store-deferred(ws-storename-idx)
                     to ws-sd-deferred
                   write report-line from ws-store-detail
               end-if
           end-perform.

           move spaces to report-line.
           write report-line.
           move ws-recog-count to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-total-recognized to ws-t2-amount.
           write report-line from ws-totals-line2.
           move ws-expired-count to ws-t3-count.
           write report-line from ws-totals-line3.
           move ws-total-deferred to ws-t4-amount.
           write report-line from ws-totals-line4.
           close report-file.

       590-snapshot-ledger.
      *pre-update snapshot, stamped with the run date that took it:
      *the rerun back-out restores this copy so a redone day starts
      *from the state before the run being replaced - and leaves
      *the ledger alone when the snapshot belongs to another date,
      *because that run never got this far.
      *a supplemental or rerun pass must not overwrite the first
      *snapshot of the date: the rerun restore point is the state
      *before the date's FIRST run, which is what the existing
      *stamp protects. The stamp is shared with
      *ServiceContractPost, which takes the day's copy first.
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
               move ws-contract-entry(ws-contract-idx)
                 to contract-rec
               write contract-rec
           end-perform.
           close contract-file.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "SERVICERECOG" to ctl-program.
           move "RECOGNIZED" to ctl-metric.
           move ws-recog-count to ctl-count.
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

       end program ServiceRecognition.
