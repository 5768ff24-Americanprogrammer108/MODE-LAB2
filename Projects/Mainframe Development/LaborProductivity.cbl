       identification division.
       program-id. LaborProductivity.
      *Program Description: Sales per labor hour. TillSessions.dat
      *already records when each drawer opens and closes and who ran
      *it; this program turns the run date's sessions into hours
      *worked per cashier per store (close time less open time, a
      *session past midnight wrapping into the next day) and sets
      *them against the same cashier's S and L sales for the day from
      *every sequence of the date's s/l files. For each cashier it
      *shows hours, sales, transactions, sales per labor hour and
      *transactions per hour, and how their sales per hour compares
      *with the store's; the store line carries the store average so
      *managers can set staffing against trading.
      *
      *A transaction is an invoice: a cashier's consecutive S/L lines
      *on the same invoice number count once. A session with an open
      *record but no close has no hours and is flagged; so is a
      *cashier with sales but no session at all. Their sales stay in
      *the store totals, so the store average is all sales over the
      *hours that can be measured.

       environment division.
       input-output section.
       file-control.
           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select optional session-file
           assign to "../data/TillSessions.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select cashier-file
           assign to "../data/CashierMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

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

       fd session-file
           data record is session-rec
           record contains 39 characters.
       01 session-rec.
         05 ts-type pic x(1).
           88 ts-is-open value "O".
           88 ts-is-close value "C".
         05 ts-store pic x(2).
         05 ts-drawer pic x(2).
         05 ts-cashier pic x(5).
         05 ts-date pic 9(8).
         05 ts-time pic 9(6).
         05 ts-time-x redefines ts-time.
           10 ts-hh pic 9(2).
           10 ts-mm pic 9(2).
           10 ts-ss pic 9(2).
         05 ts-amount pic 9(7)v99.
         05 filler pic x(6).

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

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-session-eof pic x value "n".
         88 ws-session-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-cashierlist-eof pic x value "n".
         88 ws-cashierlist-yes value "y".

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-seconds pic 9(7) value 0.
           10 ws-store-sales pic 9(9)v99 value 0.
           10 ws-store-trans pic 9(7) value 0.
           10 ws-store-cashiers pic 9(3) value 0.
           10 ws-store-sessions pic 9(4) value 0.
       01 ws-store-found pic x value "n".
         88 ws-store-is-found value "y".

       01 ws-cashiername-count pic 9(3) value 0.
       01 ws-cashiername-table.
         05 ws-cashiername-entry occurs 500 times
             indexed by ws-cashiername-idx.
           10 ws-cashiername-id pic x(5).
           10 ws-cashiername-name pic x(20).
       01 ws-cashiername-found pic x value "n".
         88 ws-cashiername-is-found value "y".

      *open sessions waiting for their close record.
       01 ws-session-count pic 9(3) value 0.
       01 ws-session-table.
         05 ws-session-entry occurs 500 times
             indexed by ws-session-idx.
           10 ws-sess-store pic x(2).
           10 ws-sess-drawer pic x(2).
           10 ws-sess-cashier pic x(5).
           10 ws-sess-opensecs pic 9(5).
           10 ws-sess-closed pic x(1).
       01 ws-session-found pic x value "n".
         88 ws-session-is-found value "y".

      *one line per cashier per store for the day.
       01 ws-labor-count pic 9(3) value 0.
       01 ws-labor-table.
         05 ws-labor-entry occurs 500 times
             indexed by ws-labor-idx.
           10 ws-lb-store pic x(2).
           10 ws-lb-cashier pic x(5).
           10 ws-lb-sessions pic 9(3).
           10 ws-lb-unclosed pic 9(3).
           10 ws-lb-seconds pic 9(6).
           10 ws-lb-sales pic 9(9)v99.
           10 ws-lb-trans pic 9(5).
           10 ws-lb-last-invoice pic x(9).
       01 ws-labor-found pic x value "n".
         88 ws-labor-is-found value "y".
       01 ws-find-store pic x(2) value spaces.
       01 ws-find-cashier pic x(5) value spaces.

       01 ws-next-date pic 9(8) value 0.
       01 ws-time-secs pic 9(5) value 0.
       01 ws-session-secs pic 9(5) value 0.

       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(2) value "sl".
       01 ws-seq-sub pic 99 value 0.

       01 ws-hours pic 9(5)v99 value 0.
       01 ws-per-hour pic 9(7)v99 value 0.
       01 ws-trans-per-hour pic 9(5)v9 value 0.
       01 ws-store-per-hour pic 9(7)v99 value 0.
       01 ws-index-pct pic 9(4) value 0.
       01 ws-edit-index pic zzz9.

       01 ws-chain-seconds pic 9(8) value 0.
       01 ws-chain-sales pic 9(11)v99 value 0.
       01 ws-chain-trans pic 9(8) value 0.

       01 ws-heading pic x(60) value
           "SALES PER LABOR HOUR BY STORE AND CASHIER".

       01 ws-date-line.
         05 filler pic x(14) value "BUSINESS DATE ".
         05 ws-dl-date pic 9(8).

       01 ws-column-heading.
         05 filler pic x(29) value "  CASHIER                    ".
         05 filler pic x(10) value "  SESSIONS".
         05 filler pic x(8) value "   HOURS".
         05 filler pic x(15) value "          SALES".
         05 filler pic x(8) value "   TRANS".
         05 filler pic x(13) value "  SALES/HOUR ".
         05 filler pic x(10) value " TRANS/HR ".
         05 filler pic x(11) value "  VS STORE ".
         05 filler pic x(20) value " NOTE".

       01 ws-store-header.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-number pic x(2).
         05 filler pic x(3) value " - ".
         05 ws-sh-name pic x(20).

       01 ws-labor-line.
         05 filler pic x(2) value spaces.
         05 ws-ll-cashier pic x(5).
         05 filler pic x(1) value space.
         05 ws-ll-name pic x(21).
         05 ws-ll-sessions pic zzzzzzzzz9.
         05 ws-ll-hours pic zzzz9.99.
         05 ws-ll-sales pic z,zzz,zzz,zz9.99.
         05 ws-ll-trans pic zzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-ll-per-hour pic z,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-ll-trans-hour pic zzzzzz9.9.
         05 filler pic x(1) value space.
         05 ws-ll-index pic x(10).
         05 filler pic x(1) value space.
         05 ws-ll-note pic x(24).

       01 ws-store-total-line.
         05 filler pic x(8) value "  STORE ".
         05 ws-st-label pic x(21).
         05 ws-st-sessions pic zzzzzzzzz9.
         05 ws-st-hours pic zzzz9.99.
         05 ws-st-sales pic z,zzz,zzz,zz9.99.
         05 ws-st-trans pic zzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-st-per-hour pic z,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-st-trans-hour pic zzzzzz9.9.

       01 ws-none-line pic x(40) value
           "  NO SESSIONS OR SALES FOR THIS DATE".

       01 ws-chain-line.
         05 filler pic x(29) value "CHAIN AVERAGE                ".
         05 filler pic x(10) value spaces.
         05 ws-cl-hours pic zzzz9.99.
         05 ws-cl-sales pic z,zzz,zzz,zz9.99.
         05 ws-cl-trans pic zzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-cl-per-hour pic z,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-cl-trans-hour pic zzzzzz9.9.

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

       01 ws-day-filename.
         05 filler pic x(8) value "../data/".
         05 ws-day-filename-code pic x(1).
         05 filler pic x(1) value "-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.

       01 ws-output-filename.
         05 filler pic x(26) value "../data/LaborProductivity-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 015-load-cashierlist.
           perform 020-load-sessions.

           perform varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 2
               move ws-filecode-list(ws-filecode-sub:1)
                 to ws-day-filename-code
               perform 100-sweep-one-seq
                 varying ws-seq-sub from 1 by 1
                 until ws-seq-sub > 9
           end-perform.

           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write output-line from ws-pagestamp.
           write output-line from ws-heading.
           move ws-run-date to ws-dl-date.
           write output-line from ws-date-line
             before advancing 2 lines.
           write output-line from ws-column-heading
             before advancing 2 lines.
           perform 500-write-store-section
             varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count.
           perform 600-write-chain-line.
           close output-file.

           display "Labor productivity finished".
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
           move ws-run-date to ws-output-filename-date.
           move ws-run-date to ws-day-filename-date.
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
           move ws-seq-suffix to ws-output-filename-seq.

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

       015-load-cashierlist.
           open input cashier-file.
           move "../data/CashierMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cashierlist-yes
               read cashier-file
                   at end
                       move "y" to ws-cashierlist-eof
                   not at end
                       if ws-cashiername-count < 500
                           add 1 to ws-cashiername-count
                           move cashier-master-id
                             to ws-cashiername-id(ws-cashiername-count)
                           move cashier-master-name
                             to ws-cashiername-name
                               (ws-cashiername-count)
                       end-if
               end-read
           end-perform.
           close cashier-file.

       020-load-sessions.
      *sessions opened on the run date apply; an O record opens a
      *session and its matching C record (same store, drawer and
      *cashier) closes it and books the hours. A drawer that closes
      *after midnight carries the next day's date on its C record.
           compute ws-next-date = function date-of-integer
             (function integer-of-date(ws-run-date) + 1).
           open input session-file.
           move "../data/TillSessions.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-session-yes
               read session-file
                   at end
                       move "y" to ws-session-eof
                   not at end
                       if ts-time is numeric
                           if ts-date = ws-run-date
                             or (ts-date = ws-next-date
                               and ts-is-close)
                               perform 025-apply-session-rec
                           end-if
                       end-if
               end-read
           end-perform.
           close session-file.

      *whatever is still open at the end of the file never closed.
           perform varying ws-session-idx from 1 by 1
             until ws-session-idx > ws-session-count
               if ws-sess-closed(ws-session-idx) = "n"
                   move ws-sess-store(ws-session-idx)
                     to ws-find-store
                   move ws-sess-cashier(ws-session-idx)
                     to ws-find-cashier
                   perform 200-find-labor
                   add 1 to ws-lb-unclosed(ws-labor-idx)
               end-if
           end-perform.

       025-apply-session-rec.
           compute ws-time-secs =
             ts-hh * 3600 + ts-mm * 60 + ts-ss.
           if ts-is-open
               if ws-session-count < 500
                   add 1 to ws-session-count
                   move ts-store
                     to ws-sess-store(ws-session-count)
                   move ts-drawer
                     to ws-sess-drawer(ws-session-count)
                   move ts-cashier
                     to ws-sess-cashier(ws-session-count)
                   move ws-time-secs
                     to ws-sess-opensecs(ws-session-count)
                   move "n" to ws-sess-closed(ws-session-count)
               end-if
           else
               if ts-is-close
                   perform 026-close-session
               end-if
           end-if.

       026-close-session.
           move "n" to ws-session-found.
           set ws-session-idx to 1.
           search ws-session-entry
               at end
                   move "n" to ws-session-found
               when ws-session-idx > ws-session-count
                   move "n" to ws-session-found
               when ws-sess-store(ws-session-idx) = ts-store
                 and ws-sess-drawer(ws-session-idx) = ts-drawer
                 and ws-sess-cashier(ws-session-idx) = ts-cashier
                 and ws-sess-closed(ws-session-idx) = "n"
                   move "y" to ws-session-found
           end-search.
           if ws-session-is-found
               move "y" to ws-sess-closed(ws-session-idx)
      *a drawer closed after midnight shows an earlier clock time
      *than it opened at, whichever date its close record carries.
               if ws-time-secs >= ws-sess-opensecs(ws-session-idx)
                   compute ws-session-secs = ws-time-secs
                     - ws-sess-opensecs(ws-session-idx)
               else
                   compute ws-session-secs = ws-time-secs + 86400
                     - ws-sess-opensecs(ws-session-idx)
               end-if
               move ts-store to ws-find-store
               move ts-cashier to ws-find-cashier
               perform 200-find-labor
               add 1 to ws-lb-sessions(ws-labor-idx)
               add ws-session-secs to ws-lb-seconds(ws-labor-idx)
           end-if.

       100-sweep-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants
      *of a same-day supplemental run - the sessions cover the whole
      *day, so the sales have to as well. A sequence that was never
      *run simply opens nothing.
           if ws-seq-sub = 1
               move spaces to ws-day-filename-seq
           else
               move "-R0" to ws-day-filename-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-filename-seq(4:1)
           end-if.
           move "n" to ws-day-eof.
           open input day-file.
           perform 150-read-day until ws-day-yes.
           close day-file.

       150-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   if il-transactioncode = "S"
                     or il-transactioncode = "L"
                       perform 160-tally-sale
                   end-if
           end-read.

       160-tally-sale.
           move il-storenumber to ws-find-store.
           move il-cashierid to ws-find-cashier.
           perform 200-find-labor.
           add il-transactionamount to ws-lb-sales(ws-labor-idx).
           if il-invoicenumber not = ws-lb-last-invoice(ws-labor-idx)
               add 1 to ws-lb-trans(ws-labor-idx)
               move il-invoicenumber
                 to ws-lb-last-invoice(ws-labor-idx)
           end-if.

       200-find-labor.
           move "n" to ws-labor-found.
           set ws-labor-idx to 1.
           search ws-labor-entry
               at end
                   move "n" to ws-labor-found
               when ws-labor-idx > ws-labor-count
                   move "n" to ws-labor-found
               when ws-lb-store(ws-labor-idx) = ws-find-store
                 and ws-lb-cashier(ws-labor-idx) = ws-find-cashier
                   move "y" to ws-labor-found
           end-search.
      *a full table books the overflow against the last line rather
      *than drop it from the store totals.
           if not ws-labor-is-found
               if ws-labor-count < 500
                   add 1 to ws-labor-count
                   set ws-labor-idx to ws-labor-count
                   move ws-find-store to ws-lb-store(ws-labor-idx)
                   move ws-find-cashier
                     to ws-lb-cashier(ws-labor-idx)
                   move 0 to ws-lb-sessions(ws-labor-idx)
                   move 0 to ws-lb-unclosed(ws-labor-idx)
                   move 0 to ws-lb-seconds(ws-labor-idx)
                   move 0 to ws-lb-sales(ws-labor-idx)
                   move 0 to ws-lb-trans(ws-labor-idx)
                   move spaces to ws-lb-last-invoice(ws-labor-idx)
               else
                   set ws-labor-idx to 500
               end-if
           end-if.

       500-write-store-section.
      *store totals first, so every cashier line can be set
      *against the store's own sales per hour.
           move 0 to ws-store-seconds(ws-store-idx).
           move 0 to ws-store-sales(ws-store-idx).
           move 0 to ws-store-trans(ws-store-idx).
           move 0 to ws-store-cashiers(ws-store-idx).
           move 0 to ws-store-sessions(ws-store-idx).
           perform varying ws-labor-idx from 1 by 1
             until ws-labor-idx > ws-labor-count
               if ws-lb-store(ws-labor-idx)
                 = ws-store-number(ws-store-idx)
                   add 1 to ws-store-cashiers(ws-store-idx)
                   add ws-lb-sessions(ws-labor-idx)
                     to ws-store-sessions(ws-store-idx)
                   add ws-lb-seconds(ws-labor-idx)
                     to ws-store-seconds(ws-store-idx)
                   add ws-lb-sales(ws-labor-idx)
                     to ws-store-sales(ws-store-idx)
                   add ws-lb-trans(ws-labor-idx)
                     to ws-store-trans(ws-store-idx)
               end-if
           end-perform.
           add ws-store-seconds(ws-store-idx) to ws-chain-seconds.
           add ws-store-sales(ws-store-idx) to ws-chain-sales.
           add ws-store-trans(ws-store-idx) to ws-chain-trans.
           move 0 to ws-store-per-hour.
           if ws-store-seconds(ws-store-idx) > 0
               compute ws-store-per-hour rounded =
                 ws-store-sales(ws-store-idx) * 3600
                 / ws-store-seconds(ws-store-idx)
           end-if.

           move ws-store-number(ws-store-idx) to ws-sh-number.
           move ws-store-name(ws-store-idx) to ws-sh-name.
           write output-line from ws-store-header.
           if ws-store-cashiers(ws-store-idx) = 0
               write output-line from ws-none-line
                 before advancing 2 lines
               exit paragraph
           end-if.
           perform varying ws-labor-idx from 1 by 1
             until ws-labor-idx > ws-labor-count
               if ws-lb-store(ws-labor-idx)
                 = ws-store-number(ws-store-idx)
                   perform 550-write-labor-line
               end-if
           end-perform.

           move "AVERAGE" to ws-st-label.
           move ws-store-sessions(ws-store-idx) to ws-st-sessions.
           compute ws-hours rounded =
             ws-store-seconds(ws-store-idx) / 3600.
           move ws-hours to ws-st-hours.
           move ws-store-sales(ws-store-idx) to ws-st-sales.
           move ws-store-trans(ws-store-idx) to ws-st-trans.
           move ws-store-per-hour to ws-st-per-hour.
           move 0 to ws-trans-per-hour.
           if ws-store-seconds(ws-store-idx) > 0
               compute ws-trans-per-hour rounded =
                 ws-store-trans(ws-store-idx) * 3600
                 / ws-store-seconds(ws-store-idx)
           end-if.
           move ws-trans-per-hour to ws-st-trans-hour.
           write output-line from ws-store-total-line
             before advancing 2 lines.

       550-write-labor-line.
           move ws-lb-cashier(ws-labor-idx) to ws-ll-cashier.
           perform 560-get-cashier-name.
           move ws-lb-sessions(ws-labor-idx) to ws-ll-sessions.
           compute ws-hours rounded =
             ws-lb-seconds(ws-labor-idx) / 3600.
           move ws-hours to ws-ll-hours.
           move ws-lb-sales(ws-labor-idx) to ws-ll-sales.
           move ws-lb-trans(ws-labor-idx) to ws-ll-trans.
           move spaces to ws-ll-note.
           if ws-lb-seconds(ws-labor-idx) > 0
               compute ws-per-hour rounded =
                 ws-lb-sales(ws-labor-idx) * 3600
                 / ws-lb-seconds(ws-labor-idx)
               compute ws-trans-per-hour rounded =
                 ws-lb-trans(ws-labor-idx) * 3600
                 / ws-lb-seconds(ws-labor-idx)
               move ws-per-hour to ws-ll-per-hour
               move ws-trans-per-hour to ws-ll-trans-hour
               if ws-store-per-hour > 0
                   compute ws-index-pct rounded =
                     ws-per-hour * 100 / ws-store-per-hour
                     on size error
                       move 9999 to ws-index-pct
                   end-compute
                   move ws-index-pct to ws-edit-index
                   move spaces to ws-ll-index
                   string "     " ws-edit-index "%"
                     delimited by size into ws-ll-index
               else
                   move spaces to ws-ll-index
               end-if
           else
               move 0 to ws-ll-per-hour
               move 0 to ws-ll-trans-hour
               move "       n/a" to ws-ll-index
           end-if.
           evaluate true
               when ws-lb-sessions(ws-labor-idx) = 0
                 and ws-lb-unclosed(ws-labor-idx) = 0
                   move "NO TILL SESSION" to ws-ll-note
               when ws-lb-unclosed(ws-labor-idx) > 0
                   move "SESSION NOT CLOSED" to ws-ll-note
           end-evaluate.
           write output-line from ws-labor-line.

       560-get-cashier-name.
           move "n" to ws-cashiername-found.
           set ws-cashiername-idx to 1.
           search ws-cashiername-entry
               at end
                   move "n" to ws-cashiername-found
               when ws-cashiername-idx > ws-cashiername-count
                   move "n" to ws-cashiername-found
               when ws-cashiername-id(ws-cashiername-idx)
                 = ws-lb-cashier(ws-labor-idx)
                   move "y" to ws-cashiername-found
           end-search.
           if ws-cashiername-is-found
               move ws-cashiername-name(ws-cashiername-idx)
                 to ws-ll-name
           else
               move "UNKNOWN CASHIER" to ws-ll-name
           end-if.

       600-write-chain-line.
           compute ws-hours rounded = ws-chain-seconds / 3600.
           move ws-hours to ws-cl-hours.
           move ws-chain-sales to ws-cl-sales.
           move ws-chain-trans to ws-cl-trans.
           move 0 to ws-per-hour.
           move 0 to ws-trans-per-hour.
           if ws-chain-seconds > 0
               compute ws-per-hour rounded =
                 ws-chain-sales * 3600 / ws-chain-seconds
               compute ws-trans-per-hour rounded =
                 ws-chain-trans * 3600 / ws-chain-seconds
           end-if.
           move ws-per-hour to ws-cl-per-hour.
           move ws-trans-per-hour to ws-cl-trans-hour.
           write output-line from ws-chain-line.

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

       end program LaborProductivity.
