       identification division.
       program-id. CustomerSegments.
      *Program Description: Customer segment extract for marketing,
      *run in the nightly chain but doing its work only on the last
      *day of a fiscal period (FiscalCalendar.dat; the last day of
      *the calendar month where the calendar does not cover the run
      *date), or on any night SEGMENT_EXTRACT=Y asks for it. Every
      *active loyalty customer on CustomerMaster.dat is scored over
      *the dated s/l/r/v files of the last SEGMENT_LOOKBACK days
      *(default 730, in ../data and ../data/archive, every -Rnn run)
      *on recency - days since the last purchase - frequency - the
      *invoices bought on - and spend - sales less returns and
      *voids - each 1 to 5. A customer whose returns come to
      *SEGMENT_RETURN_PCT percent (default 30) or more of what they
      *bought loses two spend points and cannot be high-value. Each
      *customer then goes in the first segment that fits:
      *  LAPSED     nothing bought in SEGMENT_LAPSED_DAYS days
      *             (default 180), or nothing in the lookback at all
      *  LAPSING    nothing bought in SEGMENT_LAPSING_DAYS days
      *             (default 90)
      *  NEW        first purchase in the lookback no more than
      *             SEGMENT_NEW_DAYS days ago (default 90)
      *  HIGH-VALUE spend score 4 or 5 and frequency score 3 or more
      *  LOYAL      everyone else still buying
      *The mailing file CustomerSegments-YYYYMMDD.dat has one line
      *per customer - number, name, segment, preferred store (the
      *store bought at on the most invoices), the three scores and
      *the last purchase date - and the report shows the segment
      *counts by preferred store and for the chain. On the other
      *nights the report only says when the next extract is due.

       environment division.
       input-output section.
       file-control.
           select optional day-file
           assign dynamic ws-day-filename
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

           select optional fiscal-calendar-file
           assign to "../data/FiscalCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select mailing-file
           assign dynamic ws-mailing-filename
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

      *retail 4-5-4 fiscal calendar: one line per fiscal week with
      *its period and quarter and the week's start and end dates.
       fd fiscal-calendar-file
           data record is fiscal-calendar-rec
           record contains 25 characters.
       01 fiscal-calendar-rec.
         05 fc-year pic 9(4).
         05 fc-week pic 9(2).
         05 fc-period pic 9(2).
         05 fc-quarter pic 9(1).
         05 fc-startdate pic 9(8).
         05 fc-enddate pic 9(8).

      *the marketing mailing file, one line per active customer.
       fd mailing-file
           data record is mailing-rec
           record contains 59 characters.
       01 mailing-rec.
           05 ms-customer pic x(8).
           05 ms-name pic x(20).
           05 ms-segment pic x(10).
           05 ms-store pic x(2).
           05 ms-recency pic 9(1).
           05 ms-frequency pic 9(1).
           05 ms-spend pic 9(1).
           05 ms-last-date pic 9(8).
           05 ms-rundate pic 9(8).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

       working-storage section.
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-customer-eof pic x value "n".
         88 ws-customer-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-fiscalcal-eof pic x value "n".
         88 ws-fiscalcal-yes value "y".

       01 ws-extract-param pic x(1) value spaces.
       01 ws-due pic x value "n".
         88 ws-is-due value "y".
       01 ws-period-end pic 9(8) value 0.

       01 ws-lookback-param pic x(4) value spaces.
       01 ws-lookback-days pic 9(4) value 730.
       01 ws-lapsed-param pic x(4) value spaces.
       01 ws-lapsed-days pic 9(4) value 180.
       01 ws-lapsing-param pic x(4) value spaces.
       01 ws-lapsing-days pic 9(4) value 90.
       01 ws-new-param pic x(4) value spaces.
       01 ws-new-days pic 9(4) value 90.
       01 ws-return-param pic x(3) value spaces.
       01 ws-return-limit pic 9(3) value 30.

      *score bands: days since the last purchase for recency 5 down
      *to 2 (older is 1), invoices for frequency 5 down to 2 and net
      *spend for spend 5 down to 2.
       01 ws-recency-bands.
         05 filler pic 9(4) value 30.
         05 filler pic 9(4) value 60.
         05 filler pic 9(4) value 90.
         05 filler pic 9(4) value 180.
       01 ws-recency-tab redefines ws-recency-bands.
         05 ws-recency-limit pic 9(4) occurs 4 times.
       01 ws-frequency-bands.
         05 filler pic 9(4) value 12.
         05 filler pic 9(4) value 6.
         05 filler pic 9(4) value 3.
         05 filler pic 9(4) value 2.
       01 ws-frequency-tab redefines ws-frequency-bands.
         05 ws-frequency-limit pic 9(4) occurs 4 times.
       01 ws-spend-bands.
         05 filler pic 9(7)v99 value 2500.00.
         05 filler pic 9(7)v99 value 1000.00.
         05 filler pic 9(7)v99 value 500.00.
         05 filler pic 9(7)v99 value 100.00.
       01 ws-spend-tab redefines ws-spend-bands.
         05 ws-spend-limit pic 9(7)v99 occurs 4 times.
       01 ws-band-sub pic 9 value 0.

      *the active customers from CustomerMaster, with what the sweep
      *finds for each: first and last purchase dates, invoices, the
      *money, the last invoice counted and the invoices by store.
       01 ws-cust-count pic 9(5) value 0.
       01 ws-cust-table.
         05 ws-cust-entry occurs 5000 times
             indexed by ws-cust-idx.
           10 ws-cust-number pic x(8).
           10 ws-cust-name pic x(20).
           10 ws-cust-first pic 9(8).
           10 ws-cust-last pic 9(8).
           10 ws-cust-visits pic 9(5).
           10 ws-cust-sales pic 9(9)v99.
           10 ws-cust-returns pic 9(9)v99.
           10 ws-cust-voids pic 9(9)v99.
           10 ws-cust-lastkey pic x(19).
           10 ws-cust-store-count pic 99.
           10 ws-cust-store-entry occurs 10 times.
             15 ws-cust-store pic x(2).
             15 ws-cust-store-visits pic 9(5).
       01 ws-cust-hit pic 9(5) value 0.
       01 ws-cust-found pic x value "n".
         88 ws-cust-is-found value "y".
       01 ws-cs-sub pic 99 value 0.
       01 ws-cs-best pic 99 value 0.
       01 ws-visit-key.
         05 ws-vk-store pic x(2).
         05 ws-vk-invoice pic x(9).
         05 ws-vk-date pic 9(8).

      *segment counts by preferred store: entries 1-50 are the
      *stores on StoreMaster, 51 a store not on it, 52 customers with
      *no purchases and 53 the chain.
       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 53 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
           10 ws-store-seg pic 9(6) occurs 5 times value 0.
           10 ws-store-total pic 9(6) value 0.
       01 ws-other-sub pic 99 value 51.
       01 ws-none-sub pic 99 value 52.
       01 ws-chain-sub pic 99 value 53.
       01 ws-store-sub pic 99 value 0.

       01 ws-segment-labels.
         05 filler pic x(10) value "NEW".
         05 filler pic x(10) value "LOYAL".
         05 filler pic x(10) value "HIGH-VALUE".
         05 filler pic x(10) value "LAPSING".
         05 filler pic x(10) value "LAPSED".
       01 ws-segment-tab redefines ws-segment-labels.
         05 ws-segment-label pic x(10) occurs 5 times.
       01 ws-seg-sub pic 9 value 0.

      *the customer being scored.
       01 ws-days-since pic 9(6) value 0.
       01 ws-days-first pic 9(6) value 0.
       01 ws-net-spend pic s9(9)v99 value 0.
       01 ws-return-pct pic 9(5)v9 value 0.
       01 ws-recency-score pic 9 value 0.
       01 ws-frequency-score pic 9 value 0.
       01 ws-spend-score pic 9 value 0.
       01 ws-high-returns pic x value "n".
         88 ws-is-high-returns value "y".

       01 ws-scored-count pic 9(6) value 0.
       01 ws-penalised-count pic 9(6) value 0.
       01 ws-unmatched-lines pic 9(7) value 0.

       01 ws-fiscal-count pic 9(3) value 0.
       01 ws-fiscal-table.
         05 ws-fiscal-entry occurs 200 times
             indexed by ws-fiscal-idx.
           10 ws-fw-year pic 9(4).
           10 ws-fw-week pic 9(2).
           10 ws-fw-period pic 9(2).
           10 ws-fw-quarter pic 9(1).
           10 ws-fw-start pic 9(8).
           10 ws-fw-end pic 9(8).
       01 ws-fiscal-hit pic x value "n".
         88 ws-fiscal-found value "y".
       01 ws-run-fy pic 9(4) value 0.
       01 ws-run-fp pic 9(2) value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-start-int pic 9(8) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-next-date pic 9(8) value 0.

       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(4) value "slrv".
       01 ws-seq-sub pic 99 value 0.
       01 ws-day-seq pic x(4) value spaces.
       01 ws-in-archive pic x value "n".
         88 ws-from-archive value "y".

       01 ws-heading.
         05 filler pic x(35) value
             "CUSTOMER SEGMENTS - PURCHASES FROM ".
         05 ws-hd-from pic 9(8).
         05 filler pic x(4) value " TO ".
         05 ws-hd-thru pic 9(8).

       01 ws-column-header.
         05 filler pic x(25) value "PREFERRED STORE".
         05 filler pic x(11) value "        NEW".
         05 filler pic x(11) value "      LOYAL".
         05 filler pic x(11) value " HIGH-VALUE".
         05 filler pic x(11) value "    LAPSING".
         05 filler pic x(11) value "     LAPSED".
         05 filler pic x(11) value "      TOTAL".

       01 ws-store-line.
         05 ws-sl-number pic x(2).
         05 filler pic x(1) value space.
         05 ws-sl-name pic x(22).
         05 ws-sl-seg pic zzz,zzz,zz9 occurs 5 times.
         05 ws-sl-total pic zzz,zzz,zz9.

       01 ws-not-due-line.
         05 filler pic x(36) value
             "NO EXTRACT TONIGHT - NEXT ONE DUE ON".
         05 filler pic x(1) value space.
         05 ws-nd-date pic 9(8).

       01 ws-count-line.
         05 ws-cn-label pic x(40).
         05 ws-cn-count pic zzz,zz9.

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).
         05 filler pic x(110) value spaces.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(60) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename pic x(60) value spaces.

       01 ws-mailing-filename.
         05 filler pic x(25) value "../data/CustomerSegments-".
         05 ws-mailing-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-mailing-filename-seq pic x(4) value spaces.

       01 ws-output-filename.
         05 filler pic x(30) value "../data/CustomerSegmentReport-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 020-load-fiscalcal.
           perform 030-check-due.
           if not ws-is-due
               perform 080-write-not-due
               display "Customer segments not due until "
                 ws-period-end
               move 0 to return-code
               perform 090-finish
           end-if.

           perform 010-load-storelist.
           perform 015-load-customers.

           perform 100-sweep-one-date
             varying ws-sweep-int from ws-start-int by 1
             until ws-sweep-int > ws-run-int.

           open output mailing-file.
           move ws-mailing-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 400-score-customer
             varying ws-cust-idx from 1 by 1
             until ws-cust-idx > ws-cust-count.
           close mailing-file.

           perform 500-write-report.

           display "Customer segments finished".
           move 0 to return-code.
           perform 090-finish.

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
           move ws-run-date to ws-mailing-filename-date.
           move ws-run-date to ws-output-filename-date.
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
           move ws-seq-suffix to ws-mailing-filename-seq.
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

           accept ws-extract-param from environment "SEGMENT_EXTRACT".
           accept ws-lookback-param from environment
             "SEGMENT_LOOKBACK".
           if function trim(ws-lookback-param) is numeric
             and function trim(ws-lookback-param) > 0
               move function numval(ws-lookback-param)
                 to ws-lookback-days
           end-if.
           accept ws-lapsed-param from environment
             "SEGMENT_LAPSED_DAYS".
           if function trim(ws-lapsed-param) is numeric
             and function trim(ws-lapsed-param) > 0
               move function numval(ws-lapsed-param)
                 to ws-lapsed-days
           end-if.
           accept ws-lapsing-param from environment
             "SEGMENT_LAPSING_DAYS".
           if function trim(ws-lapsing-param) is numeric
             and function trim(ws-lapsing-param) > 0
               move function numval(ws-lapsing-param)
                 to ws-lapsing-days
           end-if.
           accept ws-new-param from environment "SEGMENT_NEW_DAYS".
           if function trim(ws-new-param) is numeric
             and function trim(ws-new-param) > 0
               move function numval(ws-new-param) to ws-new-days
           end-if.
           accept ws-return-param from environment
             "SEGMENT_RETURN_PCT".
           if function trim(ws-return-param) is numeric
             and function trim(ws-return-param) > 0
               move function numval(ws-return-param)
                 to ws-return-limit
           end-if.

           compute ws-run-int =
             function integer-of-date(ws-run-date).
           compute ws-start-int = ws-run-int - ws-lookback-days + 1.
           compute ws-start-date =
             function date-of-integer(ws-start-int).

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
           move "OTHER STORES" to ws-store-name(ws-other-sub).
           move "NO PURCHASES" to ws-store-name(ws-none-sub).

       015-load-customers.
      *only active members are scored; an erased customer's token
      *stays on the master with status I and is left out here.
           open input customer-file.
           move "../data/CustomerMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-customer-yes
               read customer-file
                   at end
                       move "y" to ws-customer-eof
                   not at end
                       if cu-status = "A"
                         and ws-cust-count < 5000
                           add 1 to ws-cust-count
                           initialize ws-cust-entry(ws-cust-count)
                           move cu-number
                             to ws-cust-number(ws-cust-count)
                           move cu-name
                             to ws-cust-name(ws-cust-count)
                       end-if
               end-read
           end-perform.
           close customer-file.

       020-load-fiscalcal.
           open input fiscal-calendar-file.
           move "../data/FiscalCalendar.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-fiscalcal-yes
               read fiscal-calendar-file
                   at end
                       move "y" to ws-fiscalcal-eof
                   not at end
                       if ws-fiscal-count < 200
                           add 1 to ws-fiscal-count
                           move fiscal-calendar-rec to
                             ws-fiscal-entry(ws-fiscal-count)
                       end-if
               end-read
           end-perform.
           close fiscal-calendar-file.

       030-check-due.
      *the period the run date falls in ends on the last end date of
      *its weeks; off the calendar, the period is the calendar month.
           move "n" to ws-fiscal-hit.
           perform varying ws-fiscal-idx from 1 by 1
             until ws-fiscal-idx > ws-fiscal-count
               if ws-fw-start(ws-fiscal-idx) <= ws-run-date
                 and ws-fw-end(ws-fiscal-idx) >= ws-run-date
                   move "y" to ws-fiscal-hit
                   move ws-fw-year(ws-fiscal-idx) to ws-run-fy
                   move ws-fw-period(ws-fiscal-idx) to ws-run-fp
               end-if
           end-perform.
           move 0 to ws-period-end.
           if ws-fiscal-found
               perform varying ws-fiscal-idx from 1 by 1
                 until ws-fiscal-idx > ws-fiscal-count
                   if ws-fw-year(ws-fiscal-idx) = ws-run-fy
                     and ws-fw-period(ws-fiscal-idx) = ws-run-fp
                     and ws-fw-end(ws-fiscal-idx) > ws-period-end
                       move ws-fw-end(ws-fiscal-idx) to ws-period-end
                   end-if
               end-perform
           else
               move ws-run-date to ws-next-date
               move "01" to ws-next-date(7:2)
               if ws-next-date(5:2) = "12"
                   add 10000 to ws-next-date
                   move "01" to ws-next-date(5:2)
               else
                   add 100 to ws-next-date
               end-if
               compute ws-period-end = function date-of-integer(
                 function integer-of-date(ws-next-date) - 1)
           end-if.
           if ws-run-date = ws-period-end
             or ws-extract-param = "Y" or ws-extract-param = "y"
               move "y" to ws-due
           end-if.

       080-write-not-due.
           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           write output-line from ws-pagestamp.
           move "CUSTOMER SEGMENTS" to output-line.
           write output-line
             before advancing 2 lines.
           move ws-period-end to ws-nd-date.
           write output-line from ws-not-due-line.
           close output-file.

       090-finish.
           accept ws-batch-mode from environment "BATCH_MODE".
           if ws-batch-mode not = "Y" and ws-batch-mode not = "y"
               accept return-code
           end-if.
           goback.

       100-sweep-one-date.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           perform 110-sweep-one-code
             varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4.

       110-sweep-one-code.
           perform 120-sweep-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       120-sweep-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants
      *of a same-day supplemental run; ArchiveJob moves the older
      *ones to ../data/archive under the same name.
           if ws-seq-sub = 1
               move spaces to ws-day-seq
           else
               move "-R0" to ws-day-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-seq(4:1)
           end-if.
           move "n" to ws-in-archive.
           perform 130-read-one-file.
           move "y" to ws-in-archive.
           perform 130-read-one-file.

       130-read-one-file.
           move spaces to ws-day-filename.
           if ws-from-archive
               string "../data/archive/"
                      ws-filecode-list(ws-filecode-sub:1)
                      "-"
                      ws-sweep-date
                      ".dat"
                      ws-day-seq
                 delimited by size into ws-day-filename
           else
               string "../data/"
                      ws-filecode-list(ws-filecode-sub:1)
                      "-"
                      ws-sweep-date
                      ".dat"
                      ws-day-seq
                 delimited by size into ws-day-filename
           end-if.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 140-read-day until ws-day-yes.
           close day-file.

       140-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   if il-customer not = spaces
                     and il-transactionamount is numeric
                       perform 200-take-line
                   end-if
           end-read.

       200-take-line.
      *the lines of one invoice come together, so the customer just
      *found is tried first.
           move "n" to ws-cust-found.
           if ws-cust-hit > 0
               if ws-cust-number(ws-cust-hit) = il-customer
                   move "y" to ws-cust-found
               end-if
           end-if.
           if not ws-cust-is-found
               perform varying ws-cust-idx from 1 by 1
                 until ws-cust-idx > ws-cust-count
                   or ws-cust-is-found
                   if ws-cust-number(ws-cust-idx) = il-customer
                       move "y" to ws-cust-found
                       set ws-cust-hit to ws-cust-idx
                   end-if
               end-perform
           end-if.
           if not ws-cust-is-found
               add 1 to ws-unmatched-lines
               exit paragraph
           end-if.

           evaluate il-transactioncode
               when "S"
               when "L"
                   add il-transactionamount
                     to ws-cust-sales(ws-cust-hit)
                   perform 210-count-visit
               when "R"
                   add il-transactionamount
                     to ws-cust-returns(ws-cust-hit)
               when "V"
                   add il-transactionamount
                     to ws-cust-voids(ws-cust-hit)
           end-evaluate.

       210-count-visit.
      *a purchase is an invoice: the first line of a store, invoice
      *and date not seen last for the customer counts it.
           move il-storenumber to ws-vk-store.
           move il-invoicenumber to ws-vk-invoice.
           move ws-sweep-date to ws-vk-date.
           if ws-visit-key = ws-cust-lastkey(ws-cust-hit)
               exit paragraph
           end-if.
           move ws-visit-key to ws-cust-lastkey(ws-cust-hit).
           add 1 to ws-cust-visits(ws-cust-hit).
           if ws-cust-first(ws-cust-hit) = 0
               move ws-sweep-date to ws-cust-first(ws-cust-hit)
           end-if.
           move ws-sweep-date to ws-cust-last(ws-cust-hit).

           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-cust-store-count(ws-cust-hit)
               or ws-cust-store(ws-cust-hit, ws-cs-sub)
                 = il-storenumber
               continue
           end-perform.
           if ws-cs-sub > ws-cust-store-count(ws-cust-hit)
               if ws-cust-store-count(ws-cust-hit) < 10
                   add 1 to ws-cust-store-count(ws-cust-hit)
                   move il-storenumber
                     to ws-cust-store(ws-cust-hit, ws-cs-sub)
               else
                   exit paragraph
               end-if
           end-if.
           add 1 to ws-cust-store-visits(ws-cust-hit, ws-cs-sub).

       400-score-customer.
           add 1 to ws-scored-count.
           move 0 to ws-recency-score.
           move 0 to ws-frequency-score.
           move 0 to ws-spend-score.
           move "n" to ws-high-returns.
           if ws-cust-visits(ws-cust-idx) = 0
               move 5 to ws-seg-sub
               perform 450-write-mailing
               exit paragraph
           end-if.

           compute ws-days-since = ws-run-int
             - function integer-of-date(ws-cust-last(ws-cust-idx)).
           compute ws-days-first = ws-run-int
             - function integer-of-date(ws-cust-first(ws-cust-idx)).
           compute ws-net-spend = ws-cust-sales(ws-cust-idx)
             - ws-cust-returns(ws-cust-idx)
             - ws-cust-voids(ws-cust-idx).

           move 1 to ws-recency-score.
           perform varying ws-band-sub from 4 by -1
             until ws-band-sub < 1
               if ws-days-since <= ws-recency-limit(ws-band-sub)
                   compute ws-recency-score = 6 - ws-band-sub
               end-if
           end-perform.
           move 1 to ws-frequency-score.
           perform varying ws-band-sub from 4 by -1
             until ws-band-sub < 1
               if ws-cust-visits(ws-cust-idx)
                 >= ws-frequency-limit(ws-band-sub)
                   compute ws-frequency-score = 6 - ws-band-sub
               end-if
           end-perform.
           move 1 to ws-spend-score.
           perform varying ws-band-sub from 4 by -1
             until ws-band-sub < 1
               if ws-net-spend >= ws-spend-limit(ws-band-sub)
                   compute ws-spend-score = 6 - ws-band-sub
               end-if
           end-perform.

      *returns against little or no buying are a high return rate
      *whatever the percentage works out to.
           if ws-cust-returns(ws-cust-idx) > 0
               if ws-cust-sales(ws-cust-idx) = 0
                   move "y" to ws-high-returns
               else
                   compute ws-return-pct rounded =
                     ws-cust-returns(ws-cust-idx) * 100
                       / ws-cust-sales(ws-cust-idx)
                     on size error
                       move "y" to ws-high-returns
                   end-compute
                   if ws-return-pct >= ws-return-limit
                       move "y" to ws-high-returns
                   end-if
               end-if
           end-if.
           if ws-is-high-returns
               add 1 to ws-penalised-count
               if ws-spend-score > 2
                   subtract 2 from ws-spend-score
               else
                   move 1 to ws-spend-score
               end-if
           end-if.

           evaluate true
               when ws-days-since > ws-lapsed-days
                   move 5 to ws-seg-sub
               when ws-days-since > ws-lapsing-days
                   move 4 to ws-seg-sub
               when ws-days-first <= ws-new-days
                   move 1 to ws-seg-sub
               when ws-spend-score >= 4
                 and ws-frequency-score >= 3
                 and not ws-is-high-returns
                   move 3 to ws-seg-sub
               when other
                   move 2 to ws-seg-sub
           end-evaluate.
           perform 450-write-mailing.

       450-write-mailing.
      *the preferred store is the one bought at on the most
      *invoices, the first one reached on a tie.
           move 0 to ws-cs-best.
           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-cust-store-count(ws-cust-idx)
               if ws-cs-best = 0
                   move ws-cs-sub to ws-cs-best
               else
                   if ws-cust-store-visits(ws-cust-idx, ws-cs-sub)
                     > ws-cust-store-visits(ws-cust-idx, ws-cs-best)
                       move ws-cs-sub to ws-cs-best
                   end-if
               end-if
           end-perform.

           move spaces to mailing-rec.
           move ws-cust-number(ws-cust-idx) to ms-customer.
           move ws-cust-name(ws-cust-idx) to ms-name.
           move ws-segment-label(ws-seg-sub) to ms-segment.
           if ws-cs-best > 0
               move ws-cust-store(ws-cust-idx, ws-cs-best) to ms-store
           end-if.
           move ws-recency-score to ms-recency.
           move ws-frequency-score to ms-frequency.
           move ws-spend-score to ms-spend.
           move ws-cust-last(ws-cust-idx) to ms-last-date.
           move ws-run-date to ms-rundate.
           write mailing-rec.

           if ws-cs-best = 0
               move ws-none-sub to ws-store-sub
           else
               move ws-other-sub to ws-store-sub
               perform varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
                   if ws-store-number(ws-store-idx) = ms-store
                       set ws-store-sub to ws-store-idx
                   end-if
               end-perform
           end-if.
           add 1 to ws-store-seg(ws-store-sub, ws-seg-sub).
           add 1 to ws-store-total(ws-store-sub).
           add 1 to ws-store-seg(ws-chain-sub, ws-seg-sub).
           add 1 to ws-store-total(ws-chain-sub).

       500-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           write output-line from ws-pagestamp.
           move ws-start-date to ws-hd-from.
           move ws-run-date to ws-hd-thru.
           write output-line from ws-heading
             before advancing 2 lines.
           write output-line from ws-column-header.

           perform varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-store-count
               move ws-store-number(ws-store-sub) to ws-sl-number
               perform 550-write-store-line
           end-perform.
           move spaces to ws-sl-number.
           if ws-store-total(ws-other-sub) > 0
               move ws-other-sub to ws-store-sub
               perform 550-write-store-line
           end-if.
           move ws-none-sub to ws-store-sub.
           perform 550-write-store-line.
           move spaces to output-line.
           write output-line.
           move ws-chain-sub to ws-store-sub.
           move "CHAIN TOTAL" to ws-store-name(ws-chain-sub).
           perform 550-write-store-line.

           move spaces to output-line.
           write output-line.
           move "ACTIVE CUSTOMERS SCORED" to ws-cn-label.
           move ws-scored-count to ws-cn-count.
           write output-line from ws-count-line.
           move "HIGH RETURN RATE - SPEND SCORE REDUCED" to ws-cn-label.
           move ws-penalised-count to ws-cn-count.
           write output-line from ws-count-line.
           move "LINES FOR CUSTOMERS NOT ACTIVE" to ws-cn-label.
           move ws-unmatched-lines to ws-cn-count.
           write output-line from ws-count-line.
           close output-file.

       550-write-store-line.
           move ws-store-name(ws-store-sub) to ws-sl-name.
           perform varying ws-seg-sub from 1 by 1
             until ws-seg-sub > 5
               move ws-store-seg(ws-store-sub, ws-seg-sub)
                 to ws-sl-seg(ws-seg-sub)
           end-perform.
           move ws-store-total(ws-store-sub) to ws-sl-total.
           write output-line from ws-store-line.

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

       end program CustomerSegments.
