      *(up to seven days) rechecks it there and processes it with
      *its original business date intact.
      *Any store in StoreMaster.dat that never transmitted is
      *alerted on the intake report, unless TradingCalendar.dat has
      *it (or the whole chain, store 00) scheduled shut that day - a
      *holiday or planned closure is reported as expected and raises
      *nothing on the exception hub. If no store transmitted at all
      *the existing Project8.dat is left in place so a hand-spliced
      *file still runs.
      *A balanced file is also measured against the store's own
      *history: its record count and amount hash are compared with
      *the average of the same weekday over the last VOLUME_WEEKS
      *weeks (TransmissionVolume.dat, one line per store and
      *business day merged). Outside VOLUME_LOW_PCT/VOLUME_HIGH_PCT
      *of that average the store is flagged on the intake report and
      *the exception hub; VOLUME_HOLD=Y also holds the file in
      *../data/quarantine for the day, and the backdated sweep
      *merges it (or the store's replacement) the next night.

       environment division.
       input-output section.
           assign to "../data/StoreStatus.dat"
           organization is line sequential.

           select optional trading-cal-file
           assign to "../data/TradingCalendar.dat"
           organization is line sequential.

           select combined-file
           assign to "../data/Project8.dat"
           organization is line sequential.
           assign to "../data/ExceptionHub.dat"
           organization is line sequential.

           select optional volume-history-file
           assign to "../data/TransmissionVolume.dat"
           organization is line sequential.

       data division.

       file section.
           05 ss-opendate pic 9(8).
           05 ss-closedate pic 9(8).

      *trading calendar: days a store is scheduled shut, store 00
      *for the whole chain; type H = holiday, C = planned closure,
      *W = weather or emergency closure. Kept by MasterMaint.
       fd trading-cal-file
           data record is trading-cal-rec
           record contains 31 characters.
       01 trading-cal-rec.
           05 tc-store pic x(2).
           05 tc-date pic 9(8).
           05 tc-type pic x(1).
           05 tc-desc pic x(20).

       fd combined-file
           data record is combined-line
           record contains 58 characters.
         05 eh-store pic x(2).
         05 eh-text pic x(60).

      *per-store daily volume history: one line for every
      *transmission merged, under its own business date. A rerun of
      *a date adds a second line for it; the later line wins.
       fd volume-history-file
           data record is volume-history-rec
           record contains 28 characters.
       01 volume-history-rec.
         05 vh-store pic x(2).
         05 vh-busdate pic 9(8).
         05 vh-count pic 9(7).
         05 vh-hash pic 9(9)v99.

       working-storage section.
       01 ws-tx-eof pic x value "n".
         88 ws-tx-yes value "y".
           10 ws-store-opendate pic 9(8) value 0.
           10 ws-store-closedate pic 9(8) value 0.
           10 ws-store-result pic x(1) value "M".
           10 ws-store-vol-week occurs 8 times.
             15 ws-vw-present pic x(1) value "n".
             15 ws-vw-count pic 9(7) value 0.
             15 ws-vw-hash pic 9(9)v99 value 0.
       01 ws-store-inactive pic x value "n".
         88 ws-store-is-inactive value "y".

      *the run date's scheduled closures, chain-wide and per store.
       01 ws-tradecal-eof pic x value "n".
         88 ws-tradecal-yes value "y".
       01 ws-closure-count pic 9(3) value 0.
       01 ws-closure-table.
         05 ws-closure-entry occurs 100 times
             indexed by ws-closure-idx.
           10 ws-closure-store pic x(2).
           10 ws-closure-type pic x(1).
           10 ws-closure-desc pic x(20).
       01 ws-store-closure pic x value "n".
         88 ws-store-is-closed-today value "y".
       01 ws-closure-text pic x(20) value spaces.

      *corrected transmissions recovered from earlier business days
      *- each is merged with its own file date so its records keep
      *their original business date through Edit's date window.

       01 ws-reject-reason pic x(30) value spaces.

      *volume bands from RunControl.dat through BatchDriver: blank
      *or zero keeps 4 weeks, 50 and 200 percent, no hold. At least
      *two of the weeks must be on file before a store is judged.
       01 ws-vh-eof pic x value "n".
         88 ws-vh-yes value "y".
       01 ws-vol-param pic x(8) value spaces.
       01 ws-vol-weeks pic 9(2) value 4.
       01 ws-vol-low-pct pic 9(3) value 50.
       01 ws-vol-high-pct pic 9(3) value 200.
       01 ws-vol-hold pic x value "N".
         88 ws-vol-hold-on value "Y".
       01 ws-vol-sub pic 9(2) value 0.
       01 ws-vh-int pic 9(8) value 0.
       01 ws-vh-days pic 9(8) value 0.
       01 ws-vh-week pic 9(8) value 0.
       01 ws-vh-rem pic 9(8) value 0.
       01 ws-vol-samples pic 9(2) value 0.
       01 ws-vol-sum-count pic 9(9) value 0.
       01 ws-vol-sum-hash pic 9(11)v99 value 0.
       01 ws-vol-avg-count pic 9(7) value 0.
       01 ws-vol-avg-hash pic 9(9)v99 value 0.
       01 ws-vol-count-pct pic 9(5) value 0.
       01 ws-vol-hash-pct pic 9(5) value 0.
       01 ws-vol-flag pic x(4) value spaces.
       01 ws-vol-flagged pic x value "n".
         88 ws-vol-out-of-band value "y".
       01 ws-vol-held pic x value "n".
         88 ws-vol-is-held value "y".
       01 ws-stores-volume-flagged pic 9(3) value 0.

       01 ws-volume-line.
         05 filler pic x(10) value "** VOLUME ".
         05 ws-vl-flag pic x(4).
         05 filler pic x(12) value " ** RECORDS ".
         05 ws-vl-count pic zzzzzz9.
         05 filler pic x(8) value " VS AVG ".
         05 ws-vl-avg-count pic zzzzzz9.
         05 filler pic x(2) value " (".
         05 ws-vl-count-pct pic zzzz9.
         05 filler pic x(10) value "%)  AMOUNT".
         05 filler pic x(1) value " ".
         05 ws-vl-amount pic zzz,zzz,zz9.99.
         05 filler pic x(8) value " VS AVG ".
         05 ws-vl-avg-amount pic zzz,zzz,zz9.99.
         05 filler pic x(2) value " (".
         05 ws-vl-hash-pct pic zzzz9.
         05 filler pic x(8) value "%) OVER ".
         05 ws-vl-weeks pic z9.
         05 filler pic x(6) value " WEEKS".

       01 ws-heading pic x(50) value
           "STORE TRANSMISSION INTAKE".

           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 015-load-storestatus.
           perform 017-load-tradecal.
           perform 025-load-volume-history.

           call "CBL_CREATE_DIR" using "../data/quarantine".
           call "CBL_CREATE_DIR" using "../data/processed".

           open output report-file.
           open extend exception-hub-file.
           open extend volume-history-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           move ws-merged-count to ws-tl-count.
           write report-line from ws-total-line.
           close report-file, exception-hub-file.
           close volume-history-file.

           if ws-stores-quarantined > 0
               display "TRANSMISSION INTAKE QUARANTINED A STORE FILE"
           end-if.
           if ws-stores-volume-flagged > 0
               display "TRANSMISSION INTAKE FLAGGED A STORE VOLUME"
           end-if.
           display "Transmission intake finished".
           move 0 to return-code.

           move ws-seq-suffix to ws-report-filename-seq.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           accept ws-vol-param from environment "VOLUME_WEEKS".
           if function trim(ws-vol-param) is numeric
             and function trim(ws-vol-param) > 0
               move function numval(ws-vol-param) to ws-vol-weeks
               if ws-vol-weeks > 8
                   move 8 to ws-vol-weeks
               end-if
           end-if.
           accept ws-vol-param from environment "VOLUME_LOW_PCT".
           if function trim(ws-vol-param) is numeric
             and function trim(ws-vol-param) > 0
               move function numval(ws-vol-param) to ws-vol-low-pct
           end-if.
           accept ws-vol-param from environment "VOLUME_HIGH_PCT".
           if function trim(ws-vol-param) is numeric
             and function trim(ws-vol-param) > 0
               move function numval(ws-vol-param) to ws-vol-high-pct
           end-if.
           accept ws-vol-param from environment "VOLUME_HOLD".
           if ws-vol-param = "Y" or ws-vol-param = "y"
               move "Y" to ws-vol-hold
           end-if.

       010-load-storelist.
           open input store-file.
           end-perform.
           close store-status-file.

       017-load-tradecal.
      *only tonight's date matters to intake: a corrected backdated
      *file is recovered whatever day it was for.
           open input trading-cal-file.
           perform until ws-tradecal-yes
               read trading-cal-file
                   at end
                       move "y" to ws-tradecal-eof
                   not at end
                       if tc-date = ws-run-date
                         and ws-closure-count < 100
                           add 1 to ws-closure-count
                           move tc-store
                             to ws-closure-store(ws-closure-count)
                           move tc-type
                             to ws-closure-type(ws-closure-count)
                           move tc-desc
                             to ws-closure-desc(ws-closure-count)
                       end-if
               end-read
           end-perform.
           close trading-cal-file.

       025-load-volume-history.
      *keep only the same weekday in each of the last VOLUME_WEEKS
      *weeks - week 1 is seven days before the run date.
           open input volume-history-file.
           perform until ws-vh-yes
               read volume-history-file
                   at end
                       move "y" to ws-vh-eof
                   not at end
                       perform 026-take-volume-row
               end-read
           end-perform.
           close volume-history-file.

       026-take-volume-row.
           if vh-busdate is not numeric
             or vh-busdate < 16010101
             or vh-busdate not < ws-run-date
             or vh-count is not numeric
             or vh-hash is not numeric
               exit paragraph
           end-if.
           compute ws-vh-int = function integer-of-date(vh-busdate).
           compute ws-vh-days = ws-run-int - ws-vh-int.
           divide ws-vh-days by 7
             giving ws-vh-week remainder ws-vh-rem.
           if ws-vh-rem not = 0
             or ws-vh-week < 1
             or ws-vh-week > ws-vol-weeks
               exit paragraph
           end-if.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               if ws-store-number(ws-store-idx) = vh-store
                   move "y" to ws-vw-present(ws-store-idx, ws-vh-week)
                   move vh-count
                     to ws-vw-count(ws-store-idx, ws-vh-week)
                   move vh-hash
                     to ws-vw-hash(ws-store-idx, ws-vh-week)
               end-if
           end-perform.

       020-check-inactive.
      *a store is inactive for this run when its close date is set
      *and before the run date, or its open date is still in the
               move "y" to ws-store-inactive
           end-if.

       022-check-closure.
      *a store's own closure line wins over a chain-wide one, so its
      *description is the one reported.
           move "n" to ws-store-closure.
           move spaces to ws-closure-text.
           perform varying ws-closure-idx from 1 by 1
             until ws-closure-idx > ws-closure-count
               if ws-closure-store(ws-closure-idx)
                   = ws-store-number(ws-store-idx)
                 or (ws-closure-store(ws-closure-idx) = "00"
                   and not ws-store-is-closed-today)
                   move "y" to ws-store-closure
                   move ws-closure-desc(ws-closure-idx)
                     to ws-closure-text
                   if ws-closure-text = spaces
                       evaluate ws-closure-type(ws-closure-idx)
                           when "H"
                               move "HOLIDAY" to ws-closure-text
                           when "W"
                               move "WEATHER" to ws-closure-text
                           when other
                               move "PLANNED CLOSURE"
                                 to ws-closure-text
                       end-evaluate
                   end-if
               end-if
           end-perform.

       090-build-tx-name.
           move spaces to ws-tx-filename.
           if ws-tx-from-quarantine

           if not ws-tx-is-present
               perform 020-check-inactive
               perform 022-check-closure
               if ws-store-is-inactive
                   move "CLOSED - NO TX EXPECTED" to ws-srl-status
                   write report-line from ws-store-result-line
               else
                   if ws-store-is-closed-today
                       move spaces to ws-srl-status
                       string "SHUT - " ws-closure-text
                         delimited by size into ws-srl-status
                       write report-line from ws-store-result-line
                   else
                       add 1 to ws-stores-missing
                       move "** NO TRANSMISSION RECEIVED **"
                         to ws-srl-status
                       write report-line from ws-store-result-line
                       move "TRANSMISSION" to eh-source
                       move "H" to eh-severity
                       move ws-store-number(ws-store-idx) to eh-store
                       move ws-store-result-line to eh-text
                       write exception-hub-rec
                   end-if
               end-if
           else
               perform 300-balance-tx
               move "n" to ws-vol-flagged
               move "n" to ws-vol-held
      *a store that traded through a scheduled closure (short
      *holiday hours) is not judged against a full day's volume.
               perform 022-check-closure
               if ws-tx-is-balanced and not ws-store-is-closed-today
                   perform 350-check-volume
               end-if
               evaluate true
                   when ws-tx-is-balanced and ws-vol-is-held
                       move "Q" to ws-store-result(ws-store-idx)
                       move "** HELD - VOLUME OUT OF BAND"
                         to ws-reject-reason
                       move ws-reject-reason to ws-srl-status
                       perform 400-quarantine-file
                   when ws-tx-is-balanced
                       add 1 to ws-stores-received
                       add 1 to ws-balanced-sources
                       move "B" to ws-store-result(ws-store-idx)
                       move "BALANCED" to ws-srl-status
                       perform 360-write-volume-history
                   when other
                       move "Q" to ws-store-result(ws-store-idx)
                       move ws-reject-reason to ws-srl-status
                       perform 400-quarantine-file
               end-evaluate
               write report-line from ws-store-result-line
               if ws-vol-out-of-band
                   perform 370-report-volume
               end-if
           end-if.

       150-check-backdated.
                         to ws-rc-store
                       move ws-back-date to ws-rc-date
                       write report-line from ws-recovered-line
                       perform 360-write-volume-history
                   else
                       move ws-tx-filename to ws-ql-name
                       move ws-reject-reason to ws-ql-reason
                 to ws-reject-reason
           end-if.

       350-check-volume.
      *a store with fewer than two of its weekdays on file, or one
      *that averages nothing, has no history to judge it by.
           move 0 to ws-vol-samples.
           move 0 to ws-vol-sum-count.
           move 0 to ws-vol-sum-hash.
           perform varying ws-vol-sub from 1 by 1
             until ws-vol-sub > ws-vol-weeks
               if ws-vw-present(ws-store-idx, ws-vol-sub) = "y"
                   add 1 to ws-vol-samples
                   add ws-vw-count(ws-store-idx, ws-vol-sub)
                     to ws-vol-sum-count
                   add ws-vw-hash(ws-store-idx, ws-vol-sub)
                     to ws-vol-sum-hash
               end-if
           end-perform.
           if ws-vol-samples < 2
               exit paragraph
           end-if.
           compute ws-vol-avg-count rounded =
             ws-vol-sum-count / ws-vol-samples.
           compute ws-vol-avg-hash rounded =
             ws-vol-sum-hash / ws-vol-samples.
           if ws-vol-avg-count = 0 or ws-vol-avg-hash = 0
               exit paragraph
           end-if.
           compute ws-vol-count-pct rounded =
             ws-detail-count * 100 / ws-vol-avg-count
               on size error
                   move 99999 to ws-vol-count-pct
           end-compute.
           compute ws-vol-hash-pct rounded =
             ws-detail-hash * 100 / ws-vol-avg-hash
               on size error
                   move 99999 to ws-vol-hash-pct
           end-compute.
           evaluate true
               when ws-vol-count-pct < ws-vol-low-pct
                 or ws-vol-hash-pct < ws-vol-low-pct
                   move "LOW " to ws-vol-flag
               when ws-vol-count-pct > ws-vol-high-pct
                 or ws-vol-hash-pct > ws-vol-high-pct
                   move "HIGH" to ws-vol-flag
               when other
                   exit paragraph
           end-evaluate.
           move "y" to ws-vol-flagged.
           add 1 to ws-stores-volume-flagged.
           if ws-vol-hold-on
               move "y" to ws-vol-held
           end-if.

       360-write-volume-history.
           move ws-tx-filename-store to vh-store.
           move ws-tx-filename-date to vh-busdate.
           move ws-detail-count to vh-count.
           move ws-detail-hash to vh-hash.
           write volume-history-rec.

       370-report-volume.
      *a soft exception: the file balanced, so unless VOLUME_HOLD is
      *on the store's records still go through to Edit tonight.
           move ws-vol-flag to ws-vl-flag.
           move ws-detail-count to ws-vl-count.
           move ws-vol-avg-count to ws-vl-avg-count.
           move ws-vol-count-pct to ws-vl-count-pct.
           move ws-detail-hash to ws-vl-amount.
           move ws-vol-avg-hash to ws-vl-avg-amount.
           move ws-vol-hash-pct to ws-vl-hash-pct.
           move ws-vol-samples to ws-vl-weeks.
           write report-line from ws-volume-line.
           move "TRANSMISSION" to eh-source.
           move "M" to eh-severity.
           move ws-store-number(ws-store-idx) to eh-store.
           move spaces to eh-text.
           string "VOLUME " ws-vol-flag
                  " RECORDS " ws-vl-count-pct
                  "% AMOUNT " ws-vl-hash-pct
                  "% OF " ws-vl-weeks "-WEEK AVG"
             delimited by size into eh-text.
           write exception-hub-rec.

       500-merge-transmissions.
      *merge sweep: splice the detail records of every balanced
      *source - tonight's good stores plus any recovered backdated
