       identification division.
       program-id. CallIntake.
      *Program Description: Daily call-detail intake for the A7 call
      *center. Reads the phone system's per-call export for one day
      *(A7-CallLog.dat), validates every call's operator against the
      *team roster (rebuilt first by RosterBuild), and keeps A7.dat's
      *twelve monthly call buckets up to date so they are no longer
      *keyed in by hand from the printouts.
      *
      *Each accepted day is kept per operator in a daily ledger
      *(A7-CallDaily.dat) and the day's month bucket is recomputed
      *from it, so running the same day twice replaces that day
      *instead of counting it again. emp-rec-calls holds calendar
      *months Jul(1)..Jun(12); when the intake moves into a new month
      *that month's bucket - last year's same month, the oldest in
      *the rolling window - is cleared first, along with any month
      *skipped since the last intake. The last month loaded is kept
      *in A7-CallControl.dat.
      *
      *The day is A7-CALL-DATE (YYYYMMDD), default today. Prints the
      *daily operator summary with average handle time, and the
      *rejected calls, to A7-CallSummary.out.
      *
      *Call export layout (23 bytes):
      *  operator     x(3)   operator (employee) number
      *  date         9(8)   YYYYMMDD
      *  time         9(6)   HHMMSS the call started
      *  duration     9(5)   seconds
      *  disposition  x(1)   A answered, B abandoned, T transferred,
      *                      V voicemail

       environment division.
       configuration section.
       input-output section.

       file-control.
           select optional call-file
           assign to "../../../A7-CallLog.dat"
           organization is line sequential.

           select optional team-file
           assign to "../../../A7-Teams.dat"
           organization is line sequential.

           select optional master-file
           assign to "../../../T2-01-P1.dat"
           organization is line sequential.

           select optional input-file
           assign to "../../../A7.dat"
           organization is line sequential.

           select optional daily-file
           assign to "../../../A7-CallDaily.dat"
           organization is line sequential.

           select daily-work-file
           assign to "../../../A7-CallDaily.tmp"
           organization is line sequential.

           select optional control-file
           assign to "../../../A7-CallControl.dat"
           organization is line sequential.

           select output-file
           assign to "../../../A7-CallSummary.out"
           organization is line sequential.

       data division.
       file section.

       fd call-file
           data record is call-rec
           record contains 23 characters.
      *
       01 call-rec.
         05 cl-num pic x(3).
         05 cl-date pic 9(8).
         05 cl-time.
           10 cl-hh pic 99.
           10 cl-mm pic 99.
           10 cl-ss pic 99.
         05 cl-duration pic 9(5).
         05 cl-disposition pic x.
           88 cl-answered value "A".
           88 cl-abandoned value "B".
           88 cl-transferred value "T".
           88 cl-voicemail value "V".
      *
       fd team-file
           data record is team-rec
           record contains 18 characters.
      *
       01 team-rec.
         05 tm-num pic x(3).
         05 tm-team pic x(3).
         05 tm-supervisor pic x(12).
      *
       fd master-file
           data record is master-rec
           record contains 38 characters.
      *
       01 master-rec.
         05 ms-number pic x(3).
         05 ms-name pic x(10).
         05 filler pic x(25).
      *
       fd input-file
           data record is emp-rec
           record contains 51 characters.
      *
       01 emp-rec.
         05 emp-rec-num pic x(3).
         05 emp-rec-name pic x(12).
         05 emp-rec-calls pic 999 OCCURS 12 times.
      *
      *one row per operator per intake day.
       fd daily-file
           data record is daily-rec
           record contains 28 characters.
      *
       01 daily-rec.
         05 dy-num pic x(3).
         05 dy-date pic 9(8).
         05 dy-calls pic 9(5).
         05 dy-handled pic 9(5).
         05 dy-seconds pic 9(7).
      *
       fd daily-work-file
           data record is daily-work-rec
           record contains 28 characters.
      *
       01 daily-work-rec pic x(28).
      *
       fd control-file
           data record is control-rec
           record contains 6 characters.
      *
       01 control-rec.
         05 ct-last-month pic 9(6).
      *
       fd output-file
           data record is output-line
           record contains 100 characters.
      *
       01 output-line pic x(100).

       working-storage section.
       01 ws-eof-flag pic x value "n".
         88 ws-end-of-file value "y".
       01 ws-team-eof pic x value "n".
         88 ws-team-done value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-done value "y".
       01 ws-a7-eof pic x value "n".
         88 ws-a7-done value "y".
       01 ws-daily-eof pic x value "n".
         88 ws-daily-done value "y".
       01 ws-control-eof pic x value "n".
         88 ws-control-done value "y".
      *
       01 ws-call-date-param pic x(8) value spaces.
       01 ws-call-date pic 9(8) value 0.
       01 ws-call-date-parts redefines ws-call-date.
         05 ws-call-month.
           10 ws-call-yyyy pic 9(4).
           10 ws-call-mm pic 99.
         05 filler pic 99.
       01 ws-keep-from pic 9(8) value 0.
       01 ws-last-month pic 9(6) value 0.
       01 ws-last-month-parts redefines ws-last-month.
         05 ws-last-yyyy pic 9(4).
         05 ws-last-mm pic 99.
      *
      *months counted as year * 12 + month - 1, so the months
      *skipped since the last intake can be stepped through.
       01 ws-month-seq pic 9(7) value 0.
       01 ws-last-seq pic 9(7) value 0.
       01 ws-clear-seq pic 9(7) value 0.
       01 ws-clear-mm pic 99 value 0.
       01 ws-slot pic 99 value 0.
       01 ws-x pic 99 value 0.
      *
      *roster operators, and the employee master for their names.
       01 ws-roster-count pic 9(3) value 0.
       01 ws-roster-table.
         05 ws-roster-entry occurs 500 times
             indexed by ws-roster-idx.
           10 ws-roster-num pic x(3).
       01 ws-roster-found pic x value "n".
         88 ws-roster-is-found value "y".
      *
       01 ws-emp-count pic 9(3) value 0.
       01 ws-emp-table.
         05 ws-emp-entry occurs 999 times
             indexed by ws-emp-idx.
           10 ws-emp-num pic x(3).
           10 ws-emp-name pic x(10).
       01 ws-emp-found pic x value "n".
         88 ws-emp-is-found value "y".
      *
      *A7.dat as it stood, plus any operator new to it today.
       01 ws-a7-count pic 9(3) value 0.
       01 ws-a7-table.
         05 ws-a7-entry occurs 500 times
             indexed by ws-a7-idx.
           10 ws-a7-num pic x(3).
           10 ws-a7-name pic x(12).
           10 ws-a7-calls pic 999 occurs 12 times.
           10 ws-a7-month-calls pic 9(7).
       01 ws-a7-found pic x value "n".
         88 ws-a7-is-found value "y".
      *
      *the intake day, per operator.
       01 ws-day-count pic 9(3) value 0.
       01 ws-day-table.
         05 ws-day-entry occurs 500 times
             indexed by ws-day-idx.
           10 ws-day-num pic x(3).
           10 ws-day-calls pic 9(5).
           10 ws-day-answered pic 9(5).
           10 ws-day-abandoned pic 9(5).
           10 ws-day-transferred pic 9(5).
           10 ws-day-voicemail pic 9(5).
           10 ws-day-seconds pic 9(7).
       01 ws-day-found pic x value "n".
         88 ws-day-is-found value "y".
       01 ws-day-handled pic 9(5) value 0.
       01 ws-op-num pic x(3) value spaces.
      *
       01 ws-reject-text pic x(30) value spaces.
       01 ws-calls-read pic 9(5) value 0.
       01 ws-calls-accepted pic 9(5) value 0.
       01 ws-calls-rejected pic 9(5) value 0.
       01 ws-total-handled pic 9(5) value 0.
       01 ws-total-seconds pic 9(9) value 0.
       01 ws-aht-seconds pic 9(5) value 0.
       01 ws-aht-min pic 9(3) value 0.
       01 ws-aht-sec pic 99 value 0.
       01 ws-capped-count pic 9(3) value 0.
      *
       01 ws-heading1.
         05 filler pic x(34) value
             "A7 DAILY CALL INTAKE - CALLS FOR ".
         05 ws-h1-date pic 9(8).
      *
       01 ws-heading2.
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "Operator".
         05 filler pic x(2) value spaces.
         05 filler pic x(12) value "Name".
         05 filler pic x(7) value "  Calls".
         05 filler pic x(7) value "  Answd".
         05 filler pic x(7) value "  Aband".
         05 filler pic x(7) value "  Trans".
         05 filler pic x(7) value "  Vmail".
         05 filler pic x(10) value "  Talk Min".
         05 filler pic x(8) value "     AHT".
      *
       01 ws-summary-line.
         05 filler pic x(7) value spaces.
         05 ws-sl-num pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-sl-name pic x(12).
         05 filler pic x(2) value spaces.
         05 ws-sl-calls pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sl-answered pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sl-abandoned pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sl-transferred pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sl-voicemail pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sl-minutes pic zzzzzz9.
         05 filler pic x(3) value spaces.
         05 ws-sl-aht-min pic zz9.
         05 filler pic x value ":".
         05 ws-sl-aht-sec pic 99.
      *
       01 ws-reject-heading pic x(40) value
           "REJECTED CALLS".
      *
       01 ws-reject-line.
         05 filler pic x(2) value spaces.
         05 ws-rj-record pic x(23).
         05 filler pic x(2) value spaces.
         05 ws-rj-text pic x(30).
      *
       01 ws-reject-none-line pic x(40) value
           "  (no rejected calls)".
      *
       01 ws-count-line.
         05 filler pic x(2) value spaces.
         05 ws-cl-text pic x(32).
         05 ws-cl-count pic zzzz9.
      *
       01 ws-aht-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(32) value "Average handle time (mm:ss):".
         05 ws-al-min pic zz9.
         05 filler pic x value ":".
         05 ws-al-sec pic 99.

       procedure division.

           perform 005-set-date.
           call "RosterBuild".
           perform 010-load-roster.
           perform 015-load-master.
           perform 020-load-a7.

           open input call-file.
           open output output-file.
           move ws-call-date to ws-h1-date.
           write output-line from ws-heading1.
           write output-line from " ".
           write output-line from ws-reject-heading.
           perform 100-read-call until ws-end-of-file.
           close call-file.
           if ws-calls-rejected = 0
               write output-line from ws-reject-none-line
           end-if.

           perform 200-update-ledger.
           perform 300-roll-months.
           perform 400-write-a7.

           write output-line from " ".
           write output-line from ws-heading2.
           perform 500-write-summary
             varying ws-day-idx from 1 by 1
             until ws-day-idx > ws-day-count.
           perform 550-write-totals.
           close output-file.

           display "call intake finished".
           move 0 to return-code.
           goback.

       005-set-date.
           accept ws-call-date-param from environment "A7-CALL-DATE".
           if ws-call-date-param is numeric
               move ws-call-date-param to ws-call-date
           else
               move function current-date(1:8) to ws-call-date
           end-if.
           compute ws-month-seq =
             ws-call-yyyy * 12 + ws-call-mm - 1.
      *a year of days plus a month, so a late day for last month
      *can still be recomputed from the ledger.
           compute ws-keep-from = function date-of-integer
             (function integer-of-date(ws-call-date) - 400).

       010-load-roster.
           open input team-file.
           perform until ws-team-done
               read team-file
                   at end
                       move "y" to ws-team-eof
                   not at end
                       if ws-roster-count < 500
                           add 1 to ws-roster-count
                           move tm-num
                             to ws-roster-num(ws-roster-count)
                       end-if
               end-read
           end-perform.
           close team-file.

       015-load-master.
           open input master-file.
           perform until ws-master-done
               read master-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-emp-count < 999
                           add 1 to ws-emp-count
                           move ms-number to ws-emp-num(ws-emp-count)
                           move ms-name to ws-emp-name(ws-emp-count)
                       end-if
               end-read
           end-perform.
           close master-file.

       020-load-a7.
           open input input-file.
           perform until ws-a7-done
               read input-file
                   at end
                       move "y" to ws-a7-eof
                   not at end
                       if ws-a7-count < 500
                           add 1 to ws-a7-count
                           move emp-rec-num to ws-a7-num(ws-a7-count)
                           move emp-rec-name
                             to ws-a7-name(ws-a7-count)
                           perform varying ws-x from 1 by 1
                             until ws-x > 12
                               move emp-rec-calls(ws-x)
                                 to ws-a7-calls(ws-a7-count, ws-x)
                           end-perform
                           move 0 to ws-a7-month-calls(ws-a7-count)
                       end-if
               end-read
           end-perform.
           close input-file.

       100-read-call.
           read call-file
               at end
                   move "y" to ws-eof-flag
               not at end
                   add 1 to ws-calls-read
                   perform 150-validate-call.

       150-validate-call.
           move spaces to ws-reject-text.
           move "n" to ws-roster-found.
           set ws-roster-idx to 1.
           search ws-roster-entry
               at end
                   move "n" to ws-roster-found
               when ws-roster-idx > ws-roster-count
                   move "n" to ws-roster-found
               when ws-roster-num(ws-roster-idx) = cl-num
                   move "y" to ws-roster-found
           end-search.

           evaluate true
               when not ws-roster-is-found
                   move "OPERATOR NOT ON ROSTER" to ws-reject-text
               when cl-date is not numeric
                   move "INVALID DATE" to ws-reject-text
               when cl-date not = ws-call-date
                   move "NOT FOR THE INTAKE DATE" to ws-reject-text
               when cl-time is not numeric
                 or cl-hh > 23 or cl-mm > 59 or cl-ss > 59
                   move "INVALID TIME" to ws-reject-text
               when cl-duration is not numeric
                   move "INVALID DURATION" to ws-reject-text
               when not cl-answered and not cl-abandoned
                 and not cl-transferred and not cl-voicemail
                   move "INVALID DISPOSITION" to ws-reject-text
           end-evaluate.

           if ws-reject-text not = spaces
               add 1 to ws-calls-rejected
               move call-rec to ws-rj-record
               move ws-reject-text to ws-rj-text
               write output-line from ws-reject-line
           else
               add 1 to ws-calls-accepted
               perform 160-add-call
           end-if.

       160-add-call.
           move "n" to ws-day-found.
           set ws-day-idx to 1.
           search ws-day-entry
               at end
                   move "n" to ws-day-found
               when ws-day-idx > ws-day-count
                   move "n" to ws-day-found
               when ws-day-num(ws-day-idx) = cl-num
                   move "y" to ws-day-found
           end-search.
           if not ws-day-is-found
               if ws-day-count >= 500
                   exit paragraph
               end-if
               add 1 to ws-day-count
               set ws-day-idx to ws-day-count
               move cl-num to ws-day-num(ws-day-idx)
               move 0 to ws-day-calls(ws-day-idx)
                 ws-day-answered(ws-day-idx)
                 ws-day-abandoned(ws-day-idx)
                 ws-day-transferred(ws-day-idx)
                 ws-day-voicemail(ws-day-idx)
                 ws-day-seconds(ws-day-idx)
           end-if.
           add 1 to ws-day-calls(ws-day-idx).
           evaluate true
               when cl-answered
                   add 1 to ws-day-answered(ws-day-idx)
               when cl-abandoned
                   add 1 to ws-day-abandoned(ws-day-idx)
               when cl-transferred
                   add 1 to ws-day-transferred(ws-day-idx)
               when cl-voicemail
                   add 1 to ws-day-voicemail(ws-day-idx)
           end-evaluate.
      *an abandoned call was never handled, so its ring time stays
      *out of the handle time.
           if not cl-abandoned
               add cl-duration to ws-day-seconds(ws-day-idx)
           end-if.

       200-update-ledger.
      *the old ledger is copied without the intake day (a rerun
      *replaces it) and without rows past retention; the month's
      *other days feed the month bucket on the way through.
           open input daily-file.
           open output daily-work-file.
           perform until ws-daily-done
               read daily-file
                   at end
                       move "y" to ws-daily-eof
                   not at end
                       if dy-date not = ws-call-date
                         and dy-date >= ws-keep-from
                           write daily-work-rec from daily-rec
                           if dy-date(1:6) = ws-call-month
                               move dy-num to ws-op-num
                               perform 250-add-month-calls
                           end-if
                       end-if
               end-read
           end-perform.
           close daily-file.

           perform varying ws-day-idx from 1 by 1
             until ws-day-idx > ws-day-count
               move ws-day-num(ws-day-idx) to dy-num
               move ws-call-date to dy-date
               move ws-day-calls(ws-day-idx) to dy-calls
               compute dy-handled = ws-day-calls(ws-day-idx)
                 - ws-day-abandoned(ws-day-idx)
               move ws-day-seconds(ws-day-idx) to dy-seconds
               write daily-work-rec from daily-rec
               move dy-num to ws-op-num
               perform 250-add-month-calls
           end-perform.
           close daily-work-file.

           open input daily-work-file.
           open output daily-file.
           move "n" to ws-daily-eof.
           perform until ws-daily-done
               read daily-work-file
                   at end
                       move "y" to ws-daily-eof
                   not at end
                       write daily-rec from daily-work-rec
               end-read
           end-perform.
           close daily-work-file, daily-file.

       250-add-month-calls.
      *dy-calls is the ledger row being counted for operator
      *ws-op-num; an operator with
      *calls but not yet in A7.dat is added with the master name.
           move "n" to ws-a7-found.
           set ws-a7-idx to 1.
           search ws-a7-entry
               at end
                   move "n" to ws-a7-found
               when ws-a7-idx > ws-a7-count
                   move "n" to ws-a7-found
               when ws-a7-num(ws-a7-idx) = ws-op-num
                   move "y" to ws-a7-found
           end-search.
           if not ws-a7-is-found
               if ws-a7-count >= 500
                   exit paragraph
               end-if
               add 1 to ws-a7-count
               set ws-a7-idx to ws-a7-count
               move ws-op-num to ws-a7-num(ws-a7-idx)
               move spaces to ws-a7-name(ws-a7-idx)
               perform 260-lookup-name
               perform varying ws-x from 1 by 1 until ws-x > 12
                   move 0 to ws-a7-calls(ws-a7-idx, ws-x)
               end-perform
               move 0 to ws-a7-month-calls(ws-a7-idx)
           end-if.
           add dy-calls to ws-a7-month-calls(ws-a7-idx).

       260-lookup-name.
           move "n" to ws-emp-found.
           set ws-emp-idx to 1.
           search ws-emp-entry
               at end
                   move "n" to ws-emp-found
               when ws-emp-idx > ws-emp-count
                   move "n" to ws-emp-found
               when ws-emp-num(ws-emp-idx) = ws-op-num
                   move "y" to ws-emp-found
           end-search.
           if ws-emp-is-found
               move ws-emp-name(ws-emp-idx) to ws-a7-name(ws-a7-idx)
           end-if.

       300-roll-months.
      *moving into a new month clears every bucket from the month
      *after the last one loaded up to this one - this month's
      *bucket still holds the same month a year ago.
           open input control-file.
           read control-file
               at end
                   move "y" to ws-control-eof
           end-read.
           if not ws-control-done and ct-last-month is numeric
               move ct-last-month to ws-last-month
           end-if.
           close control-file.

           if ws-last-month > 0
               compute ws-last-seq =
                 ws-last-yyyy * 12 + ws-last-mm - 1
           else
               compute ws-last-seq = ws-month-seq - 1
           end-if.
           if ws-month-seq > ws-last-seq
               compute ws-clear-seq = ws-last-seq + 1
               if ws-month-seq - ws-clear-seq > 11
                   compute ws-clear-seq = ws-month-seq - 11
               end-if
               perform until ws-clear-seq > ws-month-seq
                   compute ws-clear-mm =
                     function mod(ws-clear-seq, 12) + 1
                   compute ws-slot =
                     function mod(ws-clear-mm + 5, 12) + 1
                   perform varying ws-a7-idx from 1 by 1
                     until ws-a7-idx > ws-a7-count
                       move 0 to ws-a7-calls(ws-a7-idx, ws-slot)
                   end-perform
                   add 1 to ws-clear-seq
               end-perform
               open output control-file
               move ws-call-month to ct-last-month
               write control-rec
               close control-file
           end-if.

      *the intake month's bucket is the ledger's total for it; a
      *day for an earlier month still lands in its own month,
      *unless that month has already rolled out of the window.
           if ws-month-seq + 12 <= ws-last-seq
               exit paragraph
           end-if.
           compute ws-slot = function mod(ws-call-mm + 5, 12) + 1.
           perform varying ws-a7-idx from 1 by 1
             until ws-a7-idx > ws-a7-count
               if ws-a7-month-calls(ws-a7-idx) > 999
                   move 999 to ws-a7-calls(ws-a7-idx, ws-slot)
                   add 1 to ws-capped-count
               else
                   move ws-a7-month-calls(ws-a7-idx)
                     to ws-a7-calls(ws-a7-idx, ws-slot)
               end-if
           end-perform.

       400-write-a7.
           open output input-file.
           perform varying ws-a7-idx from 1 by 1
             until ws-a7-idx > ws-a7-count
               move ws-a7-num(ws-a7-idx) to emp-rec-num
               move ws-a7-name(ws-a7-idx) to emp-rec-name
               perform varying ws-x from 1 by 1 until ws-x > 12
                   move ws-a7-calls(ws-a7-idx, ws-x)
                     to emp-rec-calls(ws-x)
               end-perform
               write emp-rec
           end-perform.
           close input-file.

       500-write-summary.
           move ws-day-num(ws-day-idx) to ws-sl-num ws-op-num.
           move "n" to ws-emp-found.
           set ws-emp-idx to 1.
           search ws-emp-entry
               at end
                   move "n" to ws-emp-found
               when ws-emp-idx > ws-emp-count
                   move "n" to ws-emp-found
               when ws-emp-num(ws-emp-idx) = ws-op-num
                   move "y" to ws-emp-found
           end-search.
           if ws-emp-is-found
               move ws-emp-name(ws-emp-idx) to ws-sl-name
           else
               move spaces to ws-sl-name
           end-if.
           move ws-day-calls(ws-day-idx) to ws-sl-calls.
           move ws-day-answered(ws-day-idx) to ws-sl-answered.
           move ws-day-abandoned(ws-day-idx) to ws-sl-abandoned.
           move ws-day-transferred(ws-day-idx) to ws-sl-transferred.
           move ws-day-voicemail(ws-day-idx) to ws-sl-voicemail.
           compute ws-sl-minutes rounded =
             ws-day-seconds(ws-day-idx) / 60.
           compute ws-day-handled = ws-day-calls(ws-day-idx)
             - ws-day-abandoned(ws-day-idx).
           add ws-day-handled to ws-total-handled.
           add ws-day-seconds(ws-day-idx) to ws-total-seconds.
           if ws-day-handled > 0
               compute ws-aht-seconds rounded =
                 ws-day-seconds(ws-day-idx) / ws-day-handled
           else
               move 0 to ws-aht-seconds
           end-if.
           divide ws-aht-seconds by 60 giving ws-aht-min
             remainder ws-aht-sec.
           move ws-aht-min to ws-sl-aht-min.
           move ws-aht-sec to ws-sl-aht-sec.
           write output-line from ws-summary-line.

       550-write-totals.
           write output-line from " ".
           move "Calls read:" to ws-cl-text.
           move ws-calls-read to ws-cl-count.
           write output-line from ws-count-line.
           move "Calls accepted:" to ws-cl-text.
           move ws-calls-accepted to ws-cl-count.
           write output-line from ws-count-line.
           move "Calls rejected:" to ws-cl-text.
           move ws-calls-rejected to ws-cl-count.
           write output-line from ws-count-line.
           move "Operators with calls:" to ws-cl-text.
           move ws-day-count to ws-cl-count.
           write output-line from ws-count-line.
           if ws-total-handled > 0
               compute ws-aht-seconds rounded =
                 ws-total-seconds / ws-total-handled
           else
               move 0 to ws-aht-seconds
           end-if.
           divide ws-aht-seconds by 60 giving ws-aht-min
             remainder ws-aht-sec.
           move ws-aht-min to ws-al-min.
           move ws-aht-sec to ws-al-sec.
           write output-line from ws-aht-line.
           if ws-capped-count > 0
               move "Month buckets capped at 999:" to ws-cl-text
               move ws-capped-count to ws-cl-count
               write output-line from ws-count-line
           end-if.

       end program CallIntake.
