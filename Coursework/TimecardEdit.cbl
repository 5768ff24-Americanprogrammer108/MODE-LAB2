       identification division.
       program-id. T2-04-P1.
      *Program Description: Timecard intake for the weekly payroll.
      *Reads the week's timecards (T2-04-P1.dat) - one line per
      *employee per day per shift code worked - and validates each
      *one against the employee master (T2-01-P1.dat) the way
      *T2-02-P1 validates the master itself: employee number numeric
      *and on the master, work date numeric and inside the pay week,
      *shift code D/N/R, hours numeric, above zero and no more than
      *24, and no second card for the same employee, date and shift.
      *Every error is listed on the edit report against the card;
      *only cards with none reach T2-04-P1-Valid.dat, which the
      *payroll register (T2-04-P2) then reads - so a bad card can
      *never be paid.
      *
      *The pay week ends on T2-WEEK-END (YYYYMMDD), default today,
      *and runs the seven days up to and including it.
      *
      *Timecard layout (16 bytes):
      *  number  x(3)   employee number
      *  date    9(8)   day worked, YYYYMMDD
      *  shift   x(1)   D = day, N = night, R = rotating
      *  hours   99v99  hours worked on that shift that day
      *
       environment division.
       input-output section.
       file-control.
           select in-file
               assign "../../../T2-04-P1.dat"
               organization is line sequential.
      *
           select master-file
               assign "../../../T2-01-P1.dat"
               organization is line sequential.
      *
           select print-file
               assign "../../../T2-04-P1.out"
               organization is line sequential.
      *
           select valid-file
               assign "../../../T2-04-P1-Valid.dat"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd in-file
           data record is tc-rec
           record contains 16 characters.
      *
       01 tc-rec.
         05 tc-number pic xxx.
         05 tc-date pic 9(8).
         05 tc-shift-code pic x.
           88 tc-is-day value "D".
           88 tc-is-night value "N".
           88 tc-is-rotating value "R".
         05 tc-hours pic 99v99.
      *
       fd master-file
           data record is master-rec
           record contains 38 characters.
      *
       01 master-rec.
         05 ms-number pic xxx.
         05 ms-name pic x(10).
         05 filler pic x(25).
      *
       fd print-file
           record contains 132 characters
           data record is print-line.
      *
       01 print-line pic x(132).
      *
      *validated timecards for T2-04-P2, same layout as the input.
       fd valid-file
           data record is valid-rec
           record contains 16 characters.
      *
       01 valid-rec pic x(16).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value "n".
         88 ws-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-done value "y".
      *
       01 ws-emp-count pic 9(3) value 0.
       01 ws-emp-table.
         05 ws-emp-entry occurs 999 times
             indexed by ws-emp-idx.
           10 ws-emp-number pic xxx.
           10 ws-emp-name pic x(10).
       01 ws-emp-found pic x value "n".
         88 ws-emp-is-found value "y".
      *
      *cards already accepted this run, for the duplicate check.
       01 ws-seen-count pic 9(4) value 0.
       01 ws-seen-table.
         05 ws-seen-entry occurs 5000 times
             indexed by ws-seen-idx.
           10 ws-seen-key pic x(12).
       01 ws-seen-found pic x value "n".
         88 ws-seen-is-found value "y".
       01 ws-card-key.
         05 ws-ck-number pic xxx.
         05 ws-ck-date pic 9(8).
         05 ws-ck-shift pic x.
      *
       01 ws-week-param pic x(8) value spaces.
       01 ws-week-end pic 9(8) value 0.
       01 ws-week-start pic 9(8) value 0.
      *
       01 ws-heading1.
         05 filler pic x(32) value
             "TIMECARD EDIT - PAY WEEK ENDING ".
         05 ws-h1-week-end pic 9(8).
      *
       01 ws-heading2.
         05 filler pic x(30) value "     EMP  NAME       DATE     ".
         05 filler pic x(15) value "SHIFT  HOURS   ".
         05 filler pic x(6) value "ERRORS".
      *
       01 ws-detail-line.
         05 filler pic x(5).
         05 ws-dl-number pic x(3).
         05 filler pic x(2).
         05 ws-dl-name pic x(10).
         05 filler pic x(1).
         05 ws-dl-date pic x(8).
         05 filler pic x(3).
         05 ws-dl-shift pic x(1).
         05 filler pic x(3).
         05 ws-dl-hours pic x(5).
         05 filler pic x(4).
         05 ws-dl-error1 pic x(20).
         05 filler pic x(2).
         05 ws-dl-error2 pic x(20).
         05 filler pic x(2).
         05 ws-dl-error3 pic x(20).
         05 filler pic x(2).
         05 ws-dl-error4 pic x(20).
      *
       01 ws-errors pic 9 value 0.
         88 ws-errorfree value 0.
       01 ws-error-text pic x(20) value spaces.
       01 ws-edit-hours pic z9.99.
      *
       01 ws-read-count pic 9(5) value 0.
       01 ws-valid-count pic 9(5) value 0.
       01 ws-reject-count pic 9(5) value 0.
       01 ws-p2-rc pic 9(4).
      *
       01 ws-totals-line1.
         05 filler pic x(30) value "TIMECARDS READ:               ".
         05 ws-t1-count pic zzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "TIMECARDS ACCEPTED:           ".
         05 ws-t2-count pic zzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "TIMECARDS REJECTED:           ".
         05 ws-t3-count pic zzzz9.
      *
       procedure division.
      *
       000-main.
           perform 010-set-week.
           perform 020-load-master.
      *
           open input in-file,
             output print-file, valid-file.
      *
           move ws-week-end to ws-h1-week-end.
           write print-line from ws-heading1 after advancing 1 line.
           write print-line from ws-heading2 after advancing 2 lines.
      *
           read in-file
               at end
                   move "y" to ws-eof-flag.
           perform 100-process-logic until ws-yes.
      *
           move spaces to print-line.
           write print-line after advancing 1 line.
           move ws-read-count to ws-t1-count.
           write print-line from ws-totals-line1
             after advancing 1 line.
           move ws-valid-count to ws-t2-count.
           write print-line from ws-totals-line2
             after advancing 1 line.
           move ws-reject-count to ws-t3-count.
           write print-line from ws-totals-line3
             after advancing 1 line.
      *
           close in-file,
             print-file, valid-file.
      *
           display "Press ENTER to run the payroll register".
           accept return-code.
           call "T2-04-P2".
      *T2-04-P2's own return-code carries through the call, the same
      *check T2-02-P1 makes on T2-01-P2.
           move return-code to ws-p2-rc.
           if ws-p2-rc not = 0
               display "T2-04-P2 FAILED - return code: " ws-p2-rc
               move ws-p2-rc to return-code
           end-if.
           stop run.
      *
       010-set-week.
           accept ws-week-param from environment "T2-WEEK-END".
           if ws-week-param is numeric
               move ws-week-param to ws-week-end
           else
               move function current-date(1:8) to ws-week-end
           end-if.
           compute ws-week-start = function date-of-integer
             (function integer-of-date(ws-week-end) - 6).
      *
       020-load-master.
           open input master-file.
           perform until ws-master-done
               read master-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-emp-count < 999
                           add 1 to ws-emp-count
                           move ms-number
                             to ws-emp-number(ws-emp-count)
                           move ms-name
                             to ws-emp-name(ws-emp-count)
                       end-if
               end-read
           end-perform.
           close master-file.
      *
       100-process-logic.
           add 1 to ws-read-count.
           perform 150-processinfo.
           read in-file
               at end
                   move "y" to ws-eof-flag.
      *
       150-processinfo.
           move 0 to ws-errors.
           move spaces to ws-detail-line.
           move tc-number to ws-dl-number.
           move tc-rec(4:8) to ws-dl-date.
           move tc-shift-code to ws-dl-shift.
           if tc-hours is numeric
               move tc-hours to ws-edit-hours
               move ws-edit-hours to ws-dl-hours
           else
               move tc-rec(13:4) to ws-dl-hours
           end-if.
      *
           perform 200-check-number.
           perform 210-check-date.
           perform 220-check-shift.
           perform 230-check-hours.
           if ws-errorfree
               perform 240-check-duplicate
           end-if.
      *
           if ws-errorfree
               move tc-rec to valid-rec
               write valid-rec
               add 1 to ws-valid-count
           else
               add 1 to ws-reject-count
           end-if.
           write print-line from ws-detail-line
             after advancing 1 line.
      *
       200-check-number.
           if tc-number is not numeric
               move "INVALID NUMBER" to ws-error-text
               perform 400-add-error
               exit paragraph
           end-if.
           move "n" to ws-emp-found.
           set ws-emp-idx to 1.
           search ws-emp-entry
               at end
                   move "n" to ws-emp-found
               when ws-emp-idx > ws-emp-count
                   move "n" to ws-emp-found
               when ws-emp-number(ws-emp-idx) = tc-number
                   move "y" to ws-emp-found
           end-search.
           if ws-emp-is-found
               move ws-emp-name(ws-emp-idx) to ws-dl-name
           else
               move "NOT ON MASTER" to ws-error-text
               perform 400-add-error
           end-if.
      *
       210-check-date.
           if tc-date is not numeric
               move "INVALID DATE" to ws-error-text
               perform 400-add-error
           else
               if tc-date < ws-week-start or tc-date > ws-week-end
                   move "OUTSIDE PAY WEEK" to ws-error-text
                   perform 400-add-error
               end-if
           end-if.
      *
       220-check-shift.
           if not tc-is-day and not tc-is-night
             and not tc-is-rotating
               move "INVALID SHIFT CODE" to ws-error-text
               perform 400-add-error
           end-if.
      *
       230-check-hours.
      *a day's card cannot hold more hours than the day has.
           if tc-hours is not numeric
               move "INVALID HOURS" to ws-error-text
               perform 400-add-error
           else
               if tc-hours = 0 or tc-hours > 24
                   move "INVALID HOURS" to ws-error-text
                   perform 400-add-error
               end-if
           end-if.
      *
       240-check-duplicate.
      *one card per employee, day and shift - a second one is a
      *double submission, not more hours.
           move tc-number to ws-ck-number.
           move tc-date to ws-ck-date.
           move tc-shift-code to ws-ck-shift.
           move "n" to ws-seen-found.
           set ws-seen-idx to 1.
           search ws-seen-entry
               at end
                   move "n" to ws-seen-found
               when ws-seen-idx > ws-seen-count
                   move "n" to ws-seen-found
               when ws-seen-key(ws-seen-idx) = ws-card-key
                   move "y" to ws-seen-found
           end-search.
           if ws-seen-is-found
               move "DUPLICATE TIMECARD" to ws-error-text
               perform 400-add-error
           else
               if ws-seen-count < 5000
                   add 1 to ws-seen-count
                   move ws-card-key to ws-seen-key(ws-seen-count)
               end-if
           end-if.
      *
       400-add-error.
           add 1 to ws-errors.
           evaluate ws-errors
               when 1
                   move ws-error-text to ws-dl-error1
               when 2
                   move ws-error-text to ws-dl-error2
               when 3
                   move ws-error-text to ws-dl-error3
               when 4
                   move ws-error-text to ws-dl-error4
           end-evaluate.
      *
       end program T2-04-P1.
