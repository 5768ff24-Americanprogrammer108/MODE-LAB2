       identification division.
       program-id. T2-04-P2.
      *Program Description: Weekly payroll register. Reads the
      *timecards T2-04-P1 validated (T2-04-P1-Valid.dat) and works
      *out each employee's pay for the week from the salary on
      *T2-01-P2-NewMaster.dat: the annual salary over 2080 hours is
      *the hourly rate, the first 40 hours of the week are regular
      *time, hours beyond that are overtime at time and a half, and
      *hours worked on a night or rotating shift also earn that
      *shift's differential from ShiftDiff.dat (the same rates the
      *raise run reads) at straight time. An employee not on the new
      *master - hired since the last raise run - is paid from the
      *salary on the employee master and listed as an exception.
      *
      *The register prints a line per employee paid, totals by job
      *class and for the week, then an exception list: employees on
      *the master with no timecard for the week, and employees whose
      *week's hours pass T2-MAX-HOURS (default 60) - they are paid as
      *carded but need a supervisor to confirm the hours. The pay
      *week is the one T2-04-P1 edited (T2-WEEK-END, default today).
      *
       environment division.
       input-output section.
       file-control.
           select timecard-file
               assign to "../../../T2-04-P1-Valid.dat"
               organization is line sequential.
      *
           select master-file
               assign to "../../../T2-01-P1.dat"
               organization is line sequential.
      *
           select newmaster-file
               assign to "../../../T2-01-P2-NewMaster.dat"
               organization is line sequential
               file status is ws-newmaster-status.
      *
           select shiftdiff-file
               assign to "../../../ShiftDiff.dat"
               organization is line sequential
               file status is ws-shiftdiff-status.
      *
           select print-file
               assign to "../../../T2-04-P2.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd timecard-file
           data record is tc-rec
           record contains 16 characters.
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
       01 master-rec.
         05 ms-number pic xxx.
         05 ms-name pic x(10).
         05 ms-shift-code pic x.
         05 ms-job-class pic x.
           88 ms-is-1 value "1".
           88 ms-is-2 value "2".
         05 ms-salary pic 99999.
         05 ms-performance pic x.
         05 ms-jobgrade pic x(2).
         05 ms-team pic x(3).
         05 ms-supervisor pic x(12).
      *
       fd newmaster-file
           data record is newmaster-rec
           record contains 32 characters.
       01 newmaster-rec.
         05 nm-name pic x(20).
         05 nm-salary pic 9(5).
         05 nm-performance pic x.
         05 nm-jobgrade pic x(2).
         05 nm-shift pic x.
         05 nm-number pic x(3).
      *
       fd shiftdiff-file
           data record is shiftdiff-rec
           record contains 6 characters.
       01 shiftdiff-rec.
         05 sd-shift pic x.
         05 sd-rate pic 9v9999.
      *
       fd print-file
           record contains 132 characters
           data record is print-line.
       01 print-line pic x(132).
      *
       working-storage section.
      *
       01 ws-timecard-eof pic x value "n".
         88 ws-timecard-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-done value "y".
       01 ws-newmaster-eof pic x value "n".
         88 ws-newmaster-yes value "y".
       01 ws-shiftdiff-eof pic x value "n".
         88 ws-shiftdiff-yes value "y".
       01 ws-newmaster-status pic xx value "00".
         88 ws-newmaster-ok value "00".
       01 ws-shiftdiff-status pic xx value "00".
         88 ws-shiftdiff-ok value "00".
      *
      *one entry per employee on the master: hours by shift code
      *(1 = day, 2 = night, 3 = rotating) and the salary paid from.
       01 ws-emp-count pic 9(3) value 0.
       01 ws-emp-table.
         05 ws-emp-entry occurs 999 times
             indexed by ws-emp-idx.
           10 ws-emp-number pic xxx.
           10 ws-emp-name pic x(10).
           10 ws-emp-class pic x.
           10 ws-emp-salary pic 9(5).
           10 ws-emp-on-new pic x.
           10 ws-emp-hours pic 9(3)v99 occurs 3 times.
       01 ws-emp-found pic x value "n".
         88 ws-emp-is-found value "y".
      *
       01 ws-shiftdiff-count pic 9 value 0.
       01 ws-shiftdiff-table.
         05 ws-shiftdiff-entry occurs 5 times
             indexed by ws-shiftdiff-idx.
           10 ws-shiftdiff-shift pic x value space.
           10 ws-shiftdiff-rate pic 9v9999 value 0.
       01 ws-shiftdiff-found pic x value "n".
         88 ws-shiftdiff-is-found value "y".
       01 ws-find-shift pic x value space.
       01 ws-diff-rate pic 9v9999 value 0.
      *
       01 ws-shift-sub pic 9 value 0.
       01 ws-class-sub pic 9 value 0.
      *
       01 ws-week-param pic x(8) value spaces.
       01 ws-week-end pic 9(8) value 0.
       01 ws-max-param pic x(5) value spaces.
       01 ws-max-hours pic 9(3) value 60.
      *
       01 ws-total-hours pic 9(3)v99 value 0.
       01 ws-reg-hours pic 9(3)v99 value 0.
       01 ws-ot-hours pic 9(3)v99 value 0.
       01 ws-hourly-rate pic 9(3)v9999 value 0.
       01 ws-reg-pay pic 9(7)v99 value 0.
       01 ws-ot-pay pic 9(7)v99 value 0.
       01 ws-diff-pay pic 9(7)v99 value 0.
       01 ws-shift-diff pic 9(7)v99 value 0.
       01 ws-gross-pay pic 9(7)v99 value 0.
      *
      *job class subscripts 1 and 2, as T2-02-P1 tallies them.
       01 ws-class-stats.
         05 ws-class-stat occurs 2 times.
           10 ws-cs-heads pic 9(5) value 0.
           10 ws-cs-reg-hours pic 9(7)v99 value 0.
           10 ws-cs-ot-hours pic 9(7)v99 value 0.
           10 ws-cs-reg-pay pic 9(9)v99 value 0.
           10 ws-cs-ot-pay pic 9(9)v99 value 0.
           10 ws-cs-diff-pay pic 9(9)v99 value 0.
           10 ws-cs-gross pic 9(9)v99 value 0.
       01 ws-week-stats.
         05 ws-wk-heads pic 9(5) value 0.
         05 ws-wk-reg-hours pic 9(7)v99 value 0.
         05 ws-wk-ot-hours pic 9(7)v99 value 0.
         05 ws-wk-reg-pay pic 9(9)v99 value 0.
         05 ws-wk-ot-pay pic 9(9)v99 value 0.
         05 ws-wk-diff-pay pic 9(9)v99 value 0.
         05 ws-wk-gross pic 9(9)v99 value 0.
      *
      *exceptions are held until the register is printed.
       01 ws-exc-count pic 9(4) value 0.
       01 ws-exc-table.
         05 ws-exc-entry occurs 2000 times.
           10 ws-exc-number pic xxx.
           10 ws-exc-name pic x(10).
           10 ws-exc-hours pic 9(3)v99.
           10 ws-exc-reason pic x(40).
       01 ws-exc-sub pic 9(4) value 0.
      *
       01 ws-heading1.
         05 filler pic x(38) value
             "WEEKLY PAYROLL REGISTER - WEEK ENDING ".
         05 ws-h1-week-end pic 9(8).
      *
       01 ws-heading2.
         05 filler pic x(24) value "EMP  NAME     CLASS REG ".
         05 filler pic x(24) value "HRS  OT HRS   RATE      ".
         05 filler pic x(24) value "REG PAY      OT PAY     ".
         05 filler pic x(23) value "SHIFT DIFF    GROSS PAY".
      *
       01 ws-detail-line.
         05 ws-dl-number pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-dl-name pic x(10).
         05 filler pic x(3) value spaces.
         05 ws-dl-class pic x(1).
         05 filler pic x(2) value spaces.
         05 ws-dl-reg-hours pic zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-dl-ot-hours pic zz9.99.
         05 filler pic x(1) value space.
         05 ws-dl-rate pic zz9.99.
         05 filler pic x(1) value space.
         05 ws-dl-reg-pay pic z,zzz,zz9.99.
         05 ws-dl-ot-pay pic z,zzz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-dl-diff-pay pic z,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-dl-gross pic z,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-dl-flag pic x(8).
      *
       01 ws-class-heading pic x(40) value
           "TOTALS BY JOB CLASS".
      *
       01 ws-total-line.
         05 ws-tl-label pic x(9).
         05 ws-tl-heads pic zzzz9.
         05 filler pic x(6) value " EMPS ".
         05 ws-tl-reg-hours pic zzzz9.99.
         05 ws-tl-ot-hours pic zzzz9.99.
         05 filler pic x(7) value spaces.
         05 ws-tl-reg-pay pic zz,zzz,zz9.99.
         05 ws-tl-ot-pay pic zz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-tl-diff-pay pic zz,zzz,zz9.99.
         05 ws-tl-gross pic zz,zzz,zz9.99.
      *
       01 ws-exception-heading pic x(40) value
           "EXCEPTIONS".
       01 ws-exception-line.
         05 ws-el-number pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-el-name pic x(10).
         05 filler pic x(2) value spaces.
         05 ws-el-hours pic zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-el-reason pic x(40).
       01 ws-no-exceptions pic x(40) value "  (none)".
      *
       procedure division.
      *
       000-main.
           perform 010-set-parameters.
           perform 020-load-master.
           perform 030-load-newmaster.
           perform 040-load-shiftdiffs.
      *
           open input timecard-file.
           perform until ws-timecard-yes
               read timecard-file
                   at end
                       move "y" to ws-timecard-eof
                   not at end
                       perform 100-post-timecard
               end-read
           end-perform.
           close timecard-file.
      *
           open output print-file.
           move ws-week-end to ws-h1-week-end.
           write print-line from ws-heading1 after advancing 1 line.
           write print-line from ws-heading2 after advancing 2 lines.
           move spaces to print-line.
           write print-line after advancing 1 line.
      *
           perform 200-pay-employee
             varying ws-emp-idx from 1 by 1
             until ws-emp-idx > ws-emp-count.
      *
           perform 500-class-totals.
           perform 600-exception-list.
           close print-file.
      *
           display "Payroll register finished.".
           move 0 to return-code.
           goback.
      *
       010-set-parameters.
           accept ws-week-param from environment "T2-WEEK-END".
           if ws-week-param is numeric
               move ws-week-param to ws-week-end
           else
               move function current-date(1:8) to ws-week-end
           end-if.
      *the accepted value is space-padded, so trim before the
      *numeric test - same idiom as T2-02-P1's minimums.
           accept ws-max-param from environment "T2-MAX-HOURS".
           if function trim(ws-max-param) is numeric
             and function trim(ws-max-param) > 0
               move function numval(ws-max-param) to ws-max-hours
           end-if.
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
                           move ms-name to ws-emp-name(ws-emp-count)
                           move ms-job-class
                             to ws-emp-class(ws-emp-count)
                           move 0 to ws-emp-salary(ws-emp-count)
                           if ms-salary is numeric
                               move ms-salary
                                 to ws-emp-salary(ws-emp-count)
                           end-if
                           move "n" to ws-emp-on-new(ws-emp-count)
                           move 0 to ws-emp-hours(ws-emp-count, 1)
                           move 0 to ws-emp-hours(ws-emp-count, 2)
                           move 0 to ws-emp-hours(ws-emp-count, 3)
                       end-if
               end-read
           end-perform.
           close master-file.
      *
       030-load-newmaster.
      *the raise run's new salary replaces the master's wherever the
      *employee is on it.
           open input newmaster-file.
           if ws-newmaster-ok
               perform until ws-newmaster-yes
                   read newmaster-file
                       at end
                           move "y" to ws-newmaster-eof
                       not at end
                           perform 035-apply-newmaster
                   end-read
               end-perform
               close newmaster-file
           end-if.
      *
       035-apply-newmaster.
           move "n" to ws-emp-found.
           set ws-emp-idx to 1.
           search ws-emp-entry
               at end
                   move "n" to ws-emp-found
               when ws-emp-idx > ws-emp-count
                   move "n" to ws-emp-found
               when ws-emp-number(ws-emp-idx) = nm-number
                   move "y" to ws-emp-found
           end-search.
           if ws-emp-is-found and nm-salary is numeric
               move nm-salary to ws-emp-salary(ws-emp-idx)
               move "y" to ws-emp-on-new(ws-emp-idx)
           end-if.
      *
       040-load-shiftdiffs.
           open input shiftdiff-file.
           if ws-shiftdiff-ok
               perform until ws-shiftdiff-yes
                   read shiftdiff-file
                       at end
                           move "y" to ws-shiftdiff-eof
                       not at end
                           if ws-shiftdiff-count < 5
                               add 1 to ws-shiftdiff-count
                               move sd-shift to ws-shiftdiff-shift
                                 (ws-shiftdiff-count)
                               move sd-rate to ws-shiftdiff-rate
                                 (ws-shiftdiff-count)
                           end-if
                   end-read
               end-perform
               close shiftdiff-file
           end-if.
      *
       100-post-timecard.
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
      *a card that passed the edit but whose employee has since
      *left the master cannot be paid from here.
           if not ws-emp-is-found
               if ws-exc-count < 2000
                   add 1 to ws-exc-count
                   move tc-number to ws-exc-number(ws-exc-count)
                   move spaces to ws-exc-name(ws-exc-count)
                   move tc-hours to ws-exc-hours(ws-exc-count)
                   move "TIMECARD FOR EMPLOYEE NOT ON MASTER"
                     to ws-exc-reason(ws-exc-count)
               end-if
               exit paragraph
           end-if.
           evaluate true
               when tc-is-night
                   move 2 to ws-shift-sub
               when tc-is-rotating
                   move 3 to ws-shift-sub
               when other
                   move 1 to ws-shift-sub
           end-evaluate.
           add tc-hours to ws-emp-hours(ws-emp-idx, ws-shift-sub).
      *
       200-pay-employee.
           compute ws-total-hours = ws-emp-hours(ws-emp-idx, 1)
             + ws-emp-hours(ws-emp-idx, 2)
             + ws-emp-hours(ws-emp-idx, 3).
           if ws-total-hours = 0
               move "NO TIMECARD FOR THE WEEK" to ws-el-reason
               perform 450-add-exception
               exit paragraph
           end-if.
      *
           if ws-total-hours > 40
               move 40 to ws-reg-hours
               compute ws-ot-hours = ws-total-hours - 40
           else
               move ws-total-hours to ws-reg-hours
               move 0 to ws-ot-hours
           end-if.
           compute ws-hourly-rate rounded =
             ws-emp-salary(ws-emp-idx) / 2080.
           compute ws-reg-pay rounded = ws-reg-hours * ws-hourly-rate.
           compute ws-ot-pay rounded =
             ws-ot-hours * ws-hourly-rate * 1.5.
      *
           move 0 to ws-diff-pay.
           move "N" to ws-find-shift.
           move 2 to ws-shift-sub.
           perform 250-shift-differential.
           move "R" to ws-find-shift.
           move 3 to ws-shift-sub.
           perform 250-shift-differential.
           compute ws-gross-pay = ws-reg-pay + ws-ot-pay + ws-diff-pay.
      *
           move spaces to ws-dl-flag.
           if ws-total-hours > ws-max-hours
               move "EXCESSIVE HOURS - SUPERVISOR TO CONFIRM"
                 to ws-el-reason
               perform 450-add-exception
               move "** HOURS" to ws-dl-flag
           end-if.
           if ws-emp-on-new(ws-emp-idx) not = "y"
               move "NOT ON NEW MASTER - MASTER SALARY USED"
                 to ws-el-reason
               perform 450-add-exception
           end-if.
      *
           move ws-emp-number(ws-emp-idx) to ws-dl-number.
           move ws-emp-name(ws-emp-idx) to ws-dl-name.
           move ws-emp-class(ws-emp-idx) to ws-dl-class.
           move ws-reg-hours to ws-dl-reg-hours.
           move ws-ot-hours to ws-dl-ot-hours.
           move ws-hourly-rate to ws-dl-rate.
           move ws-reg-pay to ws-dl-reg-pay.
           move ws-ot-pay to ws-dl-ot-pay.
           move ws-diff-pay to ws-dl-diff-pay.
           move ws-gross-pay to ws-dl-gross.
           write print-line from ws-detail-line after advancing 1 line.
      *
           if ws-emp-class(ws-emp-idx) = "1"
               move 1 to ws-class-sub
           else
               move 2 to ws-class-sub
           end-if.
           add 1 to ws-cs-heads(ws-class-sub), ws-wk-heads.
           add ws-reg-hours to ws-cs-reg-hours(ws-class-sub),
             ws-wk-reg-hours.
           add ws-ot-hours to ws-cs-ot-hours(ws-class-sub),
             ws-wk-ot-hours.
           add ws-reg-pay to ws-cs-reg-pay(ws-class-sub),
             ws-wk-reg-pay.
           add ws-ot-pay to ws-cs-ot-pay(ws-class-sub),
             ws-wk-ot-pay.
           add ws-diff-pay to ws-cs-diff-pay(ws-class-sub),
             ws-wk-diff-pay.
           add ws-gross-pay to ws-cs-gross(ws-class-sub),
             ws-wk-gross.
      *
       250-shift-differential.
      *the differential is paid on the hours worked on that shift at
      *straight time - the overtime premium is already in OT pay.
           move 0 to ws-diff-rate.
           move "n" to ws-shiftdiff-found.
           set ws-shiftdiff-idx to 1.
           search ws-shiftdiff-entry
               at end
                   move "n" to ws-shiftdiff-found
               when ws-shiftdiff-shift(ws-shiftdiff-idx)
                 = ws-find-shift
                   move "y" to ws-shiftdiff-found
           end-search.
           if ws-shiftdiff-is-found
               move ws-shiftdiff-rate(ws-shiftdiff-idx)
                 to ws-diff-rate
           end-if.
           compute ws-shift-diff rounded =
             ws-emp-hours(ws-emp-idx, ws-shift-sub)
             * ws-hourly-rate * ws-diff-rate.
           add ws-shift-diff to ws-diff-pay.
      *
       450-add-exception.
           if ws-exc-count < 2000
               add 1 to ws-exc-count
               move ws-emp-number(ws-emp-idx)
                 to ws-exc-number(ws-exc-count)
               move ws-emp-name(ws-emp-idx)
                 to ws-exc-name(ws-exc-count)
               move ws-total-hours to ws-exc-hours(ws-exc-count)
               move ws-el-reason to ws-exc-reason(ws-exc-count)
           end-if.
      *
       500-class-totals.
           write print-line from ws-class-heading
             after advancing 2 lines.
           perform varying ws-class-sub from 1 by 1
             until ws-class-sub > 2
               move spaces to ws-tl-label
               string "CLASS " ws-class-sub
                 delimited by size into ws-tl-label
               move ws-cs-heads(ws-class-sub) to ws-tl-heads
               move ws-cs-reg-hours(ws-class-sub) to ws-tl-reg-hours
               move ws-cs-ot-hours(ws-class-sub) to ws-tl-ot-hours
               move ws-cs-reg-pay(ws-class-sub) to ws-tl-reg-pay
               move ws-cs-ot-pay(ws-class-sub) to ws-tl-ot-pay
               move ws-cs-diff-pay(ws-class-sub) to ws-tl-diff-pay
               move ws-cs-gross(ws-class-sub) to ws-tl-gross
               write print-line from ws-total-line
                 after advancing 1 line
           end-perform.
           move "WEEK" to ws-tl-label.
           move ws-wk-heads to ws-tl-heads.
           move ws-wk-reg-hours to ws-tl-reg-hours.
           move ws-wk-ot-hours to ws-tl-ot-hours.
           move ws-wk-reg-pay to ws-tl-reg-pay.
           move ws-wk-ot-pay to ws-tl-ot-pay.
           move ws-wk-diff-pay to ws-tl-diff-pay.
           move ws-wk-gross to ws-tl-gross.
           write print-line from ws-total-line after advancing 2 lines.
      *
       600-exception-list.
           write print-line from ws-exception-heading
             after advancing 3 lines.
           if ws-exc-count = 0
               write print-line from ws-no-exceptions
                 after advancing 1 line
           end-if.
           perform varying ws-exc-sub from 1 by 1
             until ws-exc-sub > ws-exc-count
               move ws-exc-number(ws-exc-sub) to ws-el-number
               move ws-exc-name(ws-exc-sub) to ws-el-name
               move ws-exc-hours(ws-exc-sub) to ws-el-hours
               move ws-exc-reason(ws-exc-sub) to ws-el-reason
               write print-line from ws-exception-line
                 after advancing 1 line
           end-perform.
      *
       end program T2-04-P2.
