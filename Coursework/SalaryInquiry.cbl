       identification division.
       program-id. T2-05-P1.
      *Program Description: Compensation history inquiry. Prints one
      *employee's full salary history from the cumulative history
      *file (T2-SalaryHistory.dat) that the raise run (T2-01-P2) and
      *employee maintenance (T2-03-P1) append to: every change in
      *effective-date order with the old and new salary, the change
      *and percentage, the reason (raise run, cap applied,
      *maintenance change or termination), the performance code and
      *when and by which program it was recorded.
      *
      *The employee number comes from T2-EMP-NUMBER, or is asked for
      *at the console when that is not set. T2-AS-OF (YYYYMMDD)
      *adds the salary that was in force on that date - the answer
      *to "what was this person earning then".
      *
       environment division.
       input-output section.
       file-control.
           select optional history-file
               assign to "../../../T2-SalaryHistory.dat"
               organization is line sequential.
      *
           select optional master-file
               assign to "../../../T2-01-P1.dat"
               organization is line sequential.
      *
           select print-file
               assign to "../../../T2-05-P1.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd history-file
           data record is history-rec
           record contains 50 characters.
       01 history-rec.
         05 sh-number pic x(3).
         05 sh-effdate pic 9(8).
         05 sh-oldsalary pic 9(7)v99.
         05 sh-newsalary pic 9(7)v99.
         05 sh-reason pic x.
           88 sh-raise-run value "R".
           88 sh-cap-applied value "C".
           88 sh-maintenance value "M".
           88 sh-termination value "T".
         05 sh-performance pic x.
         05 sh-rundate pic 9(8).
         05 sh-source pic x(8).
         05 filler pic x(3).
      *
       fd master-file
           data record is master-rec
           record contains 38 characters.
       01 master-rec.
         05 ms-number pic xxx.
         05 ms-name pic x(10).
         05 ms-shift-code pic x.
         05 ms-job-class pic x.
         05 ms-salary pic 99999.
         05 ms-performance pic x.
         05 ms-jobgrade pic x(2).
         05 ms-team pic x(3).
         05 ms-supervisor pic x(12).
      *
       fd print-file
           record contains 132 characters
           data record is print-line.
       01 print-line pic x(132).
      *
       working-storage section.
      *
       01 ws-history-eof pic x value "n".
         88 ws-history-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-done value "y".
      *
       01 ws-emp-param pic x(3) value spaces.
       01 ws-emp-number pic x(3) value spaces.
       01 ws-emp-name pic x(10) value spaces.
       01 ws-emp-salary pic 9(5) value 0.
       01 ws-on-master pic x value "n".
         88 ws-is-on-master value "y".
       01 ws-asof-param pic x(8) value spaces.
       01 ws-asof-date pic 9(8) value 0.
       01 ws-asof-salary pic 9(7)v99 value 0.
       01 ws-asof-found pic x value "n".
         88 ws-asof-is-found value "y".
      *
      *the employee's history rows, put into effective-date order
      *(rows on the same date stay in the order recorded).
       01 ws-row-count pic 9(4) value 0.
       01 ws-row-table.
         05 ws-row-entry occurs 2000 times.
           10 ws-row-data pic x(50).
       01 ws-row-sub pic 9(4) value 0.
       01 ws-row-sub2 pic 9(4) value 0.
       01 ws-row-hold pic x(50).
      *
       01 ws-change pic s9(7)v99 value 0.
       01 ws-change-pct pic s9(4)v9 value 0.
      *
       01 ws-heading1.
         05 filler pic x(30) value "COMPENSATION HISTORY - EMP ".
         05 ws-h1-number pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-h1-name pic x(10).
      *
       01 ws-master-line.
         05 filler pic x(30) value "CURRENT MASTER SALARY:        ".
         05 ws-ml-salary pic zz,zzz,zz9.99.
      *
       01 ws-not-on-master pic x(40) value
           "NOT ON THE CURRENT EMPLOYEE MASTER".
      *
       01 ws-heading2.
         05 filler pic x(26) value "EFFECTIVE   OLD SALARY    ".
         05 filler pic x(25) value "NEW SALARY         CHANGE".
         05 filler pic x(26) value "       %  REASON          ".
         05 filler pic x(19) value "PERF   RECORDED  BY".
      *
       01 ws-detail-line.
         05 ws-dl-effdate pic 9(8).
         05 filler pic x(1) value space.
         05 ws-dl-old pic zz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-dl-new pic zz,zzz,zz9.99.
         05 filler pic x(1) value space.
         05 ws-dl-change pic ---,---,--9.99.
         05 filler pic x(1) value space.
         05 ws-dl-pct pic ----9.9.
         05 filler pic x(2) value spaces.
         05 ws-dl-reason pic x(15).
         05 filler pic x(5) value spaces.
         05 ws-dl-perf pic x(1).
         05 filler pic x(2) value spaces.
         05 ws-dl-rundate pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-dl-source pic x(8).
      *
       01 ws-no-history pic x(40) value
           "NO SALARY HISTORY RECORDED".
      *
       01 ws-asof-line.
         05 filler pic x(18) value "SALARY IN FORCE ON".
         05 filler pic x(1) value space.
         05 ws-al-date pic 9(8).
         05 filler pic x(3) value ":  ".
         05 ws-al-salary pic zz,zzz,zz9.99.
       01 ws-asof-none.
         05 filler pic x(18) value "SALARY IN FORCE ON".
         05 filler pic x(1) value space.
         05 ws-an-date pic 9(8).
         05 filler pic x(36) value
             ":  BEFORE THE FIRST RECORDED CHANGE".
      *
       01 ws-count-line.
         05 filler pic x(30) value "CHANGES ON FILE:              ".
         05 ws-cl-count pic zzzz9.
      *
       procedure division.
      *
       000-main.
           accept ws-emp-param from environment "T2-EMP-NUMBER".
           if ws-emp-param = spaces
               display "Employee number: " with no advancing
               accept ws-emp-param
           end-if.
           move ws-emp-param to ws-emp-number.
           accept ws-asof-param from environment "T2-AS-OF".
           if ws-asof-param is numeric
               move ws-asof-param to ws-asof-date
           end-if.
      *
           perform 010-find-employee.
           perform 020-load-history.
           perform 030-order-history.
      *
           open output print-file.
           move ws-emp-number to ws-h1-number.
           move ws-emp-name to ws-h1-name.
           write print-line from ws-heading1 after advancing 1 line.
           if ws-is-on-master
               move ws-emp-salary to ws-ml-salary
               write print-line from ws-master-line
                 after advancing 1 line
           else
               write print-line from ws-not-on-master
                 after advancing 1 line
           end-if.
           write print-line from ws-heading2 after advancing 2 lines.
      *
           if ws-row-count = 0
               write print-line from ws-no-history
                 after advancing 1 line
           end-if.
           perform 100-print-row
             varying ws-row-sub from 1 by 1
             until ws-row-sub > ws-row-count.
      *
           move ws-row-count to ws-cl-count.
           write print-line from ws-count-line after advancing 2 lines.
           if ws-asof-date > 0
               perform 200-print-asof
           end-if.
           close print-file.
      *
           display "Salary history printed for employee "
             ws-emp-number.
           move 0 to return-code.
           goback.
      *
       010-find-employee.
           open input master-file.
           perform until ws-master-done
               read master-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ms-number = ws-emp-number
                           move "y" to ws-on-master
                           move ms-name to ws-emp-name
                           if ms-salary is numeric
                               move ms-salary to ws-emp-salary
                           end-if
                       end-if
               end-read
           end-perform.
           close master-file.
      *
       020-load-history.
           open input history-file.
           perform until ws-history-yes
               read history-file
                   at end
                       move "y" to ws-history-eof
                   not at end
                       if sh-number = ws-emp-number
                         and ws-row-count < 2000
                           add 1 to ws-row-count
                           move history-rec
                             to ws-row-data(ws-row-count)
                       end-if
               end-read
           end-perform.
           close history-file.
      *
       030-order-history.
      *a future-dated maintenance change can be recorded after a
      *later raise, so the rows are sorted on effective date - an
      *insertion sort, one employee's history being short.
           perform varying ws-row-sub from 2 by 1
             until ws-row-sub > ws-row-count
               move ws-row-data(ws-row-sub) to ws-row-hold
               move ws-row-sub to ws-row-sub2
               perform until ws-row-sub2 = 1
                 or ws-row-data(ws-row-sub2 - 1)(4:8)
                   <= ws-row-hold(4:8)
                   move ws-row-data(ws-row-sub2 - 1)
                     to ws-row-data(ws-row-sub2)
                   subtract 1 from ws-row-sub2
               end-perform
               move ws-row-hold to ws-row-data(ws-row-sub2)
           end-perform.
      *
       100-print-row.
           move ws-row-data(ws-row-sub) to history-rec.
           move sh-effdate to ws-dl-effdate.
           move sh-oldsalary to ws-dl-old.
           move sh-newsalary to ws-dl-new.
           compute ws-change = sh-newsalary - sh-oldsalary.
           move ws-change to ws-dl-change.
           if sh-oldsalary > 0
               compute ws-change-pct rounded =
                 ws-change * 100 / sh-oldsalary
               move ws-change-pct to ws-dl-pct
           else
               move 0 to ws-dl-pct
           end-if.
           evaluate true
               when sh-raise-run
                   move "RAISE RUN" to ws-dl-reason
               when sh-cap-applied
                   move "RAISE - CAPPED" to ws-dl-reason
               when sh-maintenance and sh-oldsalary = 0
                   move "HIRED" to ws-dl-reason
               when sh-maintenance
                   move "MAINTENANCE" to ws-dl-reason
               when sh-termination
                   move "TERMINATED" to ws-dl-reason
               when other
                   move sh-reason to ws-dl-reason
           end-evaluate.
           move sh-performance to ws-dl-perf.
           move sh-rundate to ws-dl-rundate.
           move sh-source to ws-dl-source.
           write print-line from ws-detail-line after advancing 1 line.
      *
           if sh-effdate <= ws-asof-date
               move sh-newsalary to ws-asof-salary
               move "y" to ws-asof-found
           end-if.
      *
       200-print-asof.
           if ws-asof-is-found
               move ws-asof-date to ws-al-date
               move ws-asof-salary to ws-al-salary
               write print-line from ws-asof-line
                 after advancing 1 line
           else
               move ws-asof-date to ws-an-date
               write print-line from ws-asof-none
                 after advancing 1 line
           end-if.
      *
       end program T2-05-P1.
