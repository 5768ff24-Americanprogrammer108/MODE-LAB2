               assign to "../../../Scenario.dat"
               organization is line sequential
               file status is ws-scenario-status.
      *
      *cumulative salary history, shared with T2-03-P1 - every
      *raise run appends the salaries it changed.
           select optional history-file
               assign to "../../../T2-SalaryHistory.dat"
               organization is line sequential
               file status is ws-history-status.
      *
       data division.
       file section.
      *
      *updated teacher master carrying the calculated new salaries -
      *payroll loads this directly instead of re-keying the printed
      *report back into the master by hand. The employee number
      *rides at the end so the weekly payroll register can match
      *timecards to the new salary without disturbing the fields
      *ahead of it.
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
      *one audit record per teacher: what the raise run did and
      *whether the grade cap was applied.
       01 scenario-cap-rec redefines scenario-rec.
         05 filler pic x(3).
         05 sn-cap pic 9(7).
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
       working-storage section.
      *
      *fields the mirrors track do not hold that identity when the
      *grade cap applies).
       01 ws-audit-raise pic s9(5)v99 value 0.
      *
      *the raise takes effect on T2-RAISE-DATE (YYYYMMDD), default
      *today. Employees the history already shows raised by this
      *program on that date are not appended again, so rerunning
      *the raise does not double the history.
       01 ws-history-status pic xx value "00".
         88 ws-history-ok value "00" "05".
       01 ws-history-eof pic x value "n".
         88 ws-history-yes value "y".
       01 ws-raise-date-param pic x(8) value spaces.
       01 ws-raise-date pic 9(8) value 0.
       01 ws-today pic 9(8) value 0.
       01 ws-logged-count pic 9(3) value 0.
       01 ws-logged-table.
         05 ws-logged-entry occurs 999 times
             indexed by ws-logged-idx.
           10 ws-logged-number pic x(3).
       01 ws-logged-found pic x value "n".
         88 ws-logged-is-found value "y".
       procedure division.
       000-main.
      *
           if ws-is-proposal
               open input teacher-file, output print-file
           else
               perform 040-load-history
               open input teacher-file,
                 output print-file, newmaster-file, audit-out-file
               open extend history-file
           end-if.
      *
           perform 050-load-gradecaps.
               close teacher-file, print-file
           else
               close teacher-file, print-file,
                 newmaster-file, audit-out-file, history-file
           end-if.
      *
           display "Print finished.".
      *unit before T2-02-P1 could check how this program came back.
           goback.
      *
       040-load-history.
           move function current-date(1:8) to ws-today.
           accept ws-raise-date-param from environment "T2-RAISE-DATE".
           if ws-raise-date-param is numeric
               move ws-raise-date-param to ws-raise-date
           else
               move ws-today to ws-raise-date
           end-if.
           open input history-file.
           if ws-history-ok
               perform until ws-history-yes
                   read history-file
                       at end
                           move "y" to ws-history-eof
                       not at end
                           if sh-source = "T2-01-P2"
                             and sh-effdate = ws-raise-date
                             and ws-logged-count < 999
                               add 1 to ws-logged-count
                               move sh-number to
                                 ws-logged-number(ws-logged-count)
                           end-if
                   end-read
               end-perform
               close history-file
           end-if.

       050-load-gradecaps.
      *GradeCaps.dat is optional - a grade with no entry (or a missing
      *file entirely) falls back to ws-maxlimit's default of 70000 via
           move in-performance to nm-performance.
           move in-jobgrade to nm-jobgrade.
           move in-shift to nm-shift.
           move in-number to nm-number.
           write newmaster-rec.
      *
           move in-name to au-name.
           end-if.
           move ws-out-newsalary to au-newsalary.
           write audit-out-rec.
      *
           if ws-out-newsalary not = in-salary
             or au-capapplied = "Y"
               perform 270-write-history
           end-if.
      *
       270-write-history.
           move "n" to ws-logged-found.
           set ws-logged-idx to 1.
           search ws-logged-entry
               at end
                   move "n" to ws-logged-found
               when ws-logged-idx > ws-logged-count
                   move "n" to ws-logged-found
               when ws-logged-number(ws-logged-idx) = in-number
                   move "y" to ws-logged-found
           end-search.
           if ws-logged-is-found
               exit paragraph
           end-if.
           move in-number to sh-number.
           move ws-raise-date to sh-effdate.
           move in-salary to sh-oldsalary.
           move ws-out-newsalary to sh-newsalary.
           if au-capapplied = "Y"
               move "C" to sh-reason
           else
               move "R" to sh-reason
           end-if.
           move in-performance to sh-performance.
           move ws-today to sh-rundate.
           move "T2-01-P2" to sh-source.
           move spaces to history-rec(48:3).
           write history-rec.
      *
       175-invalidperformance.
      *in-performance is none of G/S/A - report it instead of letting
