       identification division.
       program-id. RosterBuild.
      *Program Description: Generates the A7 call-center team roster
      *(A7-Teams.dat) from the employee master (T2-01-P1.dat), where
      *each operator's team and supervisor are kept and changed
      *through T2-03-P1's dated maintenance transactions - the roster
      *is rebuilt every run instead of being hand-typed, so a new
      *hire shows on a team from the day the team is assigned.
      *Program1 calls this before loading the roster.
      *
      *Also prints an exception report (A7-RosterExceptions.out) of
      *every operator in A7.dat who is not on the employee master -
      *told apart as terminated there (a termination row in
      *T2-SalaryHistory.dat) or never on it - and of operators on
      *the master with no team assigned, who report under UNA.

       environment division.
       configuration section.
       input-output section.

       file-control.
           select optional master-file
           assign to "../../../T2-01-P1.dat"
           organization is line sequential.

           select optional history-file
           assign to "../../../T2-SalaryHistory.dat"
           organization is line sequential.

           select optional input-file
           assign to "../../../A7.dat"
           organization is line sequential.

           select team-file
           assign to "../../../A7-Teams.dat"
           organization is line sequential.

           select output-file
           assign to "../../../A7-RosterExceptions.out"
           organization is line sequential.

       data division.
       file section.

       fd master-file
           data record is master-rec
           record contains 38 characters.
      *
       01 master-rec.
         05 ms-number pic x(3).
         05 ms-name pic x(10).
         05 filler pic x(10).
         05 ms-team pic x(3).
         05 ms-supervisor pic x(12).
      *
       fd history-file
           data record is history-rec
           record contains 50 characters.
      *
       01 history-rec.
         05 sh-number pic x(3).
         05 sh-effdate pic 9(8).
         05 filler pic x(18).
         05 sh-reason pic x.
           88 sh-termination value "T".
         05 filler pic x(20).
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
       fd team-file
           data record is team-rec
           record contains 18 characters.
      *
       01 team-rec.
         05 tm-num pic x(3).
         05 tm-team pic x(3).
         05 tm-supervisor pic x(12).
      *
       fd output-file
           data record is output-line
           record contains 80 characters.
      *
       01 output-line pic x(80).

       working-storage section.
       01 ws-master-eof pic x value "n".
         88 ws-master-done value "y".
       01 ws-history-eof pic x value "n".
         88 ws-history-done value "y".
       01 ws-eof-flag pic x value "n".
         88 ws-end-of-file value "y".
      *
      *the employee master, held for the A7.dat lookups.
       01 ws-emp-count pic 9(3) value 0.
       01 ws-emp-table.
         05 ws-emp-entry occurs 999 times
             indexed by ws-emp-idx.
           10 ws-emp-num pic x(3).
           10 ws-emp-team pic x(3).
       01 ws-emp-found pic x value "n".
         88 ws-emp-is-found value "y".
      *
      *latest termination date per employee number.
       01 ws-term-count pic 9(3) value 0.
       01 ws-term-table.
         05 ws-term-entry occurs 999 times
             indexed by ws-term-idx.
           10 ws-term-num pic x(3).
           10 ws-term-date pic 9(8).
       01 ws-term-found pic x value "n".
         88 ws-term-is-found value "y".
      *
       01 ws-roster-written pic 9(3) value 0.
       01 ws-unassigned pic 9(3) value 0.
       01 ws-operators-read pic 9(3) value 0.
       01 ws-not-on-master pic 9(3) value 0.
       01 ws-terminated pic 9(3) value 0.
       01 ws-no-team pic 9(3) value 0.
      *
       01 ws-heading1 pic x(40) value
           "A7 TEAM ROSTER BUILD - EXCEPTIONS".
      *
       01 ws-heading2.
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "Operator".
         05 filler pic x(2) value spaces.
         05 filler pic x(12) value "Name".
         05 filler pic x(2) value spaces.
         05 filler pic x(9) value "Exception".
      *
       01 ws-exception-line.
         05 filler pic x(7) value spaces.
         05 ws-el-num pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-el-name pic x(12).
         05 filler pic x(2) value spaces.
         05 ws-el-text pic x(30).
         05 ws-el-date pic x(8).
      *
       01 ws-exception-none-line pic x(40) value
           "  (no roster exceptions)".
      *
       01 ws-count-line.
         05 filler pic x(2) value spaces.
         05 ws-cl-text pic x(32).
         05 ws-cl-count pic zz9.

       procedure division.

           perform 010-load-history.
           perform 020-build-roster.

           open output output-file.
           write output-line from ws-heading1.
           write output-line from " ".
           write output-line from ws-heading2.

           open input input-file.
           perform 100-check-operator until ws-end-of-file.
           close input-file.

           if ws-not-on-master = 0 and ws-no-team = 0
               write output-line from ws-exception-none-line
           end-if.

           write output-line from " ".
           move "Employees on the roster:" to ws-cl-text.
           move ws-roster-written to ws-cl-count.
           write output-line from ws-count-line.
           move "Employees with no team:" to ws-cl-text.
           move ws-unassigned to ws-cl-count.
           write output-line from ws-count-line.
           move "A7 operators read:" to ws-cl-text.
           move ws-operators-read to ws-cl-count.
           write output-line from ws-count-line.
           move "Terminated on the master:" to ws-cl-text.
           move ws-terminated to ws-cl-count.
           write output-line from ws-count-line.
           move "Not on the employee master:" to ws-cl-text.
           compute ws-cl-count = ws-not-on-master - ws-terminated.
           write output-line from ws-count-line.
           move "On the master, no team (UNA):" to ws-cl-text.
           move ws-no-team to ws-cl-count.
           write output-line from ws-count-line.
           close output-file.

           display "roster built".
           move 0 to return-code.
           goback.

       010-load-history.
           open input history-file.
           perform until ws-history-done
               read history-file
                   at end
                       move "y" to ws-history-eof
                   not at end
                       if sh-termination
                           perform 015-keep-termination
                       end-if
               end-read
           end-perform.
           close history-file.

       015-keep-termination.
           move "n" to ws-term-found.
           set ws-term-idx to 1.
           search ws-term-entry
               at end
                   move "n" to ws-term-found
               when ws-term-idx > ws-term-count
                   move "n" to ws-term-found
               when ws-term-num(ws-term-idx) = sh-number
                   move "y" to ws-term-found
           end-search.
           if ws-term-is-found
               if sh-effdate > ws-term-date(ws-term-idx)
                   move sh-effdate to ws-term-date(ws-term-idx)
               end-if
           else
               if ws-term-count < 999
                   add 1 to ws-term-count
                   move sh-number to ws-term-num(ws-term-count)
                   move sh-effdate to ws-term-date(ws-term-count)
               end-if
           end-if.

       020-build-roster.
      *everyone with a team assigned goes on the roster; the rest
      *are left off so Program1 reports them under UNA.
           open input master-file.
           open output team-file.
           perform until ws-master-done
               read master-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-emp-count < 999
                           add 1 to ws-emp-count
                           move ms-number
                             to ws-emp-num(ws-emp-count)
                           move ms-team
                             to ws-emp-team(ws-emp-count)
                       end-if
                       if ms-team = spaces
                           add 1 to ws-unassigned
                       else
                           move ms-number to tm-num
                           move ms-team to tm-team
                           move ms-supervisor to tm-supervisor
                           write team-rec
                           add 1 to ws-roster-written
                       end-if
               end-read
           end-perform.
           close master-file, team-file.

       100-check-operator.
           read input-file
               at end
                   move "y" to ws-eof-flag
               not at end
                   add 1 to ws-operators-read
                   perform 150-lookup-operator.

       150-lookup-operator.
           move spaces to ws-el-text, ws-el-date.
           move emp-rec-num to ws-el-num.
           move emp-rec-name to ws-el-name.
           move "n" to ws-emp-found.
           set ws-emp-idx to 1.
           search ws-emp-entry
               at end
                   move "n" to ws-emp-found
               when ws-emp-idx > ws-emp-count
                   move "n" to ws-emp-found
               when ws-emp-num(ws-emp-idx) = emp-rec-num
                   move "y" to ws-emp-found
           end-search.

           if ws-emp-is-found
               if ws-emp-team(ws-emp-idx) = spaces
                   add 1 to ws-no-team
                   move "NO TEAM ASSIGNED - UNA" to ws-el-text
                   write output-line from ws-exception-line
               end-if
           else
               add 1 to ws-not-on-master
               perform 160-lookup-termination
               write output-line from ws-exception-line
           end-if.

       160-lookup-termination.
           move "n" to ws-term-found.
           set ws-term-idx to 1.
           search ws-term-entry
               at end
                   move "n" to ws-term-found
               when ws-term-idx > ws-term-count
                   move "n" to ws-term-found
               when ws-term-num(ws-term-idx) = emp-rec-num
                   move "y" to ws-term-found
           end-search.
           if ws-term-is-found
               add 1 to ws-terminated
               move "TERMINATED ON THE MASTER" to ws-el-text
               move ws-term-date(ws-term-idx) to ws-el-date
           else
               move "NOT ON THE EMPLOYEE MASTER" to ws-el-text
           end-if.

       end program RosterBuild.
