      *employee number on add, missing number on change and delete -
      *and every applied or rejected change lands on the audit
      *report with before and after images. The master is rewritten
      *only after all due transactions are applied. A hire, or a
      *change that moves the salary, is also appended to the
      *cumulative salary history (T2-SalaryHistory.dat) with the
      *transaction's effective date, so the history shows when and
      *why each employee's pay changed; a delete is logged there as
      *a termination, which the A7 roster build reports on.
      *
      *The employee record carries the call-center team and its
      *supervisor, so a team move is an ordinary dated change
      *transaction - the A7 team roster is generated from it.
      *
      *Transaction layout (47 bytes):
      *  action  x(1)  A = add, C = change, D = delete
      *  effdate 9(8)  first date the change is in force
      *  record  x(38) the full employee record (T2-01-P1 layout)

       environment division.
       input-output section.
           select print-file
               assign to "../../../T2-03-P1.out"
               organization is line sequential.
      *
           select optional history-file
               assign to "../../../T2-SalaryHistory.dat"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd maint-tx-file
           data record is maint-tx-rec
           record contains 47 characters.
       01 maint-tx-rec.
         05 mt-action pic x.
           88 mt-add value "A".
           10 mt-salary pic 99999.
           10 mt-performance pic x.
           10 mt-jobgrade pic x(2).
           10 mt-team pic x(3).
           10 mt-supervisor pic x(12).
      *
       fd master-file
           data record is master-rec
           record contains 38 characters.
       01 master-rec.
         05 ms-number pic xxx.
         05 ms-data pic x(35).
      *
       fd print-file
           record contains 132 characters
           data record is print-line.
       01 print-line pic x(132).
      *
      *one line per salary change, appended by the raise run
      *(T2-01-P2) and by this maintenance run.
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
         05 ws-emp-entry occurs 999 times
             indexed by ws-emp-idx.
           10 ws-emp-number pic xxx.
           10 ws-emp-data pic x(35).
       01 ws-emp-found pic x value "n".
         88 ws-emp-is-found value "y".
      *
      *future-dated transactions held back for a later run.
       01 ws-held-count pic 9(3) value 0.
       01 ws-held-table.
         05 ws-held-tx pic x(47) occurs 200 times.
       01 ws-held-sub pic 9(3) value 0.
      *
       01 ws-applied-count pic 9(3) value 0.
       01 ws-rejected-count pic 9(3) value 0.
       01 ws-sub pic 9(3) value 0.
       01 ws-today pic 9(8) value 0.
       01 ws-old-salary pic 9(5) value 0.
      *
       01 ws-heading pic x(40) value
           "EMPLOYEE MASTER MAINTENANCE AUDIT".
       01 ws-audit-detail.
         05 filler pic x(2) value spaces.
         05 ws-ad-tag pic x(9).
         05 ws-ad-image pic x(40).
      *
       01 ws-reject-line.
         05 filler pic x(2) value spaces.
           write print-line from ws-heading
             after advancing 1 line.
      *
           open extend history-file.
           open input maint-tx-file.
           perform 100-read-tx until ws-tx-yes.
           close maint-tx-file.
           close history-file.
      *
           move spaces to print-line.
           write print-line after advancing 1 line.
                 and mt-salary is not numeric
                   move "INVALID SALARY" to ws-rj-reason
                   perform 700-reject
               when (mt-add or mt-change)
                 and mt-team not = spaces
                 and mt-supervisor = spaces
                   move "TEAM HAS NO SUPERVISOR" to ws-rj-reason
                   perform 700-reject
               when mt-add and ws-emp-is-found
                   move "DUPLICATE NUMBER" to ws-rj-reason
                   perform 700-reject
               when mt-add
                   move 0 to ws-old-salary
                   perform 730-write-history
                   add 1 to ws-emp-count
                   move mt-number to ws-emp-number(ws-emp-count)
                   move mt-record(4:35)
                     to ws-emp-data(ws-emp-count)
                   set ws-emp-idx to ws-emp-count
                   perform 710-audit-after
                   perform 700-reject
               when mt-change
                   perform 720-audit-before
                   if ws-emp-data(ws-emp-idx)(13:5) is numeric
                       move ws-emp-data(ws-emp-idx)(13:5)
                         to ws-old-salary
                   else
                       move 0 to ws-old-salary
                   end-if
                   if mt-salary not = ws-old-salary
                       perform 730-write-history
                   end-if
                   move mt-record(4:35)
                     to ws-emp-data(ws-emp-idx)
                   perform 710-audit-after
               when mt-delete
                   perform 720-audit-before
                   perform 740-write-termination
                   set ws-sub to ws-emp-idx
                   perform until ws-sub >= ws-emp-count
                       move ws-emp-entry(ws-sub + 1)
             delimited by size into ws-ad-image.
           write print-line from ws-audit-detail
             after advancing 1 line.
      *
       730-write-history.
           move mt-number to sh-number.
           move mt-effdate to sh-effdate.
           move ws-old-salary to sh-oldsalary.
           move mt-salary to sh-newsalary.
           move "M" to sh-reason.
           move mt-performance to sh-performance.
           move ws-today to sh-rundate.
           move "T2-03-P1" to sh-source.
           move spaces to history-rec(48:3).
           write history-rec.
      *
       740-write-termination.
      *the leaving salary goes to zero - the roster build tells a
      *terminated operator from one who was never on the master by
      *this row.
           move mt-number to sh-number.
           move mt-effdate to sh-effdate.
           if ws-emp-data(ws-emp-idx)(13:5) is numeric
               move ws-emp-data(ws-emp-idx)(13:5) to sh-oldsalary
           else
               move 0 to sh-oldsalary
           end-if.
           move 0 to sh-newsalary.
           move "T" to sh-reason.
           move ws-emp-data(ws-emp-idx)(18:1) to sh-performance.
           move ws-today to sh-rundate.
           move "T2-03-P1" to sh-source.
           move spaces to history-rec(48:3).
           write history-rec.
      *
       700-reject.
           write print-line from ws-reject-line
