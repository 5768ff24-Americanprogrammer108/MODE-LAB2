       identification division.
       program-id. EmployeePurchases.
      *Program Description: Nightly employee purchase monitor for
      *loss prevention and HR. Staff shop under their loyalty
      *numbers; EmployeeCustomers.dat links each employee number to
      *the CustomerMaster customer number the employee shops under,
      *the way EmployeeCashiers.dat links it to a cashier ID, and
      *only employees still on the validated HR feed CashierFeed
      *reads (EmployeeValid.dat) count - when HR has staged no feed
      *every link is taken as current. An employee's home store is
      *the store of their cashier ID on CashierMaster.
      *Tonight's sales, returns and voids (this run's s/r/v files)
      *are flagged where the customer on the transaction is the
      *cashier who rang it, or another employee of the store it was
      *rung in; every flag also goes on the exception hub. Each
      *employee's purchases (sales and layaways), returns and voids
      *month to date (the dated s/l/r/v files in ../data and
      *../data/archive, every -Rnn run, since the first of the
      *month) are totalled by home store against the monthly
      *allowance EMPLOYEE_ALLOWANCE (default 500.00); an employee
      *whose net purchases go over it tonight is raised on the hub
      *once. Links that could not be used are listed for HR.

       environment division.
       input-output section.
       file-control.
           select optional link-file
           assign to "../data/EmployeeCustomers.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional employee-file
           assign to "../data/EmployeeValid.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional xref-file
           assign to "../data/EmployeeCashiers.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional cashier-file
           assign to "../data/CashierMaster.dat"
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

           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *employee number to the customer number they shop under.
       fd link-file
           data record is link-rec
           record contains 11 characters.
       01 link-rec.
         05 lk-employee pic x(3).
         05 lk-customer pic x(8).

      *staged copy of the validated employee hand-off - same layout
      *T2-02-P1 writes.
       fd employee-file
           data record is employee-rec
           record contains 32 characters.
       01 employee-rec.
         05 em-number pic x(3).
         05 em-name pic x(20).
         05 em-salary pic 9(5).
         05 em-performance pic x(1).
         05 em-jobgrade pic x(2).
         05 em-shift pic x(1).

      *employee number to cashier ID, as CashierFeed reads it.
       fd xref-file
           data record is xref-rec
           record contains 8 characters.
       01 xref-rec.
         05 xr-employee pic x(3).
         05 xr-cashier pic x(5).

       fd cashier-file
           data record is cashier-master-rec
           record contains 28 characters.
       01 cashier-master-rec.
         05 cashier-master-id pic x(5).
         05 cashier-master-name pic x(20).
         05 cashier-master-store pic x(2).
         05 cashier-master-active pic x(1).

       fd customer-file
           data record is customer-master-rec
           record contains 29 characters.
       01 customer-master-rec.
         05 customer-master-number pic x(8).
         05 customer-master-name pic x(20).
         05 customer-master-status pic x(1).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

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

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
           05 eh-source pic x(15).
           05 eh-severity pic x(1).
           05 eh-store pic x(2).
           05 eh-text pic x(60).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line pic x(132).

       working-storage section.
       01 ws-link-eof pic x value "n".
         88 ws-link-yes value "y".
       01 ws-employee-eof pic x value "n".
         88 ws-employee-yes value "y".
       01 ws-xref-eof pic x value "n".
         88 ws-xref-yes value "y".
       01 ws-cashier-eof pic x value "n".
         88 ws-cashier-yes value "y".
       01 ws-customer-eof pic x value "n".
         88 ws-customer-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".

       01 ws-allowance-param pic x(9) value spaces.
       01 ws-allowance pic 9(5)v99 value 500.00.

      *the validated employee feed: number and name.
       01 ws-feed-count pic 9(3) value 0.
       01 ws-feed-table.
         05 ws-feed-entry occurs 999 times
             indexed by ws-feed-idx.
           10 ws-feed-number pic x(3).
           10 ws-feed-name pic x(20).
       01 ws-feed-found pic x value "n".
         88 ws-feed-is-found value "y".

      *cashier IDs with the employee they belong to and the store
      *they ring in.
       01 ws-xref-count pic 9(3) value 0.
       01 ws-xref-table.
         05 ws-xref-entry occurs 999 times
             indexed by ws-xref-idx.
           10 ws-xref-employee pic x(3).
           10 ws-xref-cashier pic x(5).
           10 ws-xref-store pic x(2).
       01 ws-xref-found pic x value "n".
         88 ws-xref-is-found value "y".
       01 ws-cashier-employee pic x(3) value spaces.

       01 ws-cashier-count pic 9(4) value 0.
       01 ws-cashier-table.
         05 ws-cashier-entry occurs 1000 times
             indexed by ws-cashier-idx.
           10 ws-cashier-id pic x(5).
           10 ws-cashier-name pic x(20).
           10 ws-cashier-store pic x(2).

       01 ws-customer-count pic 9(5) value 0.
       01 ws-customer-table.
         05 ws-customer-entry occurs 20000 times
             indexed by ws-customer-idx.
           10 ws-customer-number pic x(8).
           10 ws-customer-name pic x(20).
           10 ws-customer-status pic x(1).
       01 ws-customer-found pic x value "n".
         88 ws-customer-is-found value "y".

      *the employees being watched, with their month-to-date totals.
       01 ws-emp-count pic 9(3) value 0.
       01 ws-emp-table.
         05 ws-emp-entry occurs 999 times
             indexed by ws-emp-idx.
           10 ws-emp-number pic x(3).
           10 ws-emp-name pic x(20).
           10 ws-emp-customer pic x(8).
           10 ws-emp-store pic x(2).
           10 ws-emp-purchases pic 9(7)v99.
           10 ws-emp-returns pic 9(7)v99.
           10 ws-emp-voids pic 9(7)v99.
           10 ws-emp-tonight pic s9(7)v99.
           10 ws-emp-lines pic 9(5).
           10 ws-emp-flags pic 9(3).
           10 ws-emp-printed pic x(1).
       01 ws-emp-hit pic 9(3) value 0.
       01 ws-emp-found pic x value "n".
         88 ws-emp-is-found value "y".
       01 ws-emp-net pic s9(7)v99 value 0.
       01 ws-emp-before pic s9(7)v99 value 0.

      *links HR has to look at, listed at the end of the report.
       01 ws-review-count pic 9(3) value 0.
       01 ws-review-table.
         05 ws-review-entry occurs 200 times.
           10 ws-review-employee pic x(3).
           10 ws-review-customer pic x(8).
           10 ws-review-reason pic x(30).
       01 ws-review-reason-hold pic x(30) value spaces.

      *tonight's flagged invoices, one entry per invoice.
       01 ws-flag-count pic 9(3) value 0.
       01 ws-flag-table.
         05 ws-flag-entry occurs 500 times.
           10 ws-flag-store pic x(2).
           10 ws-flag-code pic x(1).
           10 ws-flag-invoice pic x(9).
           10 ws-flag-cashier pic x(5).
           10 ws-flag-emp pic 9(3).
           10 ws-flag-amount pic 9(7)v99.
           10 ws-flag-kind pic x(8).
       01 ws-flag-sub pic 9(3) value 0.
       01 ws-flag-kind-hold pic x(8) value spaces.
       01 ws-flag-dropped pic 9(5) value 0.

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-name pic x(20) value spaces.
       01 ws-store-name-out pic x(20) value spaces.

      *store and chain totals for the month-to-date section.
       01 ws-tot-employees pic 9(5) value 0.
       01 ws-tot-lines pic 9(7) value 0.
       01 ws-tot-purchases pic 9(9)v99 value 0.
       01 ws-tot-returns pic 9(9)v99 value 0.
       01 ws-tot-voids pic 9(9)v99 value 0.
       01 ws-tot-over pic 9(5) value 0.
       01 ws-chain-employees pic 9(5) value 0.
       01 ws-chain-lines pic 9(7) value 0.
       01 ws-chain-purchases pic 9(9)v99 value 0.
       01 ws-chain-returns pic 9(9)v99 value 0.
       01 ws-chain-voids pic 9(9)v99 value 0.
       01 ws-chain-over pic 9(5) value 0.
       01 ws-group-store pic x(2) value spaces.
       01 ws-over-edit pic zzzz9.

       01 ws-run-int pic 9(8) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-tonight pic x value "n".
         88 ws-is-tonight value "y".
       01 ws-run-seq pic 99 value 1.

       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(4) value "slrv".
       01 ws-seq-sub pic 99 value 0.
       01 ws-day-seq pic x(4) value spaces.
       01 ws-in-archive pic x value "n".
         88 ws-from-archive value "y".

       01 ws-heading.
         05 filler pic x(34) value
             "EMPLOYEE PURCHASE MONITOR - MONTH ".
         05 ws-hd-from pic 9(8).
         05 filler pic x(4) value " TO ".
         05 ws-hd-thru pic 9(8).
         05 filler pic x(13) value "  ALLOWANCE ".
         05 ws-hd-allowance pic zz,zz9.99.

       01 ws-nofeed-line pic x(60) value
           "NO EMPLOYEE FILE STAGED - EVERY LINK TAKEN AS CURRENT".

       01 ws-section-line pic x(60) value spaces.

       01 ws-flag-header.
         05 filler pic x(50) value
             "  KIND     STORE T INVOICE   CASHIER NAME         ".
         05 filler pic x(53) value
             "         EMP NAME                 CUSTOMER     AMOUNT".

       01 ws-flag-line.
         05 filler pic x(2) value spaces.
         05 ws-fl-kind pic x(8).
         05 filler pic x(1) value space.
         05 ws-fl-store pic x(2).
         05 filler pic x(4) value spaces.
         05 ws-fl-code pic x(1).
         05 filler pic x(1) value space.
         05 ws-fl-invoice pic x(9).
         05 filler pic x(1) value space.
         05 ws-fl-cashier pic x(5).
         05 filler pic x(3) value spaces.
         05 ws-fl-cashier-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-fl-emp pic x(3).
         05 filler pic x(1) value space.
         05 ws-fl-emp-name pic x(20).
         05 filler pic x(1) value space.
         05 ws-fl-customer pic x(8).
         05 filler pic x(1) value space.
         05 ws-fl-amount pic zzz,zz9.99.

       01 ws-none-line pic x(20) value "  NONE".

       01 ws-mtd-header.
         05 filler pic x(50) value
             "  EMP NAME                 CUSTOMER LINES     PURC".
         05 filler pic x(48) value
             "HASES       RETURNS         VOIDS            NET".

       01 ws-store-head-line.
         05 filler pic x(7) value " STORE ".
         05 ws-sh-store pic x(2).
         05 filler pic x(1) value space.
         05 ws-sh-name pic x(20).

       01 ws-mtd-line.
         05 filler pic x(2) value spaces.
         05 ws-ml-emp pic x(3).
         05 filler pic x(1) value space.
         05 ws-ml-name pic x(20).
         05 filler pic x(1) value space.
         05 ws-ml-customer pic x(8).
         05 ws-ml-lines pic zzzzz9.
         05 ws-ml-purchases pic zzz,zzz,zz9.99.
         05 ws-ml-returns pic zzz,zzz,zz9.99.
         05 ws-ml-voids pic zzz,zzz,zz9.99.
         05 ws-ml-net pic zzz,zzz,zz9.99-.
         05 filler pic x(1) value space.
         05 ws-ml-over pic x(14).

       01 ws-review-header pic x(60) value
           "LINKS NOT USED - FOR HR REVIEW".
       01 ws-review-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(9) value "EMPLOYEE ".
         05 ws-rv-employee pic x(3).
         05 filler pic x(10) value " CUSTOMER ".
         05 ws-rv-customer pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rv-reason pic x(30).

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

       01 ws-output-filename.
         05 filler pic x(26) value "../data/EmployeePurchases-".
         05 ws-output-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-output-filename-seq pic x(4) value spaces.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 015-load-feed.
           perform 020-load-cashiers.
           perform 025-load-xref.
           perform 030-load-customers.
           perform 035-load-links.

           open extend exception-hub-file.
           move "../data/ExceptionHub.dat" to ws-io-filename.
           perform 900-checkfilestatus.

           if ws-emp-count > 0
               compute ws-sweep-int =
                 function integer-of-date(ws-start-date)
               perform 100-sweep-one-date
                 until ws-sweep-int > ws-run-int
               perform 300-check-allowance
                 varying ws-emp-idx from 1 by 1
                 until ws-emp-idx > ws-emp-count
           end-if.
           close exception-hub-file.

           perform 500-write-report.

           display "Employee purchase monitor finished".
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
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
      *keeps the plain file names so a normal night is unchanged,
      *later runs suffix every dated name with -Rnn.
           accept ws-run-seq-param from environment "RUN_SEQ".
           if ws-run-seq-param is numeric
             and ws-run-seq-param > "01"
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
               move ws-run-seq-param to ws-run-seq
           end-if.
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           compute ws-run-int =
             function integer-of-date(ws-run-date).
           move ws-run-date to ws-start-date.
           move "01" to ws-start-date(7:2).

           accept ws-allowance-param
             from environment "EMPLOYEE_ALLOWANCE".
           if function trim(ws-allowance-param) not = spaces
             and function test-numval(ws-allowance-param) = 0
               move function numval(ws-allowance-param)
                 to ws-allowance
           end-if.

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

       015-load-feed.
           open input employee-file.
           move "../data/EmployeeValid.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-employee-yes
               read employee-file
                   at end
                       move "y" to ws-employee-eof
                   not at end
                       if ws-feed-count < 999
                           add 1 to ws-feed-count
                           move em-number
                             to ws-feed-number(ws-feed-count)
                           move em-name
                             to ws-feed-name(ws-feed-count)
                       end-if
               end-read
           end-perform.
           close employee-file.

       020-load-cashiers.
           open input cashier-file.
           move "../data/CashierMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-cashier-yes
               read cashier-file
                   at end
                       move "y" to ws-cashier-eof
                   not at end
                       if ws-cashier-count < 1000
                           add 1 to ws-cashier-count
                           move cashier-master-id
                             to ws-cashier-id(ws-cashier-count)
                           move cashier-master-name
                             to ws-cashier-name(ws-cashier-count)
                           move cashier-master-store
                             to ws-cashier-store(ws-cashier-count)
                       end-if
               end-read
           end-perform.
           close cashier-file.

       025-load-xref.
           open input xref-file.
           move "../data/EmployeeCashiers.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-xref-yes
               read xref-file
                   at end
                       move "y" to ws-xref-eof
                   not at end
                       if ws-xref-count < 999
                           add 1 to ws-xref-count
                           move xr-employee
                             to ws-xref-employee(ws-xref-count)
                           move xr-cashier
                             to ws-xref-cashier(ws-xref-count)
                           move spaces to ws-xref-store(ws-xref-count)
                           perform varying ws-cashier-idx from 1 by 1
                             until ws-cashier-idx > ws-cashier-count
                               if ws-cashier-id(ws-cashier-idx)
                                 = xr-cashier
                                   move ws-cashier-store(ws-cashier-idx)
                                     to ws-xref-store(ws-xref-count)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform.
           close xref-file.

       030-load-customers.
           open input customer-file.
           move "../data/CustomerMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-customer-yes
               read customer-file
                   at end
                       move "y" to ws-customer-eof
                   not at end
                       if ws-customer-count < 20000
                           add 1 to ws-customer-count
                           move customer-master-number
                             to ws-customer-number(ws-customer-count)
                           move customer-master-name
                             to ws-customer-name(ws-customer-count)
                           move customer-master-status
                             to ws-customer-status(ws-customer-count)
                       end-if
               end-read
           end-perform.
           close customer-file.

       035-load-links.
           open input link-file.
           move "../data/EmployeeCustomers.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-link-yes
               read link-file
                   at end
                       move "y" to ws-link-eof
                   not at end
                       if link-rec not = spaces
                           perform 040-take-link
                       end-if
               end-read
           end-perform.
           close link-file.

       040-take-link.
      *a link is used when the employee is still on the HR feed (or
      *no feed was staged) and the customer is active on the master;
      *anything else is listed for HR and left alone.
           move "y" to ws-feed-found.
           if ws-feed-count > 0
               move "n" to ws-feed-found
               perform varying ws-feed-idx from 1 by 1
                 until ws-feed-idx > ws-feed-count
                   or ws-feed-is-found
                   if ws-feed-number(ws-feed-idx) = lk-employee
                       move "y" to ws-feed-found
                   end-if
               end-perform
               set ws-feed-idx down by 1
           end-if.
           if not ws-feed-is-found
               move "EMPLOYEE NOT ON HR FEED" to ws-review-reason-hold
               perform 045-add-review
               exit paragraph
           end-if.
           move "n" to ws-customer-found.
           perform varying ws-customer-idx from 1 by 1
             until ws-customer-idx > ws-customer-count
               or ws-customer-is-found
               if ws-customer-number(ws-customer-idx) = lk-customer
                   move "y" to ws-customer-found
               end-if
           end-perform.
           set ws-customer-idx down by 1.
           if not ws-customer-is-found
               move "CUSTOMER NOT ON MASTER" to ws-review-reason-hold
               perform 045-add-review
               exit paragraph
           end-if.
           if ws-customer-status(ws-customer-idx) not = "A"
               move "CUSTOMER NOT ACTIVE" to ws-review-reason-hold
               perform 045-add-review
               exit paragraph
           end-if.
           perform varying ws-emp-idx from 1 by 1
             until ws-emp-idx > ws-emp-count
               if ws-emp-customer(ws-emp-idx) = lk-customer
                   move "CUSTOMER LINKED TWICE"
                     to ws-review-reason-hold
                   perform 045-add-review
                   exit paragraph
               end-if
           end-perform.
           if ws-emp-count >= 999
               exit paragraph
           end-if.

           add 1 to ws-emp-count.
           initialize ws-emp-entry(ws-emp-count).
           move lk-employee to ws-emp-number(ws-emp-count).
           move lk-customer to ws-emp-customer(ws-emp-count).
           if ws-feed-count > 0
               move ws-feed-name(ws-feed-idx)
                 to ws-emp-name(ws-emp-count)
           else
               move ws-customer-name(ws-customer-idx)
                 to ws-emp-name(ws-emp-count)
           end-if.
      *the home store is the store of the employee's first cashier
      *ID that is on CashierMaster.
           move spaces to ws-emp-store(ws-emp-count).
           perform varying ws-xref-idx from 1 by 1
             until ws-xref-idx > ws-xref-count
               if ws-xref-employee(ws-xref-idx) = lk-employee
                 and ws-xref-store(ws-xref-idx) not = spaces
                 and ws-emp-store(ws-emp-count) = spaces
                   move ws-xref-store(ws-xref-idx)
                     to ws-emp-store(ws-emp-count)
               end-if
           end-perform.
           move "n" to ws-emp-printed(ws-emp-count).

       045-add-review.
           if ws-review-count < 200
               add 1 to ws-review-count
               move lk-employee to ws-review-employee(ws-review-count)
               move lk-customer to ws-review-customer(ws-review-count)
               move ws-review-reason-hold
                 to ws-review-reason(ws-review-count)
           end-if.

       100-sweep-one-date.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           perform 110-sweep-one-code
             varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 4.
           add 1 to ws-sweep-int.

       110-sweep-one-code.
           perform 120-sweep-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       120-sweep-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants
      *of a same-day supplemental run; ArchiveJob moves the older
      *ones to ../data/archive under the same name. Only this run's
      *own files are tonight's.
           if ws-seq-sub = 1
               move spaces to ws-day-seq
           else
               move "-R0" to ws-day-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-seq(4:1)
           end-if.
           move "n" to ws-tonight.
           if ws-sweep-int = ws-run-int and ws-seq-sub = ws-run-seq
               move "y" to ws-tonight
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
      *the lines of one invoice come together, so the employee just
      *found is tried first.
           move "n" to ws-emp-found.
           if ws-emp-hit > 0
               if ws-emp-customer(ws-emp-hit) = il-customer
                   move "y" to ws-emp-found
               end-if
           end-if.
           if not ws-emp-is-found
               perform varying ws-emp-idx from 1 by 1
                 until ws-emp-idx > ws-emp-count
                   or ws-emp-is-found
                   if ws-emp-customer(ws-emp-idx) = il-customer
                       move "y" to ws-emp-found
                       set ws-emp-hit to ws-emp-idx
                   end-if
               end-perform
           end-if.
           if not ws-emp-is-found
               exit paragraph
           end-if.

           add 1 to ws-emp-lines(ws-emp-hit).
           evaluate il-transactioncode
               when "S"
               when "L"
                   add il-transactionamount
                     to ws-emp-purchases(ws-emp-hit)
                   if ws-is-tonight
                       add il-transactionamount
                         to ws-emp-tonight(ws-emp-hit)
                   end-if
               when "R"
                   add il-transactionamount
                     to ws-emp-returns(ws-emp-hit)
                   if ws-is-tonight
                       subtract il-transactionamount
                         from ws-emp-tonight(ws-emp-hit)
                   end-if
               when "V"
                   add il-transactionamount
                     to ws-emp-voids(ws-emp-hit)
                   if ws-is-tonight
                       subtract il-transactionamount
                         from ws-emp-tonight(ws-emp-hit)
                   end-if
           end-evaluate.
           if ws-is-tonight and il-transactioncode not = "L"
               perform 210-check-cashier
           end-if.

       210-check-cashier.
      *own: the cashier ID belongs to the employee on the
      *transaction. Coworker: the employee works at the store the
      *transaction was rung in, whoever rang it.
           move spaces to ws-cashier-employee.
           perform varying ws-xref-idx from 1 by 1
             until ws-xref-idx > ws-xref-count
               if ws-xref-cashier(ws-xref-idx) = il-cashierid
                   move ws-xref-employee(ws-xref-idx)
                     to ws-cashier-employee
               end-if
           end-perform.
           evaluate true
               when ws-cashier-employee = ws-emp-number(ws-emp-hit)
                   move "OWN" to ws-flag-kind-hold
               when ws-emp-store(ws-emp-hit) = il-storenumber
                   move "COWORKER" to ws-flag-kind-hold
               when other
                   exit paragraph
           end-evaluate.

      *further lines of the invoice just flagged add to it.
           if ws-flag-count > 0
               if ws-flag-store(ws-flag-count) = il-storenumber
                 and ws-flag-code(ws-flag-count) = il-transactioncode
                 and ws-flag-invoice(ws-flag-count) = il-invoicenumber
                 and ws-flag-emp(ws-flag-count) = ws-emp-hit
                   add il-transactionamount
                     to ws-flag-amount(ws-flag-count)
                   exit paragraph
               end-if
           end-if.
           if ws-flag-count >= 500
               add 1 to ws-flag-dropped
           else
               add 1 to ws-flag-count
               move il-storenumber to ws-flag-store(ws-flag-count)
               move il-transactioncode to ws-flag-code(ws-flag-count)
               move il-invoicenumber to ws-flag-invoice(ws-flag-count)
               move il-cashierid to ws-flag-cashier(ws-flag-count)
               move ws-emp-hit to ws-flag-emp(ws-flag-count)
               move il-transactionamount
                 to ws-flag-amount(ws-flag-count)
               move ws-flag-kind-hold to ws-flag-kind(ws-flag-count)
           end-if.
           add 1 to ws-emp-flags(ws-emp-hit).

           move "EMPPURCHASES" to eh-source.
           if ws-flag-kind-hold = "OWN"
               move "H" to eh-severity
           else
               move "M" to eh-severity
           end-if.
           move il-storenumber to eh-store.
           move spaces to eh-text.
           string "EMPLOYEE " ws-emp-number(ws-emp-hit) " "
                  delimited by size
                  ws-flag-kind-hold delimited by space
                  " " il-transactioncode
                  " INV " il-invoicenumber
                  " RUNG BY " il-cashierid
                  delimited by size
             into eh-text.
           write exception-hub-rec.

       300-check-allowance.
      *raised once, on the night the net purchases go over.
           compute ws-emp-net = ws-emp-purchases(ws-emp-idx)
             - ws-emp-returns(ws-emp-idx)
             - ws-emp-voids(ws-emp-idx).
           compute ws-emp-before = ws-emp-net
             - ws-emp-tonight(ws-emp-idx).
           if ws-emp-net > ws-allowance
             and ws-emp-before not > ws-allowance
               move "EMPPURCHASES" to eh-source
               move "M" to eh-severity
               move ws-emp-store(ws-emp-idx) to eh-store
               move spaces to eh-text
               string "EMPLOYEE " ws-emp-number(ws-emp-idx)
                      " " function trim(ws-emp-name(ws-emp-idx))
                      " OVER MONTHLY ALLOWANCE"
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.

       500-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
           perform 900-checkfilestatus.
           write output-line from ws-pagestamp.
           move ws-start-date to ws-hd-from.
           move ws-run-date to ws-hd-thru.
           move ws-allowance to ws-hd-allowance.
           write output-line from ws-heading
             before advancing 2 lines.
           if ws-feed-count = 0
               write output-line from ws-nofeed-line
               move spaces to output-line
               write output-line
           end-if.

           move "TRANSACTIONS RUNG FOR EMPLOYEES TONIGHT"
             to ws-section-line.
           write output-line from ws-section-line.
           write output-line from ws-flag-header.
           if ws-flag-count = 0
               write output-line from ws-none-line
           end-if.
           perform 510-write-flag
             varying ws-flag-sub from 1 by 1
             until ws-flag-sub > ws-flag-count.

           move spaces to output-line.
           write output-line.
           move "EMPLOYEE PURCHASES MONTH TO DATE BY HOME STORE"
             to ws-section-line.
           write output-line from ws-section-line.
           write output-line from ws-mtd-header.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-store-count
               move ws-store-number(ws-store-idx) to ws-group-store
               move ws-store-name(ws-store-idx) to ws-store-name-out
               perform 520-write-store
           end-perform.
      *employees with no home store on the master come last.
           move high-values to ws-group-store.
           move "NO HOME STORE" to ws-store-name-out.
           perform 520-write-store.

           move spaces to output-line.
           write output-line.
           move "CHAIN TOTAL" to ws-ml-name.
           move spaces to ws-ml-emp.
           move spaces to ws-ml-customer.
           move ws-chain-lines to ws-ml-lines.
           move ws-chain-purchases to ws-ml-purchases.
           move ws-chain-returns to ws-ml-returns.
           move ws-chain-voids to ws-ml-voids.
           compute ws-emp-net = ws-chain-purchases - ws-chain-returns
             - ws-chain-voids.
           move ws-emp-net to ws-ml-net.
           move spaces to ws-ml-over.
           write output-line from ws-mtd-line.

           if ws-review-count > 0
               move spaces to output-line
               write output-line
               write output-line from ws-review-header
               perform varying ws-flag-sub from 1 by 1
                 until ws-flag-sub > ws-review-count
                   move ws-review-employee(ws-flag-sub)
                     to ws-rv-employee
                   move ws-review-customer(ws-flag-sub)
                     to ws-rv-customer
                   move ws-review-reason(ws-flag-sub) to ws-rv-reason
                   write output-line from ws-review-line
               end-perform
           end-if.

           move spaces to output-line.
           write output-line.
           move "EMPLOYEES LINKED TO CUSTOMERS" to ws-cn-label.
           move ws-emp-count to ws-cn-count.
           write output-line from ws-count-line.
           move "EMPLOYEES BUYING THIS MONTH" to ws-cn-label.
           move ws-chain-employees to ws-cn-count.
           write output-line from ws-count-line.
           move "EMPLOYEES OVER ALLOWANCE" to ws-cn-label.
           move ws-chain-over to ws-cn-count.
           write output-line from ws-count-line.
           move "INVOICES FLAGGED TONIGHT" to ws-cn-label.
           compute ws-cn-count = ws-flag-count + ws-flag-dropped.
           write output-line from ws-count-line.
           move "LINKS NOT USED" to ws-cn-label.
           move ws-review-count to ws-cn-count.
           write output-line from ws-count-line.
           close output-file.

       510-write-flag.
           move ws-flag-kind(ws-flag-sub) to ws-fl-kind.
           move ws-flag-store(ws-flag-sub) to ws-fl-store.
           move ws-flag-code(ws-flag-sub) to ws-fl-code.
           move ws-flag-invoice(ws-flag-sub) to ws-fl-invoice.
           move ws-flag-cashier(ws-flag-sub) to ws-fl-cashier.
           move "UNKNOWN CASHIER" to ws-fl-cashier-name.
           perform varying ws-cashier-idx from 1 by 1
             until ws-cashier-idx > ws-cashier-count
               if ws-cashier-id(ws-cashier-idx)
                 = ws-flag-cashier(ws-flag-sub)
                   move ws-cashier-name(ws-cashier-idx)
                     to ws-fl-cashier-name
               end-if
           end-perform.
           move ws-flag-emp(ws-flag-sub) to ws-emp-hit.
           move ws-emp-number(ws-emp-hit) to ws-fl-emp.
           move ws-emp-name(ws-emp-hit) to ws-fl-emp-name.
           move ws-emp-customer(ws-emp-hit) to ws-fl-customer.
           move ws-flag-amount(ws-flag-sub) to ws-fl-amount.
           write output-line from ws-flag-line.

       520-write-store.
      *the employees of one home store who bought this month, then
      *the store total; nothing at all for a store with none.
           move 0 to ws-tot-employees, ws-tot-lines, ws-tot-purchases,
             ws-tot-returns, ws-tot-voids, ws-tot-over.
           perform varying ws-emp-idx from 1 by 1
             until ws-emp-idx > ws-emp-count
               if ws-emp-lines(ws-emp-idx) > 0
                 and ws-emp-printed(ws-emp-idx) = "n"
                 and (ws-emp-store(ws-emp-idx) = ws-group-store
                   or ws-group-store = high-values)
                   if ws-tot-employees = 0
                       move ws-group-store to ws-sh-store
                       if ws-group-store = high-values
                           move spaces to ws-sh-store
                       end-if
                       move ws-store-name-out to ws-sh-name
                       write output-line from ws-store-head-line
                   end-if
                   perform 530-write-employee
               end-if
           end-perform.
           if ws-tot-employees = 0
               exit paragraph
           end-if.
           move spaces to ws-ml-emp.
           move "STORE TOTAL" to ws-ml-name.
           move spaces to ws-ml-customer.
           move ws-tot-lines to ws-ml-lines.
           move ws-tot-purchases to ws-ml-purchases.
           move ws-tot-returns to ws-ml-returns.
           move ws-tot-voids to ws-ml-voids.
           compute ws-emp-net = ws-tot-purchases - ws-tot-returns
             - ws-tot-voids.
           move ws-emp-net to ws-ml-net.
           move spaces to ws-ml-over.
           if ws-tot-over > 0
               move ws-tot-over to ws-over-edit
               move spaces to ws-ml-over
               string function trim(ws-over-edit) " OVER"
                 delimited by size into ws-ml-over
           end-if.
           write output-line from ws-mtd-line.
           add ws-tot-employees to ws-chain-employees.
           add ws-tot-lines to ws-chain-lines.
           add ws-tot-purchases to ws-chain-purchases.
           add ws-tot-returns to ws-chain-returns.
           add ws-tot-voids to ws-chain-voids.
           add ws-tot-over to ws-chain-over.

       530-write-employee.
           move "y" to ws-emp-printed(ws-emp-idx).
           add 1 to ws-tot-employees.
           add ws-emp-lines(ws-emp-idx) to ws-tot-lines.
           add ws-emp-purchases(ws-emp-idx) to ws-tot-purchases.
           add ws-emp-returns(ws-emp-idx) to ws-tot-returns.
           add ws-emp-voids(ws-emp-idx) to ws-tot-voids.
           move ws-emp-number(ws-emp-idx) to ws-ml-emp.
           move ws-emp-name(ws-emp-idx) to ws-ml-name.
           move ws-emp-customer(ws-emp-idx) to ws-ml-customer.
           move ws-emp-lines(ws-emp-idx) to ws-ml-lines.
           move ws-emp-purchases(ws-emp-idx) to ws-ml-purchases.
           move ws-emp-returns(ws-emp-idx) to ws-ml-returns.
           move ws-emp-voids(ws-emp-idx) to ws-ml-voids.
           compute ws-emp-net = ws-emp-purchases(ws-emp-idx)
             - ws-emp-returns(ws-emp-idx)
             - ws-emp-voids(ws-emp-idx).
           move ws-emp-net to ws-ml-net.
           move spaces to ws-ml-over.
           if ws-emp-net > ws-allowance
               move "OVER ALLOWANCE" to ws-ml-over
               add 1 to ws-tot-over
           end-if.
           write output-line from ws-mtd-line.

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

       end program EmployeePurchases.
