      *Program Description: Consolidated net sales across all four
      *transaction types. Each processing report totals only its own
      *file, so nothing in the pipeline answers "what did we actually
      *sell, net?" - this program reads the day's enriched
      *transaction file (DailyEnrich) and reports gross sales, less
      *returns, less voids, giving net sales and net tax by store
      *and chain-wide, using the tax DailyEnrich calculated.

       environment division.
       input-output section.
           organization is line sequential
           file status is ws-io-status.

           select output-file
           assign dynamic ws-output-filename
           organization is line sequential

       file section.

      *the day's enriched transaction file from DailyEnrich: the
      *s/l/r/v record as split, then the store, department and tax
      *DailyEnrich worked out once for the night.
       fd day-file
           data record is input-line
           record contains 160 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
           05 il-transactionamount pic 99999v99.
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
           05 il-disposition pic x(1).
           05 il-customer pic x(8).
           05 il-store-name pic x(20).
           05 il-region pic x(10).
           05 il-dept pic x(4).
           05 il-tax-rate pic 9v9999.
           05 il-tax-jurisdiction pic x(2).
           05 il-tax-status pic x(1).
           05 il-certificate pic x(15).
           05 il-cert-expiry pic 9(8).
           05 il-tax pic 9(5)v99.
           05 il-net-amount pic s9(7)v99 sign leading separate.
           05 il-net-tax pic s9(7)v99 sign leading separate.
           05 filler pic x(10).

       fd store-file
           data record is store-master-rec
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd output-file
           data record is output-line
           record contains 200 characters.
         88 ws-day-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
       01 ws-chain-net-tax pic s9(9)v99 value 0.
       01 ws-net-amount pic s9(9)v99 value 0.

       01 ws-seq-sub pic 99 value 0.

       01 ws-heading pic x(60) value
           "NET SALES REPORT (GROSS - RETURNS - VOIDS)".
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-day-filename.
         05 filler pic x(17) value "../data/enriched-".
         05 ws-day-filename-date pic 9(8).
         05 filler pic x(4) value ".dat".
         05 ws-day-filename-seq pic x(4) value spaces.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.

           perform 110-sweep-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

           perform 500-write-report.

               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-output-filename-seq.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.

       010-load-storelist.
           open input store-file.
           end-perform.
           close store-file.

       110-sweep-one-seq.
      *every same-day supplemental run's file set adds into the
      *same totals - sequence 1 is the plain name, 2 through 9 the
               move spaces to ws-day-filename-seq
           else
               move "-R0" to ws-day-filename-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-filename-seq(4:1)
           end-if.
           move "n" to ws-day-eof.
           open input day-file.

       300-tally-record.
           perform 350-find-store.

           evaluate il-transactioncode
               when "S"
                   add il-transactionamount
                     to ws-store-gross(ws-store-idx)
                   add il-transactionamount to ws-chain-gross
                   add il-tax
                     to ws-store-net-tax(ws-store-idx)
                   add il-tax to ws-chain-net-tax
               when "R"
                   add il-transactionamount
                     to ws-store-returns(ws-store-idx)
                   add il-transactionamount to ws-chain-returns
                   subtract il-tax
                     from ws-store-net-tax(ws-store-idx)
                   subtract il-tax from ws-chain-net-tax
               when "V"
                   add il-transactionamount
                     to ws-store-voids(ws-store-idx)
                   add il-transactionamount to ws-chain-voids
                   subtract il-tax
                     from ws-store-net-tax(ws-store-idx)
                   subtract il-tax from ws-chain-net-tax
           end-evaluate.

       350-find-store.
               set ws-store-idx to ws-store-count
           end-if.

       500-write-report.
           open output output-file.
           move ws-output-filename to ws-io-filename.
