      *emptied after the run, the same convention Corrections.dat
      *follows. The aging report lists open accounts by store with
      *days since the last payment, flagging accounts that have sat
      *60 or more days so someone chases the customer. Each account
      *keeps the loyalty customer number from its L lines and the
      *run date it was closed on, so the loyalty points step can
      *award points on the layaways completed tonight.

       environment division.
       input-output section.

       fd l-file
           data record is input-line
           record contains 58 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
           05 il-transactionamount pic 99999v99.
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
           05 il-disposition pic x(1).
           05 il-customer pic x(8).

       fd account-file
           data record is account-rec
           record contains 61 characters.
       01 account-rec.
         05 la-store pic x(2).
         05 la-invoice pic x(9).
         05 la-paid pic 9(7)v99.
         05 la-status pic x(1).
         05 la-closedate pic 9(8).
         05 la-customer pic x(8).
         05 la-closerun pic 9(8).

       fd event-file
           data record is event-rec
           10 ws-acct-paid pic 9(7)v99.
           10 ws-acct-status pic x(1).
           10 ws-acct-closedate pic 9(8).
           10 ws-acct-customer pic x(8).
           10 ws-acct-closerun pic 9(8).
       01 ws-account-found pic x value "n".
         88 ws-account-is-found value "y".

                           add 1 to ws-account-count
                           move account-rec to
                             ws-account-entry(ws-account-count)
      *an account written before the customer and close-run fields
      *existed reads them as spaces.
                           if la-closerun is not numeric
                               move 0 to
                                 ws-acct-closerun(ws-account-count)
                           end-if
                       end-if
               end-read
           end-perform.
                 to ws-acct-paid(ws-account-idx)
               move il-transactiondate
                 to ws-acct-lastdate(ws-account-idx)
               if ws-acct-customer(ws-account-idx) = spaces
                   move il-customer
                     to ws-acct-customer(ws-account-idx)
               end-if
               add 1 to ws-payment-count
           else
               if ws-account-count < 5000
                     to ws-acct-paid(ws-account-count)
                   move "O" to ws-acct-status(ws-account-count)
                   move 0 to ws-acct-closedate(ws-account-count)
                   move il-customer
                     to ws-acct-customer(ws-account-count)
                   move 0 to ws-acct-closerun(ws-account-count)
                   add 1 to ws-opened-count
               end-if
           end-if.
             and (ev-complete or ev-cancel)
               move ev-action to ws-acct-status(ws-account-idx)
               move ev-date to ws-acct-closedate(ws-account-idx)
               move ws-run-date to ws-acct-closerun(ws-account-idx)
               add 1 to ws-closed-count
           else
               add 1 to ws-badevent-count
