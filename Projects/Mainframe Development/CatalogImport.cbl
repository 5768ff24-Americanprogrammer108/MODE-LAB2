      *itself, so no human ever keys a 15-character SKU code again.
      *A catalog line identical to what is already on the master
      *stages nothing; rejects are listed with reasons. MasterMaint
      *queues the staged transactions for approval on its next run
      *exactly as if they had been keyed, under the keyed-by ID
      *CATALOG, so any authorized approver can release them.

       environment division.
       input-output section.
       01 dept-rec.
           05 dp-dept pic x(4).

      *same 86-byte transaction layout MasterMaint applies.
       fd maint-tx-file
           data record is maint-tx-rec
           record contains 86 characters.
       01 maint-tx-rec.
         05 mt-file pic x(6).
         05 mt-action pic x(1).
         05 mt-key pic x(15).
         05 mt-data pic x(56).
         05 mt-enteredby pic x(8).

       fd report-file
           data record is report-line
                   move ct-sku to mt-key
                   move spaces to mt-data
                   move ws-catalog-data to mt-data(1:41)
                   move "CATALOG" to mt-enteredby
                   write maint-tx-rec
                   add 1 to ws-added-count
                   move "ADD     " to ws-sg-action
                   move ct-sku to mt-key
                   move spaces to mt-data
                   move ws-catalog-data to mt-data(1:41)
                   move "CATALOG" to mt-enteredby
                   write maint-tx-rec
                   add 1 to ws-changed-count
                   move "CHANGE  " to ws-sg-action
