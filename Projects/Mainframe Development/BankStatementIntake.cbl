      *dates' rows are kept, and a rerun of the same statement does
      *not double up); unmappable lines are listed on the intake
      *report for follow-up, and the mapped-plus-unmapped total must
      *balance to the statement trailer or the step fails. CHQ
      *lines (head-office cheques the bank has paid) are not
      *deposits and are not in the trailer total; RefundCheques
      *matches them to its cheque register.

       environment division.
       input-output section.
             88 st-is-header value "HDR".
             88 st-is-deposit value "DEP".
             88 st-is-trailer value "TRL".
             88 st-is-cheque value "CHQ".
           05 filler pic x(57).
       01 stmt-header-rec.
           05 filler pic x(3).
