      *through the full set of edits on the same run; unmatched
      *entries stay on suspense and are listed on the aging report
      *with the number of days they have sat unworked.
      *
      *Corrections are under dual control. Every line carries the
      *ID of the person who keyed it and is queued on
      *CorrectionsPending.dat under a reference number (entry date
      *and sequence) instead of being worked straight away. A
      *different person, named on MaintApprovers.dat for suspense
      *corrections (scope S or B), approves or rejects it by
      *reference on CorrectionApprovals.dat; only approved
      *corrections reach Recycle.dat. The report ends with the
      *approval queue - pending, approved and rejected items with
      *their age - and decided items stay on the queue for
      *ws-keep-days after the decision.

       environment division.
       input-output section.
           assign to "../data/Corrections.dat"
           organization is line sequential.

           select optional pending-file
           assign to "../data/CorrectionsPending.dat"
           organization is line sequential.

           select optional approval-file
           assign to "../data/CorrectionApprovals.dat"
           organization is line sequential.

           select optional approver-file
           assign to "../data/MaintApprovers.dat"
           organization is line sequential.

           select optional suspense-file
           assign to "../data/Suspense.dat"
           organization is line sequential.
           assign dynamic ws-report-filename
           organization is line sequential.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential.

       data division.

       file section.

       fd corrections-file
           data record is correction-rec
           record contains 74 characters.
       01 correction-rec.
         05 cr-store pic x(2).
         05 cr-invoice pic x(6).
         05 cr-newrecord pic x(58).
         05 cr-enteredby pic x(8).

      *the approval queue; status P = pending, A = approved and
      *recycled, F = approved but no suspense entry left to fix,
      *R = rejected by the approver.
       fd pending-file
           data record is pending-rec
           record contains 133 characters.
       01 pending-rec.
         05 cq-ref-date pic 9(8).
         05 cq-ref-seq pic 9(4).
         05 cq-store pic x(2).
         05 cq-invoice pic x(6).
         05 cq-newrecord pic x(58).
         05 cq-enteredby pic x(8).
         05 cq-status pic x(1).
         05 cq-decidedby pic x(8).
         05 cq-decided pic 9(8).
         05 cq-note pic x(30).

      *decision A = approve, R = reject; the note is free text
      *carried onto the queue (the reason for a rejection).
       fd approval-file
           data record is approval-rec
           record contains 51 characters.
       01 approval-rec.
         05 ca-ref-date pic 9(8).
         05 ca-ref-seq pic 9(4).
         05 ca-decision pic x(1).
         05 ca-approver pic x(8).
         05 ca-note pic x(30).

      *people allowed to approve maintenance: scope M = reference
      *masters, S = suspense corrections, B = both.
       fd approver-file
           data record is approver-rec
           record contains 29 characters.
       01 approver-rec.
         05 au-id pic x(8).
         05 au-scope pic x(1).
         05 au-name pic x(20).

       fd suspense-file
           data record is suspense-rec
           record contains 132 characters.
       01 report-line pic x(132).

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

       working-storage section.
       01 ws-corr-eof pic x value "n".
         88 ws-corr-yes value "y".
       01 ws-susp-eof pic x value "n".
         88 ws-susp-yes value "y".
       01 ws-pending-eof pic x value "n".
         88 ws-pending-yes value "y".
       01 ws-approval-eof pic x value "n".
         88 ws-approval-yes value "y".
       01 ws-approver-eof pic x value "n".
         88 ws-approver-yes value "y".

       01 ws-corr-count pic 9(3) value 0.
       01 ws-corr-table.
      *multi-line invoice set) recycle in the order they were
      *keyed, one per suspended record.
           10 ws-corr-used pic x(1).
      *the queue entry the approved correction came from.
           10 ws-corr-pend pic 9(4).
       01 ws-corr-found pic x value "n".
         88 ws-corr-is-found value "y".

      *the approval queue, same layout as CorrectionsPending.dat.
       01 ws-pend-count pic 9(4) value 0.
       01 ws-pend-table.
         05 ws-pend-entry occurs 2000 times
             indexed by ws-pend-idx.
           10 ws-pd-ref-date pic 9(8).
           10 ws-pd-ref-seq pic 9(4).
           10 ws-pd-store pic x(2).
           10 ws-pd-invoice pic x(6).
           10 ws-pd-newrecord pic x(58).
           10 ws-pd-enteredby pic x(8).
           10 ws-pd-status pic x(1).
           10 ws-pd-decidedby pic x(8).
           10 ws-pd-decided pic 9(8).
           10 ws-pd-note pic x(30).
      *y = decided on this run; not carried onto the file.
           10 ws-pd-tonight pic x(1).
       01 ws-pend-found pic x value "n".
         88 ws-pend-is-found value "y".
       01 ws-next-seq pic 9(4) value 0.

       01 ws-approver-count pic 9(3) value 0.
       01 ws-approver-table.
         05 ws-approver-entry occurs 200 times
             indexed by ws-approver-idx.
           10 ws-approver-id pic x(8).
           10 ws-approver-scope pic x(1).
       01 ws-approver-found pic x value "n".
         88 ws-approver-is-found value "y".

      *decided queue items are kept this many days after the
      *decision so the report shows recent approvals and
      *rejections, then drop off the queue.
       01 ws-keep-days pic 9(3) value 30.

       01 ws-keep-count pic 9(7) value 0.
       01 ws-corrected-count pic 9(5) value 0.
       01 ws-queued-count pic 9(5) value 0.
       01 ws-refused-count pic 9(5) value 0.
       01 ws-decline-count pic 9(5) value 0.
       01 ws-q-pending pic 9(5) value 0.
       01 ws-q-approved pic 9(5) value 0.
       01 ws-q-rejected pic 9(5) value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-reject-int pic 9(8) value 0.
       01 ws-age-days pic 9(5) value 0.
       01 ws-entry-int pic 9(8) value 0.
       01 ws-decided-int pic 9(8) value 0.
       01 ws-refuse-reason pic x(35) value spaces.
       01 ws-refuse-severity pic x(1) value spaces.

       01 ws-heading pic x(50) value
           "REJECT SUSPENSE AGING REPORT".
       01 ws-none-line pic x(40) value
           "  (suspense file is empty)".

       01 ws-queued-line.
         05 filler pic x(30) value "CORRECTIONS QUEUED:           ".
         05 ws-ql-queued pic zzzz9.

       01 ws-refused-heading pic x(50) value
           "CORRECTIONS NOT QUEUED".
       01 ws-refused-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-rf-store pic x(2).
         05 filler pic x(10) value " INVOICE: ".
         05 ws-rf-invoice pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-rf-reason pic x(35).

       01 ws-decline-heading pic x(50) value
           "APPROVALS NOT APPLIED".
       01 ws-decline-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "REF: ".
         05 ws-dc-ref-date pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-dc-ref-seq pic 9(4).
         05 filler pic x(4) value " BY ".
         05 ws-dc-approver pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dc-reason pic x(35).

       01 ws-queue-heading pic x(50) value
           "CORRECTION APPROVAL QUEUE".
       01 ws-queue-columns.
         05 filler pic x(16) value "REFERENCE".
         05 filler pic x(3) value "ST".
         05 filler pic x(9) value "INVOICE".
         05 filler pic x(9) value "KEYED BY".
         05 filler pic x(12) value "STATUS".
         05 filler pic x(9) value "APPROVER".
         05 filler pic x(7) value "  AGE".
         05 filler pic x(30) value "NOTE".
       01 ws-queue-line.
         05 ws-qd-ref-date pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-qd-ref-seq pic 9(4).
         05 filler pic x(3) value spaces.
         05 ws-qd-store pic x(2).
         05 filler pic x(1) value space.
         05 ws-qd-invoice pic x(6).
         05 filler pic x(3) value spaces.
         05 ws-qd-enteredby pic x(8).
         05 filler pic x(1) value space.
         05 ws-qd-status pic x(11).
         05 filler pic x(1) value space.
         05 ws-qd-decidedby pic x(8).
         05 filler pic x(1) value space.
         05 ws-qd-age pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-qd-note pic x(30).
       01 ws-queue-total.
         05 filler pic x(9) value "PENDING: ".
         05 ws-qt-pending pic zzzz9.
         05 filler pic x(12) value "  APPROVED: ".
         05 ws-qt-approved pic zzzz9.
         05 filler pic x(12) value "  REJECTED: ".
         05 ws-qt-rejected pic zzzz9.
       01 ws-queue-empty pic x(40) value
           "  (no corrections awaiting approval)".

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 020-load-approvers.
           perform 030-load-pending.

           open output report-file.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           write report-line from ws-heading
             before advancing 2 lines.

           perform 010-load-corrections.
           perform 050-apply-approvals.

           open input suspense-file.
           open output suspense-work-file.
           open extend recycle-file.
           perform 100-work-suspense until ws-susp-yes.
           close suspense-file, suspense-work-file, recycle-file.
           perform 060-mark-unmatched.

           perform 300-rewrite-suspense.
           perform 400-write-agingreport.
           perform 500-write-queue.
           close report-file, exception-hub-file.
           perform 600-rewrite-pending.

      *corrections and approvals are one-shot: both are on the
      *queue now, so clear the feeds to keep a stale line from
      *being queued or decided a second time.
           open output corrections-file.
           close corrections-file.
           open output approval-file.
           close approval-file.

           display "Suspense maintenance finished".
           move 0 to return-code.
               move function current-date(1:8) to ws-run-date
           end-if.
           move ws-run-date to ws-report-filename-date.
           compute ws-run-int = function integer-of-date(ws-run-date).
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
      *keeps the plain file names so a normal night is unchanged,
           move ws-seq-suffix to ws-report-filename-seq.

       010-load-corrections.
      *new corrections join the queue in the order they were keyed;
      *the reference sequence carries on from the last one already
      *queued under tonight's date.
           open input corrections-file.
           perform until ws-corr-yes
               read corrections-file
                   at end
                       move "y" to ws-corr-eof
                   not at end
                       perform 040-queue-correction
               end-read
           end-perform.
           close corrections-file.
           if ws-refused-count > 0
               move spaces to report-line
               write report-line
           end-if.
           move ws-queued-count to ws-ql-queued.
           write report-line from ws-queued-line
             before advancing 2 lines.

       020-load-approvers.
           open input approver-file.
           perform until ws-approver-yes
               read approver-file
                   at end
                       move "y" to ws-approver-eof
                   not at end
                       if ws-approver-count < 200
                           add 1 to ws-approver-count
                           move au-id to
                             ws-approver-id(ws-approver-count)
                           move au-scope to
                             ws-approver-scope(ws-approver-count)
                       end-if
               end-read
           end-perform.
           close approver-file.

       030-load-pending.
           open input pending-file.
           perform until ws-pending-yes
               read pending-file
                   at end
                       move "y" to ws-pending-eof
                   not at end
                       if ws-pend-count < 2000
                           add 1 to ws-pend-count
                           move pending-rec
                             to ws-pend-entry(ws-pend-count)
                           if cq-ref-date = ws-run-date
                             and cq-ref-seq > ws-next-seq
                               move cq-ref-seq to ws-next-seq
                           end-if
                       end-if
               end-read
           end-perform.
           close pending-file.

       040-queue-correction.
           move spaces to ws-refuse-reason.
           if cr-enteredby = spaces
               move "ENTERED-BY ID MISSING" to ws-refuse-reason
           else
               if ws-pend-count not < 2000
                   move "APPROVAL QUEUE FULL" to ws-refuse-reason
               end-if
           end-if.
           if ws-refuse-reason not = spaces
               if ws-refused-count = 0
                   write report-line from ws-refused-heading
               end-if
               add 1 to ws-refused-count
               move cr-store to ws-rf-store
               move cr-invoice to ws-rf-invoice
               move ws-refuse-reason to ws-rf-reason
               write report-line from ws-refused-line
           else
               add 1 to ws-pend-count
               add 1 to ws-next-seq
               add 1 to ws-queued-count
               set ws-pend-idx to ws-pend-count
               move ws-run-date to ws-pd-ref-date(ws-pend-idx)
               move ws-next-seq to ws-pd-ref-seq(ws-pend-idx)
               move cr-store to ws-pd-store(ws-pend-idx)
               move cr-invoice to ws-pd-invoice(ws-pend-idx)
               move cr-newrecord to ws-pd-newrecord(ws-pend-idx)
               move cr-enteredby to ws-pd-enteredby(ws-pend-idx)
               move "P" to ws-pd-status(ws-pend-idx)
               move spaces to ws-pd-decidedby(ws-pend-idx)
               move 0 to ws-pd-decided(ws-pend-idx)
               move spaces to ws-pd-note(ws-pend-idx)
               move "n" to ws-pd-tonight(ws-pend-idx)
           end-if.

       050-apply-approvals.
      *an approval must name a pending reference and come from
      *someone authorized for suspense corrections who did not key
      *the correction. Approved corrections are worked in queue
      *order so a multi-line invoice set keeps its keyed order.
           open input approval-file.
           perform until ws-approval-yes
               read approval-file
                   at end
                       move "y" to ws-approval-eof
                   not at end
                       perform 055-apply-one-approval
               end-read
           end-perform.
           close approval-file.
           if ws-decline-count > 0
               move spaces to report-line
               write report-line
           end-if.

           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-status(ws-pend-idx) = "A"
                 and ws-pd-tonight(ws-pend-idx) = "y"
                 and ws-corr-count < 999
                   add 1 to ws-corr-count
                   move ws-pd-store(ws-pend-idx)
                     to ws-corr-store(ws-corr-count)
                   move ws-pd-invoice(ws-pend-idx)
                     to ws-corr-invoice(ws-corr-count)
                   move ws-pd-newrecord(ws-pend-idx)
                     to ws-corr-newrecord(ws-corr-count)
                   move "n" to ws-corr-used(ws-corr-count)
                   set ws-corr-pend(ws-corr-count) to ws-pend-idx
               end-if
           end-perform.

       055-apply-one-approval.
           move spaces to ws-refuse-reason.
           move "M" to ws-refuse-severity.
           move "n" to ws-pend-found.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               or ws-pend-is-found
               if ws-pd-ref-date(ws-pend-idx) = ca-ref-date
                 and ws-pd-ref-seq(ws-pend-idx) = ca-ref-seq
                   move "y" to ws-pend-found
               end-if
           end-perform.
           if ws-pend-is-found
               set ws-pend-idx down by 1
           end-if.

           move "n" to ws-approver-found.
           set ws-approver-idx to 1.
           search ws-approver-entry
               at end
                   move "n" to ws-approver-found
               when ws-approver-id(ws-approver-idx) = ca-approver
                 and ca-approver not = spaces
                 and (ws-approver-scope(ws-approver-idx) = "S"
                   or ws-approver-scope(ws-approver-idx) = "B")
                   move "y" to ws-approver-found
           end-search.

           evaluate true
               when not ws-pend-is-found
                   move "REFERENCE NOT ON QUEUE" to ws-refuse-reason
               when ws-pd-status(ws-pend-idx) not = "P"
                   move "ALREADY DECIDED" to ws-refuse-reason
               when ca-decision not = "A" and ca-decision not = "R"
                   move "DECISION MUST BE A OR R"
                     to ws-refuse-reason
               when ca-approver = spaces
                   move "APPROVER NOT NAMED" to ws-refuse-reason
               when ca-approver = ws-pd-enteredby(ws-pend-idx)
                   move "APPROVER KEYED THIS CORRECTION"
                     to ws-refuse-reason
                   move "H" to ws-refuse-severity
               when not ws-approver-is-found
                   move "APPROVER NOT AUTHORIZED" to ws-refuse-reason
                   move "H" to ws-refuse-severity
           end-evaluate.

           if ws-refuse-reason not = spaces
               if ws-decline-count = 0
                   write report-line from ws-decline-heading
               end-if
               add 1 to ws-decline-count
               move ca-ref-date to ws-dc-ref-date
               move ca-ref-seq to ws-dc-ref-seq
               move ca-approver to ws-dc-approver
               move ws-refuse-reason to ws-dc-reason
               write report-line from ws-decline-line
               move "SUSPENSEMAINT" to eh-source
               move ws-refuse-severity to eh-severity
               move spaces to eh-store
               move spaces to eh-text
               string "APPROVAL VOID " ca-ref-date
                      "-" ca-ref-seq " " ws-refuse-reason
                 delimited by size into eh-text
               write exception-hub-rec
           else
               move "y" to ws-pd-tonight(ws-pend-idx)
               move ca-decision to ws-pd-status(ws-pend-idx)
               move ca-approver to ws-pd-decidedby(ws-pend-idx)
               move ws-run-date to ws-pd-decided(ws-pend-idx)
               move ca-note to ws-pd-note(ws-pend-idx)
           end-if.

       060-mark-unmatched.
      *an approved correction that found no suspense entry (the
      *reject was already worked or backed out) is closed off as
      *not applied rather than left to match a later reject.
           perform varying ws-corr-idx from 1 by 1
             until ws-corr-idx > ws-corr-count
               if ws-corr-used(ws-corr-idx) = "n"
                   set ws-pend-idx to ws-corr-pend(ws-corr-idx)
                   move "F" to ws-pd-status(ws-pend-idx)
                   move "NO SUSPENSE ENTRY TO CORRECT"
                     to ws-pd-note(ws-pend-idx)
               end-if
           end-perform.

       100-work-suspense.
           read suspense-file
           move 0 to return-code.

       400-write-agingreport.
           move ws-corrected-count to ws-cl-corrected.
           write report-line from ws-corrected-line.
           move ws-keep-count to ws-rl-remaining.
           if ws-keep-count = 0
               write report-line from ws-none-line
           else
               move "n" to ws-susp-eof
               open input suspense-file
               perform 450-write-agingline until ws-susp-yes
               close suspense-file
           end-if.

       450-write-agingline.
           read suspense-file
                   write report-line from ws-aging-line
           end-read.

       500-write-queue.
      *age is days on the queue: to tonight for a pending item, to
      *the decision for an approved or rejected one.
           move spaces to report-line.
           write report-line.
           write report-line from ws-queue-heading.
           if ws-pend-count = 0
               write report-line from ws-queue-empty
           else
               write report-line from ws-queue-columns
               perform varying ws-pend-idx from 1 by 1
                 until ws-pend-idx > ws-pend-count
                   perform 550-write-queue-line
               end-perform
               move ws-q-pending to ws-qt-pending
               move ws-q-approved to ws-qt-approved
               move ws-q-rejected to ws-qt-rejected
               move spaces to report-line
               write report-line
               write report-line from ws-queue-total
           end-if.

       550-write-queue-line.
           move ws-pd-ref-date(ws-pend-idx) to ws-qd-ref-date.
           move ws-pd-ref-seq(ws-pend-idx) to ws-qd-ref-seq.
           move ws-pd-store(ws-pend-idx) to ws-qd-store.
           move ws-pd-invoice(ws-pend-idx) to ws-qd-invoice.
           move ws-pd-enteredby(ws-pend-idx) to ws-qd-enteredby.
           move ws-pd-decidedby(ws-pend-idx) to ws-qd-decidedby.
           move ws-pd-note(ws-pend-idx) to ws-qd-note.
           compute ws-entry-int =
             function integer-of-date(ws-pd-ref-date(ws-pend-idx)).
           evaluate ws-pd-status(ws-pend-idx)
               when "P"
                   move "PENDING" to ws-qd-status
                   add 1 to ws-q-pending
                   move ws-run-int to ws-decided-int
               when "A"
                   move "APPROVED" to ws-qd-status
                   add 1 to ws-q-approved
               when "F"
                   move "NOT APPLIED" to ws-qd-status
                   add 1 to ws-q-approved
               when other
                   move "REJECTED" to ws-qd-status
                   add 1 to ws-q-rejected
           end-evaluate.
           if ws-pd-status(ws-pend-idx) not = "P"
               compute ws-decided-int = function integer-of-date
                 (ws-pd-decided(ws-pend-idx))
           end-if.
           compute ws-age-days = ws-decided-int - ws-entry-int.
           move ws-age-days to ws-qd-age.
           write report-line from ws-queue-line.

       600-rewrite-pending.
      *decided items drop off once they are ws-keep-days past the
      *decision; pending items stay until someone decides them.
           open output pending-file.
           perform varying ws-pend-idx from 1 by 1
             until ws-pend-idx > ws-pend-count
               if ws-pd-status(ws-pend-idx) = "P"
                   move 0 to ws-age-days
               else
                   compute ws-decided-int = function integer-of-date
                     (ws-pd-decided(ws-pend-idx))
                   compute ws-age-days = ws-run-int - ws-decided-int
               end-if
               if ws-age-days not > ws-keep-days
                   move ws-pend-entry(ws-pend-idx) to pending-rec
                   write pending-rec
               end-if
           end-perform.
           close pending-file.

       end program SuspenseMaint.
