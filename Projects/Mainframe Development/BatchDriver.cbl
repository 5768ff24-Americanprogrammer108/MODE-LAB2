      *VProcessing in order, checking each program's return-code
      *before moving on to the next so a failed step stops the chain
      *instead of running the rest against bad or missing output.
      *Groups of steps that only read the split and enriched files can
      *run side by side in parallel streams (PARALLEL_STREAMS=Y): the
      *driver starts one copy of itself per stream and waits for the
      *whole group before the chain goes on.
       environment division.
       input-output section.
       file-control.
           select log-file
           assign dynamic ws-log-filename
           organization is line sequential.

           select optional stream-log-file
           assign dynamic ws-stream-log-filename
           organization is line sequential.

           select step-status-file
           assign to "../data/StepStatus.dat"
           organization is line sequential
           file status is ws-share-status.

           select optional checkpoint-file
           assign to "../data/Checkpoint.dat"
           organization is line sequential
           file status is ws-share-status.

           select optional run-history-file
           assign to "../data/RunHistory.dat"
           organization is line sequential
           file status is ws-share-status.

           select optional ctl-totals-file
           assign to "../data/ControlTotals.dat"
           organization is line sequential
           file status is ws-share-status.

           select optional run-control-file
           assign to "../data/RunControl.dat"

           select optional deferred-file
           assign to "../data/DeferredSteps.dat"
           organization is line sequential
           file status is ws-share-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential.

           select optional accepted-file
           assign to "../data/RunControlAccepted.dat"
           organization is line sequential.

           select optional approval-file
           assign to "../data/RunControlApprovals.dat"
           organization is line sequential.

           select optional param-history-file
           assign to "../data/RunControlHistory.dat"
           organization is line sequential.

       data division.
       file section.

           record contains 132 characters.
       01 log-line pic x(132).

      *a parallel stream's own log, copied into BatchDriver.log when
      *its group finishes. The stream's last line says whether every
      *step in it completed.
       fd stream-log-file
           data record is stream-log-line
           record contains 132 characters.
       01 stream-log-line.
         05 sl-step pic x(20).
         05 filler pic x(5).
         05 sl-message pic x(60).
         05 filler pic x(47).

      *machine-readable mirror of the log, one line per step, read
      *back by OpsSummary to put step outcomes on the operations page.
      *ss-stream names the parallel stream that ran the step (group
      *letter and stream number), blank for a step run in line.
       fd step-status-file
           data record is step-status-rec
           record contains 40 characters.
       01 step-status-rec.
         05 ss-step pic x(20).
         05 ss-rc pic 9(4).
         05 ss-stream pic x(2).
         05 filler pic x(14) value spaces.

      *one-record checkpoint: the run date and the last step that
      *completed cleanly. Rewritten after every good step, emptied
      *after a clean end of chain, and read back by a RESTART_MODE=Y
      *run so the chain resumes at the failed step instead of
      *starting over inside the batch window.
      *While a parallel group is running each stream adds a record
      *per step it finishes, with cp-stream set; the in-line record
      *(cp-stream blank) stays first. A restart skips those steps, so
      *only the ones that did not finish run again. The group's
      *stream records are dropped once the whole group completes.
       fd checkpoint-file
           data record is checkpoint-rec
           record contains 40 characters.
       01 checkpoint-rec.
         05 cp-rundate pic 9(8).
         05 cp-step pic x(20).
         05 cp-stream pic x(2).
         05 filler pic x(10) value spaces.

      *cumulative run history, extended (never truncated) every run:
      *start/end times, elapsed seconds, return code and the step's
       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

      *the parameter set the last run accepted, NAME=VALUE lines in
      *RunControl.dat's own form. Each run compares RunControl.dat
      *against it and rewrites it with what it accepted; a parallel
      *stream takes its parameters from here, so it runs with exactly
      *the set its starting driver accepted.
       fd accepted-file
           data record is accepted-line
           record contains 80 characters.
       01 accepted-line pic x(80).

      *second-person approval for a change to a sensitive parameter:
      *S approves setting ap-name to ap-value (added or changed), D
      *approves removing it (ap-value the value being removed, or
      *blank for any). An approval is used up by the run that
      *applies the change; one whose change has not appeared yet
      *stays on the file for a later run.
       fd approval-file
           data record is approval-rec
           record contains 100 characters.
       01 approval-rec.
         05 ap-name pic x(30).
         05 ap-action pic x(1).
         05 ap-value pic x(50).
         05 ap-approver pic x(8).
         05 ap-date pic 9(8).
         05 filler pic x(3).

      *cumulative history of run-control changes, extended every run
      *that finds one: what changed (A added, C changed, D removed),
      *the old and new values, and whether the run accepted it (A)
      *or refused it for want of an approval (R). Read back by
      *OpsSummary for the run's page.
       fd param-history-file
           data record is param-history-rec
           record contains 160 characters.
       01 param-history-rec.
         05 ph-rundate pic 9(8).
         05 ph-seq pic 9(2).
         05 ph-time pic 9(6).
         05 ph-change pic x(1).
         05 ph-name pic x(30).
         05 ph-old-value pic x(50).
         05 ph-new-value pic x(50).
         05 ph-result pic x(1).
         05 ph-approver pic x(8).
         05 filler pic x(4).

       working-storage section.
       01 ws-step-name pic x(20).
      *GLPostingExtract and DepositRecon) runs now. The chain-order
      *table below says which steps are Critical and which are
      *Deferrable.
      *It is also the step dependency table. The last two columns put
      *a step in a parallel group (letter) and a stream within it
      *(number). A group's inputs are complete once the step named
      *for it in ws-group-defs has finished: nothing in the group
      *reads anything another member of the group writes, except
      *where the later step follows the earlier one in the same
      *stream (BUDGETREPORT reads the PeriodTotals.dat that
      *PERIODSUMMARY has just rolled). The steps that append to
      *ExceptionHub.dat or ControlTotals.dat share stream 1, since a
      *file another program has open for writing cannot be opened
      *until it is closed. A blank group runs in line.
       01 ws-deadline-value pic 9(6) value 0.
       01 ws-deadline-secs pic 9(7) value 0.
       01 ws-now-secs pic 9(7) value 0.
       01 ws-now-time pic 9(6) value 0.

       01 ws-chain-defs.
         05 filler pic x(23) value "MASTERLOAD          C  ".
         05 filler pic x(23) value "TRANSMISSION        C  ".
         05 filler pic x(23) value "SUSPENSEMAINT       C  ".
         05 filler pic x(23) value "EDIT                C  ".
         05 filler pic x(23) value "SPLITANDCOUNT       C  ".
         05 filler pic x(23) value "ENRICH              C  ".
         05 filler pic x(23) value "CONTROLTOTALCHK     C  ".
         05 filler pic x(23) value "INVOICEGAP          D  ".
         05 filler pic x(23) value "SLPROCESSING        C  ".
         05 filler pic x(23) value "RPROCESSING         C  ".
         05 filler pic x(23) value "VPROCESSING         C  ".
         05 filler pic x(23) value "VENDORCLAIMS        C  ".
         05 filler pic x(23) value "BILLBACK            C  ".
         05 filler pic x(23) value "LAYAWAY             C  ".
         05 filler pic x(23) value "LOYALTY             C  ".
         05 filler pic x(23) value "GIFTCARD            C  ".
         05 filler pic x(23) value "RECEIVING           C  ".
         05 filler pic x(23) value "TRANSFERS           C  ".
         05 filler pic x(23) value "INVENTORY           C  ".
         05 filler pic x(23) value "INVCOUNT            C  ".
         05 filler pic x(23) value "REPLENISH           DA1".
         05 filler pic x(23) value "PROMOEFFECT         DA2".
         05 filler pic x(23) value "REGIONREPORT        DA3".
         05 filler pic x(23) value "PERIODSUMMARY       CA1".
         05 filler pic x(23) value "BUDGETREPORT        DA1".
         05 filler pic x(23) value "COMPSTORES          DA3".
         05 filler pic x(23) value "NETSALES            DA2".
         05 filler pic x(23) value "MARGIN              DA1".
         05 filler pic x(23) value "FLASHREPORTS        DA4".
         05 filler pic x(23) value "HIGHVALUE           DA1".
         05 filler pic x(23) value "RETURNANALYTICS     DA4".
         05 filler pic x(23) value "BASKETS             DA2".
         05 filler pic x(23) value "CUSTSEGMENTS        DA3".
         05 filler pic x(23) value "EMPPURCHASES        DA1".
         05 filler pic x(23) value "RECONCILIATION      C  ".
         05 filler pic x(23) value "SERVICEPLANS        C  ".
         05 filler pic x(23) value "SERVICERECOG        C  ".
         05 filler pic x(23) value "CHARGEBACKS         C  ".
         05 filler pic x(23) value "REFUNDCHEQUES       C  ".
         05 filler pic x(23) value "GLPOSTING           C  ".
         05 filler pic x(23) value "BANKSTATEMENT       C  ".
         05 filler pic x(23) value "DEPOSITRECON        C  ".
         05 filler pic x(23) value "TILLRECON           C  ".
         05 filler pic x(23) value "LABORHOURS          DB1".
         05 filler pic x(23) value "INCENTIVE           DB1".
         05 filler pic x(23) value "CARDSETTLE          CB2".
         05 filler pic x(23) value "WAREHOUSE           CB3".
         05 filler pic x(23) value "POSDOWNLOAD         CB4".
         05 filler pic x(23) value "OUTBOUND            C  ".
         05 filler pic x(23) value "ARCHIVE             C  ".
       01 ws-chain-tab redefines ws-chain-defs.
         05 ws-chain-entry occurs 50 times.
           10 ws-chain-step pic x(20).
           10 ws-chain-class pic x(1).
           10 ws-chain-group pic x(1).
           10 ws-chain-stream pic x(1).
       01 ws-chain-count pic 9(2) value 50.
       01 ws-chain-sub pic 9(2) value 0.
       01 ws-chain-pos pic 9(2) value 0.

      *parallel groups: the step that completes each group's inputs
      *and how many streams the group is split into.
       01 ws-group-defs.
         05 filler pic x(22) value "AINVCOUNT            4".
         05 filler pic x(22) value "BTILLRECON           4".
       01 ws-group-tab redefines ws-group-defs.
         05 ws-group-entry occurs 2 times.
           10 ws-grp-id pic x(1).
           10 ws-grp-after pic x(20).
           10 ws-grp-streams pic 9(1).
       01 ws-group-count pic 9(2) value 2.
       01 ws-group-id pic x(1) value space.
       01 ws-group-pos pic 9(2) value 0.
       01 ws-group-sub pic 9(2) value 0.
       01 ws-group-last pic x(20) value spaces.
       01 ws-group-pending pic 9(2) value 0.
       01 ws-dispatch-step pic x(20) value spaces.

      *PARALLEL_STREAMS=Y in RunControl.dat turns the streams on; left
      *off, or on a single-step or catch-up run, a group's steps run
      *in line in chain order exactly as before. Each stream is this
      *driver started again with BATCH_STREAM=<group><stream>: it
      *runs only that stream's steps, logs to its own
      *BatchStream-<id>.log and marks each finished step in
      *StepStatus.dat and the checkpoint. STREAM_COMMAND overrides
      *the command that starts it, by default the BatchDriver
      *program in the directory the run was launched from.
       01 ws-parallel-param pic x value "N".
         88 ws-parallel-on value "Y".
       01 ws-stream-command pic x(80) value spaces.
       01 ws-launch-dir pic x(200) value spaces.
       01 ws-stream-cmdline pic x(600) value spaces.
       01 ws-cmd-ptr pic 9(4) value 1.
       01 ws-stream-id pic x(2) value spaces.
         88 ws-is-stream value "A1" thru "Z9".
       01 ws-stream-no pic 9(2) value 0.
       01 ws-stream-ok pic x value "n".
         88 ws-stream-finished value "y".
       01 ws-stream-eof pic x value "n".
         88 ws-stream-log-yes value "y".
       01 ws-log-filename pic x(40)
           value "../data/BatchDriver.log".
       01 ws-stream-log-filename pic x(40) value spaces.

      *the last step the in-line chain completed, and the steps the
      *checkpoint shows a stream already finished for this run date.
       01 ws-cp-last-step pic x(20) value spaces.
       01 ws-share-status pic xx value "00".
       01 ws-share-tries pic 9(2) value 0.
       01 ws-done-count pic 9(2) value 0.
       01 ws-done-table.
         05 ws-done-entry occurs 60 times.
           10 ws-done-step pic x(20).
           10 ws-done-stream pic x(2).
       01 ws-done-sub pic 9(2) value 0.
       01 ws-step-done pic x value "n".
         88 ws-step-is-done value "y".

      *per-step elapsed averages out of RunHistory.dat.
       01 ws-hist-eof pic x value "n".
         88 ws-hist-yes value "y".
       01 ws-avg-count pic 9(2) value 0.
       01 ws-avg-table.
         05 ws-avg-entry occurs 60 times.
           10 ws-avg-step pic x(20).
           10 ws-avg-total pic 9(9) value 0.
           10 ws-avg-runs pic 9(5) value 0.

       01 ws-runctl-eof pic x value "n".
         88 ws-runctl-yes value "y".

      *run-control change audit. RunControl.dat is compared line by
      *line against the last accepted set - by name, or by name and
      *value for DISABLE_STEP, which may repeat. A change to one of
      *the sensitive parameters below is refused unless
      *RunControlApprovals.dat holds a matching approval: the run
      *keeps the accepted value instead and the refusal goes to the
      *exception hub at high severity.
       01 ws-sensitive-defs.
         05 filler pic x(30) value "REJECT_PCT_OVERALL".
         05 filler pic x(30) value "REJECT_PCT_STORE".
         05 filler pic x(30) value "DISABLE_STEP".
         05 filler pic x(30) value "RUN_SINGLE_STEP".
         05 filler pic x(30) value "DATA_DIR".
         05 filler pic x(30) value "CASH_REFUND_LIMIT".
         05 filler pic x(30) value "REFUND_CHEQUE_ACCOUNT".
         05 filler pic x(30) value "RETENTION_DAYS".
         05 filler pic x(30) value "TXN_RETENTION_DAYS".
         05 filler pic x(30) value "REGISTER_RETENTION_DAYS".
         05 filler pic x(30) value "STREAM_COMMAND".
       01 ws-sensitive-tab redefines ws-sensitive-defs.
         05 ws-sensitive-name pic x(30) occurs 11 times.
       01 ws-sensitive-count pic 9(2) value 11.
       01 ws-sensitive-sub pic 9(2) value 0.
       01 ws-sensitive-flag pic x value "n".
         88 ws-is-sensitive value "y".

       01 ws-pl-name pic x(30) value spaces.
       01 ws-pl-value pic x(50) value spaces.
       01 ws-pl-len pic 9(3) value 0.

       01 ws-accepted-eof pic x value "n".
         88 ws-accepted-yes value "y".
       01 ws-acc-count pic 9(3) value 0.
       01 ws-acc-table.
         05 ws-acc-entry occurs 100 times.
           10 ws-acc-name pic x(30).
           10 ws-acc-value pic x(50).
           10 ws-acc-matched pic x(1).
       01 ws-acc-sub pic 9(3) value 0.
       01 ws-acc-hit pic 9(3) value 0.

       01 ws-new-count pic 9(3) value 0.
       01 ws-new-table.
         05 ws-new-entry occurs 100 times.
           10 ws-new-name pic x(30).
           10 ws-new-value pic x(50).
       01 ws-new-sub pic 9(3) value 0.

       01 ws-eff-count pic 9(3) value 0.
       01 ws-eff-table.
         05 ws-eff-entry occurs 100 times.
           10 ws-eff-name pic x(30).
           10 ws-eff-value pic x(50).
       01 ws-eff-sub pic 9(3) value 0.

       01 ws-approval-eof pic x value "n".
         88 ws-approval-yes value "y".
       01 ws-apv-count pic 9(3) value 0.
       01 ws-apv-table.
         05 ws-apv-entry occurs 50 times.
           10 ws-apv-rec pic x(100).
           10 ws-apv-used pic x(1).
       01 ws-apv-sub pic 9(3) value 0.
       01 ws-apv-used-count pic 9(3) value 0.
       01 ws-approved-flag pic x value "n".
         88 ws-is-approved value "y".
       01 ws-approver pic x(8) value spaces.

       01 ws-chg-count pic 9(3) value 0.
       01 ws-chg-table.
         05 ws-chg-entry occurs 100 times.
           10 ws-chg-change pic x(1).
           10 ws-chg-name pic x(30).
           10 ws-chg-old pic x(50).
           10 ws-chg-new pic x(50).
           10 ws-chg-result pic x(1).
           10 ws-chg-approver pic x(8).
       01 ws-chg-sub pic 9(3) value 0.
       01 ws-cur-change pic x(1) value space.
       01 ws-cur-old pic x(50) value spaces.
       01 ws-cur-new pic x(50) value spaces.
       01 ws-cur-name pic x(30) value spaces.
       01 ws-baseline-flag pic x value "n".
         88 ws-is-baseline value "y".
       01 ws-change-time pic 9(6) value 0.
       01 ws-param-name pic x(30) value spaces.
       01 ws-param-value pic x(20) value spaces.
       01 ws-param-rundate pic x(8) value spaces.

       procedure division.
       000-main.
      *a copy started for one parallel stream runs only that
      *stream's steps and leaves the run's shared files to the
      *driver that started it.
           accept ws-stream-id from environment "BATCH_STREAM".
           if ws-stream-id not = spaces
               perform 600-run-stream
               goback
           end-if.
           call "CBL_GET_CURRENT_DIR" using by value 0
             by value 200 by reference ws-launch-dir.
           perform 003-switch-datadir.
           open output log-file.
           open output step-status-file.
               open output exception-hub-file
               close exception-hub-file
           end-if.
           perform 042-record-changes.

      *an explicit rerun of the date backs out the prior run's own
      *entries first - and refuses entirely, stopping the chain,
           if not ws-aborted
               perform 100-run-splitandcount
           end-if.
           if not ws-aborted
               perform 100-run-enrich
           end-if.
           if not ws-aborted
               perform 100-run-controltotalcheck
           end-if.
           if not ws-aborted
               perform 100-run-vprocessing
           end-if.
           if not ws-aborted
               perform 100-run-vendorclaims
           end-if.
           if not ws-aborted
               perform 100-run-billback
           end-if.
           if not ws-aborted
               perform 100-run-layaway
           end-if.
           if not ws-aborted
               perform 100-run-loyalty
           end-if.
           if not ws-aborted
               perform 100-run-giftcard
           end-if.
           if not ws-aborted
               perform 100-run-receiving
           end-if.
           if not ws-aborted
               perform 100-run-transfers
           end-if.
           if not ws-aborted
               perform 100-run-inventory
           end-if.
           if not ws-aborted
               perform 100-run-invcount
           end-if.
           if not ws-aborted
               move "A" to ws-group-id
               perform 300-run-group
           end-if.
           if not ws-aborted
               perform 100-run-reconciliation
           end-if.
           if not ws-aborted
               perform 100-run-serviceplans
           end-if.
           if not ws-aborted
               perform 100-run-servicerecog
           end-if.
           if not ws-aborted
               perform 100-run-chargebacks
           end-if.
           if not ws-aborted
               perform 100-run-refundcheques
           end-if.
           if not ws-aborted
               perform 100-run-glposting
               perform 100-run-tillrecon
           end-if.
           if not ws-aborted
               move "B" to ws-group-id
               perform 300-run-group
           end-if.
           if not ws-aborted
               perform 100-run-outbound
           end-if.
           if not ws-aborted
               perform 100-run-archive

      *the exception digest and the operations summary both run even
      *after a failed step - the morning pages have to show what
      *needs a human and which step stopped the chain. Distribution
      *goes last so the bundles carry both, and its manifest shows
      *which reports a failed run never produced.
           perform 100-run-exceptiondigest.
           perform 100-run-opssummary.
           perform 100-run-distribution.

           if ws-aborted
               display "BATCH RUN FAILED - see ../data/BatchDriver.log"
           end-if.

       005-load-runcontrol.
      *the parameters are compared against the last accepted set
      *before any of them takes effect, and only the set this run
      *accepts is applied. A stream applies its starting driver's
      *accepted set as it stands.
           perform 030-load-accepted.
           if ws-is-stream
               perform varying ws-acc-sub from 1 by 1
                 until ws-acc-sub > ws-acc-count
                   move ws-acc-name(ws-acc-sub) to ws-pl-name
                   move ws-acc-value(ws-acc-sub) to ws-pl-value
                   perform 039-apply-line
               end-perform
           else
               perform 031-read-runcontrol
               perform 032-load-approvals
               if ws-is-baseline
                   perform varying ws-new-sub from 1 by 1
                     until ws-new-sub > ws-new-count
                       move ws-new-entry(ws-new-sub)
                         to ws-eff-entry(ws-new-sub)
                   end-perform
                   move ws-new-count to ws-eff-count
                   move "RUN_CONTROL" to ws-log-step
                   move "no accepted parameter set - baseline recorded"
                     to ws-log-message
                   move 0 to ws-log-rc
                   write log-line from ws-log-line
               else
                   perform 033-compare-parameters
               end-if
               perform 037-write-accepted
               if ws-apv-used-count > 0
                   perform 038-rewrite-approvals
               end-if
               perform varying ws-eff-sub from 1 by 1
                 until ws-eff-sub > ws-eff-count
                   move ws-eff-name(ws-eff-sub) to ws-pl-name
                   move ws-eff-value(ws-eff-sub) to ws-pl-value
                   perform 039-apply-line
               end-perform
           end-if.
           if ws-param-rundate is numeric
               move ws-param-rundate to ws-run-date
           end-if.
                   when "REJECT_PCT_OVERALL"
                   when "REJECT_PCT_STORE"
                   when "CASH_REFUND_LIMIT"
                   when "REPLEN_VELOCITY_DAYS"
                   when "REPLEN_DEAD_DAYS"
                   when "TRANSFER_TRANSIT_DAYS"
                   when "SERVICE_EXPIRY_DAYS"
                   when "LOYALTY_EARN_RATE"
                   when "LOYALTY_REDEEM_RATE"
                   when "STALE_CHEQUE_DAYS"
                   when "REFUND_CHEQUE_ACCOUNT"
                   when "BUDGET_UNDER_PCT"
                   when "INCENTIVE_PERIOD"
                   when "OUTBOUND_ACK_DAYS"
                   when "VOLUME_WEEKS"
                   when "VOLUME_LOW_PCT"
                   when "VOLUME_HIGH_PCT"
                   when "SEGMENT_LOOKBACK"
                   when "SEGMENT_LAPSED_DAYS"
                   when "SEGMENT_LAPSING_DAYS"
                   when "SEGMENT_NEW_DAYS"
                   when "SEGMENT_RETURN_PCT"
                   when "AUDIT_KEEP_DAYS"
                       if function trim(ws-param-value) is numeric
                           perform 008-export-parameter
                       end-if
      *a money amount - 500.00 is valid where the digit test above
      *would refuse it.
                   when "EMPLOYEE_ALLOWANCE"
                       if ws-param-value not = spaces
                         and function test-numval(ws-param-value) = 0
                           perform 008-export-parameter
                       end-if
                   when "BATCH_DEADLINE"
                       if ws-param-value(1:6) is numeric
                           move ws-param-value(1:6)
                           write log-line from ws-log-line
                       end-if
                   when "FISCAL_PERIODS"
                   when "POS_FULL_REFRESH"
                   when "VOLUME_HOLD"
                   when "SEGMENT_EXTRACT"
                       if ws-param-value not = spaces
                           perform 008-export-parameter
                       end-if
                           move 0 to ws-log-rc
                           write log-line from ws-log-line
                       end-if
                   when "PARALLEL_STREAMS"
                       if ws-param-value = "Y" or ws-param-value = "N"
                           move ws-param-value to ws-parallel-param
                           move ws-param-name to ws-log-step
                           move spaces to ws-log-message
                           string "parallel streams "
                             ws-parallel-param
                             delimited by size into ws-log-message
                           move 0 to ws-log-rc
                           write log-line from ws-log-line
                       end-if
                   when "STREAM_COMMAND"
                       if ws-param-value not = spaces
                           move spaces to ws-stream-command
                           unstring run-control-line
                             delimited by "="
                             into ws-param-name, ws-stream-command
                           end-unstring
                           move ws-param-name to ws-log-step
                           move spaces to ws-log-message
                           string "stream command "
                             function trim(ws-stream-command)
                             delimited by size into ws-log-message
                           move 0 to ws-log-rc
                           write log-line from ws-log-line
                       end-if
                   when "DISABLE_STEP"
                       if ws-param-value not = spaces
                         and ws-disabled-count < 30
       010-check-restart.
           accept ws-restart-param from environment "RESTART_MODE".
           if ws-restart-param = "Y" or ws-restart-param = "y"
               perform 012-read-checkpoint
           end-if.

       012-read-checkpoint.
      *the in-line record gives the date and the step to resume
      *after; the stream records behind it for the same date are
      *steps a parallel group finished before the chain stopped. A
      *stream only wants those.
           move "n" to ws-checkpoint-eof.
           move 0 to ws-share-tries.
           open input checkpoint-file.
           perform until ws-share-status not = "61"
             or ws-share-tries > 60
               perform 270-wait-share
               open input checkpoint-file
           end-perform.
           perform until ws-checkpoint-yes
               read checkpoint-file
                   at end
                       move "y" to ws-checkpoint-eof
                   not at end
                       if cp-rundate is numeric and cp-rundate > 0
                           perform 013-take-checkpoint
                       end-if
               end-read
           end-perform.
           close checkpoint-file.

       013-take-checkpoint.
           if cp-stream = spaces
               if not ws-is-stream
                   move cp-rundate to ws-run-date
                   move cp-step to ws-restart-step
                   move cp-step to ws-cp-last-step
                   move "y" to ws-restarting
               end-if
           else
               if cp-rundate = ws-run-date
                 and ws-done-count < 60
                   add 1 to ws-done-count
                   move cp-step to ws-done-step(ws-done-count)
                   move cp-stream to ws-done-stream(ws-done-count)
               end-if
           end-if.

       015-check-rerun.
           end-if.

       025-load-averages.
           move 0 to ws-share-tries.
           open input run-history-file.
           perform until ws-share-status not = "61"
             or ws-share-tries > 60
               perform 270-wait-share
               open input run-history-file
           end-perform.
           perform until ws-hist-yes
               read run-history-file
                   at end
               end-if
           end-perform.
           if ws-avg-hit = 0
             and ws-avg-count < 60
               add 1 to ws-avg-count
               move rh-step to ws-avg-step(ws-avg-count)
               move ws-avg-count to ws-avg-hit
           move 0 to ws-log-rc.
           write log-line from ws-log-line.

       030-load-accepted.
      *no accepted set on file (the first run, or a new environment)
      *means there is nothing to compare against - this run's
      *parameters become the baseline.
           move "y" to ws-baseline-flag.
           open input accepted-file.
           perform until ws-accepted-yes
               read accepted-file
                   at end
                       move "y" to ws-accepted-eof
                   not at end
                       move "n" to ws-baseline-flag
                       move accepted-line to run-control-line
                       perform 036-split-line
                       if ws-pl-name not = spaces
                         and ws-acc-count < 100
                           add 1 to ws-acc-count
                           move ws-pl-name to ws-acc-name(ws-acc-count)
                           move ws-pl-value
                             to ws-acc-value(ws-acc-count)
                           move "n" to ws-acc-matched(ws-acc-count)
                       end-if
               end-read
           end-perform.
           close accepted-file.

       031-read-runcontrol.
           open input run-control-file.
           perform until ws-runctl-yes
               read run-control-file
                   at end
                       move "y" to ws-runctl-eof
                   not at end
                       if run-control-line(1:1) not = "*"
                         and run-control-line not = spaces
                           perform 036-split-line
                           if ws-pl-name not = spaces
                             and ws-new-count < 100
                               add 1 to ws-new-count
                               move ws-pl-name
                                 to ws-new-name(ws-new-count)
                               move ws-pl-value
                                 to ws-new-value(ws-new-count)
                           end-if
                       end-if
               end-read
           end-perform.
           close run-control-file.

       032-load-approvals.
           open input approval-file.
           perform until ws-approval-yes
               read approval-file
                   at end
                       move "y" to ws-approval-eof
                   not at end
                       if approval-rec not = spaces
                         and ws-apv-count < 50
                           add 1 to ws-apv-count
                           move approval-rec
                             to ws-apv-rec(ws-apv-count)
                           move "n" to ws-apv-used(ws-apv-count)
                       end-if
               end-read
           end-perform.
           close approval-file.

       033-compare-parameters.
      *every line of tonight's file is matched to the accepted set;
      *an accepted parameter nobody matched has been removed.
           perform varying ws-new-sub from 1 by 1
             until ws-new-sub > ws-new-count
               move ws-new-name(ws-new-sub) to ws-cur-name
               move ws-new-value(ws-new-sub) to ws-cur-new
               perform 034-find-accepted
               if ws-acc-hit = 0
                   move "A" to ws-cur-change
                   move spaces to ws-cur-old
               else
                   move "y" to ws-acc-matched(ws-acc-hit)
                   move ws-acc-value(ws-acc-hit) to ws-cur-old
                   if ws-cur-old = ws-cur-new
                       move space to ws-cur-change
                   else
                       move "C" to ws-cur-change
                   end-if
               end-if
               if ws-cur-change = space
                   perform 035-keep-effective
               else
                   perform 040-judge-change
                   if ws-chg-result(ws-chg-count) = "A"
                       perform 035-keep-effective
                   else
      *a refused change keeps the accepted value; a refused
      *addition leaves the parameter out.
                       if ws-cur-change = "C"
                           move ws-cur-old to ws-cur-new
                           perform 035-keep-effective
                       end-if
                   end-if
               end-if
           end-perform.
           perform varying ws-acc-sub from 1 by 1
             until ws-acc-sub > ws-acc-count
               if ws-acc-matched(ws-acc-sub) = "n"
                   move "D" to ws-cur-change
                   move ws-acc-name(ws-acc-sub) to ws-cur-name
                   move ws-acc-value(ws-acc-sub) to ws-cur-old
                   move spaces to ws-cur-new
                   perform 040-judge-change
                   if ws-chg-result(ws-chg-count) = "R"
                       move ws-cur-old to ws-cur-new
                       perform 035-keep-effective
                   end-if
               end-if
           end-perform.

       034-find-accepted.
           move 0 to ws-acc-hit.
           perform varying ws-acc-sub from 1 by 1
             until ws-acc-sub > ws-acc-count or ws-acc-hit > 0
               if ws-acc-name(ws-acc-sub) = ws-cur-name
                 and ws-acc-matched(ws-acc-sub) = "n"
                   if ws-cur-name not = "DISABLE_STEP"
                     or ws-acc-value(ws-acc-sub) = ws-cur-new
                       move ws-acc-sub to ws-acc-hit
                   end-if
               end-if
           end-perform.

       035-keep-effective.
           if ws-eff-count < 100
               add 1 to ws-eff-count
               move ws-cur-name to ws-eff-name(ws-eff-count)
               move ws-cur-new to ws-eff-value(ws-eff-count)
           end-if.

       036-split-line.
      *NAME=VALUE, the value taken whole from after the first "="
      *so a value may itself hold one.
           move spaces to ws-pl-name.
           move spaces to ws-pl-value.
           move 0 to ws-pl-len.
           unstring run-control-line
             delimited by "="
             into ws-pl-name count in ws-pl-len
           end-unstring.
           if ws-pl-len < 79
               move run-control-line(ws-pl-len + 2:) to ws-pl-value
           end-if.

       037-write-accepted.
           open output accepted-file.
           perform varying ws-eff-sub from 1 by 1
             until ws-eff-sub > ws-eff-count
               move spaces to accepted-line
               string function trim(ws-eff-name(ws-eff-sub))
                 "=" ws-eff-value(ws-eff-sub)
                 delimited by size into accepted-line
               write accepted-line
           end-perform.
           close accepted-file.

       038-rewrite-approvals.
      *the approvals this run used are spent; the rest wait for the
      *change they approve.
           open output approval-file.
           perform varying ws-apv-sub from 1 by 1
             until ws-apv-sub > ws-apv-count
               if ws-apv-used(ws-apv-sub) = "n"
                   move ws-apv-rec(ws-apv-sub) to approval-rec
                   write approval-rec
               end-if
           end-perform.
           close approval-file.

       039-apply-line.
           move spaces to run-control-line.
           string function trim(ws-pl-name) "=" ws-pl-value
             delimited by size into run-control-line.
           perform 007-apply-parameter.

       040-judge-change.
      *records the change, and refuses it when the parameter is
      *sensitive and no approval names this exact change.
           move "n" to ws-sensitive-flag.
           perform varying ws-sensitive-sub from 1 by 1
             until ws-sensitive-sub > ws-sensitive-count
               if ws-sensitive-name(ws-sensitive-sub) = ws-cur-name
                   move "y" to ws-sensitive-flag
               end-if
           end-perform.
           move "n" to ws-approved-flag.
           move spaces to ws-approver.
           if ws-is-sensitive
               perform varying ws-apv-sub from 1 by 1
                 until ws-apv-sub > ws-apv-count or ws-is-approved
                   move ws-apv-rec(ws-apv-sub) to approval-rec
                   if ws-apv-used(ws-apv-sub) = "n"
                     and ap-name = ws-cur-name
                       perform 041-match-approval
                   end-if
               end-perform
           end-if.
           if ws-chg-count < 100
               add 1 to ws-chg-count
           end-if.
           move ws-cur-change to ws-chg-change(ws-chg-count).
           move ws-cur-name to ws-chg-name(ws-chg-count).
           move ws-cur-old to ws-chg-old(ws-chg-count).
           move ws-cur-new to ws-chg-new(ws-chg-count).
           move ws-approver to ws-chg-approver(ws-chg-count).
           move ws-cur-name to ws-log-step.
           move spaces to ws-log-message.
           if ws-is-sensitive and not ws-is-approved
               move "R" to ws-chg-result(ws-chg-count)
               string "REFUSED - no approval: "
                 function trim(ws-cur-old) " -> "
                 function trim(ws-cur-new)
                 delimited by size into ws-log-message
               move 8 to ws-log-rc
           else
               move "A" to ws-chg-result(ws-chg-count)
               string "parameter change: "
                 function trim(ws-cur-old) " -> "
                 function trim(ws-cur-new)
                 delimited by size into ws-log-message
               move 0 to ws-log-rc
           end-if.
           write log-line from ws-log-line.

       041-match-approval.
           if (ws-cur-change not = "D" and ap-action = "S"
                 and ap-value = ws-cur-new)
             or (ws-cur-change = "D" and ap-action = "D"
                 and (ap-value = ws-cur-old or ap-value = spaces))
               move "y" to ws-approved-flag
               move ap-approver to ws-approver
               move "y" to ws-apv-used(ws-apv-sub)
               add 1 to ws-apv-used-count
           end-if.

       042-record-changes.
      *the night's changes go to the cumulative history and the
      *exception hub once the run's date and sequence are settled:
      *accepted changes at medium severity so somebody sees them,
      *refusals at high.
           if ws-chg-count > 0
               move function current-date(9:6) to ws-change-time
               open extend param-history-file
               open extend exception-hub-file
               perform varying ws-chg-sub from 1 by 1
                 until ws-chg-sub > ws-chg-count
                   perform 043-record-change
               end-perform
               close param-history-file
               close exception-hub-file
           end-if.

       043-record-change.
           move spaces to param-history-rec.
           move ws-run-date to ph-rundate.
           move ws-run-seq to ph-seq.
           move ws-change-time to ph-time.
           move ws-chg-change(ws-chg-sub) to ph-change.
           move ws-chg-name(ws-chg-sub) to ph-name.
           move ws-chg-old(ws-chg-sub) to ph-old-value.
           move ws-chg-new(ws-chg-sub) to ph-new-value.
           move ws-chg-result(ws-chg-sub) to ph-result.
           move ws-chg-approver(ws-chg-sub) to ph-approver.
           write param-history-rec.

           move spaces to exception-hub-rec.
           move "BATCHDRIVER" to eh-source.
           if ws-chg-result(ws-chg-sub) = "R"
               move "H" to eh-severity
               if ws-chg-change(ws-chg-sub) = "D"
                   string "RUN CONTROL REMOVAL REFUSED "
                     function trim(ws-chg-name(ws-chg-sub)) "="
                     function trim(ws-chg-old(ws-chg-sub))
                     delimited by size into eh-text
               else
                   string "RUN CONTROL CHANGE REFUSED "
                     function trim(ws-chg-name(ws-chg-sub)) "="
                     function trim(ws-chg-new(ws-chg-sub))
                     delimited by size into eh-text
               end-if
           else
               move "M" to eh-severity
               evaluate ws-chg-change(ws-chg-sub)
                   when "A"
                       string "RUN CONTROL ADDED "
                         function trim(ws-chg-name(ws-chg-sub)) "="
                         function trim(ws-chg-new(ws-chg-sub))
                         delimited by size into eh-text
                   when "C"
                       string "RUN CONTROL CHANGED "
                         function trim(ws-chg-name(ws-chg-sub)) "="
                         function trim(ws-chg-new(ws-chg-sub))
                         delimited by size into eh-text
                   when other
                       string "RUN CONTROL REMOVED "
                         function trim(ws-chg-name(ws-chg-sub)) "="
                         function trim(ws-chg-old(ws-chg-sub))
                         delimited by size into eh-text
               end-evaluate
           end-if.
           write exception-hub-rec.

       050-check-skip.
      *while restarting, every step up to and including the last
      *checkpointed one is skipped; the step after it runs live.
                     to ws-skip-reason
               end-if
           end-perform.
      *a step a parallel stream already finished before a restart
      *is not run a second time.
           if not ws-skip-step
               perform 058-check-done
               if ws-step-is-done
                   move "y" to ws-skip-this
                   move "skipped - finished in stream"
                     to ws-skip-reason
               end-if
           end-if.
      *a catch-up run executes only the queued steps; a deadlined
      *nightly run sends reporting steps to the queue instead of
      *launching them past the window.
      *nightly run starts before midnight - so it gains a day.
           move 0 to ws-chain-pos.
           perform varying ws-chain-sub from 1 by 1
             until ws-chain-sub > ws-chain-count
               if ws-chain-step(ws-chain-sub) = ws-step-name
                   move ws-chain-sub to ws-chain-pos
               end-if
               end-if
               move ws-now-secs to ws-projected-secs
               perform varying ws-chain-sub from ws-chain-pos by 1
                 until ws-chain-sub > ws-chain-count
                   if ws-chain-sub = ws-chain-pos
                     or ws-chain-class(ws-chain-sub) = "C"
                       perform 028-get-step-avg
               end-if
           end-if.

       058-check-done.
           move "n" to ws-step-done.
           perform varying ws-done-sub from 1 by 1
             until ws-done-sub > ws-done-count
               if ws-done-step(ws-done-sub) = ws-step-name
                   move "y" to ws-step-done
               end-if
           end-perform.

       057-defer-step.
           move 0 to ws-share-tries.
           open extend deferred-file.
           perform until ws-share-status not = "61"
             or ws-share-tries > 60
               perform 270-wait-share
               open extend deferred-file
           end-perform.
           move ws-step-name to df-step.
           write deferred-rec.
           close deferred-file.
               perform 200-logstep
           end-if.

       100-run-enrich.
           move "ENRICH" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "DailyEnrich"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-controltotalcheck.
           move "CONTROLTOTALCHK" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-vendorclaims.
           move "VENDORCLAIMS" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "VendorClaimTrack"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-billback.
           move "BILLBACK" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "PromoBillback"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-layaway.
           move "LAYAWAY" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-loyalty.
           move "LOYALTY" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "LoyaltyPoints"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-giftcard.
           move "GIFTCARD" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-receiving.
           move "RECEIVING" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "ReceivingPost"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-transfers.
           move "TRANSFERS" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "TransferPost"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-inventory.
           move "INVENTORY" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-invcount.
           move "INVCOUNT" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "InventoryCount"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-replenish.
           move "REPLENISH" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "ReplenishmentPlan"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-promoeffect.
           move "PROMOEFFECT" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-budgetreport.
           move "BUDGETREPORT" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "BudgetReport"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-compstores.
           move "COMPSTORES" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "CompStoreReport"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-netsales.
           move "NETSALES" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-margin.
           move "MARGIN" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "GrossMargin"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-flashreports.
           move "FLASHREPORTS" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-baskets.
           move "BASKETS" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "BasketAnalysis"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-custsegments.
           move "CUSTSEGMENTS" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "CustomerSegments"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-emppurchases.
           move "EMPPURCHASES" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "EmployeePurchases"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-reconciliation.
           move "RECONCILIATION" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-serviceplans.
           move "SERVICEPLANS" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "ServiceContractPost"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-servicerecog.
           move "SERVICERECOG" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "ServiceRecognition"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-chargebacks.
           move "CHARGEBACKS" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "ChargebackTrack"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-refundcheques.
           move "REFUNDCHEQUES" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "RefundCheques"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-glposting.
           move "GLPOSTING" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-laborhours.
           move "LABORHOURS" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "LaborProductivity"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-incentive.
           move "INCENTIVE" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "CashierIncentive"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-cardsettle.
           move "CARDSETTLE" to ws-step-name.
           perform 050-check-skip.
               perform 200-logstep
           end-if.

       100-run-posdownload.
           move "POSDOWNLOAD" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "POSDownload"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-outbound.
           move "OUTBOUND" to ws-step-name.
           perform 050-check-skip.
           if ws-skip-step
               perform 210-logskip
           else
               move function current-date(9:6)
                 to ws-step-start
               call "OutboundRegister"
               move return-code to ws-step-rc
               perform 200-logstep
           end-if.

       100-run-archive.
           move "ARCHIVE" to ws-step-name.
           perform 050-check-skip.
           end-if.
           write log-line from ws-log-line.

       100-run-distribution.
           move "DISTRIBUTION" to ws-step-name.
           if ws-single-step not = spaces
             and ws-single-step not = "DISTRIBUTION"
               move "skipped - single-step run" to ws-skip-reason
               perform 210-logskip
               exit paragraph
           end-if.
           call "ReportDistribution".
           move return-code to ws-step-rc.
           move ws-step-name to ws-log-step.
           move ws-step-rc to ws-log-rc.
           if ws-step-rc = 0
               move "completed ok" to ws-log-message
           else
               move "FAILED" to ws-log-message
           end-if.
           write log-line from ws-log-line.

       200-logstep.
           move ws-step-name to ws-log-step.
           move ws-step-rc to ws-log-rc.
           if ws-step-rc = 0
               move "completed ok" to ws-log-message
           else
               if ws-is-stream
                   move "FAILED - stopping stream" to ws-log-message
               else
                   move "FAILED - stopping batch chain"
                     to ws-log-message
               end-if
               move "y" to ws-abort
           end-if.
           write log-line from ws-log-line.
           move 0 to ws-share-tries.
           open extend step-status-file.
           perform until ws-share-status not = "61"
             or ws-share-tries > 60
               perform 270-wait-share
               open extend step-status-file
           end-perform.
           move spaces to step-status-rec.
           move ws-step-name to ss-step.
           move ws-step-rc to ss-rc.
           move ws-stream-id to ss-stream.
           write step-status-rec.
           close step-status-file.
      *a stream adds its finished step behind the in-line record
      *instead of replacing it.
           if ws-step-rc = 0
               if ws-is-stream
                   move 0 to ws-share-tries
                   open extend checkpoint-file
                   perform until ws-share-status not = "61"
                     or ws-share-tries > 60
                       perform 270-wait-share
                       open extend checkpoint-file
                   end-perform
               else
                   open output checkpoint-file
                   move ws-step-name to ws-cp-last-step
               end-if
               move spaces to checkpoint-rec
               move ws-run-date to cp-rundate
               move ws-step-name to cp-step
               move ws-stream-id to cp-stream
               write checkpoint-rec
               close checkpoint-file
           end-if.
           end-if.
           perform 260-get-step-records.

           move 0 to ws-share-tries.
           open extend run-history-file.
           perform until ws-share-status not = "61"
             or ws-share-tries > 60
               perform 270-wait-share
               open extend run-history-file
           end-perform.
           move spaces to run-history-rec.
           move ws-run-date to rh-rundate.
           move ws-step-name to rh-step.
           move ws-step-start to rh-start.
      *that write no control totals record zero.
           move 0 to ws-step-records.
           move "n" to ws-ctl-eof.
           move 0 to ws-share-tries.
           open input ctl-totals-file.
           perform until ws-share-status not = "61"
             or ws-share-tries > 60
               perform 270-wait-share
               open input ctl-totals-file
           end-perform.
           perform until ws-ctl-yes
               read ctl-totals-file
                   at end
           end-perform.
           close ctl-totals-file.

       270-wait-share.
      *a parallel stream may have one of the run's shared files
      *open for the moment it takes to add its line - wait a second
      *and try again rather than fail the step that finished.
           call "C$SLEEP" using 1.
           add 1 to ws-share-tries.

       300-run-group.
      *finds the group in the group table and its last step in
      *chain order, which becomes the checkpoint once the whole
      *group has finished.
           move 0 to ws-group-pos.
           perform varying ws-group-sub from 1 by 1
             until ws-group-sub > ws-group-count
               if ws-grp-id(ws-group-sub) = ws-group-id
                   move ws-group-sub to ws-group-pos
               end-if
           end-perform.
           move spaces to ws-group-last.
           perform varying ws-group-sub from 1 by 1
             until ws-group-sub > ws-chain-count
               if ws-chain-group(ws-group-sub) = ws-group-id
                   move ws-chain-step(ws-group-sub) to ws-group-last
               end-if
           end-perform.
           if ws-parallel-on
             and ws-single-step = spaces
             and not ws-in-catchup
             and ws-group-pos > 0
               perform 320-run-group-streams
           else
               perform 310-run-group-inline
           end-if.

       310-run-group-inline.
           perform varying ws-group-sub from 1 by 1
             until ws-group-sub > ws-chain-count
               if ws-chain-group(ws-group-sub) = ws-group-id
                 and not ws-aborted
                   move ws-chain-step(ws-group-sub)
                     to ws-dispatch-step
                   perform 330-dispatch-step
               end-if
           end-perform.

       320-run-group-streams.
      *a restart still skips the group steps up to the checkpointed
      *one (they ran in line before streams were switched on); the
      *streams are told about them through the checkpoint like any
      *step a stream finished itself.
           move 0 to ws-group-pending.
           perform varying ws-group-sub from 1 by 1
             until ws-group-sub > ws-chain-count
               if ws-chain-group(ws-group-sub) = ws-group-id
                   perform 325-check-group-restart
               end-if
           end-perform.
           if ws-group-pending = 0
               exit paragraph
           end-if.

           perform 340-rewrite-checkpoint.

           move spaces to ws-stream-cmdline.
           move 1 to ws-cmd-ptr.
           if ws-stream-command = spaces
               string function trim(ws-launch-dir) "/BatchDriver"
                 delimited by size into ws-stream-command
           end-if.
           perform varying ws-stream-no from 1 by 1
             until ws-stream-no > ws-grp-streams(ws-group-pos)
               perform 345-clear-stream-log
               string "BATCH_STREAM=" ws-group-id ws-stream-no(2:1) " "
                 function trim(ws-stream-command) " & "
                 delimited by size into ws-stream-cmdline
                 with pointer ws-cmd-ptr
           end-perform.
           string "wait" delimited by size into ws-stream-cmdline
             with pointer ws-cmd-ptr.

           move spaces to ws-log-step.
           string "GROUP " ws-group-id delimited by size
             into ws-log-step.
           move spaces to ws-log-message.
           string "starting " ws-grp-streams(ws-group-pos)
             " streams after "
             function trim(ws-grp-after(ws-group-pos))
             delimited by size into ws-log-message.
           move 0 to ws-log-rc.
           write log-line from ws-log-line.

           call "SYSTEM" using ws-stream-cmdline.

           perform varying ws-stream-no from 1 by 1
             until ws-stream-no > ws-grp-streams(ws-group-pos)
               perform 350-collect-stream
           end-perform.

      *every stream finished cleanly - the group is one completed
      *step as far as a later restart is concerned.
           if not ws-aborted
               open output checkpoint-file
               move spaces to checkpoint-rec
               move ws-run-date to cp-rundate
               move ws-group-last to cp-step
               write checkpoint-rec
               close checkpoint-file
               move ws-group-last to ws-cp-last-step
           end-if.

       325-check-group-restart.
           move ws-chain-step(ws-group-sub) to ws-step-name.
           if ws-in-restart
               move "skipped - restart resume" to ws-skip-reason
               perform 210-logskip
               if ws-done-count < 60
                   add 1 to ws-done-count
                   move ws-step-name to ws-done-step(ws-done-count)
                   move ws-chain-group(ws-group-sub)
                     to ws-done-stream(ws-done-count)(1:1)
                   move ws-chain-stream(ws-group-sub)
                     to ws-done-stream(ws-done-count)(2:1)
               end-if
               if ws-step-name = ws-restart-step
                   move "n" to ws-restarting
               end-if
           else
               add 1 to ws-group-pending
           end-if.

       330-dispatch-step.
           evaluate ws-dispatch-step
               when "REPLENISH"
                   perform 100-run-replenish
               when "PROMOEFFECT"
                   perform 100-run-promoeffect
               when "REGIONREPORT"
                   perform 100-run-regionreport
               when "PERIODSUMMARY"
                   perform 100-run-periodsummary
               when "BUDGETREPORT"
                   perform 100-run-budgetreport
               when "COMPSTORES"
                   perform 100-run-compstores
               when "NETSALES"
                   perform 100-run-netsales
               when "MARGIN"
                   perform 100-run-margin
               when "FLASHREPORTS"
                   perform 100-run-flashreports
               when "HIGHVALUE"
                   perform 100-run-highvalue
               when "RETURNANALYTICS"
                   perform 100-run-returnanalytics
               when "BASKETS"
                   perform 100-run-baskets
               when "CUSTSEGMENTS"
                   perform 100-run-custsegments
               when "EMPPURCHASES"
                   perform 100-run-emppurchases
               when "LABORHOURS"
                   perform 100-run-laborhours
               when "INCENTIVE"
                   perform 100-run-incentive
               when "CARDSETTLE"
                   perform 100-run-cardsettle
               when "WAREHOUSE"
                   perform 100-run-warehouse
               when "POSDOWNLOAD"
                   perform 100-run-posdownload
               when other
                   move ws-dispatch-step to ws-log-step
                   move "no run paragraph for grouped step"
                     to ws-log-message
                   move 16 to ws-log-rc
                   write log-line from ws-log-line
                   move "y" to ws-abort
           end-evaluate.

       340-rewrite-checkpoint.
      *the in-line record first, then the steps already finished in
      *this group, and nothing left over from an earlier run.
           open output checkpoint-file.
           if ws-cp-last-step not = spaces
               move spaces to checkpoint-rec
               move ws-run-date to cp-rundate
               move ws-cp-last-step to cp-step
               write checkpoint-rec
           end-if.
           perform varying ws-done-sub from 1 by 1
             until ws-done-sub > ws-done-count
               move spaces to checkpoint-rec
               move ws-run-date to cp-rundate
               move ws-done-step(ws-done-sub) to cp-step
               move ws-done-stream(ws-done-sub) to cp-stream
               write checkpoint-rec
           end-perform.
           close checkpoint-file.

       345-clear-stream-log.
      *emptied before the start so last night's log cannot pass for
      *a stream that never got going.
           perform 347-set-stream-log.
           open output stream-log-file.
           close stream-log-file.

       347-set-stream-log.
           move spaces to ws-stream-log-filename.
           string "../data/BatchStream-" ws-group-id
             ws-stream-no(2:1)
             ".log" delimited by size into ws-stream-log-filename.

       350-collect-stream.
      *the stream's log goes into BatchDriver.log in one piece; a
      *stream whose last line is not its clean finish stops the
      *chain the same as a failed in-line step.
           perform 347-set-stream-log.
           move "n" to ws-stream-ok.
           move "n" to ws-stream-eof.
           open input stream-log-file.
           perform until ws-stream-log-yes
               read stream-log-file
                   at end
                       move "y" to ws-stream-eof
                   not at end
                       write log-line from stream-log-line
                       if sl-step(1:7) = "STREAM "
                         and sl-message = "stream completed ok"
                           move "y" to ws-stream-ok
                       else
                           move "n" to ws-stream-ok
                       end-if
               end-read
           end-perform.
           close stream-log-file.
           if not ws-stream-finished
               move spaces to ws-log-step
               string "STREAM " ws-group-id ws-stream-no(2:1)
                 delimited by size into ws-log-step
               move "did not finish - stopping batch chain"
                 to ws-log-message
               move 16 to ws-log-rc
               write log-line from ws-log-line
               move "y" to ws-abort
           end-if.

       600-run-stream.
      *one parallel stream: the run date, sequence and exported
      *parameters come from the driver that started it; the
      *RunControl.dat read is for the step switches and the
      *deadline, and its parameter lines are the starting driver's
      *to log, so the stream's log is started over after it.
           move spaces to ws-log-filename.
           string "../data/BatchStream-" ws-stream-id ".log"
             delimited by size into ws-log-filename.
           move "y" to ws-datadir-switched.
           open output log-file.
           perform 005-load-runcontrol.
           close log-file.
           open output log-file.
           accept ws-param-rundate from environment "RUN_DATE".
           if ws-param-rundate is numeric
               move ws-param-rundate to ws-run-date
           end-if.
           perform 025-load-averages.
           perform 012-read-checkpoint.

           perform varying ws-group-sub from 1 by 1
             until ws-group-sub > ws-chain-count
               if ws-chain-group(ws-group-sub) = ws-stream-id(1:1)
                 and ws-chain-stream(ws-group-sub)
                   = ws-stream-id(2:1)
                 and not ws-aborted
                   move ws-chain-step(ws-group-sub)
                     to ws-dispatch-step
                   perform 330-dispatch-step
               end-if
           end-perform.

           move spaces to ws-log-step.
           string "STREAM " ws-stream-id delimited by size
             into ws-log-step.
           if ws-aborted
               move "stream FAILED" to ws-log-message
               move 16 to ws-log-rc
               move 16 to return-code
           else
               move "stream completed ok" to ws-log-message
               move 0 to ws-log-rc
               move 0 to return-code
           end-if.
           write log-line from ws-log-line.
           close log-file.

       end program BatchDriver.
