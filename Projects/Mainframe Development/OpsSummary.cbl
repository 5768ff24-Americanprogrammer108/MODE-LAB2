      *outcome from StepStatus.dat, the read/valid/rejected counts
      *and per-program record counts from ControlTotals.dat, the
      *SplitAndCount count and amount lines from the cnt file, and
      *the MATCH/MISMATCH verdicts of the two balance checks, and the
      *RunControl.dat changes BatchDriver found at the start of the
      *run (RunControlHistory.dat). Always runs, even after a failed
      *step, so the page shows what stopped the chain.

       environment division.
       input-output section.
           assign to "../data/ControlTotals.dat"
           organization is line sequential.

           select optional param-history-file
           assign to "../data/RunControlHistory.dat"
           organization is line sequential.

           select optional cnt-file
           assign dynamic ws-counts-filename
           organization is line sequential.
           05 ctl-count pic 9(7).
           05 filler pic x(3).

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

       fd cnt-file
           data record is counts-line
           record contains 50 characters.
         88 ws-cnt-yes value "y".
       01 ws-balance-eof pic x value "n".
         88 ws-balance-yes value "y".
       01 ws-history-eof pic x value "n".
         88 ws-history-yes value "y".
       01 ws-change-count pic 9(3) value 0.
       01 ws-run-seq pic 9(2) value 1.

       01 ws-any-failed pic x value "n".
         88 ws-has-failure value "y".
           "SPLIT COUNTS AND AMOUNTS".
       01 ws-section-balance pic x(40) value
           "BALANCE CHECKS".
       01 ws-section-params pic x(40) value
           "RUN CONTROL CHANGES".

       01 ws-param-line.
         05 filler pic x(2) value spaces.
         05 ws-pm-change pic x(8).
         05 filler pic x(1) value spaces.
         05 ws-pm-name pic x(25).
         05 filler pic x(1) value spaces.
         05 ws-pm-old pic x(30).
         05 filler pic x(4) value " -> ".
         05 ws-pm-new pic x(30).
         05 filler pic x(2) value spaces.
         05 ws-pm-result pic x(20).

       01 ws-step-line.
         05 filler pic x(6) value "STEP  ".
             before advancing 2 lines.

           perform 100-write-steps.
           perform 150-write-param-changes.
           perform 200-write-controltotals.
           perform 300-write-splitcounts.
           perform 400-write-balancechecks.
           end-if.
           move ws-seq-suffix to ws-counts-filename-seq.
           move ws-seq-suffix to ws-output-filename-seq.
           if ws-run-seq-param is numeric
               move ws-run-seq-param to ws-run-seq
           end-if.

       100-write-steps.
           write output-line from ws-section-steps.
           move spaces to output-line.
           write output-line.

       150-write-param-changes.
      *every parameter added, changed or removed since the last run,
      *and whether the run took it or refused it for want of an
      *approval.
           write output-line from ws-section-params.
           open input param-history-file.
           perform until ws-history-yes
               read param-history-file
                   at end
                       move "y" to ws-history-eof
                   not at end
                       if ph-rundate = ws-run-date
                         and ph-seq = ws-run-seq
                           perform 160-write-param-line
                       end-if
               end-read
           end-perform.
           close param-history-file.
           if ws-change-count = 0
               move spaces to output-line
               move "  NONE" to output-line
               write output-line
           end-if.
           move spaces to output-line.
           write output-line.

       160-write-param-line.
           add 1 to ws-change-count.
           evaluate ph-change
               when "A"
                   move "ADDED" to ws-pm-change
               when "C"
                   move "CHANGED" to ws-pm-change
               when other
                   move "REMOVED" to ws-pm-change
           end-evaluate.
           move ph-name to ws-pm-name.
           move ph-old-value to ws-pm-old.
           move ph-new-value to ws-pm-new.
           if ph-result = "R"
               move "** REFUSED **" to ws-pm-result
           else
               if ph-approver not = spaces
                   move spaces to ws-pm-result
                   string "APPROVED " ph-approver
                     delimited by size into ws-pm-result
               else
                   move "ACCEPTED" to ws-pm-result
               end-if
           end-if.
           write output-line from ws-param-line.

       200-write-controltotals.
           write output-line from ws-section-counts.
           open input ctl-totals-file.
