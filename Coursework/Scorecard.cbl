       identification division.
       program-id. T2-06-P1.
      *Program Description: Call-center scorecard. Turns the A7
      *operators' yearly call totals (the twelve month buckets in
      *A7.dat that Program1 reports) into a proposed G/S/A/P
      *performance code, by each operator's calls as a percentage of
      *the average operator's - the same measure Program1 prints.
      *Supervisors override a proposed code through
      *T2-ScoreOverride.dat. The final codes go to T2-Scorecard.dat,
      *which T2-02-P1 applies to the validated records it hands to
      *T2-01-P2, so the raise follows the calls rather than a code
      *keyed from memory. Employees with no A7 calls keep the code
      *on the master.
      *
      *Bands are percentages of the average operator's yearly calls,
      *from T2-SCORE-G / T2-SCORE-S / T2-SCORE-A (default 120, 100
      *and 80): at or above the G band is G, and so on; below the A
      *band is P.
      *
      *Override layout (36 bytes):
      *  number      x(3)   employee number
      *  code        x(1)   G/S/A/P
      *  supervisor  x(12)  who made the override
      *  reason      x(20)
      *
       environment division.
       input-output section.
       file-control.
           select optional calls-file
               assign to "../../../A7.dat"
               organization is line sequential.
      *
           select master-file
               assign to "../../../T2-01-P1.dat"
               organization is line sequential.
      *
           select optional override-file
               assign to "../../../T2-ScoreOverride.dat"
               organization is line sequential.
      *
           select score-file
               assign to "../../../T2-Scorecard.dat"
               organization is line sequential.
      *
           select print-file
               assign to "../../../T2-06-P1.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd calls-file
           data record is calls-rec
           record contains 51 characters.
       01 calls-rec.
         05 cr-number pic x(3).
         05 cr-name pic x(12).
         05 cr-calls pic 999 occurs 12 times.
      *
       fd master-file
           data record is master-rec
           record contains 38 characters.
       01 master-rec.
         05 ms-number pic xxx.
         05 ms-name pic x(10).
         05 filler pic x(7).
         05 ms-performance pic x.
         05 filler pic x(17).
      *
       fd override-file
           data record is override-rec
           record contains 36 characters.
       01 override-rec.
         05 ov-number pic xxx.
         05 ov-code pic x.
           88 ov-code-valid values "G" "S" "A" "P".
         05 ov-supervisor pic x(12).
         05 ov-reason pic x(20).
      *
      *the final code per employee, read by T2-02-P1.
       fd score-file
           data record is score-rec
           record contains 16 characters.
       01 score-rec.
         05 sc-number pic xxx.
         05 sc-calls pic 9(5).
         05 sc-pct pic 9(4).
         05 sc-proposed pic x.
         05 sc-final pic x.
         05 sc-source pic x.
           88 sc-from-calls value "C".
           88 sc-from-override value "O".
         05 filler pic x.
      *
       fd print-file
           record contains 132 characters
           data record is print-line.
       01 print-line pic x(132).
      *
       working-storage section.
      *
       01 ws-calls-eof pic x value "n".
         88 ws-calls-done value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-done value "y".
       01 ws-override-eof pic x value "n".
         88 ws-override-done value "y".
      *
       01 ws-band-param pic x(5) value spaces.
       01 ws-band-g pic 9(3) value 120.
       01 ws-band-s pic 9(3) value 100.
       01 ws-band-a pic 9(3) value 80.
      *
       01 ws-emp-count pic 9(3) value 0.
       01 ws-emp-table.
         05 ws-emp-entry occurs 999 times
             indexed by ws-emp-idx.
           10 ws-emp-number pic xxx.
           10 ws-emp-name pic x(10).
           10 ws-emp-current pic x.
       01 ws-emp-found pic x value "n".
         88 ws-emp-is-found value "y".
      *
      *one row per employee scored: the A7 operators on the master,
      *then anyone overridden who had no calls.
       01 ws-score-count pic 9(3) value 0.
       01 ws-score-table.
         05 ws-score-entry occurs 999 times
             indexed by ws-score-idx.
           10 ws-sc-number pic xxx.
           10 ws-sc-name pic x(10).
           10 ws-sc-current pic x.
           10 ws-sc-calls pic 9(5).
           10 ws-sc-pct pic 9(4).
           10 ws-sc-proposed pic x.
           10 ws-sc-override pic x.
           10 ws-sc-supervisor pic x(12).
           10 ws-sc-final pic x.
       01 ws-score-found pic x value "n".
         88 ws-score-is-found value "y".
      *
       01 ws-x pic 99 value 0.
       01 ws-find-number pic xxx value spaces.
       01 ws-op-calls pic 9(5) value 0.
       01 ws-total-calls pic 9(9) value 0.
       01 ws-operator-count pic 9(5) value 0.
       01 ws-average pic 9(5)v99 value 0.
      *
       01 ws-not-on-master pic 9(3) value 0.
       01 ws-override-count pic 9(3) value 0.
       01 ws-override-rejects pic 9(3) value 0.
       01 ws-changed-count pic 9(3) value 0.
      *
       01 ws-heading1 pic x(40) value
           "CALL-CENTER SCORECARD".
      *
       01 ws-band-line.
         05 filler pic x(24) value "AVERAGE YEARLY CALLS:   ".
         05 ws-bl-average pic zz,zz9.99.
         05 filler pic x(11) value "   BANDS G ".
         05 ws-bl-g pic zz9.
         05 filler pic x(4) value "% S ".
         05 ws-bl-s pic zz9.
         05 filler pic x(4) value "% A ".
         05 ws-bl-a pic zz9.
         05 filler pic x value "%".
      *
       01 ws-heading2.
         05 filler pic x(25) value "EMP  NAME        YEARLY  ".
         05 filler pic x(27) value "%AVG    PROPOSED  OVERRIDE ".
         05 filler pic x(22) value "FINAL  WAS  SUPERVISOR".
      *
       01 ws-detail-line.
         05 ws-dl-number pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-dl-name pic x(10).
         05 filler pic x(3) value spaces.
         05 ws-dl-calls pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-dl-pct pic zzz9.
         05 filler pic x(8) value spaces.
         05 ws-dl-proposed pic x.
         05 filler pic x(9) value spaces.
         05 ws-dl-override pic x.
         05 filler pic x(6) value spaces.
         05 ws-dl-final pic x.
         05 filler pic x(4) value spaces.
         05 ws-dl-current pic x.
         05 filler pic x(4) value spaces.
         05 ws-dl-supervisor pic x(12).
         05 filler pic x(2) value spaces.
         05 ws-dl-note pic x(20).
      *
       01 ws-reject-heading pic x(40) value
           "EXCEPTIONS".
       01 ws-reject-line.
         05 filler pic x(2) value spaces.
         05 ws-rj-number pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-rj-text pic x(45).
      *
       01 ws-totals-line.
         05 ws-tl-text pic x(30).
         05 ws-tl-count pic zzzz9.
      *
       procedure division.
      *
       000-main.
           perform 010-load-bands.
           perform 020-load-master.
      *
           open output print-file.
           write print-line from ws-heading1 after advancing 1 line.
           write print-line from ws-reject-heading
             after advancing 2 lines.
      *
           perform 030-load-calls.
           perform 040-apply-overrides.
           perform 100-propose-codes
             varying ws-score-idx from 1 by 1
             until ws-score-idx > ws-score-count.
      *
           move ws-average to ws-bl-average.
           move ws-band-g to ws-bl-g.
           move ws-band-s to ws-bl-s.
           move ws-band-a to ws-bl-a.
           write print-line from ws-band-line after advancing 2 lines.
           write print-line from ws-heading2 after advancing 2 lines.
      *
           open output score-file.
           perform 200-write-score
             varying ws-score-idx from 1 by 1
             until ws-score-idx > ws-score-count.
           close score-file.
      *
           move spaces to print-line.
           write print-line after advancing 1 line.
           move "EMPLOYEES SCORED:" to ws-tl-text.
           move ws-score-count to ws-tl-count.
           write print-line from ws-totals-line after advancing 1 line.
           move "OVERRIDES APPLIED:" to ws-tl-text.
           move ws-override-count to ws-tl-count.
           write print-line from ws-totals-line after advancing 1 line.
           move "OVERRIDES REJECTED:" to ws-tl-text.
           move ws-override-rejects to ws-tl-count.
           write print-line from ws-totals-line after advancing 1 line.
           move "CODES CHANGED FROM MASTER:" to ws-tl-text.
           move ws-changed-count to ws-tl-count.
           write print-line from ws-totals-line after advancing 1 line.
           move "A7 OPERATORS NOT ON MASTER:" to ws-tl-text.
           move ws-not-on-master to ws-tl-count.
           write print-line from ws-totals-line after advancing 1 line.
           close print-file.
      *
           display "Scorecard finished".
           move 0 to return-code.
           goback.
      *
       010-load-bands.
      *the accepted value is space-padded, so trim before the
      *numeric test - same idiom as T2-02-P1's 050-load-minimums.
           accept ws-band-param from environment "T2-SCORE-G".
           if function trim(ws-band-param) is numeric
             and function trim(ws-band-param) > 0
               move function numval(ws-band-param) to ws-band-g
           end-if.
           move spaces to ws-band-param.
           accept ws-band-param from environment "T2-SCORE-S".
           if function trim(ws-band-param) is numeric
             and function trim(ws-band-param) > 0
               move function numval(ws-band-param) to ws-band-s
           end-if.
           move spaces to ws-band-param.
           accept ws-band-param from environment "T2-SCORE-A".
           if function trim(ws-band-param) is numeric
             and function trim(ws-band-param) > 0
               move function numval(ws-band-param) to ws-band-a
           end-if.
      *
       020-load-master.
           open input master-file.
           perform until ws-master-done
               read master-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-emp-count < 999
                           add 1 to ws-emp-count
                           move ms-number
                             to ws-emp-number(ws-emp-count)
                           move ms-name to ws-emp-name(ws-emp-count)
                           move ms-performance
                             to ws-emp-current(ws-emp-count)
                       end-if
               end-read
           end-perform.
           close master-file.
      *
       030-load-calls.
      *the average is over every operator in A7.dat, as Program1
      *takes it; only operators on the employee master are scored.
           open input calls-file.
           perform until ws-calls-done
               read calls-file
                   at end
                       move "y" to ws-calls-eof
                   not at end
                       perform 035-add-operator
               end-read
           end-perform.
           close calls-file.
           if ws-operator-count > 0
               compute ws-average rounded =
                 ws-total-calls / ws-operator-count
           end-if.
      *
       035-add-operator.
           move 0 to ws-op-calls.
           perform varying ws-x from 1 by 1 until ws-x > 12
               if cr-calls(ws-x) is numeric
                   add cr-calls(ws-x) to ws-op-calls
               end-if
           end-perform.
           add ws-op-calls to ws-total-calls.
           add 1 to ws-operator-count.
      *
           move cr-number to ws-rj-number, ws-find-number.
           perform 300-find-employee.
           if not ws-emp-is-found
               add 1 to ws-not-on-master
               move "A7 OPERATOR NOT ON EMPLOYEE MASTER"
                 to ws-rj-text
               write print-line from ws-reject-line
                 after advancing 1 line
               exit paragraph
           end-if.
           if ws-score-count < 999
               add 1 to ws-score-count
               set ws-score-idx to ws-score-count
               perform 310-new-score
               move ws-op-calls to ws-sc-calls(ws-score-idx)
           end-if.
      *
       040-apply-overrides.
           open input override-file.
           perform until ws-override-done
               read override-file
                   at end
                       move "y" to ws-override-eof
                   not at end
                       perform 045-apply-override
               end-read
           end-perform.
           close override-file.
      *
       045-apply-override.
           move ov-number to ws-rj-number.
           if not ov-code-valid
               add 1 to ws-override-rejects
               move "OVERRIDE REJECTED - CODE NOT G/S/A/P"
                 to ws-rj-text
               write print-line from ws-reject-line
                 after advancing 1 line
               exit paragraph
           end-if.
           if ov-supervisor = spaces
               add 1 to ws-override-rejects
               move "OVERRIDE REJECTED - NO SUPERVISOR"
                 to ws-rj-text
               write print-line from ws-reject-line
                 after advancing 1 line
               exit paragraph
           end-if.
           move ov-number to ws-find-number.
           perform 300-find-employee.
           if not ws-emp-is-found
               add 1 to ws-override-rejects
               move "OVERRIDE REJECTED - NOT ON EMPLOYEE MASTER"
                 to ws-rj-text
               write print-line from ws-reject-line
                 after advancing 1 line
               exit paragraph
           end-if.
      *
           move "n" to ws-score-found.
           set ws-score-idx to 1.
           search ws-score-entry
               at end
                   move "n" to ws-score-found
               when ws-score-idx > ws-score-count
                   move "n" to ws-score-found
               when ws-sc-number(ws-score-idx) = ov-number
                   move "y" to ws-score-found
           end-search.
           if not ws-score-is-found
               if ws-score-count >= 999
                   exit paragraph
               end-if
               add 1 to ws-score-count
               set ws-score-idx to ws-score-count
               perform 310-new-score
           end-if.
      *a later override for the same employee replaces an earlier one.
           move ov-code to ws-sc-override(ws-score-idx).
           move ov-supervisor to ws-sc-supervisor(ws-score-idx).
           add 1 to ws-override-count.
      *
       100-propose-codes.
      *an employee overridden with no calls on A7.dat has nothing to
      *propose from.
           if ws-sc-calls(ws-score-idx) = 0
             and ws-sc-override(ws-score-idx) not = space
               move space to ws-sc-proposed(ws-score-idx)
           else
               if ws-average > 0
                   compute ws-sc-pct(ws-score-idx) rounded =
                     ws-sc-calls(ws-score-idx) * 100 / ws-average
               end-if
               evaluate true
                   when ws-sc-pct(ws-score-idx) >= ws-band-g
                       move "G" to ws-sc-proposed(ws-score-idx)
                   when ws-sc-pct(ws-score-idx) >= ws-band-s
                       move "S" to ws-sc-proposed(ws-score-idx)
                   when ws-sc-pct(ws-score-idx) >= ws-band-a
                       move "A" to ws-sc-proposed(ws-score-idx)
                   when other
                       move "P" to ws-sc-proposed(ws-score-idx)
               end-evaluate
           end-if.
           if ws-sc-override(ws-score-idx) not = space
               move ws-sc-override(ws-score-idx)
                 to ws-sc-final(ws-score-idx)
           else
               move ws-sc-proposed(ws-score-idx)
                 to ws-sc-final(ws-score-idx)
           end-if.
      *
       200-write-score.
           move ws-sc-number(ws-score-idx) to sc-number.
           move ws-sc-calls(ws-score-idx) to sc-calls.
           move ws-sc-pct(ws-score-idx) to sc-pct.
           move ws-sc-proposed(ws-score-idx) to sc-proposed.
           move ws-sc-final(ws-score-idx) to sc-final.
           if ws-sc-override(ws-score-idx) not = space
               move "O" to sc-source
           else
               move "C" to sc-source
           end-if.
           move space to score-rec(16:1).
           write score-rec.
      *
           move spaces to ws-detail-line.
           move ws-sc-number(ws-score-idx) to ws-dl-number.
           move ws-sc-name(ws-score-idx) to ws-dl-name.
           move ws-sc-calls(ws-score-idx) to ws-dl-calls.
           move ws-sc-pct(ws-score-idx) to ws-dl-pct.
           move ws-sc-proposed(ws-score-idx) to ws-dl-proposed.
           move ws-sc-override(ws-score-idx) to ws-dl-override.
           move ws-sc-final(ws-score-idx) to ws-dl-final.
           move ws-sc-current(ws-score-idx) to ws-dl-current.
           move ws-sc-supervisor(ws-score-idx) to ws-dl-supervisor.
           if ws-sc-final(ws-score-idx)
             not = ws-sc-current(ws-score-idx)
               add 1 to ws-changed-count
               move "CHANGED" to ws-dl-note
           end-if.
           write print-line from ws-detail-line after advancing 1 line.
      *
       300-find-employee.
           move "n" to ws-emp-found.
           set ws-emp-idx to 1.
           search ws-emp-entry
               at end
                   move "n" to ws-emp-found
               when ws-emp-idx > ws-emp-count
                   move "n" to ws-emp-found
               when ws-emp-number(ws-emp-idx) = ws-find-number
                   move "y" to ws-emp-found
           end-search.
      *
       310-new-score.
           move ws-emp-number(ws-emp-idx) to ws-sc-number(ws-score-idx).
           move ws-emp-name(ws-emp-idx) to ws-sc-name(ws-score-idx).
           move ws-emp-current(ws-emp-idx)
             to ws-sc-current(ws-score-idx).
           move 0 to ws-sc-calls(ws-score-idx)
             ws-sc-pct(ws-score-idx).
           move space to ws-sc-proposed(ws-score-idx)
             ws-sc-override(ws-score-idx)
             ws-sc-final(ws-score-idx).
           move spaces to ws-sc-supervisor(ws-score-idx).
      *
       end program T2-06-P1.
