           select valid-file
               assign "../../../T2-02-P1-Valid.dat"
               organization is line sequential.
      *
      *call-center scorecard from T2-06-P1 - optional; where an
      *employee has a final code there it replaces the keyed one.
           select optional score-file
               assign "../../../T2-Scorecard.dat"
               organization is line sequential.
      *
       data division.
       file section.
      *hand-off file below contains everything T2-01-P2 reads.
       fd in-file
           data record is in-rec
           record contains 38 characters.
      *
       01 in-rec.
         05 in-number pic xxx.
         05 in-salary pic 99999.
         05 in-performance pic x.
         05 in-jobgrade pic x(2).
      *the call-center team and supervisor, maintained through
      *T2-03-P1 - blank for anyone not on a team.
         05 in-team pic x(3).
         05 in-supervisor pic x(12).
      *
       fd print-file
           record contains 132 characters
      *the shift code finally survives the hand-off - the raise
      *calculation applies the night/rotating differentials to it.
         05 vr-shift pic x.
      *
       fd score-file
           data record is score-rec
           record contains 16 characters.
      *
       01 score-rec.
         05 sc-number pic xxx.
         05 filler pic x(10).
         05 sc-final pic x.
         05 filler pic x(2).
      *
       working-storage section.
      *
         88 ws-seen-is-found value "y".
      *
       01 ws-p2-rc pic 9(4).
      *
       01 ws-score-eof pic x value "n".
         88 ws-score-done value "y".
       01 ws-score-count pic 9(3) value 0.
       01 ws-score-table.
         05 ws-score-entry occurs 999 times
             indexed by ws-score-idx.
           10 ws-score-number pic xxx.
           10 ws-score-final pic x.
       01 ws-score-found pic x value "n".
         88 ws-score-is-found value "y".
      *
      *staffing coverage tallies over the validated records - shift
      *subscripts: 1 = day, 2 = night, 3 = rotating; class
           move " " to ws-dl-error3.
           move " " to ws-dl-error4.
           perform 050-load-minimums.
           perform 060-load-scorecard.
           perform 100-process-logic until ws-yes.
      *
           perform 500-coverage-report.
               move in-name to vr-name
               move in-salary to vr-salary
               move in-performance to vr-performance
               perform applyScorecard
               move in-jobgrade to vr-jobgrade
               move in-shift-code to vr-shift
               write valid-rec
                 to ws-shift-minimum(3)
           end-if.

       060-load-scorecard.
           open input score-file.
           perform until ws-score-done
               read score-file
                   at end
                       move "y" to ws-score-eof
                   not at end
                       if ws-score-count < 999
                         and sc-final not = space
                           add 1 to ws-score-count
                           move sc-number
                             to ws-score-number(ws-score-count)
                           move sc-final
                             to ws-score-final(ws-score-count)
                       end-if
               end-read
           end-perform.
           close score-file.

       applyScorecard.
           move "n" to ws-score-found.
           set ws-score-idx to 1.
           search ws-score-entry
               at end
                   move "n" to ws-score-found
               when ws-score-idx > ws-score-count
                   move "n" to ws-score-found
               when ws-score-number(ws-score-idx) = in-number
                   move "y" to ws-score-found
           end-search.
           if ws-score-is-found
               move ws-score-final(ws-score-idx) to vr-performance
           end-if.

       tallyCoverage.
           evaluate true
               when is-day
