       identification division.
       program-id. ReportDistribution.
      *Program Description: Report distribution, the last step of the
      *nightly run. The distribution master (DistributionMaster.dat)
      *names each recipient - a store manager, a region, loss
      *prevention or finance - and the report families that go to
      *them. Every recipient gets one bundle for the run
      *(dist-<recipient>-<date>.out) holding each of their reports
      *one after another behind a banner line; a per-store family
      *(one file per store, like the flash reports) contributes only
      *the recipient's own stores - the store for a manager, every
      *store in the region for a region, the whole chain otherwise.
      *The manifest (DistManifest-<date>.out) lists, recipient by
      *recipient, every report that was sent and every one that was
      *due but not there, so the morning hand-off no longer depends
      *on someone noticing a file was never produced.

       environment division.
       input-output section.
       file-control.
           select optional dist-master-file
           assign to "../data/DistributionMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select store-file
           assign to "../data/StoreMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional store-status-file
           assign to "../data/StoreStatus.dat"
           organization is line sequential
           file status is ws-io-status.

           select report-in-file
           assign dynamic ws-report-in-name
           organization is line sequential
           file status is ws-io-status.

           select bundle-file
           assign dynamic ws-bundle-filename
           organization is line sequential
           file status is ws-io-status.

           select manifest-file
           assign dynamic ws-manifest-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *R rows name a recipient, F rows the report families that go
      *to it. A family is the dated file name less its date, as
      *ArchiveJob lists them: the prefix ahead of the date and the
      *suffix after it. A per-store family (Y) carries the store
      *number ahead of the date, prefix + store + "-" + date.
       fd dist-master-file
           data record is dist-master-rec
           record contains 60 characters.
       01 dist-master-rec.
         05 dm-rectype pic x(1).
           88 dm-recipient-row value "R".
           88 dm-family-row value "F".
         05 dm-recipient pic x(8).
         05 dm-role pic x(1).
         05 dm-scope pic x(10).
         05 dm-name pic x(30).
         05 filler pic x(10).
       01 dist-family-rec redefines dist-master-rec.
         05 filler pic x(1).
         05 df-recipient pic x(8).
         05 df-prefix pic x(30).
         05 df-suffix pic x(4).
         05 df-perstore pic x(1).
         05 filler pic x(16).

       fd store-file
           data record is store-master-rec
           record contains 52 characters.
       01 store-master-rec.
           05 store-master-number pic x(2).
           05 store-master-name pic x(20).
           05 store-master-region pic x(10).
           05 store-master-manager pic x(20).

       fd store-status-file
           data record is store-status-rec
           record contains 18 characters.
       01 store-status-rec.
           05 ss-store pic x(2).
           05 ss-opendate pic 9(8).
           05 ss-closedate pic 9(8).

       fd report-in-file
           data record is report-in-line
           record contains 256 characters.
       01 report-in-line pic x(256).

       fd bundle-file
           data record is bundle-line
           record contains 256 characters.
       01 bundle-line pic x(256).

       fd manifest-file
           data record is manifest-line
           record contains 132 characters.
       01 manifest-line pic x(132).

       working-storage section.
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".
       01 ws-storelist-eof pic x value "n".
         88 ws-storelist-yes value "y".
       01 ws-status-eof pic x value "n".
         88 ws-status-yes value "y".
       01 ws-report-eof pic x value "n".
         88 ws-report-yes value "y".

       01 ws-recipient-count pic 9(3) value 0.
       01 ws-recipient-table.
         05 ws-recipient-entry occurs 200 times
             indexed by ws-recipient-idx.
           10 ws-rc-recipient pic x(8).
           10 ws-rc-role pic x(1).
           10 ws-rc-scope pic x(10).
           10 ws-rc-name pic x(30).

       01 ws-dfamily-count pic 9(4) value 0.
       01 ws-dfamily-table.
         05 ws-dfamily-entry occurs 2000 times
             indexed by ws-dfamily-idx.
           10 ws-df-recipient pic x(8).
           10 ws-df-prefix pic x(30).
           10 ws-df-suffix pic x(4).
           10 ws-df-perstore pic x(1).

       01 ws-store-count pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
             indexed by ws-store-idx.
           10 ws-store-number pic x(2) value spaces.
           10 ws-store-region pic x(10) value spaces.
           10 ws-store-closedate pic 9(8) value 0.

       01 ws-store-wanted pic x value "n".
         88 ws-store-is-wanted value "y".

       01 ws-report-in-name pic x(60) value spaces.
       01 ws-file-info pic x(64) value spaces.
       01 ws-report-lines pic 9(7) value 0.

       01 ws-rcpt-sent pic 9(5) value 0.
       01 ws-rcpt-missing pic 9(5) value 0.
       01 ws-bundles-written pic 9(5) value 0.
       01 ws-total-sent pic 9(5) value 0.
       01 ws-total-missing pic 9(5) value 0.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(60) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-bundle-filename pic x(60) value spaces.

       01 ws-manifest-filename.
         05 filler pic x(20) value "../data/DistManifest".
         05 filler pic x(1) value "-".
         05 ws-manifest-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-manifest-filename-seq pic x(4) value spaces.

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).

       01 ws-heading pic x(60) value
           "REPORT DISTRIBUTION MANIFEST".

       01 ws-nomaster-line pic x(60) value
           "NO DISTRIBUTION MASTER - NOTHING DISTRIBUTED".

       01 ws-recipient-line.
         05 filler pic x(10) value "RECIPIENT ".
         05 ws-rl-recipient pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rl-name pic x(30).
         05 filler pic x(2) value spaces.
         05 ws-rl-role pic x(16).
         05 filler pic x(1) value space.
         05 ws-rl-scope pic x(10).

       01 ws-bundle-name-line.
         05 filler pic x(10) value "  BUNDLE  ".
         05 ws-bl-name pic x(60).

       01 ws-manifest-detail.
         05 filler pic x(4) value spaces.
         05 ws-md-status pic x(8).
         05 ws-md-name pic x(60).
         05 ws-md-lines pic zzzzzz9.
         05 ws-md-lines-text pic x(6).

       01 ws-recipient-total.
         05 filler pic x(4) value spaces.
         05 filler pic x(6) value "SENT: ".
         05 ws-rt-sent pic zzzz9.
         05 filler pic x(12) value "   MISSING: ".
         05 ws-rt-missing pic zzzz9.

       01 ws-norecipient-line pic x(60) value
           "    NO REPORT FAMILIES ON THE MASTER FOR THIS RECIPIENT".

       01 ws-total-line.
         05 filler pic x(2) value spaces.
         05 ws-tl-text pic x(30).
         05 ws-tl-count pic zzzz9.

      *the banner ahead of each report inside a bundle.
       01 ws-banner-line.
         05 filler pic x(12) value "=========== ".
         05 ws-bn-name pic x(60).
         05 filler pic x(12) value " ===========".

       01 ws-bundle-heading.
         05 filler pic x(19) value "REPORT BUNDLE FOR  ".
         05 ws-bh-name pic x(30).
         05 filler pic x(2) value spaces.
         05 ws-bh-role pic x(16).
         05 filler pic x(1) value space.
         05 ws-bh-scope pic x(10).
         05 filler pic x(6) value " RUN  ".
         05 ws-bh-date pic 9(8).

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-storelist.
           perform 012-load-storestatus.
           perform 020-load-distmaster.

           open output manifest-file.
           move ws-manifest-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move ws-run-date to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write manifest-line from ws-pagestamp.
           write manifest-line from ws-heading
             before advancing 2 lines.

           if ws-recipient-count = 0
               write manifest-line from ws-nomaster-line
           end-if.

           perform 100-bundle-one-recipient
             varying ws-recipient-idx from 1 by 1
             until ws-recipient-idx > ws-recipient-count.

           move spaces to manifest-line.
           write manifest-line.
           move "Bundles written:" to ws-tl-text.
           move ws-bundles-written to ws-tl-count.
           write manifest-line from ws-total-line.
           move "Reports sent:" to ws-tl-text.
           move ws-total-sent to ws-tl-count.
           write manifest-line from ws-total-line.
           move "Reports missing:" to ws-tl-text.
           move ws-total-missing to ws-tl-count.
           write manifest-line from ws-total-line.
           close manifest-file.

           display "Report distribution finished".
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
           move ws-run-date to ws-manifest-filename-date.
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
      *keeps the plain file names so a normal night is unchanged,
      *later runs suffix every dated name with -Rnn - and bundle
      *that sequence's own reports.
           accept ws-run-seq-param from environment "RUN_SEQ".
           if ws-run-seq-param is numeric
             and ws-run-seq-param > "01"
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-manifest-filename-seq.

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
                           move store-master-region
                             to ws-store-region(ws-store-count)
                       end-if
               end-read
           end-perform.
           close store-file.

       012-load-storestatus.
           open input store-status-file.
           move "../data/StoreStatus.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-status-yes
               read store-status-file
                   at end
                       move "y" to ws-status-eof
                   not at end
                       perform varying ws-store-idx from 1 by 1
                         until ws-store-idx > ws-store-count
                           if ws-store-number(ws-store-idx)
                             = ss-store
                             and ss-closedate is numeric
                               move ss-closedate to
                                 ws-store-closedate(ws-store-idx)
                           end-if
                       end-perform
               end-read
           end-perform.
           close store-status-file.

       020-load-distmaster.
           open input dist-master-file.
           move "../data/DistributionMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-master-yes
               read dist-master-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       evaluate true
                           when dm-recipient-row
                             and ws-recipient-count < 200
                               add 1 to ws-recipient-count
                               move dm-recipient to
                                 ws-rc-recipient(ws-recipient-count)
                               move dm-role to
                                 ws-rc-role(ws-recipient-count)
                               move dm-scope to
                                 ws-rc-scope(ws-recipient-count)
                               move dm-name to
                                 ws-rc-name(ws-recipient-count)
                           when dm-family-row
                             and ws-dfamily-count < 2000
                               add 1 to ws-dfamily-count
                               move df-recipient to
                                 ws-df-recipient(ws-dfamily-count)
                               move df-prefix to
                                 ws-df-prefix(ws-dfamily-count)
                               move df-suffix to
                                 ws-df-suffix(ws-dfamily-count)
                               move df-perstore to
                                 ws-df-perstore(ws-dfamily-count)
                       end-evaluate
               end-read
           end-perform.
           close dist-master-file.

       100-bundle-one-recipient.
           move 0 to ws-rcpt-sent, ws-rcpt-missing.
           move spaces to ws-bundle-filename.
           string "../data/dist-"
                  function trim(ws-rc-recipient(ws-recipient-idx))
                  "-" ws-run-date ".out"
                  function trim(ws-seq-suffix)
             delimited by size into ws-bundle-filename.

           move ws-rc-recipient(ws-recipient-idx) to ws-rl-recipient.
           move ws-rc-name(ws-recipient-idx) to ws-rl-name.
           move ws-rc-scope(ws-recipient-idx) to ws-rl-scope.
           evaluate ws-rc-role(ws-recipient-idx)
               when "M"
                   move "STORE MANAGER" to ws-rl-role
               when "R"
                   move "REGION" to ws-rl-role
               when "L"
                   move "LOSS PREVENTION" to ws-rl-role
               when "F"
                   move "FINANCE" to ws-rl-role
               when "D"
                   move "MERCHANDISING" to ws-rl-role
               when "K"
                   move "MARKETING" to ws-rl-role
               when "H"
                   move "HUMAN RESOURCES" to ws-rl-role
               when other
                   move "OTHER" to ws-rl-role
           end-evaluate.
           move spaces to manifest-line.
           write manifest-line.
           write manifest-line from ws-recipient-line.
           move ws-bundle-filename to ws-bl-name.
           write manifest-line from ws-bundle-name-line.

           open output bundle-file.
           move ws-bundle-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move ws-rl-name to ws-bh-name.
           move ws-rl-role to ws-bh-role.
           move ws-rl-scope to ws-bh-scope.
           move ws-run-date to ws-bh-date.
           write bundle-line from ws-bundle-heading.

           perform 200-bundle-one-family
             varying ws-dfamily-idx from 1 by 1
             until ws-dfamily-idx > ws-dfamily-count.

           close bundle-file.
           add 1 to ws-bundles-written.

           if ws-rcpt-sent = 0 and ws-rcpt-missing = 0
               write manifest-line from ws-norecipient-line
           else
               move ws-rcpt-sent to ws-rt-sent
               move ws-rcpt-missing to ws-rt-missing
               write manifest-line from ws-recipient-total
           end-if.

       200-bundle-one-family.
           if ws-df-recipient(ws-dfamily-idx)
             not = ws-rc-recipient(ws-recipient-idx)
               exit paragraph
           end-if.

           if ws-df-perstore(ws-dfamily-idx) = "Y"
               perform 250-bundle-one-store
                 varying ws-store-idx from 1 by 1
                 until ws-store-idx > ws-store-count
           else
               move spaces to ws-report-in-name
               string "../data/"
                      function trim(ws-df-prefix(ws-dfamily-idx))
                      ws-run-date
                      function trim(ws-df-suffix(ws-dfamily-idx))
                      function trim(ws-seq-suffix)
                 delimited by size into ws-report-in-name
               perform 300-bundle-one-report
           end-if.

       250-bundle-one-store.
      *a manager gets their own store, a region every store in it,
      *loss prevention and finance the whole chain. Stores closed
      *before the run date produce no per-store files and are not
      *looked for.
           if ws-store-closedate(ws-store-idx) > 0
             and ws-store-closedate(ws-store-idx) < ws-run-date
               exit paragraph
           end-if.
           move "n" to ws-store-wanted.
           evaluate ws-rc-role(ws-recipient-idx)
               when "M"
                   if ws-store-number(ws-store-idx)
                     = ws-rc-scope(ws-recipient-idx)(1:2)
                       move "y" to ws-store-wanted
                   end-if
               when "R"
                   if ws-store-region(ws-store-idx)
                     = ws-rc-scope(ws-recipient-idx)
                       move "y" to ws-store-wanted
                   end-if
               when other
                   move "y" to ws-store-wanted
           end-evaluate.
           if not ws-store-is-wanted
               exit paragraph
           end-if.

           move spaces to ws-report-in-name.
           string "../data/"
                  function trim(ws-df-prefix(ws-dfamily-idx))
                  ws-store-number(ws-store-idx) "-"
                  ws-run-date
                  function trim(ws-df-suffix(ws-dfamily-idx))
                  function trim(ws-seq-suffix)
             delimited by size into ws-report-in-name.
           perform 300-bundle-one-report.

       300-bundle-one-report.
           move spaces to ws-manifest-detail.
           move ws-report-in-name to ws-md-name.
           call "CBL_CHECK_FILE_EXIST"
             using ws-report-in-name, ws-file-info.
           if return-code not = 0
               move 0 to return-code
               move "MISSING" to ws-md-status
               write manifest-line from ws-manifest-detail
               add 1 to ws-rcpt-missing
               add 1 to ws-total-missing
               exit paragraph
           end-if.

           move ws-report-in-name to ws-bn-name.
           move spaces to bundle-line.
           write bundle-line.
           write bundle-line from ws-banner-line.
           move 0 to ws-report-lines.
           move "n" to ws-report-eof.
           open input report-in-file.
           move ws-report-in-name to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-report-yes
               read report-in-file
                   at end
                       move "y" to ws-report-eof
                   not at end
                       write bundle-line from report-in-line
                       add 1 to ws-report-lines
               end-read
           end-perform.
           close report-in-file.

           move "SENT" to ws-md-status.
           move ws-report-lines to ws-md-lines.
           move " LINES" to ws-md-lines-text.
           write manifest-line from ws-manifest-detail.
           add 1 to ws-rcpt-sent.
           add 1 to ws-total-sent.

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

       end program ReportDistribution.
