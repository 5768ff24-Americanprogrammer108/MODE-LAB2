       identification division.
       program-id. OutboundRegister.
      *Program Description: Register of the interface files that
      *leave the building every night - the GL posting file, the
      *warehouse extract and its restatement file, and the bank's
      *positive pay file. Each one the run produced is read back and
      *entered on OutboundRegister.dat with the record count and
      *hash total its own trailer carries (a trailer that does not
      *agree with the records in front of it is an exception on the
      *spot). Acknowledgements the receiving systems send back
      *(OutboundAcks.dat, one-shot) are matched to the register by
      *file name: a matching count and hash closes the file, a
      *different one is an exception. A file still unacknowledged
      *OUTBOUND_ACK_DAYS days after it was sent (default 1) is an
      *exception every night until it is. Exceptions go to the
      *common ExceptionHub.dat for the morning digest.
      *
      *Resend: run this program on its own with OUTBOUND_RESEND set
      *to a registered file name (e.g. warehouse-20260301.dat) and
      *it does nothing else - it finds that exact file, in ../data
      *or ../data/archive, checks it still carries the registered
      *count and hash, copies it into ../data/resend for the
      *transfer to pick up and reopens it on the register as sent
      *again today. The step that built the file is not rerun.

       environment division.
       input-output section.
       file-control.
           select optional register-file
           assign to "../data/OutboundRegister.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional ack-file
           assign to "../data/OutboundAcks.dat"
           organization is line sequential
           file status is ws-io-status.

           select outbound-file
           assign dynamic ws-outbound-name
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

           select report-file
           assign dynamic ws-report-filename
           organization is line sequential
           file status is ws-io-status.

           select optional resend-report-file
           assign dynamic ws-resend-filename
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *one row per interface file sent: what it held when it left,
      *and what the receiving system said it loaded.
       fd register-file
           data record is register-rec
           record contains 130 characters.
       01 register-rec.
         05 or-interface pic x(8).
         05 or-filename pic x(40).
         05 or-rundate pic 9(8).
         05 or-sentdate pic 9(8).
         05 or-senttime pic 9(6).
         05 or-count pic 9(9).
         05 or-hash pic 9(13)v99.
         05 or-status pic x(1).
         05 or-ackdate pic 9(8).
         05 or-ack-count pic 9(9).
         05 or-ack-hash pic 9(13)v99.
         05 or-resends pic 9(3).

      *acknowledgements from the receiving systems: the file name as
      *sent, and the record count and hash total they loaded.
       fd ack-file
           data record is ack-rec
           record contains 80 characters.
       01 ack-rec.
         05 oa-interface pic x(8).
         05 oa-filename pic x(40).
         05 oa-ackdate pic 9(8).
         05 oa-count pic 9(9).
         05 oa-hash pic 9(13)v99.

      *each interface's own trailer, over one generic record.
       fd outbound-file
           data record is outbound-rec
           record contains 132 characters.
       01 outbound-rec pic x(132).
       01 gl-trailer redefines outbound-rec.
         05 glt-tag pic x(4).
         05 glt-count pic 9(7).
         05 glt-debit-hash pic 9(11)v99.
         05 glt-credit-hash pic 9(11)v99.
         05 filler pic x(95).
       01 wh-trailer redefines outbound-rec.
         05 wht-tag pic x(3).
         05 wht-count pic 9(9).
         05 wht-amount-hash pic 9(11)v99.
         05 filler pic x(107).
       01 pp-trailer redefines outbound-rec.
         05 ppt-type pic x(1).
         05 filler pic x(12).
         05 ppt-count pic 9(6).
         05 ppt-total pic 9(10)v99.
         05 filler pic x(101).

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line pic x(132).

       fd resend-report-file
           data record is resend-report-line
           record contains 132 characters.
       01 resend-report-line pic x(132).

       working-storage section.
       01 ws-register-eof pic x value "n".
         88 ws-register-yes value "y".
       01 ws-ack-eof pic x value "n".
         88 ws-ack-yes value "y".
       01 ws-outbound-eof pic x value "n".
         88 ws-outbound-yes value "y".

      *the interfaces registered: id, the dated file name around the
      *run date, and the trailer layout (G general ledger, W the
      *warehouse TRL record, P the bank's positive pay T record).
       01 ws-interface-defs.
         05 filler pic x(37)
             value "GLPOST  GLPosting-          .datG".
         05 filler pic x(37)
             value "WHSE    warehouse-          .datW".
         05 filler pic x(37)
             value "WHSEADJ warehouse-adj-      .datW".
         05 filler pic x(37)
             value "POSIPAY PositivePay-        .datP".
       01 ws-interface-tab redefines ws-interface-defs.
         05 ws-interface-entry occurs 4 times.
           10 ws-if-id pic x(8).
           10 ws-if-prefix pic x(20).
           10 ws-if-suffix pic x(4).
           10 ws-if-layout pic x(1).
           10 filler pic x(4).
       01 ws-interface-count pic 9 value 4.
       01 ws-interface-sub pic 9 value 0.

       01 ws-reg-count pic 9(5) value 0.
       01 ws-reg-table.
         05 ws-reg-entry occurs 5000 times
             indexed by ws-reg-idx.
           10 ws-rg-interface pic x(8).
           10 ws-rg-filename pic x(40).
           10 ws-rg-rundate pic 9(8).
           10 ws-rg-sentdate pic 9(8).
           10 ws-rg-senttime pic 9(6).
           10 ws-rg-count pic 9(9).
           10 ws-rg-hash pic 9(13)v99.
           10 ws-rg-status pic x(1).
             88 ws-rg-sent value "S".
             88 ws-rg-acked value "A".
             88 ws-rg-mismatch value "M".
           10 ws-rg-ackdate pic 9(8).
           10 ws-rg-ack-count pic 9(9).
           10 ws-rg-ack-hash pic 9(13)v99.
           10 ws-rg-resends pic 9(3).
       01 ws-reg-found pic x value "n".
         88 ws-reg-is-found value "y".

      *what the file on disk holds, read back from its trailer.
       01 ws-file-base pic x(40) value spaces.
       01 ws-outbound-name pic x(60) value spaces.
       01 ws-file-info pic x(64) value spaces.
       01 ws-file-found pic x value "n".
         88 ws-file-is-found value "y".
       01 ws-layout pic x(1) value space.
       01 ws-trailer-seen pic x value "n".
         88 ws-trailer-is-seen value "y".
       01 ws-detail-count pic 9(9) value 0.
       01 ws-trl-count pic 9(9) value 0.
       01 ws-trl-hash pic 9(13)v99 value 0.

       01 ws-files-registered pic 9(5) value 0.
       01 ws-acks-matched pic 9(5) value 0.
       01 ws-acks-mismatched pic 9(5) value 0.
       01 ws-acks-unknown pic 9(5) value 0.
       01 ws-overdue-count pic 9(5) value 0.
       01 ws-exception-count pic 9(5) value 0.

       01 ws-ack-days-param pic x(4) value spaces.
       01 ws-ack-days pic 9(3) value 1.
       01 ws-due-int pic 9(8) value 0.
       01 ws-run-int pic 9(8) value 0.

       01 ws-resend-param pic x(40) value spaces.
       01 ws-resend-target pic x(60) value spaces.
       01 ws-resend-result pic x(50) value spaces.

      *HISTORICAL_REPROCESS=Y marks a rerun over a file set staged
      *back from the archive: the run re-derives its reports but
      *must leave every live cumulative file untouched and consume
      *nothing one-shot.
       01 ws-historical-param pic x(5) value spaces.
       01 ws-historical pic x value "n".
         88 ws-is-historical value "y".

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(60) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(25) value "../data/OutboundRegister-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

       01 ws-resend-filename.
         05 filler pic x(23) value "../data/OutboundResend-".
         05 ws-resend-filename-date pic 9(8).
         05 filler pic x(4) value ".out".

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).

       01 ws-heading pic x(60) value
           "OUTBOUND INTERFACE REGISTER".

       01 ws-section-line.
         05 ws-sc-text pic x(60).

       01 ws-column-line.
         05 filler pic x(30) value "INTERFACE FILE                ".
         05 filler pic x(30) value "                 SENT     RECO".
         05 filler pic x(30) value "RDS              HASH  STATUS ".
         05 filler pic x(10) value "   ACKED  ".

       01 ws-register-line.
         05 ws-rl-interface pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rl-filename pic x(36).
         05 filler pic x(1) value space.
         05 ws-rl-sentdate pic 9(8).
         05 filler pic x(1) value space.
         05 ws-rl-count pic zzz,zzz,zz9.
         05 filler pic x(1) value space.
         05 ws-rl-hash pic z,zzz,zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-rl-status pic x(12).
         05 ws-rl-ackdate pic x(8).

       01 ws-note-line.
         05 filler pic x(10) value spaces.
         05 ws-nl-text pic x(60).

       01 ws-total-line.
         05 filler pic x(2) value spaces.
         05 ws-tl-text pic x(36).
         05 ws-tl-count pic zzzz9.

       01 ws-resend-line.
         05 ws-rs-date pic 9(8).
         05 filler pic x(1) value space.
         05 ws-rs-time pic 9(6).
         05 filler pic x(2) value spaces.
         05 ws-rs-filename pic x(40).
         05 filler pic x(2) value spaces.
         05 ws-rs-result pic x(50).

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 020-load-register.

           accept ws-resend-param from environment "OUTBOUND_RESEND".
           if ws-resend-param not = spaces
               perform 800-resend-one-file
               goback
           end-if.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move ws-run-date to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.
           write report-line from ws-heading
             before advancing 2 lines.

           move "FILES REGISTERED FROM THIS RUN" to ws-sc-text.
           write report-line from ws-section-line.
           perform 100-register-interface
             varying ws-interface-sub from 1 by 1
             until ws-interface-sub > ws-interface-count.

           move spaces to report-line.
           write report-line.
           move "ACKNOWLEDGEMENTS RECEIVED" to ws-sc-text.
           write report-line from ws-section-line.
           perform 300-match-acks.

           move spaces to report-line.
           write report-line.
           move "REGISTER - FILES NOT YET CLOSED" to ws-sc-text.
           write report-line from ws-section-line.
           write report-line from ws-column-line.
           perform 400-check-outstanding
             varying ws-reg-idx from 1 by 1
             until ws-reg-idx > ws-reg-count.

           move spaces to report-line.
           write report-line.
           move "Files registered:" to ws-tl-text.
           move ws-files-registered to ws-tl-count.
           write report-line from ws-total-line.
           move "Acknowledgements matched:" to ws-tl-text.
           move ws-acks-matched to ws-tl-count.
           write report-line from ws-total-line.
           move "Acknowledged with different totals:" to ws-tl-text.
           move ws-acks-mismatched to ws-tl-count.
           write report-line from ws-total-line.
           move "Acknowledgements for unknown files:" to ws-tl-text.
           move ws-acks-unknown to ws-tl-count.
           write report-line from ws-total-line.
           move "Past the acknowledgement cutoff:" to ws-tl-text.
           move ws-overdue-count to ws-tl-count.
           write report-line from ws-total-line.
           close report-file.
           close exception-hub-file.

      *a historical reprocess re-reads the staged files for the
      *report only - the live register is not touched and the
      *acknowledgement feed is left for the nightly run.
           if not ws-is-historical
               perform 600-rewrite-register
               open output ack-file
               close ack-file
           end-if.

           display "Outbound register finished".
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
           move ws-run-date to ws-report-filename-date.
           move ws-run-date to ws-resend-filename-date.
      *RUN_SEQ marks a same-day supplemental run, assigned and
      *exported by BatchDriver the way RUN_DATE is; sequence 1
      *keeps the plain file names so a normal night is unchanged,
      *later runs suffix every dated name with -Rnn.
           accept ws-run-seq-param from environment "RUN_SEQ".
           if ws-run-seq-param is numeric
             and ws-run-seq-param > "01"
               move "-R" to ws-seq-suffix(1:2)
               move ws-run-seq-param to ws-seq-suffix(3:2)
           end-if.
           move ws-seq-suffix to ws-report-filename-seq.
           accept ws-ack-days-param from environment
             "OUTBOUND_ACK_DAYS".
           if function trim(ws-ack-days-param) is numeric
               compute ws-ack-days =
                 function numval(ws-ack-days-param)
           end-if.
           compute ws-run-int = function integer-of-date(ws-run-date).
           accept ws-historical-param from environment
             "HISTORICAL_REPROCESS".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.

       020-load-register.
           open input register-file.
           move "../data/OutboundRegister.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-register-yes
               read register-file
                   at end
                       move "y" to ws-register-eof
                   not at end
                       if ws-reg-count < 5000
                           add 1 to ws-reg-count
                           move register-rec
                             to ws-reg-entry(ws-reg-count)
                       end-if
               end-read
           end-perform.
           close register-file.

       100-register-interface.
      *tonight's file of this interface - the same dated name the
      *producing step wrote, supplemental runs included.
           move spaces to ws-file-base.
           string function trim(ws-if-prefix(ws-interface-sub))
                  ws-run-date
                  function trim(ws-if-suffix(ws-interface-sub))
                  function trim(ws-seq-suffix)
             delimited by size into ws-file-base.
           move spaces to ws-outbound-name.
           string "../data/" function trim(ws-file-base)
             delimited by size into ws-outbound-name.
           move ws-if-layout(ws-interface-sub) to ws-layout.
           call "CBL_CHECK_FILE_EXIST"
             using ws-outbound-name, ws-file-info.
           if return-code not = 0
               move 0 to return-code
               exit paragraph
           end-if.
           perform 200-read-trailer.

           move spaces to ws-register-line.
           move ws-if-id(ws-interface-sub) to ws-rl-interface.
           move ws-file-base to ws-rl-filename.
           move ws-run-date to ws-rl-sentdate.
           move ws-trl-count to ws-rl-count.
           move ws-trl-hash to ws-rl-hash.

      *a trailer that is missing or does not agree with the records
      *in front of it means the file is not what the producing step
      *meant to send - it is not registered, and somebody has to
      *look at it before it goes anywhere.
           if not ws-trailer-is-seen
             or ws-detail-count not = ws-trl-count
               move "BAD TRAILER" to ws-rl-status
               write report-line from ws-register-line
               move spaces to eh-text
               string "TRAILER DOES NOT AGREE: "
                      ws-file-base
                 delimited by size into eh-text
               perform 700-raise-exception
               exit paragraph
           end-if.

           perform 250-find-register.
           if not ws-reg-is-found
               if ws-reg-count >= 5000
                   exit paragraph
               end-if
               add 1 to ws-reg-count
               set ws-reg-idx to ws-reg-count
               move ws-if-id(ws-interface-sub)
                 to ws-rg-interface(ws-reg-idx)
               move ws-file-base to ws-rg-filename(ws-reg-idx)
               move 0 to ws-rg-resends(ws-reg-idx)
               perform 260-open-register-entry
               move "REGISTERED" to ws-rl-status
           else
      *a rerun or restart that rebuilt the same file leaves its
      *entry alone; one that changed it sends a new file, which
      *needs its own acknowledgement.
               if ws-rg-count(ws-reg-idx) = ws-trl-count
                 and ws-rg-hash(ws-reg-idx) = ws-trl-hash
                   move "UNCHANGED" to ws-rl-status
               else
                   perform 260-open-register-entry
                   move "REBUILT" to ws-rl-status
               end-if
           end-if.
           write report-line from ws-register-line.
           add 1 to ws-files-registered.

       200-read-trailer.
      *count the records ahead of the trailer and keep the trailer's
      *own count and hash; header records are not counted.
           move "n" to ws-trailer-seen.
           move "n" to ws-outbound-eof.
           move 0 to ws-detail-count, ws-trl-count, ws-trl-hash.
           open input outbound-file.
           move ws-outbound-name to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-outbound-yes
               read outbound-file
                   at end
                       move "y" to ws-outbound-eof
                   not at end
                       perform 210-classify-record
               end-read
           end-perform.
           close outbound-file.

       210-classify-record.
           evaluate ws-layout
               when "G"
                   if glt-tag = "TRL "
                       move "y" to ws-trailer-seen
                       move glt-count to ws-trl-count
                       move glt-debit-hash to ws-trl-hash
                   else
                       add 1 to ws-detail-count
                   end-if
               when "W"
                   if wht-tag = "TRL"
                       move "y" to ws-trailer-seen
                       move wht-count to ws-trl-count
                       move wht-amount-hash to ws-trl-hash
                   else
                       add 1 to ws-detail-count
                   end-if
               when "P"
                   evaluate ppt-type
                       when "T"
                           move "y" to ws-trailer-seen
                           move ppt-count to ws-trl-count
                           move ppt-total to ws-trl-hash
                       when "D"
                           add 1 to ws-detail-count
                   end-evaluate
           end-evaluate.

       250-find-register.
           move "n" to ws-reg-found.
           set ws-reg-idx to 1.
           search ws-reg-entry
               at end
                   move "n" to ws-reg-found
               when ws-reg-idx > ws-reg-count
                   move "n" to ws-reg-found
               when ws-rg-filename(ws-reg-idx) = ws-file-base
                   move "y" to ws-reg-found
           end-search.

       260-open-register-entry.
           move ws-run-date to ws-rg-rundate(ws-reg-idx).
           move ws-run-date to ws-rg-sentdate(ws-reg-idx).
           move function current-date(9:6)
             to ws-rg-senttime(ws-reg-idx).
           move ws-trl-count to ws-rg-count(ws-reg-idx).
           move ws-trl-hash to ws-rg-hash(ws-reg-idx).
           move "S" to ws-rg-status(ws-reg-idx).
           move 0 to ws-rg-ackdate(ws-reg-idx).
           move 0 to ws-rg-ack-count(ws-reg-idx).
           move 0 to ws-rg-ack-hash(ws-reg-idx).

       300-match-acks.
           open input ack-file.
           move "../data/OutboundAcks.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-ack-yes
               read ack-file
                   at end
                       move "y" to ws-ack-eof
                   not at end
                       perform 350-match-one-ack
               end-read
           end-perform.
           close ack-file.

       350-match-one-ack.
           move oa-filename to ws-file-base.
           perform 250-find-register.
           move spaces to ws-register-line.
           move oa-interface to ws-rl-interface.
           move oa-filename to ws-rl-filename.
           if oa-count is numeric
               move oa-count to ws-rl-count
           end-if.
           if oa-hash is numeric
               move oa-hash to ws-rl-hash
           end-if.
           move oa-ackdate to ws-rl-ackdate.

           if not ws-reg-is-found
               add 1 to ws-acks-unknown
               move "NOT SENT" to ws-rl-status
               write report-line from ws-register-line
               move spaces to eh-text
               string "ACK FOR A FILE NEVER SENT: " oa-filename
                 delimited by size into eh-text
               perform 700-raise-exception
               exit paragraph
           end-if.

           move ws-rg-sentdate(ws-reg-idx) to ws-rl-sentdate.
           move oa-ackdate to ws-rg-ackdate(ws-reg-idx).
           move oa-count to ws-rg-ack-count(ws-reg-idx).
           move oa-hash to ws-rg-ack-hash(ws-reg-idx).
           if oa-count = ws-rg-count(ws-reg-idx)
             and oa-hash = ws-rg-hash(ws-reg-idx)
               move "A" to ws-rg-status(ws-reg-idx)
               add 1 to ws-acks-matched
               move "MATCHED" to ws-rl-status
               write report-line from ws-register-line
           else
               move "M" to ws-rg-status(ws-reg-idx)
               add 1 to ws-acks-mismatched
               move "MISMATCH" to ws-rl-status
               write report-line from ws-register-line
               move spaces to eh-text
               string "ACK TOTALS DIFFER: " oa-filename
                 delimited by size into eh-text
               perform 700-raise-exception
           end-if.

       400-check-outstanding.
      *everything not yet closed by a matching acknowledgement is
      *listed; a file past the cutoff, or one the receiver loaded
      *with different totals, is raised again every night until it
      *is resolved.
           if ws-rg-acked(ws-reg-idx)
               exit paragraph
           end-if.
           move spaces to ws-register-line.
           move ws-rg-interface(ws-reg-idx) to ws-rl-interface.
           move ws-rg-filename(ws-reg-idx) to ws-rl-filename.
           move ws-rg-sentdate(ws-reg-idx) to ws-rl-sentdate.
           move ws-rg-count(ws-reg-idx) to ws-rl-count.
           move ws-rg-hash(ws-reg-idx) to ws-rl-hash.
           if ws-rg-mismatch(ws-reg-idx)
               move "ACK DIFFERS" to ws-rl-status
               move ws-rg-ackdate(ws-reg-idx) to ws-rl-ackdate
               write report-line from ws-register-line
               exit paragraph
           end-if.
           compute ws-due-int = function integer-of-date
             (ws-rg-sentdate(ws-reg-idx)) + ws-ack-days.
           if ws-run-int > ws-due-int
               move "OVERDUE" to ws-rl-status
               add 1 to ws-overdue-count
               move spaces to eh-text
               string "NOT ACKNOWLEDGED: " delimited by size
                      ws-rg-filename(ws-reg-idx) delimited by space
                      " SENT " delimited by size
                      ws-rg-sentdate(ws-reg-idx) delimited by size
                 into eh-text
               perform 700-raise-exception
           else
               move "AWAITING ACK" to ws-rl-status
           end-if.
           write report-line from ws-register-line.

       600-rewrite-register.
           open output register-file.
           move "../data/OutboundRegister.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-reg-idx from 1 by 1
             until ws-reg-idx > ws-reg-count
               move ws-reg-entry(ws-reg-idx) to register-rec
               write register-rec
           end-perform.
           close register-file.

       700-raise-exception.
           move "OUTBOUND" to eh-source.
           move "H" to eh-severity.
           move spaces to eh-store.
           write exception-hub-rec.
           add 1 to ws-exception-count.

       800-resend-one-file.
      *exactly the file named, exactly as registered - a file that
      *no longer carries the registered count and hash is not the
      *one that was sent, and is refused.
           move ws-resend-param to ws-file-base.
           move spaces to ws-resend-result.
           perform 250-find-register.
           if not ws-reg-is-found
               move "REFUSED - NOT ON THE OUTBOUND REGISTER"
                 to ws-resend-result
               perform 850-log-resend
               move 8 to return-code
               exit paragraph
           end-if.

           move "n" to ws-file-found.
           move spaces to ws-outbound-name.
           string "../data/" function trim(ws-file-base)
             delimited by size into ws-outbound-name.
           call "CBL_CHECK_FILE_EXIST"
             using ws-outbound-name, ws-file-info.
           if return-code = 0
               move "y" to ws-file-found
           else
               move spaces to ws-outbound-name
               string "../data/archive/" function trim(ws-file-base)
                 delimited by size into ws-outbound-name
               call "CBL_CHECK_FILE_EXIST"
                 using ws-outbound-name, ws-file-info
               if return-code = 0
                   move "y" to ws-file-found
               end-if
           end-if.
           move 0 to return-code.
           if not ws-file-is-found
               move "REFUSED - FILE NOT IN ../data OR THE ARCHIVE"
                 to ws-resend-result
               perform 850-log-resend
               move 8 to return-code
               exit paragraph
           end-if.

           evaluate ws-rg-interface(ws-reg-idx)
               when "GLPOST"
                   move "G" to ws-layout
               when "POSIPAY"
                   move "P" to ws-layout
               when other
                   move "W" to ws-layout
           end-evaluate.
           perform 200-read-trailer.
           if not ws-trailer-is-seen
             or ws-trl-count not = ws-rg-count(ws-reg-idx)
             or ws-trl-hash not = ws-rg-hash(ws-reg-idx)
               move "REFUSED - FILE NO LONGER MATCHES THE REGISTER"
                 to ws-resend-result
               perform 850-log-resend
               move 8 to return-code
               exit paragraph
           end-if.

           call "CBL_CREATE_DIR" using "../data/resend".
           move spaces to ws-resend-target.
           string "../data/resend/" function trim(ws-file-base)
             delimited by size into ws-resend-target.
           call "CBL_COPY_FILE"
             using ws-outbound-name, ws-resend-target.
           if return-code not = 0
               move "REFUSED - COPY TO ../data/resend FAILED"
                 to ws-resend-result
               perform 850-log-resend
               move 16 to return-code
               exit paragraph
           end-if.

           move ws-run-date to ws-rg-sentdate(ws-reg-idx).
           move function current-date(9:6)
             to ws-rg-senttime(ws-reg-idx).
           move "S" to ws-rg-status(ws-reg-idx).
           move 0 to ws-rg-ackdate(ws-reg-idx).
           move 0 to ws-rg-ack-count(ws-reg-idx).
           move 0 to ws-rg-ack-hash(ws-reg-idx).
           add 1 to ws-rg-resends(ws-reg-idx).
           perform 600-rewrite-register.
           move "RESENT - AWAITING ACKNOWLEDGEMENT"
             to ws-resend-result.
           perform 850-log-resend.
           move 0 to return-code.

       850-log-resend.
           display "OUTBOUND RESEND " function trim(ws-file-base)
             ": " function trim(ws-resend-result).
           open extend resend-report-file.
           move ws-resend-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move ws-run-date to ws-rs-date.
           move function current-date(9:6) to ws-rs-time.
           move ws-file-base to ws-rs-filename.
           move ws-resend-result to ws-rs-result.
           write resend-report-line from ws-resend-line.
           close resend-report-file.

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

       end program OutboundRegister.
