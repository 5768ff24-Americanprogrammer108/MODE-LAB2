       identification division.
       program-id. VendorClaimTrack.
      *Program Description: Return-to-vendor claim tracking, run
      *after RProcessing has added the night's V-disposition returns
      *to VendorClaims.dat. Every claim line is tied to its vendor
      *through the SKUVendors link and rolled up into one claim per
      *vendor per week (Monday weeks, or the fiscal weeks in
      *FiscalCalendar.dat when FISCAL_PERIODS=Y) held run over run in
      *VendorClaimLedger.dat. A week's claimed amount is re-derived
      *from VendorClaims.dat each run, so a rerun never doubles it.
      *Vendor credit memos keyed in to VendorCredits.dat (one-shot,
      *emptied after the run the way LayawayEvents.dat is) are
      *matched to the claim week they name, or oldest week first
      *when no week is given. A claim is O = open (nothing paid),
      *S = short-paid (credited, but less than claimed) or P = paid
      *in full. The aging report lists every open and short-paid
      *claim by vendor with its days outstanding since the end of
      *the claim week, bucketed 0-30 / 31-60 / 61-90 / over 90.
      *Claim lines whose sku has no vendor link are carried under an
      *UNASSIGNED vendor and raised on the exception hub until the
      *link is added through MasterMaint.

       environment division.
       input-output section.
       file-control.
           select optional vendor-claims-file
           assign to "../data/VendorClaims.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional vendor-file
           assign to "../data/VendorMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional sku-vendor-file
           assign to "../data/SKUVendors.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional fiscal-calendar-file
           assign to "../data/FiscalCalendar.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional claim-ledger-file
           assign to "../data/VendorClaimLedger.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional credit-memo-file
           assign to "../data/VendorCredits.dat"
           organization is line sequential
           file status is ws-io-status.

           select report-file
           assign dynamic ws-report-filename
           organization is line sequential
           file status is ws-io-status.

           select ctl-totals-file
           assign to "../data/ControlTotals.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional snapstamp-file
           assign to "../data/VendorClaimLedger.bakdate"
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

      *returns marked return-to-vendor, appended by RProcessing.
       fd vendor-claims-file
           data record is vendor-claim-rec
           record contains 41 characters.
       01 vendor-claim-rec.
         05 vc-store pic x(2).
         05 vc-invoice pic x(9).
         05 vc-sku pic x(15).
         05 vc-date pic 9(8).
         05 vc-amount pic 9(5)v99.

       fd vendor-file
           data record is vendor-master-rec
           record contains 57 characters.
       01 vendor-master-rec.
         05 vm-vendor pic x(6).
         05 vm-name pic x(30).
         05 vm-contact pic x(20).
         05 vm-status pic x(1).

       fd sku-vendor-file
           data record is sku-vendor-rec
           record contains 21 characters.
       01 sku-vendor-rec.
         05 sv-sku pic x(15).
         05 sv-vendor pic x(6).

       fd fiscal-calendar-file
           data record is fiscal-calendar-rec
           record contains 25 characters.
       01 fiscal-calendar-rec.
         05 fc-year pic 9(4).
         05 fc-week pic 9(2).
         05 fc-period pic 9(2).
         05 fc-quarter pic 9(1).
         05 fc-startdate pic 9(8).
         05 fc-enddate pic 9(8).

      *one claim per vendor per week, carried run over run.
       fd claim-ledger-file
           data record is claim-ledger-rec
           record contains 60 characters.
       01 claim-ledger-rec.
         05 cl-vendor pic x(6).
         05 cl-weekstart pic 9(8).
         05 cl-weekend pic 9(8).
         05 cl-lines pic 9(5).
         05 cl-claimed pic 9(7)v99.
         05 cl-credited pic 9(7)v99.
         05 cl-lastcredit pic 9(8).
         05 cl-status pic x(1).
         05 filler pic x(6).

      *vendor credit memos: vendor, memo number, memo date, the claim
      *week being paid (zeros = apply oldest week first) and amount.
       fd credit-memo-file
           data record is credit-memo-rec
           record contains 41 characters.
       01 credit-memo-rec.
         05 cm-vendor pic x(6).
         05 cm-memo pic x(10).
         05 cm-memodate pic 9(8).
         05 cm-weekstart pic 9(8).
         05 cm-amount pic 9(7)v99.

       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line pic x(132).

       fd ctl-totals-file
           data record is ctl-totals-line
           record contains 40 characters.
       01 ctl-totals-line.
           05 ctl-program pic x(15).
           05 ctl-metric pic x(15).
           05 ctl-count pic 9(7) value zero.
           05 filler pic x(3) value spaces.

       fd exception-hub-file
           data record is exception-hub-rec
           record contains 78 characters.
       01 exception-hub-rec.
         05 eh-source pic x(15).
         05 eh-severity pic x(1).
         05 eh-store pic x(2).
         05 eh-text pic x(60).

      *run-date stamp of the pre-update snapshot taken below.
       fd snapstamp-file
           data record is snapstamp-rec
           record contains 8 characters.
       01 snapstamp-rec.
         05 bs-rundate pic 9(8).

       working-storage section.
       01 ws-claims-eof pic x value "n".
         88 ws-claims-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".
       01 ws-ledger-eof pic x value "n".
         88 ws-ledger-yes value "y".
       01 ws-memo-eof pic x value "n".
         88 ws-memo-yes value "y".

       01 ws-vendor-count pic 9(4) value 0.
       01 ws-vendor-table.
         05 ws-vendor-entry occurs 1000 times
             indexed by ws-vendor-idx.
           10 ws-vend-number pic x(6).
           10 ws-vend-name pic x(30).
           10 ws-vend-contact pic x(20).
       01 ws-vendor-found pic x value "n".
         88 ws-vendor-is-found value "y".

       01 ws-skuvendor-count pic 9(5) value 0.
       01 ws-skuvendor-table.
         05 ws-skuvendor-entry occurs 5000 times
             indexed by ws-skuvendor-idx.
           10 ws-skuvendor-sku pic x(15).
           10 ws-skuvendor-vendor pic x(6).
       01 ws-skuvendor-found pic x value "n".
         88 ws-skuvendor-is-found value "y".

       01 ws-fiscal-param pic x(5) value spaces.
       01 ws-fiscal-mode pic x value "n".
         88 ws-is-fiscal value "y".
       01 ws-fiscal-count pic 9(3) value 0.
       01 ws-fiscal-table.
         05 ws-fiscal-entry occurs 200 times
             indexed by ws-fiscal-idx.
           10 ws-fw-year pic 9(4).
           10 ws-fw-week pic 9(2).
           10 ws-fw-period pic 9(2).
           10 ws-fw-quarter pic 9(1).
           10 ws-fw-start pic 9(8).
           10 ws-fw-end pic 9(8).

      *the claim ledger; ws-clm-touched marks a week whose claimed
      *amount has already been reset for re-derivation this run.
       01 ws-claim-count pic 9(5) value 0.
       01 ws-claim-table.
         05 ws-claim-entry occurs 5000 times
             indexed by ws-claim-idx.
           10 ws-clm-vendor pic x(6).
           10 ws-clm-weekstart pic 9(8).
           10 ws-clm-weekend pic 9(8).
           10 ws-clm-lines pic 9(5).
           10 ws-clm-claimed pic 9(7)v99.
           10 ws-clm-credited pic 9(7)v99.
           10 ws-clm-lastcredit pic 9(8).
           10 ws-clm-status pic x(1).
           10 ws-clm-touched pic x(1).
       01 ws-claim-found pic x value "n".
         88 ws-claim-is-found value "y".

      *skus seen on claim lines with no vendor link.
       01 ws-unlinked-count pic 9(3) value 0.
       01 ws-unlinked-table.
         05 ws-unlinked-sku occurs 200 times
             indexed by ws-unlinked-idx pic x(15).
       01 ws-unlinked-found pic x value "n".
         88 ws-unlinked-is-found value "y".

       01 ws-lookup-vendor pic x(6) value spaces.
       01 ws-lookup-week pic 9(8) value 0.
       01 ws-week-start pic 9(8) value 0.
       01 ws-week-end pic 9(8) value 0.
       01 ws-date-int pic 9(8) value 0.
       01 ws-start-int pic 9(8) value 0.

       01 ws-memo-left pic 9(7)v99 value 0.
       01 ws-outstanding pic 9(7)v99 value 0.
       01 ws-apply-amount pic 9(7)v99 value 0.
       01 ws-oldest-week pic 9(8) value 0.
       01 ws-oldest-sub pic 9(5) value 0.
       01 ws-sub pic 9(5) value 0.

       01 ws-claim-lines-read pic 9(7) value 0.
       01 ws-unassigned-lines pic 9(7) value 0.
       01 ws-memo-count pic 9(5) value 0.
       01 ws-memo-applied pic 9(5) value 0.
       01 ws-memo-unmatched pic 9(5) value 0.
       01 ws-open-claims pic 9(5) value 0.

       01 ws-run-int pic 9(8) value 0.
       01 ws-end-int pic 9(8) value 0.
       01 ws-age-days pic s9(5) value 0.

       01 ws-vendor-total-lines pic 9(5) value 0.
       01 ws-vendor-buckets.
         05 ws-vendor-bucket pic 9(9)v99 occurs 4 times.
       01 ws-grand-buckets.
         05 ws-grand-bucket pic 9(9)v99 occurs 4 times.
       01 ws-bucket-sub pic 9 value 0.

       01 ws-heading pic x(60) value
           "RETURN-TO-VENDOR CLAIM AGING BY VENDOR".

       01 ws-memo-heading pic x(60) value
           "VENDOR CREDIT MEMOS APPLIED THIS RUN".

       01 ws-column-heading.
         05 filler pic x(12) value "  WEEK OF   ".
         05 filler pic x(9) value "WEEK END ".
         05 filler pic x(6) value "LINES ".
         05 filler pic x(14) value "       CLAIMED".
         05 filler pic x(14) value "      CREDITED".
         05 filler pic x(14) value "   OUTSTANDING".
         05 filler pic x(6) value "  AGE ".
         05 filler pic x(8) value "  STATUS".

       01 ws-vendor-header.
         05 filler pic x(7) value "VENDOR ".
         05 ws-vh-number pic x(6).
         05 filler pic x(3) value " - ".
         05 ws-vh-name pic x(30).
         05 filler pic x(10) value " CONTACT: ".
         05 ws-vh-contact pic x(20).

       01 ws-claim-detail.
         05 filler pic x(2) value spaces.
         05 ws-cd-weekstart pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-cd-weekend pic 9(8).
         05 filler pic x(1) value space.
         05 ws-cd-lines pic zzzz9.
         05 ws-cd-claimed pic zzz,zzz,zz9.99.
         05 ws-cd-credited pic zzz,zzz,zz9.99.
         05 ws-cd-outstanding pic zzz,zzz,zz9.99.
         05 ws-cd-age pic zzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-cd-status pic x(12).

       01 ws-bucket-line.
         05 ws-bl-label pic x(20).
         05 filler pic x(8) value "  0-30: ".
         05 ws-bl-b1 pic zzz,zzz,zz9.99.
         05 filler pic x(9) value "  31-60: ".
         05 ws-bl-b2 pic zzz,zzz,zz9.99.
         05 filler pic x(9) value "  61-90: ".
         05 ws-bl-b3 pic zzz,zzz,zz9.99.
         05 filler pic x(8) value "  90+: ".
         05 ws-bl-b4 pic zzz,zzz,zz9.99.

       01 ws-memo-line.
         05 filler pic x(2) value spaces.
         05 ws-ml-vendor pic x(6).
         05 filler pic x(6) value " MEMO ".
         05 ws-ml-memo pic x(10).
         05 filler pic x(1) value space.
         05 ws-ml-date pic 9(8).
         05 filler pic x(6) value " WEEK ".
         05 ws-ml-week pic 9(8).
         05 ws-ml-amount pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-ml-result pic x(30).

       01 ws-unlinked-line.
         05 filler pic x(28) value "  SKU WITH NO VENDOR LINK:  ".
         05 ws-ul-sku pic x(15).

       01 ws-none-line pic x(40) value
           "  (no open or short-paid claims)".

       01 ws-totals-line1.
         05 filler pic x(30) value "CLAIM LINES READ:             ".
         05 ws-t1-count pic zzzzzz9.
       01 ws-totals-line2.
         05 filler pic x(30) value "LINES WITH NO VENDOR LINK:    ".
         05 ws-t2-count pic zzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "CREDIT MEMOS APPLIED:         ".
         05 ws-t3-count pic zzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "CREDIT MEMOS NOT MATCHED:     ".
         05 ws-t4-count pic zzzzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "OPEN/SHORT-PAID CLAIMS:       ".
         05 ws-t5-count pic zzzzzz9.

       01 ws-pagestamp.
         05 filler pic x(5) value "RUN: ".
         05 ws-pagestamp-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-pagestamp-time pic 9(6).
         05 filler pic x(110) value spaces.

       01 ws-io-status pic xx value "00".
       01 ws-io-filename pic x(40) value spaces.

       01 ws-batch-mode pic x(5) value spaces.

       01 ws-run-date-param pic x(8) value spaces.
       01 ws-run-date pic 9(8).
       01 ws-run-seq-param pic x(2) value spaces.
       01 ws-seq-suffix pic x(4) value spaces.

       01 ws-report-filename.
         05 filler pic x(25) value "../data/VendorClaimAging-".
         05 ws-report-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-report-filename-seq pic x(4) value spaces.

      *HISTORICAL_REPROCESS=Y marks a rerun over a file set staged
      *back from the archive: the run re-derives its reports but
      *must leave every live cumulative file untouched and consume
      *nothing one-shot.
       01 ws-historical-param pic x(5) value spaces.
       01 ws-historical pic x value "n".
         88 ws-is-historical value "y".

       01 ws-snap-eof pic x value "n".
         88 ws-snap-yes value "y".
       01 ws-snap-prior-date pic 9(8) value 0.

       procedure division.
       000-main.
           perform 005-load-rundate.
           perform 010-load-vendors.
           perform 015-load-skuvendors.
           perform 020-load-fiscalcal.
           perform 030-load-ledger.

           open input vendor-claims-file.
           move "../data/VendorClaims.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform 100-read-claims until ws-claims-yes.
           close vendor-claims-file.

           open output report-file.
           move ws-report-filename to ws-io-filename.
           perform 900-checkfilestatus.
           open extend exception-hub-file.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write report-line from ws-pagestamp.

      *a historical reprocess is report-only: the live memos are
      *neither applied nor emptied and the ledger does not move.
           if not ws-is-historical
               perform 200-apply-memos
           end-if.
           perform 300-set-status
             varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count.
           perform 500-write-agingreport.
           close exception-hub-file.
           if not ws-is-historical
               perform 600-rewrite-ledger
           end-if.
           perform 700-write-controltotals.

      *applied memos are one-shot - empty the file so a rerun does
      *not pay the same claims twice.
           if not ws-is-historical
               open output credit-memo-file
               close credit-memo-file
           end-if.

           display "Vendor claim tracking finished".
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
           accept ws-historical-param from environment
             "HISTORICAL_REPROCESS".
           if ws-historical-param = "Y" or ws-historical-param = "y"
               move "y" to ws-historical
           end-if.
           move ws-run-date to ws-report-filename-date.
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
           compute ws-run-int =
             function integer-of-date(ws-run-date).

       010-load-vendors.
           open input vendor-file.
           move "../data/VendorMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read vendor-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-vendor-count < 1000
                           add 1 to ws-vendor-count
                           move vm-vendor
                             to ws-vend-number(ws-vendor-count)
                           move vm-name
                             to ws-vend-name(ws-vendor-count)
                           move vm-contact
                             to ws-vend-contact(ws-vendor-count)
                       end-if
               end-read
           end-perform.
           close vendor-file.

       015-load-skuvendors.
           open input sku-vendor-file.
           move "../data/SKUVendors.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read sku-vendor-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-skuvendor-count < 5000
                           add 1 to ws-skuvendor-count
                           move sv-sku
                             to ws-skuvendor-sku(ws-skuvendor-count)
                           move sv-vendor
                             to ws-skuvendor-vendor(ws-skuvendor-count)
                       end-if
               end-read
           end-perform.
           close sku-vendor-file.

       020-load-fiscalcal.
      *FISCAL_PERIODS comes through BatchDriver like the other run
      *parameters; without it (or with no calendar line covering a
      *claim date) claims roll up into Monday weeks.
           accept ws-fiscal-param from environment "FISCAL_PERIODS".
           if ws-fiscal-param = "Y" or ws-fiscal-param = "y"
               move "y" to ws-fiscal-mode
           end-if.
           open input fiscal-calendar-file.
           move "../data/FiscalCalendar.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read fiscal-calendar-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-fiscal-count < 200
                           add 1 to ws-fiscal-count
                           move fiscal-calendar-rec to
                             ws-fiscal-entry(ws-fiscal-count)
                       end-if
               end-read
           end-perform.
           close fiscal-calendar-file.

       030-load-ledger.
           open input claim-ledger-file.
           move "../data/VendorClaimLedger.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-ledger-yes
               read claim-ledger-file
                   at end
                       move "y" to ws-ledger-eof
                   not at end
                       if ws-claim-count < 5000
                           add 1 to ws-claim-count
                           move cl-vendor
                             to ws-clm-vendor(ws-claim-count)
                           move cl-weekstart
                             to ws-clm-weekstart(ws-claim-count)
                           move cl-weekend
                             to ws-clm-weekend(ws-claim-count)
                           move cl-lines
                             to ws-clm-lines(ws-claim-count)
                           move cl-claimed
                             to ws-clm-claimed(ws-claim-count)
                           move cl-credited
                             to ws-clm-credited(ws-claim-count)
                           move cl-lastcredit
                             to ws-clm-lastcredit(ws-claim-count)
                           move cl-status
                             to ws-clm-status(ws-claim-count)
                           move "n" to ws-clm-touched(ws-claim-count)
                       end-if
               end-read
           end-perform.
           close claim-ledger-file.

       100-read-claims.
           read vendor-claims-file
               at end
                   move "y" to ws-claims-eof
               not at end
                   if vc-date is numeric and vc-amount is numeric
                       perform 150-rollup-claim
                   end-if
           end-read.
      *a read failure other than end-of-file runs neither phrase
      *above - check the status so a bad file stops the run with an
      *operator message instead of looping on the same read forever.
           move "../data/VendorClaims.dat" to ws-io-filename.
           perform 900-checkfilestatus.

       150-rollup-claim.
           add 1 to ws-claim-lines-read.
           perform 160-find-sku-vendor.
           perform 170-get-week.
           move ws-week-start to ws-lookup-week.
           perform 350-find-claim.
           if not ws-claim-is-found
               if ws-claim-count < 5000
                   add 1 to ws-claim-count
                   set ws-claim-idx to ws-claim-count
                   move ws-lookup-vendor to ws-clm-vendor(ws-claim-idx)
                   move ws-week-start to ws-clm-weekstart(ws-claim-idx)
                   move ws-week-end to ws-clm-weekend(ws-claim-idx)
                   move 0 to ws-clm-lines(ws-claim-idx)
                   move 0 to ws-clm-claimed(ws-claim-idx)
                   move 0 to ws-clm-credited(ws-claim-idx)
                   move 0 to ws-clm-lastcredit(ws-claim-idx)
                   move "O" to ws-clm-status(ws-claim-idx)
                   move "y" to ws-clm-touched(ws-claim-idx)
                   move "y" to ws-claim-found
               end-if
           end-if.
      *first line of a week this run replaces the week's stored
      *figures - the whole claim is re-derived from the claims file.
           if ws-claim-is-found
               if ws-clm-touched(ws-claim-idx) not = "y"
                   move 0 to ws-clm-lines(ws-claim-idx)
                   move 0 to ws-clm-claimed(ws-claim-idx)
                   move "y" to ws-clm-touched(ws-claim-idx)
               end-if
               add 1 to ws-clm-lines(ws-claim-idx)
               add vc-amount to ws-clm-claimed(ws-claim-idx)
           end-if.

       160-find-sku-vendor.
           move "n" to ws-skuvendor-found.
           set ws-skuvendor-idx to 1.
           search ws-skuvendor-entry
               at end
                   move "n" to ws-skuvendor-found
               when ws-skuvendor-sku(ws-skuvendor-idx) = vc-sku
                   move "y" to ws-skuvendor-found
           end-search.
           if ws-skuvendor-is-found
               move ws-skuvendor-vendor(ws-skuvendor-idx)
                 to ws-lookup-vendor
           else
               move spaces to ws-lookup-vendor
               add 1 to ws-unassigned-lines
               perform 165-note-unlinked-sku
           end-if.

       165-note-unlinked-sku.
           move "n" to ws-unlinked-found.
           perform varying ws-unlinked-idx from 1 by 1
             until ws-unlinked-idx > ws-unlinked-count
               if ws-unlinked-sku(ws-unlinked-idx) = vc-sku
                   move "y" to ws-unlinked-found
               end-if
           end-perform.
           if not ws-unlinked-is-found
             and ws-unlinked-count < 200
               add 1 to ws-unlinked-count
               move vc-sku to ws-unlinked-sku(ws-unlinked-count)
           end-if.

       170-get-week.
      *fiscal week covering the claim date when the fiscal calendar
      *is in use and has the date; otherwise the Monday week.
           move 0 to ws-week-start.
           if ws-is-fiscal
               perform varying ws-fiscal-idx from 1 by 1
                 until ws-fiscal-idx > ws-fiscal-count
                   if ws-fw-start(ws-fiscal-idx) <= vc-date
                     and ws-fw-end(ws-fiscal-idx) >= vc-date
                       move ws-fw-start(ws-fiscal-idx) to ws-week-start
                       move ws-fw-end(ws-fiscal-idx) to ws-week-end
                   end-if
               end-perform
           end-if.
           if ws-week-start = 0
               compute ws-date-int = function integer-of-date(vc-date)
               compute ws-start-int =
                 ws-date-int - function mod(ws-date-int - 1, 7)
               compute ws-week-start =
                 function date-of-integer(ws-start-int)
               compute ws-week-end =
                 function date-of-integer(ws-start-int + 6)
           end-if.

       350-find-claim.
           move "n" to ws-claim-found.
           set ws-claim-idx to 1.
           search ws-claim-entry
               at end
                   move "n" to ws-claim-found
               when ws-clm-vendor(ws-claim-idx) = ws-lookup-vendor
                 and ws-clm-weekstart(ws-claim-idx) = ws-lookup-week
                   move "y" to ws-claim-found
           end-search.

       200-apply-memos.
           write report-line from ws-memo-heading
             before advancing 2 lines.
           open input credit-memo-file.
           move "../data/VendorCredits.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-memo-yes
               read credit-memo-file
                   at end
                       move "y" to ws-memo-eof
                   not at end
                       add 1 to ws-memo-count
                       perform 250-apply-one-memo
               end-read
           end-perform.
           close credit-memo-file.
           move spaces to report-line.
           write report-line.

       250-apply-one-memo.
           move cm-vendor to ws-ml-vendor.
           move cm-memo to ws-ml-memo.
           move cm-memodate to ws-ml-date.
           move cm-weekstart to ws-ml-week.
           move cm-amount to ws-ml-amount.
           if cm-amount is not numeric or cm-weekstart is not numeric
               move "** MEMO NOT NUMERIC **" to ws-ml-result
               perform 290-unmatched-memo
               exit paragraph
           end-if.
           move cm-amount to ws-memo-left.
           move cm-vendor to ws-lookup-vendor.
      *a memo naming its claim week settles that week - anything it
      *leaves short stays short-paid; a memo with no week is spread
      *over the vendor's outstanding weeks oldest first.
           if cm-weekstart > 0
               move cm-weekstart to ws-lookup-week
               perform 350-find-claim
               if not ws-claim-is-found
                   move "** NO SUCH CLAIM WEEK **" to ws-ml-result
                   perform 290-unmatched-memo
                   exit paragraph
               end-if
               add ws-memo-left to ws-clm-credited(ws-claim-idx)
               move cm-memodate to ws-clm-lastcredit(ws-claim-idx)
               move 0 to ws-memo-left
           else
               perform 260-find-oldest-open
               perform until ws-memo-left = 0
                 or ws-oldest-sub = 0
                   set ws-claim-idx to ws-oldest-sub
                   compute ws-outstanding =
                     ws-clm-claimed(ws-claim-idx)
                     - ws-clm-credited(ws-claim-idx)
                   if ws-memo-left < ws-outstanding
                       move ws-memo-left to ws-apply-amount
                   else
                       move ws-outstanding to ws-apply-amount
                   end-if
                   add ws-apply-amount
                     to ws-clm-credited(ws-claim-idx)
                   move cm-memodate to ws-clm-lastcredit(ws-claim-idx)
                   subtract ws-apply-amount from ws-memo-left
                   perform 260-find-oldest-open
               end-perform
           end-if.
           if ws-memo-left = cm-amount
               move "** NO OPEN CLAIM FOR VENDOR **" to ws-ml-result
               perform 290-unmatched-memo
           else
               add 1 to ws-memo-applied
               if ws-memo-left > 0
                   move "APPLIED - EXCESS UNAPPLIED" to ws-ml-result
                   move "VENDORCLAIMS" to eh-source
                   move "M" to eh-severity
                   move spaces to eh-store
                   move ws-memo-line to eh-text
                   write exception-hub-rec
               else
                   move "APPLIED" to ws-ml-result
               end-if
               write report-line from ws-memo-line
           end-if.

       260-find-oldest-open.
           move 0 to ws-oldest-sub.
           move 99999999 to ws-oldest-week.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-claim-count
               if ws-clm-vendor(ws-sub) = ws-lookup-vendor
                 and ws-clm-credited(ws-sub) < ws-clm-claimed(ws-sub)
                 and ws-clm-weekstart(ws-sub) < ws-oldest-week
                   move ws-clm-weekstart(ws-sub) to ws-oldest-week
                   move ws-sub to ws-oldest-sub
               end-if
           end-perform.

       290-unmatched-memo.
           add 1 to ws-memo-unmatched.
           write report-line from ws-memo-line.
           move "VENDORCLAIMS" to eh-source.
           move "M" to eh-severity.
           move spaces to eh-store.
           move ws-memo-line to eh-text.
           write exception-hub-rec.

       300-set-status.
           evaluate true
               when ws-clm-credited(ws-claim-idx) = 0
                   move "O" to ws-clm-status(ws-claim-idx)
               when ws-clm-credited(ws-claim-idx)
                 < ws-clm-claimed(ws-claim-idx)
                   move "S" to ws-clm-status(ws-claim-idx)
               when other
                   move "P" to ws-clm-status(ws-claim-idx)
           end-evaluate.

       500-write-agingreport.
           write report-line from ws-heading
             before advancing 2 lines.
           write report-line from ws-column-heading.
           initialize ws-grand-buckets.
           perform 510-write-vendor-aging
             varying ws-vendor-idx from 1 by 1
             until ws-vendor-idx > ws-vendor-count.
      *claims under a vendor number no longer on the master, and the
      *unlinked skus' claims, come last under UNASSIGNED.
           perform 520-write-unassigned.

           if ws-open-claims = 0
               write report-line from ws-none-line
           end-if.
           move spaces to report-line.
           write report-line.
           move "ALL VENDORS" to ws-bl-label.
           move ws-grand-bucket(1) to ws-bl-b1.
           move ws-grand-bucket(2) to ws-bl-b2.
           move ws-grand-bucket(3) to ws-bl-b3.
           move ws-grand-bucket(4) to ws-bl-b4.
           write report-line from ws-bucket-line.

           if ws-unlinked-count > 0
               move spaces to report-line
               write report-line
               perform varying ws-unlinked-idx from 1 by 1
                 until ws-unlinked-idx > ws-unlinked-count
                   move ws-unlinked-sku(ws-unlinked-idx) to ws-ul-sku
                   write report-line from ws-unlinked-line
               end-perform
               move "VENDORCLAIMS" to eh-source
               move "M" to eh-severity
               move spaces to eh-store
               move spaces to eh-text
               string "RTV CLAIM LINES WITH NO SKU VENDOR LINK: "
                      ws-unassigned-lines
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.

           move spaces to report-line.
           write report-line.
           move ws-claim-lines-read to ws-t1-count.
           write report-line from ws-totals-line1.
           move ws-unassigned-lines to ws-t2-count.
           write report-line from ws-totals-line2.
           move ws-memo-applied to ws-t3-count.
           write report-line from ws-totals-line3.
           move ws-memo-unmatched to ws-t4-count.
           write report-line from ws-totals-line4.
           move ws-open-claims to ws-t5-count.
           write report-line from ws-totals-line5.
           close report-file.

       510-write-vendor-aging.
           move ws-vend-number(ws-vendor-idx) to ws-lookup-vendor.
           move ws-vend-number(ws-vendor-idx) to ws-vh-number.
           move ws-vend-name(ws-vendor-idx) to ws-vh-name.
           move ws-vend-contact(ws-vendor-idx) to ws-vh-contact.
           perform 530-write-vendor-claims.

       520-write-unassigned.
           move spaces to ws-lookup-vendor.
           move spaces to ws-vh-number.
           move "UNASSIGNED" to ws-vh-name.
           move spaces to ws-vh-contact.
           perform 530-write-vendor-claims.
      *claims left under a vendor since deleted from the master.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               if ws-clm-vendor(ws-claim-idx) not = spaces
                 and ws-clm-status(ws-claim-idx) not = "P"
                   move ws-clm-vendor(ws-claim-idx) to ws-lookup-vendor
                   move "n" to ws-vendor-found
                   set ws-vendor-idx to 1
                   search ws-vendor-entry
                       at end
                           move "n" to ws-vendor-found
                       when ws-vend-number(ws-vendor-idx)
                         = ws-lookup-vendor
                           move "y" to ws-vendor-found
                   end-search
                   if not ws-vendor-is-found
                       move ws-lookup-vendor to ws-vh-number
                       move "** VENDOR NOT ON MASTER **" to ws-vh-name
                       write report-line from ws-vendor-header
                       perform 550-write-claimline
                   end-if
               end-if
           end-perform.

       530-write-vendor-claims.
      *a vendor with nothing outstanding prints no section at all.
           move 0 to ws-vendor-total-lines.
           initialize ws-vendor-buckets.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               if ws-clm-vendor(ws-claim-idx) = ws-lookup-vendor
                 and ws-clm-status(ws-claim-idx) not = "P"
                   if ws-vendor-total-lines = 0
                       write report-line from ws-vendor-header
                   end-if
                   add 1 to ws-vendor-total-lines
                   perform 550-write-claimline
               end-if
           end-perform.
           if ws-vendor-total-lines > 0
               move "  VENDOR OUTSTANDING" to ws-bl-label
               move ws-vendor-bucket(1) to ws-bl-b1
               move ws-vendor-bucket(2) to ws-bl-b2
               move ws-vendor-bucket(3) to ws-bl-b3
               move ws-vendor-bucket(4) to ws-bl-b4
               write report-line from ws-bucket-line
               move spaces to report-line
               write report-line
           end-if.

       550-write-claimline.
           add 1 to ws-open-claims.
           move ws-clm-weekstart(ws-claim-idx) to ws-cd-weekstart.
           move ws-clm-weekend(ws-claim-idx) to ws-cd-weekend.
           move ws-clm-lines(ws-claim-idx) to ws-cd-lines.
           move ws-clm-claimed(ws-claim-idx) to ws-cd-claimed.
           move ws-clm-credited(ws-claim-idx) to ws-cd-credited.
           compute ws-outstanding =
             ws-clm-claimed(ws-claim-idx)
             - ws-clm-credited(ws-claim-idx).
           move ws-outstanding to ws-cd-outstanding.
           compute ws-end-int = function integer-of-date(
             ws-clm-weekend(ws-claim-idx)).
           compute ws-age-days = ws-run-int - ws-end-int.
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if.
           move ws-age-days to ws-cd-age.
           if ws-clm-status(ws-claim-idx) = "S"
               move "SHORT-PAID" to ws-cd-status
           else
               move "OPEN" to ws-cd-status
           end-if.
           evaluate true
               when ws-age-days <= 30
                   move 1 to ws-bucket-sub
               when ws-age-days <= 60
                   move 2 to ws-bucket-sub
               when ws-age-days <= 90
                   move 3 to ws-bucket-sub
               when other
                   move 4 to ws-bucket-sub
           end-evaluate.
           add ws-outstanding to ws-vendor-bucket(ws-bucket-sub).
           add ws-outstanding to ws-grand-bucket(ws-bucket-sub).
           write report-line from ws-claim-detail.

       590-snapshot-ledger.
      *pre-update snapshot, stamped with the run date that took it:
      *the rerun back-out restores this copy so a redone day starts
      *from the state before the run being replaced - and leaves
      *the ledger alone when the snapshot belongs to another date,
      *because that run never got this far.
      *a supplemental or rerun pass must not overwrite the first
      *snapshot of the date: the rerun restore point is the state
      *before the date's FIRST run, which is what the existing
      *stamp protects.
           move 0 to ws-snap-prior-date.
           move "n" to ws-snap-eof.
           open input snapstamp-file.
           perform until ws-snap-yes
               read snapstamp-file
                   at end
                       move "y" to ws-snap-eof
                   not at end
                       if bs-rundate is numeric
                           move bs-rundate to ws-snap-prior-date
                       end-if
               end-read
           end-perform.
           close snapstamp-file.
           if ws-snap-prior-date = ws-run-date
               exit paragraph
           end-if.
           call "CBL_COPY_FILE"
             using "../data/VendorClaimLedger.dat",
                   "../data/VendorClaimLedger.bak".
           if return-code = 0
               open output snapstamp-file
               move ws-run-date to bs-rundate
               write snapstamp-rec
               close snapstamp-file
           else
               call "CBL_DELETE_FILE"
                 using "../data/VendorClaimLedger.bakdate"
           end-if.
           move 0 to return-code.

       600-rewrite-ledger.
           perform 590-snapshot-ledger.
           open output claim-ledger-file.
           move "../data/VendorClaimLedger.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               move spaces to claim-ledger-rec
               move ws-clm-vendor(ws-claim-idx) to cl-vendor
               move ws-clm-weekstart(ws-claim-idx) to cl-weekstart
               move ws-clm-weekend(ws-claim-idx) to cl-weekend
               move ws-clm-lines(ws-claim-idx) to cl-lines
               move ws-clm-claimed(ws-claim-idx) to cl-claimed
               move ws-clm-credited(ws-claim-idx) to cl-credited
               move ws-clm-lastcredit(ws-claim-idx) to cl-lastcredit
               move ws-clm-status(ws-claim-idx) to cl-status
               write claim-ledger-rec
           end-perform.
           close claim-ledger-file.

       700-write-controltotals.
           open extend ctl-totals-file.
           move "../data/ControlTotals.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move spaces to ctl-totals-line.
           move "VENDORCLAIMS" to ctl-program.
           move "CLAIM LINES" to ctl-metric.
           move ws-claim-lines-read to ctl-count.
           write ctl-totals-line.
           move spaces to ctl-totals-line.
           move "VENDORCLAIMS" to ctl-program.
           move "OPEN CLAIMS" to ctl-metric.
           move ws-open-claims to ctl-count.
           write ctl-totals-line.
           close ctl-totals-file.

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

       end program VendorClaimTrack.
