       identification division.
       program-id. PromoBillback.
      *Program Description: Vendor-funded promotion billback. A line
      *of Promotions.dat that names a funding vendor is paid back by
      *that vendor for every unit sold under it - a fixed amount per
      *unit (fund type U) or a percent of the unit markdown, the
      *regular price less the price the unit sold at (fund type P;
      *blank is 100 percent). The first run after a funded
      *promotion's to-date sweeps the s and l files (../data and
      *../data/archive, every -Rnn run) from its from-date to the run
      *date for the lines it took - the first promotion covering a
      *line takes it, as PromoEffectiveness counts them; under a
      *department promotion only the funding vendor's skus qualify -
      *and backs out r-file returns matched to those sales by store,
      *invoice and sku. The result is one claim per vendor per
      *promotion with its store-by-store support on the claims
      *report, carried in BillbackLedger.dat until it is paid.
      *Vendor payments keyed in to BillbackPayments.dat (one-shot,
      *emptied after the run the way VendorCredits.dat is) are
      *applied to the claim they name. A claim is O = open, S =
      *short-paid or P = paid in full; a promotion that ended with
      *nothing to claim is kept as N so it is not swept again. The
      *open-billback report ages every open and short-paid claim
      *from its claim date.

       environment division.
       input-output section.
       file-control.
           select optional promo-file
           assign to "../data/Promotions.dat"
           organization is line sequential
           file status is ws-io-status.

           select sku-file
           assign to "../data/SKUMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional sku-price-file
           assign to "../data/SKUPrices.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional sku-vendor-file
           assign to "../data/SKUVendors.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional vendor-file
           assign to "../data/VendorMaster.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional day-file
           assign dynamic ws-day-filename
           organization is line sequential
           file status is ws-io-status.

           select optional billback-ledger-file
           assign to "../data/BillbackLedger.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional payment-file
           assign to "../data/BillbackPayments.dat"
           organization is line sequential
           file status is ws-io-status.

           select claims-report-file
           assign dynamic ws-claims-filename
           organization is line sequential
           file status is ws-io-status.

           select open-report-file
           assign dynamic ws-open-filename
           organization is line sequential
           file status is ws-io-status.

           select optional exception-hub-file
           assign to "../data/ExceptionHub.dat"
           organization is line sequential
           file status is ws-io-status.

           select optional snapstamp-file
           assign to "../data/BillbackLedger.bakdate"
           organization is line sequential
           file status is ws-io-status.

       data division.

       file section.

       fd promo-file
           data record is promo-rec
           record contains 54 characters.
       01 promo-rec.
           05 pm-type pic x(1).
           05 pm-key pic x(15).
           05 pm-fromdate pic 9(8).
           05 pm-todate pic 9(8).
           05 pm-pricetype pic x(1).
           05 pm-value pic 9(5)v99.
      *vendor funding: the funding vendor (spaces = store-funded),
      *U = funded amount per unit or P = percent of the unit
      *markdown, and the amount or percent.
           05 pm-vendor pic x(6).
           05 pm-fundtype pic x(1).
           05 pm-fundvalue pic 9(5)v99.

       fd sku-file
           data record is sku-master-rec
           record contains 56 characters.
       01 sku-master-rec.
           05 sku-master-code pic x(15).
           05 sku-master-desc pic x(30).
           05 sku-master-dept pic x(4).
           05 sku-master-price pic 9(5)v99.

       fd sku-price-file
           data record is sku-price-rec
           record contains 30 characters.
       01 sku-price-rec.
           05 sp-sku pic x(15).
           05 sp-effdate pic 9(8).
           05 sp-price pic 9(5)v99.

       fd sku-vendor-file
           data record is sku-vendor-rec
           record contains 21 characters.
       01 sku-vendor-rec.
         05 sv-sku pic x(15).
         05 sv-vendor pic x(6).

       fd vendor-file
           data record is vendor-master-rec
           record contains 57 characters.
       01 vendor-master-rec.
         05 vm-vendor pic x(6).
         05 vm-name pic x(30).
         05 vm-contact pic x(20).
         05 vm-status pic x(1).

       fd day-file
           data record is input-line
           record contains 58 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
           05 il-transactionamount pic 99999v99.
           05 il-paymenttype pic x(2).
           05 il-storenumber pic x(2).
           05 il-invoicenumber pic x(9).
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
           05 il-disposition pic x(1).
           05 il-customer pic x(8).

      *one claim per vendor per promotion, carried run over run.
       fd billback-ledger-file
           data record is billback-ledger-rec
           record contains 100 characters.
       01 billback-ledger-rec.
         05 bl-claimno pic 9(6).
         05 bl-vendor pic x(6).
         05 bl-promotype pic x(1).
         05 bl-promokey pic x(15).
         05 bl-fromdate pic 9(8).
         05 bl-todate pic 9(8).
         05 bl-claimdate pic 9(8).
         05 bl-units pic 9(7).
         05 bl-retunits pic 9(7).
         05 bl-claimed pic 9(7)v99.
         05 bl-paid pic 9(7)v99.
         05 bl-lastpay pic 9(8).
         05 bl-status pic x(1).
         05 filler pic x(7).

      *vendor payments against billback claims: claim number,
      *vendor, payment reference, payment date and amount.
       fd payment-file
           data record is payment-rec
           record contains 39 characters.
       01 payment-rec.
         05 bp-claimno pic 9(6).
         05 bp-vendor pic x(6).
         05 bp-reference pic x(10).
         05 bp-paydate pic 9(8).
         05 bp-amount pic 9(7)v99.

       fd claims-report-file
           data record is claims-line
           record contains 132 characters.
       01 claims-line pic x(132).

       fd open-report-file
           data record is open-line
           record contains 132 characters.
       01 open-line pic x(132).

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
       01 ws-promo-eof pic x value "n".
         88 ws-promo-yes value "y".
       01 ws-master-eof pic x value "n".
         88 ws-master-yes value "y".
       01 ws-day-eof pic x value "n".
         88 ws-day-yes value "y".
       01 ws-ledger-eof pic x value "n".
         88 ws-ledger-yes value "y".
       01 ws-payment-eof pic x value "n".
         88 ws-payment-yes value "y".

      *every promotion, funded or not: a line goes to the first
      *promotion that covers it. ws-prm-due marks a funded one that
      *ended before the run date and has no claim on the ledger.
       01 ws-promo-count pic 9(3) value 0.
       01 ws-promo-table.
         05 ws-promo-entry occurs 500 times
             indexed by ws-promo-idx.
           10 ws-prm-type pic x(1).
           10 ws-prm-key pic x(15).
           10 ws-prm-fromdate pic 9(8).
           10 ws-prm-todate pic 9(8).
           10 ws-prm-pricetype pic x(1).
           10 ws-prm-value pic 9(5)v99.
           10 ws-prm-vendor pic x(6).
           10 ws-prm-fundtype pic x(1).
           10 ws-prm-fundvalue pic 9(5)v99.
           10 ws-prm-due pic x(1).
       01 ws-promo-hit pic x value "n".
         88 ws-promo-was-hit value "y".
       01 ws-due-count pic 9(3) value 0.
       01 ws-sweep-from pic 9(8) value 0.

       01 ws-skumaster-count pic 9(5) value 0.
       01 ws-skumaster-table.
         05 ws-skumaster-entry occurs 5000 times
             indexed by ws-skumaster-idx.
           10 ws-skumaster-code pic x(15) value spaces.
           10 ws-skumaster-dept pic x(4) value spaces.
           10 ws-skumaster-price pic 9(5)v99 value 0.
       01 ws-skumaster-found pic x value "n".
         88 ws-skumaster-is-found value "y".
       01 ws-current-dept pic x(4) value spaces.

       01 ws-skuprice-count pic 9(5) value 0.
       01 ws-skuprice-table.
         05 ws-skuprice-entry occurs 10000 times
             indexed by ws-skuprice-idx.
           10 ws-skuprice-sku pic x(15).
           10 ws-skuprice-effdate pic 9(8).
           10 ws-skuprice-price pic 9(5)v99.
       01 ws-price-best-effdate pic 9(8) value 0.
       01 ws-regular-price pic 9(5)v99 value 0.

       01 ws-skuvendor-count pic 9(5) value 0.
       01 ws-skuvendor-table.
         05 ws-skuvendor-entry occurs 5000 times
             indexed by ws-skuvendor-idx.
           10 ws-skuvendor-sku pic x(15).
           10 ws-skuvendor-vendor pic x(6).
       01 ws-skuvendor-found pic x value "n".
         88 ws-skuvendor-is-found value "y".

       01 ws-vendor-count pic 9(4) value 0.
       01 ws-vendor-table.
         05 ws-vendor-entry occurs 1000 times
             indexed by ws-vendor-idx.
           10 ws-vend-number pic x(6).
           10 ws-vend-name pic x(30).
           10 ws-vend-contact pic x(20).
       01 ws-vendor-found pic x value "n".
         88 ws-vendor-is-found value "y".
       01 ws-lookup-vendor pic x(6) value spaces.

      *qualifying promo sales and matched returns by promotion and
      *store - the claim's supporting detail.
       01 ws-ps-count pic 9(4) value 0.
       01 ws-ps-table.
         05 ws-ps-entry occurs 5000 times
             indexed by ws-ps-idx.
           10 ws-ps-promo pic 9(3).
           10 ws-ps-store pic x(2).
           10 ws-ps-units pic 9(7).
           10 ws-ps-sales pic 9(9)v99.
           10 ws-ps-funded pic 9(7)v99.
           10 ws-ps-retunits pic 9(7).
           10 ws-ps-retfunded pic 9(7)v99.
       01 ws-ps-found pic x value "n".
         88 ws-ps-is-found value "y".

      *every qualifying sale line, kept so a later return can be
      *matched to it once and backed out at the rate it was funded.
      *When the table fills the overflow switch is set and the
      *claims report says return matching was incomplete.
       01 ws-sale-count pic 9(5) value 0.
       01 ws-sale-table.
         05 ws-sale-entry occurs 20000 times
             indexed by ws-sale-idx.
           10 ws-sale-store pic x(2).
           10 ws-sale-invoice pic x(9).
           10 ws-sale-sku pic x(15).
           10 ws-sale-ps pic 9(4).
           10 ws-sale-funded pic 9(5)v99.
           10 ws-sale-returned pic x(1).
       01 ws-sale-found pic x value "n".
         88 ws-sale-is-found value "y".
       01 ws-sale-overflow pic x value "n".
         88 ws-sale-is-full value "y".

       01 ws-unit-markdown pic 9(5)v99 value 0.
       01 ws-unit-funded pic 9(5)v99 value 0.

      *the billback ledger.
       01 ws-claim-count pic 9(4) value 0.
       01 ws-claim-table.
         05 ws-claim-entry occurs 2000 times
             indexed by ws-claim-idx.
           10 ws-clm-claimno pic 9(6).
           10 ws-clm-vendor pic x(6).
           10 ws-clm-promotype pic x(1).
           10 ws-clm-promokey pic x(15).
           10 ws-clm-fromdate pic 9(8).
           10 ws-clm-todate pic 9(8).
           10 ws-clm-claimdate pic 9(8).
           10 ws-clm-units pic 9(7).
           10 ws-clm-retunits pic 9(7).
           10 ws-clm-claimed pic 9(7)v99.
           10 ws-clm-paid pic 9(7)v99.
           10 ws-clm-lastpay pic 9(8).
           10 ws-clm-status pic x(1).
       01 ws-claim-found pic x value "n".
         88 ws-claim-is-found value "y".
       01 ws-last-claimno pic 9(6) value 0.

       01 ws-sweep-int pic 9(8) value 0.
       01 ws-sweep-date pic 9(8) value 0.
       01 ws-run-int pic 9(8) value 0.
       01 ws-date-int pic 9(8) value 0.
       01 ws-age-days pic s9(5) value 0.
       01 ws-filecode-sub pic 9 value 0.
       01 ws-filecode-list pic x(3) value "slr".
       01 ws-seq-sub pic 99 value 0.
       01 ws-day-seq pic x(4) value spaces.
       01 ws-in-archive pic x value "n".
         88 ws-from-archive value "y".

       01 ws-claim-units pic 9(7) value 0.
       01 ws-claim-retunits pic 9(7) value 0.
       01 ws-claim-sales pic 9(9)v99 value 0.
       01 ws-claim-funded pic 9(7)v99 value 0.
       01 ws-claim-retfunded pic 9(7)v99 value 0.
       01 ws-claim-amount pic 9(7)v99 value 0.
       01 ws-outstanding pic 9(7)v99 value 0.
       01 ws-excess pic 9(7)v99 value 0.
       01 ws-excess-edit pic zzz,zz9.99.

       01 ws-new-claims pic 9(5) value 0.
       01 ws-nil-promos pic 9(5) value 0.
       01 ws-new-claimed pic 9(9)v99 value 0.
       01 ws-payment-count pic 9(5) value 0.
       01 ws-payment-applied pic 9(5) value 0.
       01 ws-payment-unmatched pic 9(5) value 0.
       01 ws-open-claims pic 9(5) value 0.
       01 ws-vendor-total-lines pic 9(5) value 0.

       01 ws-vendor-buckets.
         05 ws-vendor-bucket pic 9(9)v99 occurs 4 times.
       01 ws-grand-buckets.
         05 ws-grand-bucket pic 9(9)v99 occurs 4 times.
       01 ws-bucket-sub pic 9 value 0.

       01 ws-claims-heading pic x(60) value
           "VENDOR-FUNDED PROMOTION BILLBACK CLAIMS".

       01 ws-open-heading pic x(60) value
           "OPEN PROMOTION BILLBACKS BY VENDOR".

       01 ws-payment-heading pic x(60) value
           "BILLBACK PAYMENTS APPLIED THIS RUN".

       01 ws-claim-header1.
         05 filler pic x(15) value "BILLBACK CLAIM ".
         05 ws-ch-claimno pic 9(6).
         05 filler pic x(10) value "  VENDOR  ".
         05 ws-ch-vendor pic x(6).
         05 filler pic x(3) value " - ".
         05 ws-ch-name pic x(30).
         05 filler pic x(10) value " CONTACT: ".
         05 ws-ch-contact pic x(20).

       01 ws-claim-header2.
         05 filler pic x(17) value "  PROMOTION TYPE ".
         05 ws-ch-promotype pic x(1).
         05 filler pic x(1) value space.
         05 ws-ch-promokey pic x(15).
         05 filler pic x(1) value space.
         05 ws-ch-fromdate pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-ch-todate pic 9(8).
         05 filler pic x(11) value "  FUNDING: ".
         05 ws-ch-funding pic x(40).

       01 ws-funding-amount.
         05 ws-fa-value pic zz,zz9.99.
         05 filler pic x(9) value " PER UNIT".

       01 ws-funding-percent.
         05 ws-fp-value pic zz9.99.
         05 filler pic x(23) value "% OF THE UNIT MARKDOWN".

       01 ws-store-heading.
         05 filler pic x(10) value "    STORE ".
         05 filler pic x(11) value " UNITS SOLD".
         05 filler pic x(10) value "  RETURNED".
         05 filler pic x(11) value "  NET UNITS".
         05 filler pic x(16) value "     PROMO SALES".
         05 filler pic x(16) value "   CLAIM AMOUNT".

       01 ws-store-line.
         05 filler pic x(6) value spaces.
         05 ws-sl-store pic x(2).
         05 filler pic x(2) value spaces.
         05 ws-sl-units pic zzzzzzzzz9.
         05 ws-sl-retunits pic zzzzzzzzz9.
         05 filler pic x(1) value space.
         05 ws-sl-netunits pic zzzzzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sl-sales pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-sl-amount pic zzz,zzz,zz9.99.

       01 ws-nil-line.
         05 filler pic x(15) value "  PROMOTION    ".
         05 ws-nl-promotype pic x(1).
         05 filler pic x(1) value space.
         05 ws-nl-promokey pic x(15).
         05 filler pic x(1) value space.
         05 ws-nl-fromdate pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-nl-todate pic 9(8).
         05 filler pic x(8) value " VENDOR ".
         05 ws-nl-vendor pic x(6).
         05 filler pic x(38) value
             "  ENDED - NO QUALIFYING SALES TO CLAIM".

       01 ws-none-claims-line pic x(50) value
           "  (no funded promotions due for billback this run)".

       01 ws-overflow-line pic x(70) value
           "** SALE TABLE FULL - RETURN MATCHING INCOMPLETE FOR THIS RUN
      -    " **".

       01 ws-column-heading.
         05 filler pic x(9) value "  CLAIM  ".
         05 filler pic x(16) value "PROMOTION       ".
         05 filler pic x(9) value "CLAIMED  ".
         05 filler pic x(14) value "        AMOUNT".
         05 filler pic x(14) value "          PAID".
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

       01 ws-open-detail.
         05 filler pic x(2) value spaces.
         05 ws-od-claimno pic 9(6).
         05 filler pic x(1) value space.
         05 ws-od-promokey pic x(15).
         05 filler pic x(1) value space.
         05 ws-od-claimdate pic 9(8).
         05 filler pic x(1) value space.
         05 ws-od-claimed pic zzz,zzz,zz9.99.
         05 ws-od-paid pic zzz,zzz,zz9.99.
         05 ws-od-outstanding pic zzz,zzz,zz9.99.
         05 ws-od-age pic zzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-od-status pic x(12).

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

       01 ws-payment-line.
         05 filler pic x(2) value spaces.
         05 ws-pay-vendor pic x(6).
         05 filler pic x(7) value " CLAIM ".
         05 ws-pay-claimno pic 9(6).
         05 filler pic x(5) value " REF ".
         05 ws-pay-reference pic x(10).
         05 filler pic x(1) value space.
         05 ws-pay-date pic 9(8).
         05 ws-pay-amount pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-pay-result pic x(30).

       01 ws-none-open-line pic x(40) value
           "  (no open or short-paid billbacks)".

       01 ws-totals-line1.
         05 filler pic x(30) value "NEW CLAIMS RAISED:            ".
         05 ws-t1-count pic zzzzzz9.
         05 filler pic x(4) value spaces.
         05 ws-t1-amount pic zzz,zzz,zz9.99.
       01 ws-totals-line2.
         05 filler pic x(30) value "PROMOTIONS NOTHING TO CLAIM:  ".
         05 ws-t2-count pic zzzzzz9.
       01 ws-totals-line3.
         05 filler pic x(30) value "PAYMENTS APPLIED:             ".
         05 ws-t3-count pic zzzzzz9.
       01 ws-totals-line4.
         05 filler pic x(30) value "PAYMENTS NOT MATCHED:         ".
         05 ws-t4-count pic zzzzzz9.
       01 ws-totals-line5.
         05 filler pic x(30) value "OPEN/SHORT-PAID BILLBACKS:    ".
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

       01 ws-day-filename pic x(60) value spaces.

       01 ws-claims-filename.
         05 filler pic x(23) value "../data/BillbackClaims-".
         05 ws-claims-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-claims-filename-seq pic x(4) value spaces.

       01 ws-open-filename.
         05 filler pic x(21) value "../data/BillbackOpen-".
         05 ws-open-filename-date pic 9(8).
         05 filler pic x(4) value ".out".
         05 ws-open-filename-seq pic x(4) value spaces.

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
           perform 010-load-promos.
           perform 015-load-skumaster.
           perform 020-load-skuprices.
           perform 025-load-skuvendors.
           perform 030-load-vendors.
           perform 035-load-ledger.
           perform 040-mark-due.

           open extend exception-hub-file.
           if ws-due-count > 0
               perform 100-sweep-one-date
                 varying ws-sweep-int
                 from function integer-of-date(ws-sweep-from) by 1
                 until ws-sweep-int > ws-run-int
           end-if.

           perform 400-write-claims.

           open output open-report-file.
           move ws-open-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write open-line from ws-pagestamp.

      *a historical reprocess is report-only: the live payments are
      *neither applied nor emptied and the ledger does not move.
           if not ws-is-historical
               perform 500-apply-payments
           end-if.
           perform 600-write-openreport.
           close exception-hub-file.
           if not ws-is-historical
               perform 700-rewrite-ledger
           end-if.

      *applied payments are one-shot - empty the file so a rerun
      *does not pay the same claims twice.
           if not ws-is-historical
               open output payment-file
               close payment-file
           end-if.

           display "Promotion billback finished".
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
           move ws-run-date to ws-claims-filename-date.
           move ws-run-date to ws-open-filename-date.
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
           move ws-seq-suffix to ws-claims-filename-seq.
           move ws-seq-suffix to ws-open-filename-seq.
           compute ws-run-int =
             function integer-of-date(ws-run-date).

       010-load-promos.
           open input promo-file.
           move "../data/Promotions.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-promo-yes
               read promo-file
                   at end
                       move "y" to ws-promo-eof
                   not at end
                       if ws-promo-count < 500
                           add 1 to ws-promo-count
                           set ws-promo-idx to ws-promo-count
                           move pm-type to ws-prm-type(ws-promo-idx)
                           move pm-key to ws-prm-key(ws-promo-idx)
                           move pm-fromdate
                             to ws-prm-fromdate(ws-promo-idx)
                           move pm-todate
                             to ws-prm-todate(ws-promo-idx)
                           move pm-pricetype
                             to ws-prm-pricetype(ws-promo-idx)
                           move pm-value to ws-prm-value(ws-promo-idx)
                           move pm-vendor
                             to ws-prm-vendor(ws-promo-idx)
                           move pm-fundtype
                             to ws-prm-fundtype(ws-promo-idx)
                           if pm-fundvalue is numeric
                               move pm-fundvalue
                                 to ws-prm-fundvalue(ws-promo-idx)
                           else
                               move 0
                                 to ws-prm-fundvalue(ws-promo-idx)
                           end-if
                           move "n" to ws-prm-due(ws-promo-idx)
                       end-if
               end-read
           end-perform.
           close promo-file.

       015-load-skumaster.
           open input sku-file.
           move "../data/SKUMaster.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read sku-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-skumaster-count < 5000
                           add 1 to ws-skumaster-count
                           move sku-master-code to
                             ws-skumaster-code(ws-skumaster-count)
                           move sku-master-dept to
                             ws-skumaster-dept(ws-skumaster-count)
                           move sku-master-price to
                             ws-skumaster-price(ws-skumaster-count)
                       end-if
               end-read
           end-perform.
           close sku-file.

       020-load-skuprices.
           open input sku-price-file.
           move "../data/SKUPrices.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           move "n" to ws-master-eof.
           perform until ws-master-yes
               read sku-price-file
                   at end
                       move "y" to ws-master-eof
                   not at end
                       if ws-skuprice-count < 10000
                         and sp-effdate is numeric
                         and sp-price is numeric
                           add 1 to ws-skuprice-count
                           move sku-price-rec to
                             ws-skuprice-entry(ws-skuprice-count)
                       end-if
               end-read
           end-perform.
           close sku-price-file.

       025-load-skuvendors.
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

       030-load-vendors.
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

       035-load-ledger.
           open input billback-ledger-file.
           move "../data/BillbackLedger.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-ledger-yes
               read billback-ledger-file
                   at end
                       move "y" to ws-ledger-eof
                   not at end
                       if ws-claim-count < 2000
                           add 1 to ws-claim-count
                           set ws-claim-idx to ws-claim-count
                           move bl-claimno
                             to ws-clm-claimno(ws-claim-idx)
                           move bl-vendor to ws-clm-vendor(ws-claim-idx)
                           move bl-promotype
                             to ws-clm-promotype(ws-claim-idx)
                           move bl-promokey
                             to ws-clm-promokey(ws-claim-idx)
                           move bl-fromdate
                             to ws-clm-fromdate(ws-claim-idx)
                           move bl-todate to ws-clm-todate(ws-claim-idx)
                           move bl-claimdate
                             to ws-clm-claimdate(ws-claim-idx)
                           move bl-units to ws-clm-units(ws-claim-idx)
                           move bl-retunits
                             to ws-clm-retunits(ws-claim-idx)
                           move bl-claimed
                             to ws-clm-claimed(ws-claim-idx)
                           move bl-paid to ws-clm-paid(ws-claim-idx)
                           move bl-lastpay
                             to ws-clm-lastpay(ws-claim-idx)
                           move bl-status to ws-clm-status(ws-claim-idx)
                           if bl-claimno > ws-last-claimno
                               move bl-claimno to ws-last-claimno
                           end-if
                       end-if
               end-read
           end-perform.
           close billback-ledger-file.

       040-mark-due.
      *a funded promotion is due the first run after its to-date,
      *unless the ledger already holds its claim. The sweep starts
      *at the earliest due from-date.
           move ws-run-date to ws-sweep-from.
           perform varying ws-promo-idx from 1 by 1
             until ws-promo-idx > ws-promo-count
               if ws-prm-vendor(ws-promo-idx) not = spaces
                 and ws-prm-fromdate(ws-promo-idx) is numeric
                 and ws-prm-todate(ws-promo-idx) is numeric
                 and ws-prm-fromdate(ws-promo-idx) > 16010100
                 and ws-prm-todate(ws-promo-idx) < ws-run-date
                   perform 045-find-promo-claim
                   if not ws-claim-is-found
                       move "y" to ws-prm-due(ws-promo-idx)
                       add 1 to ws-due-count
                       if ws-prm-fromdate(ws-promo-idx) < ws-sweep-from
                           move ws-prm-fromdate(ws-promo-idx)
                             to ws-sweep-from
                       end-if
                   end-if
               end-if
           end-perform.

       045-find-promo-claim.
           move "n" to ws-claim-found.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               or ws-claim-is-found
               if ws-clm-vendor(ws-claim-idx)
                   = ws-prm-vendor(ws-promo-idx)
                 and ws-clm-promotype(ws-claim-idx)
                   = ws-prm-type(ws-promo-idx)
                 and ws-clm-promokey(ws-claim-idx)
                   = ws-prm-key(ws-promo-idx)
                 and ws-clm-fromdate(ws-claim-idx)
                   = ws-prm-fromdate(ws-promo-idx)
                   move "y" to ws-claim-found
               end-if
           end-perform.

       100-sweep-one-date.
      *each date's s and l files go in before its r file, so a
      *same-day return finds the sale it reverses.
           compute ws-sweep-date =
             function date-of-integer(ws-sweep-int).
           perform 110-sweep-one-code
             varying ws-filecode-sub from 1 by 1
             until ws-filecode-sub > 3.

       110-sweep-one-code.
           perform 120-sweep-one-seq
             varying ws-seq-sub from 1 by 1
             until ws-seq-sub > 9.

       120-sweep-one-seq.
      *sequence 1 is the plain name, 2 through 9 the -Rnn variants
      *of a same-day supplemental run; ArchiveJob moves the older
      *ones to ../data/archive under the same name.
           if ws-seq-sub = 1
               move spaces to ws-day-seq
           else
               move "-R0" to ws-day-seq(1:3)
               move ws-seq-sub(2:1) to ws-day-seq(4:1)
           end-if.
           move "n" to ws-in-archive.
           perform 130-read-one-file.
           move "y" to ws-in-archive.
           perform 130-read-one-file.

       130-read-one-file.
           move spaces to ws-day-filename.
           if ws-from-archive
               string "../data/archive/"
                      ws-filecode-list(ws-filecode-sub:1)
                      "-"
                      ws-sweep-date
                      ".dat"
                      ws-day-seq
                 delimited by size into ws-day-filename
           else
               string "../data/"
                      ws-filecode-list(ws-filecode-sub:1)
                      "-"
                      ws-sweep-date
                      ".dat"
                      ws-day-seq
                 delimited by size into ws-day-filename
           end-if.
           move "n" to ws-day-eof.
           open input day-file.
           move ws-day-filename to ws-io-filename.
           perform 900-checkfilestatus.
           perform 140-read-day until ws-day-yes.
           close day-file.

       140-read-day.
           read day-file
               at end
                   move "y" to ws-day-eof
               not at end
                   if il-transactionamount is numeric
                     and il-transactiondate is numeric
                       if ws-filecode-sub = 3
                           perform 300-match-return
                       else
                           perform 200-take-sale
                       end-if
                   end-if
           end-read.

       200-take-sale.
           perform 210-find-dept.
           move "n" to ws-promo-hit.
      *the first promotion covering this line on its transaction
      *date takes the sale, as PromoEffectiveness counts it; only a
      *due funded promotion is claimed for.
           perform varying ws-promo-idx from 1 by 1
             until ws-promo-idx > ws-promo-count
               or ws-promo-was-hit
               if ((ws-prm-type(ws-promo-idx) = "S"
                   and ws-prm-key(ws-promo-idx) = il-skucode)
                 or (ws-prm-type(ws-promo-idx) = "D"
                   and ws-prm-key(ws-promo-idx)(1:4)
                     = ws-current-dept))
                 and ws-prm-fromdate(ws-promo-idx)
                   <= il-transactiondate
                 and ws-prm-todate(ws-promo-idx)
                   >= il-transactiondate
                   move "y" to ws-promo-hit
               end-if
           end-perform.
           if not ws-promo-was-hit
               exit paragraph
           end-if.
           set ws-promo-idx down by 1.
           if ws-prm-due(ws-promo-idx) not = "y"
               exit paragraph
           end-if.
      *a department promotion is only funded on the funding
      *vendor's own skus.
           if ws-prm-type(ws-promo-idx) = "D"
               perform 220-find-sku-vendor
               if ws-lookup-vendor not = ws-prm-vendor(ws-promo-idx)
                   exit paragraph
               end-if
           end-if.
           perform 230-get-regular-price.
           if ws-regular-price > il-transactionamount
               compute ws-unit-markdown =
                 ws-regular-price - il-transactionamount
           else
               move 0 to ws-unit-markdown
           end-if.
           evaluate ws-prm-fundtype(ws-promo-idx)
               when "U"
                   move ws-prm-fundvalue(ws-promo-idx)
                     to ws-unit-funded
               when "P"
                   compute ws-unit-funded rounded =
                     ws-unit-markdown
                     * ws-prm-fundvalue(ws-promo-idx) / 100
               when other
                   move ws-unit-markdown to ws-unit-funded
           end-evaluate.
           perform 250-find-promo-store.
           if not ws-ps-is-found
               exit paragraph
           end-if.
           add 1 to ws-ps-units(ws-ps-idx).
           add il-transactionamount to ws-ps-sales(ws-ps-idx).
           add ws-unit-funded to ws-ps-funded(ws-ps-idx).
           if ws-sale-count < 20000
               add 1 to ws-sale-count
               set ws-sale-idx to ws-sale-count
               move il-storenumber to ws-sale-store(ws-sale-idx)
               move il-invoicenumber to ws-sale-invoice(ws-sale-idx)
               move il-skucode to ws-sale-sku(ws-sale-idx)
               set ws-sale-ps(ws-sale-idx) to ws-ps-idx
               move ws-unit-funded to ws-sale-funded(ws-sale-idx)
               move "n" to ws-sale-returned(ws-sale-idx)
           else
               move "y" to ws-sale-overflow
           end-if.

       210-find-dept.
           move "n" to ws-skumaster-found.
           set ws-skumaster-idx to 1.
           search ws-skumaster-entry
               at end
                   move "n" to ws-skumaster-found
               when ws-skumaster-code(ws-skumaster-idx) = il-skucode
                   move "y" to ws-skumaster-found
           end-search.
           if ws-skumaster-is-found
               move ws-skumaster-dept(ws-skumaster-idx)
                 to ws-current-dept
           else
               move "UNKN" to ws-current-dept
           end-if.

       220-find-sku-vendor.
           move "n" to ws-skuvendor-found.
           set ws-skuvendor-idx to 1.
           search ws-skuvendor-entry
               at end
                   move "n" to ws-skuvendor-found
               when ws-skuvendor-sku(ws-skuvendor-idx) = il-skucode
                   move "y" to ws-skuvendor-found
           end-search.
           if ws-skuvendor-is-found
               move ws-skuvendor-vendor(ws-skuvendor-idx)
                 to ws-lookup-vendor
           else
               move spaces to ws-lookup-vendor
           end-if.

       230-get-regular-price.
      *latest dated price on or before the sale date, falling back
      *to the master's own price column - the same scan Edit uses.
           move 0 to ws-price-best-effdate.
           move 0 to ws-regular-price.
           if ws-skumaster-is-found
               move ws-skumaster-price(ws-skumaster-idx)
                 to ws-regular-price
           end-if.
           perform varying ws-skuprice-idx from 1 by 1
             until ws-skuprice-idx > ws-skuprice-count
               if ws-skuprice-sku(ws-skuprice-idx) = il-skucode
                 and ws-skuprice-effdate(ws-skuprice-idx)
                   <= il-transactiondate
                 and ws-skuprice-effdate(ws-skuprice-idx) >=
                   ws-price-best-effdate
                   move ws-skuprice-effdate(ws-skuprice-idx)
                     to ws-price-best-effdate
                   move ws-skuprice-price(ws-skuprice-idx)
                     to ws-regular-price
               end-if
           end-perform.

       250-find-promo-store.
           move "n" to ws-ps-found.
           perform varying ws-ps-idx from 1 by 1
             until ws-ps-idx > ws-ps-count
               or ws-ps-is-found
               if ws-ps-promo(ws-ps-idx) = ws-promo-idx
                 and ws-ps-store(ws-ps-idx) = il-storenumber
                   move "y" to ws-ps-found
               end-if
           end-perform.
           if ws-ps-is-found
               set ws-ps-idx down by 1
           else
               if ws-ps-count < 5000
                   add 1 to ws-ps-count
                   set ws-ps-idx to ws-ps-count
                   set ws-ps-promo(ws-ps-idx) to ws-promo-idx
                   move il-storenumber to ws-ps-store(ws-ps-idx)
                   move 0 to ws-ps-units(ws-ps-idx)
                   move 0 to ws-ps-sales(ws-ps-idx)
                   move 0 to ws-ps-funded(ws-ps-idx)
                   move 0 to ws-ps-retunits(ws-ps-idx)
                   move 0 to ws-ps-retfunded(ws-ps-idx)
                   move "y" to ws-ps-found
               end-if
           end-if.

       300-match-return.
      *a return backs out one funded sale: same store, invoice and
      *sku, not already matched to an earlier return.
           move "n" to ws-sale-found.
           perform varying ws-sale-idx from 1 by 1
             until ws-sale-idx > ws-sale-count
               or ws-sale-is-found
               if ws-sale-store(ws-sale-idx) = il-storenumber
                 and ws-sale-invoice(ws-sale-idx) = il-invoicenumber
                 and ws-sale-sku(ws-sale-idx) = il-skucode
                 and ws-sale-returned(ws-sale-idx) = "n"
                   move "y" to ws-sale-found
               end-if
           end-perform.
           if ws-sale-is-found
               set ws-sale-idx down by 1
               move "y" to ws-sale-returned(ws-sale-idx)
               set ws-ps-idx to ws-sale-ps(ws-sale-idx)
               add 1 to ws-ps-retunits(ws-ps-idx)
               add ws-sale-funded(ws-sale-idx)
                 to ws-ps-retfunded(ws-ps-idx)
           end-if.

       400-write-claims.
           open output claims-report-file.
           move ws-claims-filename to ws-io-filename.
           perform 900-checkfilestatus.
           move function current-date(1:8) to ws-pagestamp-date.
           move function current-date(9:6) to ws-pagestamp-time.
           write claims-line from ws-pagestamp.
           write claims-line from ws-claims-heading
             before advancing 2 lines.
           if ws-sale-is-full
               write claims-line from ws-overflow-line
               move "BILLBACK" to eh-source
               move "H" to eh-severity
               move spaces to eh-store
               move ws-overflow-line to eh-text
               write exception-hub-rec
           end-if.
           perform 410-raise-one-claim
             varying ws-promo-idx from 1 by 1
             until ws-promo-idx > ws-promo-count.
           if ws-due-count = 0
               write claims-line from ws-none-claims-line
           end-if.
           move spaces to claims-line.
           write claims-line.
           move ws-new-claims to ws-t1-count.
           move ws-new-claimed to ws-t1-amount.
           write claims-line from ws-totals-line1.
           move ws-nil-promos to ws-t2-count.
           write claims-line from ws-totals-line2.
           close claims-report-file.

       410-raise-one-claim.
      *returns are backed out at the rate their sale was funded; a
      *promotion whose returns leave nothing to claim is kept as N.
           if ws-prm-due(ws-promo-idx) not = "y"
               exit paragraph
           end-if.
           move 0 to ws-claim-units, ws-claim-retunits.
           move 0 to ws-claim-sales.
           move 0 to ws-claim-funded, ws-claim-retfunded.
           perform varying ws-ps-idx from 1 by 1
             until ws-ps-idx > ws-ps-count
               if ws-ps-promo(ws-ps-idx) = ws-promo-idx
                   add ws-ps-units(ws-ps-idx) to ws-claim-units
                   add ws-ps-retunits(ws-ps-idx) to ws-claim-retunits
                   add ws-ps-sales(ws-ps-idx) to ws-claim-sales
                   add ws-ps-funded(ws-ps-idx) to ws-claim-funded
                   add ws-ps-retfunded(ws-ps-idx)
                     to ws-claim-retfunded
               end-if
           end-perform.
           if ws-claim-funded > ws-claim-retfunded
               compute ws-claim-amount =
                 ws-claim-funded - ws-claim-retfunded
           else
               move 0 to ws-claim-amount
           end-if.
           if ws-claim-count not < 2000
               exit paragraph
           end-if.
           add 1 to ws-claim-count.
           set ws-claim-idx to ws-claim-count.
           move ws-prm-vendor(ws-promo-idx)
             to ws-clm-vendor(ws-claim-idx).
           move ws-prm-type(ws-promo-idx)
             to ws-clm-promotype(ws-claim-idx).
           move ws-prm-key(ws-promo-idx)
             to ws-clm-promokey(ws-claim-idx).
           move ws-prm-fromdate(ws-promo-idx)
             to ws-clm-fromdate(ws-claim-idx).
           move ws-prm-todate(ws-promo-idx)
             to ws-clm-todate(ws-claim-idx).
           move ws-run-date to ws-clm-claimdate(ws-claim-idx).
           move ws-claim-units to ws-clm-units(ws-claim-idx).
           move ws-claim-retunits to ws-clm-retunits(ws-claim-idx).
           move ws-claim-amount to ws-clm-claimed(ws-claim-idx).
           move 0 to ws-clm-paid(ws-claim-idx).
           move 0 to ws-clm-lastpay(ws-claim-idx).
           if ws-claim-amount = 0
               move 0 to ws-clm-claimno(ws-claim-idx)
               move "N" to ws-clm-status(ws-claim-idx)
               add 1 to ws-nil-promos
               move ws-prm-type(ws-promo-idx) to ws-nl-promotype
               move ws-prm-key(ws-promo-idx) to ws-nl-promokey
               move ws-prm-fromdate(ws-promo-idx) to ws-nl-fromdate
               move ws-prm-todate(ws-promo-idx) to ws-nl-todate
               move ws-prm-vendor(ws-promo-idx) to ws-nl-vendor
               write claims-line from ws-nil-line
               exit paragraph
           end-if.
           add 1 to ws-last-claimno.
           move ws-last-claimno to ws-clm-claimno(ws-claim-idx).
           move "O" to ws-clm-status(ws-claim-idx).
           add 1 to ws-new-claims.
           add ws-claim-amount to ws-new-claimed.
           perform 420-write-claim-document.

       420-write-claim-document.
           move ws-last-claimno to ws-ch-claimno.
           move ws-prm-vendor(ws-promo-idx) to ws-lookup-vendor.
           perform 430-find-vendor.
           move ws-lookup-vendor to ws-ch-vendor.
           if ws-vendor-is-found
               move ws-vend-name(ws-vendor-idx) to ws-ch-name
               move ws-vend-contact(ws-vendor-idx) to ws-ch-contact
           else
               move "** VENDOR NOT ON MASTER **" to ws-ch-name
               move spaces to ws-ch-contact
               move "BILLBACK" to eh-source
               move "M" to eh-severity
               move spaces to eh-store
               move spaces to eh-text
               string "BILLBACK CLAIM " ws-last-claimno
                      " VENDOR " ws-lookup-vendor
                      " NOT ON VENDOR MASTER"
                 delimited by size into eh-text
               write exception-hub-rec
           end-if.
           move spaces to claims-line.
           write claims-line.
           write claims-line from ws-claim-header1.
           move ws-prm-type(ws-promo-idx) to ws-ch-promotype.
           move ws-prm-key(ws-promo-idx) to ws-ch-promokey.
           move ws-prm-fromdate(ws-promo-idx) to ws-ch-fromdate.
           move ws-prm-todate(ws-promo-idx) to ws-ch-todate.
           evaluate ws-prm-fundtype(ws-promo-idx)
               when "U"
                   move ws-prm-fundvalue(ws-promo-idx) to ws-fa-value
                   move ws-funding-amount to ws-ch-funding
               when "P"
                   move ws-prm-fundvalue(ws-promo-idx) to ws-fp-value
                   move ws-funding-percent to ws-ch-funding
               when other
                   move 100 to ws-fp-value
                   move ws-funding-percent to ws-ch-funding
           end-evaluate.
           write claims-line from ws-claim-header2.
           write claims-line from ws-store-heading.
           perform varying ws-ps-idx from 1 by 1
             until ws-ps-idx > ws-ps-count
               if ws-ps-promo(ws-ps-idx) = ws-promo-idx
                   move ws-ps-store(ws-ps-idx) to ws-sl-store
                   move ws-ps-units(ws-ps-idx) to ws-sl-units
                   move ws-ps-retunits(ws-ps-idx) to ws-sl-retunits
                   compute ws-sl-netunits =
                     ws-ps-units(ws-ps-idx) - ws-ps-retunits(ws-ps-idx)
                   move ws-ps-sales(ws-ps-idx) to ws-sl-sales
                   if ws-ps-funded(ws-ps-idx)
                     > ws-ps-retfunded(ws-ps-idx)
                       compute ws-sl-amount =
                         ws-ps-funded(ws-ps-idx)
                         - ws-ps-retfunded(ws-ps-idx)
                   else
                       move 0 to ws-sl-amount
                   end-if
                   write claims-line from ws-store-line
               end-if
           end-perform.
           move "TL" to ws-sl-store.
           move ws-claim-units to ws-sl-units.
           move ws-claim-retunits to ws-sl-retunits.
           compute ws-sl-netunits = ws-claim-units - ws-claim-retunits.
           move ws-claim-sales to ws-sl-sales.
           move ws-claim-amount to ws-sl-amount.
           write claims-line from ws-store-line.

       430-find-vendor.
           move "n" to ws-vendor-found.
           set ws-vendor-idx to 1.
           search ws-vendor-entry
               at end
                   move "n" to ws-vendor-found
               when ws-vend-number(ws-vendor-idx) = ws-lookup-vendor
                   move "y" to ws-vendor-found
           end-search.

       500-apply-payments.
           write open-line from ws-payment-heading
             before advancing 2 lines.
           open input payment-file.
           move "../data/BillbackPayments.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform until ws-payment-yes
               read payment-file
                   at end
                       move "y" to ws-payment-eof
                   not at end
                       add 1 to ws-payment-count
                       perform 510-apply-one-payment
               end-read
           end-perform.
           close payment-file.
           move spaces to open-line.
           write open-line.

       510-apply-one-payment.
      *a payment names the claim it settles; anything it leaves
      *short stays short-paid, anything over the claim is applied
      *and raised for the vendor to be refunded or offset.
           move bp-vendor to ws-pay-vendor.
           move bp-claimno to ws-pay-claimno.
           move bp-reference to ws-pay-reference.
           move bp-paydate to ws-pay-date.
           move bp-amount to ws-pay-amount.
           if bp-amount is not numeric or bp-claimno is not numeric
               move "** PAYMENT NOT NUMERIC **" to ws-pay-result
               perform 590-unmatched-payment
               exit paragraph
           end-if.
           move "n" to ws-claim-found.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               or ws-claim-is-found
               if ws-clm-claimno(ws-claim-idx) = bp-claimno
                 and ws-clm-status(ws-claim-idx) not = "N"
                   move "y" to ws-claim-found
               end-if
           end-perform.
           if not ws-claim-is-found
               move "** NO SUCH CLAIM **" to ws-pay-result
               perform 590-unmatched-payment
               exit paragraph
           end-if.
           set ws-claim-idx down by 1.
           if ws-clm-vendor(ws-claim-idx) not = bp-vendor
               move "** CLAIM IS FOR ANOTHER VENDOR **"
                 to ws-pay-result
               perform 590-unmatched-payment
               exit paragraph
           end-if.
           compute ws-outstanding =
             ws-clm-claimed(ws-claim-idx) - ws-clm-paid(ws-claim-idx).
           add bp-amount to ws-clm-paid(ws-claim-idx).
           move bp-paydate to ws-clm-lastpay(ws-claim-idx).
           perform 520-set-status.
           add 1 to ws-payment-applied.
           if bp-amount > ws-outstanding
               compute ws-excess = bp-amount - ws-outstanding
               move "APPLIED - OVERPAID" to ws-pay-result
               move ws-excess to ws-excess-edit
               move "BILLBACK" to eh-source
               move "M" to eh-severity
               move spaces to eh-store
               move spaces to eh-text
               string "CLAIM " bp-claimno " " bp-vendor
                      " OVERPAID BY " ws-excess-edit
                      " REF " bp-reference
                 delimited by size into eh-text
               write exception-hub-rec
           else
               move "APPLIED" to ws-pay-result
           end-if.
           write open-line from ws-payment-line.

       520-set-status.
           evaluate true
               when ws-clm-paid(ws-claim-idx) = 0
                   move "O" to ws-clm-status(ws-claim-idx)
               when ws-clm-paid(ws-claim-idx)
                 < ws-clm-claimed(ws-claim-idx)
                   move "S" to ws-clm-status(ws-claim-idx)
               when other
                   move "P" to ws-clm-status(ws-claim-idx)
           end-evaluate.

       590-unmatched-payment.
           add 1 to ws-payment-unmatched.
           write open-line from ws-payment-line.
           move "BILLBACK" to eh-source.
           move "M" to eh-severity.
           move spaces to eh-store.
           move spaces to eh-text.
           string "BILLBACK PAYMENT " bp-reference " " bp-vendor
                  " " ws-pay-result
             delimited by size into eh-text.
           write exception-hub-rec.

       600-write-openreport.
           write open-line from ws-open-heading
             before advancing 2 lines.
           write open-line from ws-column-heading.
           initialize ws-grand-buckets.
           perform 610-write-vendor-open
             varying ws-vendor-idx from 1 by 1
             until ws-vendor-idx > ws-vendor-count.
      *claims under a vendor number no longer on the master come
      *last.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               if ws-clm-status(ws-claim-idx) = "O"
                 or ws-clm-status(ws-claim-idx) = "S"
                   move ws-clm-vendor(ws-claim-idx) to ws-lookup-vendor
                   perform 430-find-vendor
                   if not ws-vendor-is-found
                       move ws-lookup-vendor to ws-vh-number
                       move "** VENDOR NOT ON MASTER **" to ws-vh-name
                       move spaces to ws-vh-contact
                       write open-line from ws-vendor-header
                       perform 650-write-openline
                   end-if
               end-if
           end-perform.
           if ws-open-claims = 0
               write open-line from ws-none-open-line
           end-if.
           move spaces to open-line.
           write open-line.
           move "ALL VENDORS" to ws-bl-label.
           move ws-grand-bucket(1) to ws-bl-b1.
           move ws-grand-bucket(2) to ws-bl-b2.
           move ws-grand-bucket(3) to ws-bl-b3.
           move ws-grand-bucket(4) to ws-bl-b4.
           write open-line from ws-bucket-line.
           move spaces to open-line.
           write open-line.
           move ws-payment-applied to ws-t3-count.
           write open-line from ws-totals-line3.
           move ws-payment-unmatched to ws-t4-count.
           write open-line from ws-totals-line4.
           move ws-open-claims to ws-t5-count.
           write open-line from ws-totals-line5.
           close open-report-file.

       610-write-vendor-open.
      *a vendor with nothing outstanding prints no section at all.
           move ws-vend-number(ws-vendor-idx) to ws-lookup-vendor.
           move ws-vend-number(ws-vendor-idx) to ws-vh-number.
           move ws-vend-name(ws-vendor-idx) to ws-vh-name.
           move ws-vend-contact(ws-vendor-idx) to ws-vh-contact.
           move 0 to ws-vendor-total-lines.
           initialize ws-vendor-buckets.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               if ws-clm-vendor(ws-claim-idx) = ws-lookup-vendor
                 and (ws-clm-status(ws-claim-idx) = "O"
                   or ws-clm-status(ws-claim-idx) = "S")
                   if ws-vendor-total-lines = 0
                       write open-line from ws-vendor-header
                   end-if
                   add 1 to ws-vendor-total-lines
                   perform 650-write-openline
               end-if
           end-perform.
           if ws-vendor-total-lines > 0
               move "  VENDOR OUTSTANDING" to ws-bl-label
               move ws-vendor-bucket(1) to ws-bl-b1
               move ws-vendor-bucket(2) to ws-bl-b2
               move ws-vendor-bucket(3) to ws-bl-b3
               move ws-vendor-bucket(4) to ws-bl-b4
               write open-line from ws-bucket-line
               move spaces to open-line
               write open-line
           end-if.

       650-write-openline.
           add 1 to ws-open-claims.
           move ws-clm-claimno(ws-claim-idx) to ws-od-claimno.
           move ws-clm-promokey(ws-claim-idx) to ws-od-promokey.
           move ws-clm-claimdate(ws-claim-idx) to ws-od-claimdate.
           move ws-clm-claimed(ws-claim-idx) to ws-od-claimed.
           move ws-clm-paid(ws-claim-idx) to ws-od-paid.
           compute ws-outstanding =
             ws-clm-claimed(ws-claim-idx) - ws-clm-paid(ws-claim-idx).
           move ws-outstanding to ws-od-outstanding.
           compute ws-date-int = function integer-of-date(
             ws-clm-claimdate(ws-claim-idx)).
           compute ws-age-days = ws-run-int - ws-date-int.
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if.
           move ws-age-days to ws-od-age.
           if ws-clm-status(ws-claim-idx) = "S"
               move "SHORT-PAID" to ws-od-status
           else
               move "OPEN" to ws-od-status
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
           write open-line from ws-open-detail.

       690-snapshot-ledger.
      *pre-update snapshot, stamped with the run date that took it:
      *the rerun back-out restores this copy so a redone day starts
      *from the state before the run being replaced. A supplemental
      *or rerun pass must not overwrite the first snapshot of the
      *date.
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
             using "../data/BillbackLedger.dat",
                   "../data/BillbackLedger.bak".
           if return-code = 0
               open output snapstamp-file
               move ws-run-date to bs-rundate
               write snapstamp-rec
               close snapstamp-file
           else
               call "CBL_DELETE_FILE"
                 using "../data/BillbackLedger.bakdate"
           end-if.
           move 0 to return-code.

       700-rewrite-ledger.
           perform 690-snapshot-ledger.
           open output billback-ledger-file.
           move "../data/BillbackLedger.dat" to ws-io-filename.
           perform 900-checkfilestatus.
           perform varying ws-claim-idx from 1 by 1
             until ws-claim-idx > ws-claim-count
               move spaces to billback-ledger-rec
               move ws-clm-claimno(ws-claim-idx) to bl-claimno
               move ws-clm-vendor(ws-claim-idx) to bl-vendor
               move ws-clm-promotype(ws-claim-idx) to bl-promotype
               move ws-clm-promokey(ws-claim-idx) to bl-promokey
               move ws-clm-fromdate(ws-claim-idx) to bl-fromdate
               move ws-clm-todate(ws-claim-idx) to bl-todate
               move ws-clm-claimdate(ws-claim-idx) to bl-claimdate
               move ws-clm-units(ws-claim-idx) to bl-units
               move ws-clm-retunits(ws-claim-idx) to bl-retunits
               move ws-clm-claimed(ws-claim-idx) to bl-claimed
               move ws-clm-paid(ws-claim-idx) to bl-paid
               move ws-clm-lastpay(ws-claim-idx) to bl-lastpay
               move ws-clm-status(ws-claim-idx) to bl-status
               write billback-ledger-rec
           end-perform.
           close billback-ledger-file.

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

       end program PromoBillback.
