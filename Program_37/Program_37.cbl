       identification division.
       program-id. Program_37.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: District partition merge. When the
      *nightly edit and split steps run once per district in
      *parallel, each district's Program_1 and Program_2 write
      *their output under district-qualified names (stem-Dnn.ext).
      *This step waits for every district on the Store Master to
      *have finished for the business date, then combines the
      *partitions into the single valid.dat, invalid.dat, s&l.dat,
      *returns.dat, CSV extract, VALID-COUNT, DAILY-SUMMARY-P2 and
      *reports every downstream step reads today, and posts the
      *partitions' day figures to the chain's MTD/YTD control
      *totals, store credit ledger and daily history, and their
      *layaway balances, invoice history lines and AR entries to
      *the chain's keyed files - the partitions only ever write
      *their own copies, so this step is the one writer. Nothing
      *is merged or posted while any district is incomplete, so
      *a failed district is rerun on its own and this step run
      *again.

       environment division.
       input-output section.
       file-control.

      *    Which districts there are - every district code keyed
      *    on the Store Master is one partition of the night.
           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

      *    The night's store extract list, checked for stores no
      *    partition picked up.
           select driver-file
               assign to ws-driver-path
               organization is line sequential
               file status is ws-driver-file-status.

      *    One district's output file being read, or a ledger being
      *    copied, the name resolved at run time.
           select part-in-file
               assign to ws-part-in-name
               organization is line sequential
               file status is ws-part-in-file-status.

      *    The combined file being written under the chain's name.
           select merged-out-file
               assign to ws-merged-out-name
               organization is line sequential
               file status is ws-merged-out-file-status.

      *    A district's daily summary and the chain's combined one.
           select summary-part-file
               assign to ws-summary-part-name
               organization is line sequential
               file status is ws-summary-part-file-status.

           select summary-out-file
               assign to ws-daily-summary-path
               organization is line sequential
               file status is ws-summary-out-file-status.

      *    A district's valid-record count and the chain's total.
           select count-part-file
               assign to ws-count-part-name
               organization is line sequential
               file status is ws-count-part-file-status.

           select valid-count-file
               assign to ws-valid-count-path
               organization is line sequential
               file status is ws-valid-count-file-status.

      *    A district's day contribution and the chain's MTD/YTD
      *    control totals it is posted to.
           select part-control-file
               assign to ws-part-control-name
               organization is line sequential
               file status is ws-part-control-file-status.

           select control-totals-file
               assign to ws-control-totals-path
               organization is line sequential
               file status is ws-control-file-status.

      *    The chain's keyed files the districts' postings go to,
      *    and one district's own copy of the layaway balances.
           select layaway-chain-file
               assign to ws-layaway-balance-path
               organization is indexed
               access is dynamic
               record key is lb-invoice-number
               file status is ws-layaway-file-status.

           select layaway-part-file
               assign to ws-layaway-part-name
               organization is indexed
               access is dynamic
               record key is lp-invoice-number
               file status is ws-layaway-part-file-status.

           select sales-invoice-history-file
               assign to ws-invoice-history-path
               organization is indexed
               access is dynamic
               record key is sh-key
               file status is ws-history-file-status.

           select ar-ledger-file
               assign to ws-ar-ledger-path
               organization is indexed
               access is dynamic
               record key is ar-key
               file status is ws-ar-ledger-file-status.

      *    Invoice/store pairs off the merged valid.dat, put in
      *    invoice order to find an invoice rung in two districts.
           select sort-work-file
               assign to ws-sort-work-path.

           select merge-report
               assign to ws-merge-report-path
               organization is line sequential.

      *    Operations' as-of business date for a catch-up or
      *    late-file run; absent means today.
           select business-date-file
               assign to ws-business-date-path
               organization is line sequential
               file status is ws-business-date-file-status.

      *    Shared run-level audit trail appended to by all the
      *    programs in the chain.
           select audit-trail-file
               assign to ws-audit-trail-path
               organization is line sequential
               file status is ws-audit-file-status.

      *    Where the chain's data library lives. The profile sits
      *    in the job's working directory and is read before any
      *    other file is opened - a missing profile just means the
      *    production library, so the normal run needs no set-up
      *    step, and a parallel test chain points its own working
      *    directory's profile at its own masters, control files
      *    and archive library.
           select data-library-profile
           assign to "data-library.profile"
           organization is line sequential
           file status is ws-profile-file-status.

       data division.
       file section.

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

       fd driver-file
           data record is driver-line
           record contains 100 characters.

       01 driver-line.
           05 dl-store-number               pic x(2).
           05 dl-file-name                  pic x(98).

      *    Wide enough for the widest file combined here; shorter
      *    records read space-filled and are written back trimmed.
       fd part-in-file
           data record is part-in-line
           record contains 250 characters.

       01 part-in-line                      pic x(250).

       fd merged-out-file
           data record is merged-out-line
           record contains 250 characters.

       01 merged-out-line                   pic x(250).

      *    The daily summary record as the split step writes it.
       fd summary-part-file
           data record is summary-part-line
           record contains 63 characters.

       01 summary-part-line.
           05 sp-record-type                pic x.
               88 sp-total-record-88
                   value 'T'.
               88 sp-department-record-88
                   value 'E'.
           05 sp-business-date              pic 9(8).
           05 sp-total-amounts.
               10 sp-sale-amount            pic 9(7)v99.
               10 sp-layaway-amount         pic 9(7)v99.
               10 sp-return-amount          pic 9(7)v99.
               10 sp-exchange-amount        pic 9(7)v99.
               10 sp-net-amount             pic 9(7)v99.
               10 sp-payoff-amount          pic 9(7)v99.
           05 sp-department-amounts redefines sp-total-amounts.
               10 sp-dept-code              pic x(4).
               10 sp-dept-sale-amount       pic 9(7)v99.
               10 filler                    pic x(41).

       fd summary-out-file
           data record is daily-summary-line
           record contains 63 characters.

       01 daily-summary-line.
           05 ds-record-type                pic x.
           05 ds-business-date              pic 9(8).
           05 ds-total-amounts.
               10 ds-sale-amount            pic 9(7)v99.
               10 ds-layaway-amount         pic 9(7)v99.
               10 ds-return-amount          pic 9(7)v99.
               10 ds-exchange-amount        pic 9(7)v99.
               10 ds-net-amount             pic 9(7)v99.
               10 ds-payoff-amount          pic 9(7)v99.
           05 ds-department-amounts redefines ds-total-amounts.
               10 ds-dept-code              pic x(4).
               10 ds-dept-sale-amount       pic 9(7)v99.
               10 filler                    pic x(41).

       fd count-part-file
           data record is count-part-line
           record contains 7 characters.

       01 count-part-line                   pic 9(7).

       fd valid-count-file
           data record is valid-count-line
           record contains 7 characters.

       01 valid-count-line                  pic 9(7).

      *    A district's control record - only the run date and the
      *    day fields are used; the district's own MTD/YTD figures
      *    are partial and are left to the chain's record below.
       fd part-control-file
           data record is part-control-line
           record contains 258 characters.

       01 part-control-line.
           05 pc-last-run-yyyymmdd          pic 9(8).
           05 filler                        pic x(170).
           05 pc-day-sale-count             pic 9(5).
           05 pc-day-sale-amount            pic 9(9)v99.
           05 pc-day-layaway-count          pic 9(5).
           05 pc-day-layaway-amount         pic 9(9)v99.
           05 pc-day-sl-count               pic 9(5).
           05 pc-day-sl-amount              pic 9(9)v99.
           05 pc-day-exchange-count         pic 9(5).
           05 pc-day-exchange-amount        pic 9(9)v99.
           05 pc-day-return-count           pic 9(5).
           05 pc-day-return-amount          pic 9(9)v99.

       fd control-totals-file
           data record is control-totals-line
           record contains 258 characters.

       01 control-totals-line.
           05 ct-last-run-yyyymmdd          pic 9(8).
           05 ct-mtd-sale-count             pic 9(5).
           05 ct-mtd-sale-amount            pic 9(9)v99.
           05 ct-mtd-layaway-count          pic 9(5).
           05 ct-mtd-layaway-amount         pic 9(9)v99.
           05 ct-mtd-sl-count               pic 9(5).
           05 ct-mtd-sl-amount              pic 9(9)v99.
           05 ct-mtd-exchange-count         pic 9(5).
           05 ct-mtd-exchange-amount        pic 9(9)v99.
           05 ct-mtd-return-count           pic 9(5).
           05 ct-mtd-return-amount          pic 9(9)v99.
           05 ct-ytd-sale-count             pic 9(7).
           05 ct-ytd-sale-amount            pic 9(9)v99.
           05 ct-ytd-layaway-count          pic 9(7).
           05 ct-ytd-layaway-amount         pic 9(9)v99.
           05 ct-ytd-sl-count               pic 9(7).
           05 ct-ytd-sl-amount              pic 9(9)v99.
           05 ct-ytd-exchange-count         pic 9(7).
           05 ct-ytd-exchange-amount        pic 9(9)v99.
           05 ct-ytd-return-count           pic 9(7).
           05 ct-ytd-return-amount          pic 9(9)v99.
           05 ct-day-sale-count             pic 9(5).
           05 ct-day-sale-amount            pic 9(9)v99.
           05 ct-day-layaway-count          pic 9(5).
           05 ct-day-layaway-amount         pic 9(9)v99.
           05 ct-day-sl-count               pic 9(5).
           05 ct-day-sl-amount              pic 9(9)v99.
           05 ct-day-exchange-count         pic 9(5).
           05 ct-day-exchange-amount        pic 9(9)v99.
           05 ct-day-return-count           pic 9(5).
           05 ct-day-return-amount          pic 9(9)v99.

      *    The layaway balance, invoice history and AR ledger
      *    records as the split step writes them.
       fd layaway-chain-file
           data record is layaway-balance-line
           record contains 49 characters.

       01 layaway-balance-line.
           05 lb-invoice-number             pic x(9).
           05 lb-store-number               pic x(2).
           05 lb-first-payment-date         pic 9(8).
           05 lb-last-payment-date          pic 9(8).
           05 lb-payment-count              pic 9(3).
           05 lb-total-paid-amount          pic 9(7)v99.
           05 lb-contract-price             pic 9(7)v99.
           05 lb-status                     pic x.

       fd layaway-part-file
           data record is layaway-part-line
           record contains 49 characters.

       01 layaway-part-line.
           05 lp-invoice-number             pic x(9).
           05 lp-store-number               pic x(2).
           05 lp-first-payment-date         pic 9(8).
           05 lp-last-payment-date          pic 9(8).
           05 lp-payment-count              pic 9(3).
           05 lp-total-paid-amount          pic 9(7)v99.
           05 lp-contract-price             pic 9(7)v99.
           05 lp-status                     pic x.

       fd sales-invoice-history-file
           data record is sales-invoice-history-line
           record contains 48 characters.

       01 sales-invoice-history-line.
           05 sh-key.
               10 sh-invoice-number         pic x(9).
               10 sh-line-no                pic 9(3).
           05 sh-amount                     pic 9(5)v99.
           05 sh-store-number               pic x(2).
           05 sh-sku-code                   pic x(15).
           05 sh-business-date              pic 9(8).
           05 sh-cashier-id                 pic x(4).

       fd ar-ledger-file
           data record is ar-ledger-line
           record contains 50 characters.

       01 ar-ledger-line.
           05 ar-key.
               10 ar-account-number         pic x(8).
               10 ar-business-date          pic 9(8).
               10 ar-sequence               pic 9(5).
           05 ar-entry-type                 pic x.
           05 ar-store-number               pic x(2).
           05 ar-invoice-number             pic x(9).
           05 ar-transaction-date           pic 9(8).
           05 ar-amount                     pic 9(7)v99.

       sd sort-work-file
           data record is sw-record.

       01 sw-record.
           05 sw-invoice-number             pic x(9).
           05 sw-store-number               pic x(2).

       fd merge-report
           data record is merge-line
           record contains 120 characters.

       01 merge-line                        pic x(120).

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line                pic 9(8).

      *    One line per program run: when it ran, which program,
      *    how many records it read/wrote, and its return code.
      *    Same layout duplicated in all the programs, the same way
      *    the shared transaction record is duplicated rather than
      *    kept in a copybook.
       fd audit-trail-file
           data record is audit-line
           record contains 50 characters.

       01 audit-line.
           05 au-run-date                   pic 9(8).
           05 au-run-time                   pic 9(8).
           05 au-program-name               pic x(10).
           05 au-input-record-count         pic 9(7).
           05 au-output-record-count-1      pic 9(7).
           05 au-output-record-count-2      pic 9(7).
           05 au-return-code                pic 9(3).

       fd data-library-profile
           data record is data-library-profile-line
           record contains 60 characters.

       01 data-library-profile-line         pic x(60).

       working-storage section.

      *The data library every file of this run lives in, off the
      *working directory's profile - the production library when
      *no profile is present - and the resolved name of each
      *file inside it.
       01 ws-profile-file-status            pic xx
           value spaces.
       01 ws-data-library                   pic x(60)
           value "../../../../Dummy/data/".
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-driver-path                       pic x(100)
           value spaces.
       01 ws-daily-summary-path                pic x(100)
           value spaces.
       01 ws-valid-count-path                  pic x(100)
           value spaces.
       01 ws-control-totals-path               pic x(100)
           value spaces.
       01 ws-sort-work-path                    pic x(100)
           value spaces.
       01 ws-merge-report-path                 pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.
       01 ws-layaway-balance-path              pic x(100)
           value spaces.
       01 ws-layaway-backup-path               pic x(100)
           value spaces.
       01 ws-layaway-bkp-date-path             pic x(100)
           value spaces.
       01 ws-invoice-history-path              pic x(100)
           value spaces.
       01 ws-ar-ledger-path                    pic x(100)
           value spaces.

      *Names resolved for each district's files and for the
      *chain's combined ones: stem-Dnn.ext and stem.ext in the
      *data library, the names the edit and split steps use.
       01 ws-part-in-name                   pic x(100)
           value spaces.
       01 ws-merged-out-name                pic x(100)
           value spaces.
       01 ws-summary-part-name              pic x(100)
           value spaces.
       01 ws-count-part-name                pic x(100)
           value spaces.
       01 ws-part-control-name              pic x(100)
           value spaces.
       01 ws-layaway-part-name              pic x(100)
           value spaces.
       01 ws-part-stem                      pic x(30)
           value spaces.
       01 ws-part-ext                       pic x(4)
           value spaces.
       01 ws-part-district                  pic xx
           value spaces.
       01 ws-part-name                      pic x(100)
           value spaces.
       01 ws-chain-name                     pic x(100)
           value spaces.
       01 ws-work-name                      pic x(100)
           value spaces.


       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-driver-file-status             pic xx
           value spaces.
       01 ws-part-in-file-status            pic xx
           value spaces.
       01 ws-merged-out-file-status         pic xx
           value spaces.
       01 ws-summary-part-file-status       pic xx
           value spaces.
       01 ws-summary-out-file-status        pic xx
           value spaces.
       01 ws-count-part-file-status         pic xx
           value spaces.
       01 ws-valid-count-file-status        pic xx
           value spaces.
       01 ws-part-control-file-status       pic xx
           value spaces.
       01 ws-control-file-status            pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-layaway-file-status            pic xx
           value spaces.
       01 ws-layaway-part-file-status       pic xx
           value spaces.
       01 ws-history-file-status            pic xx
           value spaces.
       01 ws-ar-ledger-file-status          pic xx
           value spaces.

       01 ws-eof-flag                       pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

       01 ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mm                pic 9(2).
           05 ws-business-dd                pic 9(2).
       01 ws-business-date-n redefines ws-business-date
                                            pic 9(8).

       01 ws-prior-yyyy                     pic 9(4)
           value 0.
       01 ws-prior-mm                       pic 9(2)
           value 0.

      *Where the merge got to: every district complete and merged,
      *or at least one district not finished (nothing touched).
       01 ws-merge-state                    pic x
           value 'M'.
           88 ws-merged-88
               value 'M'.
           88 ws-incomplete-88
               value 'I'.

      *A business date earlier than the chain's last posted date
      *is a reprocess of an archived day - the partitions ran
      *reports-only, so the merge combines their files but posts
      *nothing to the persistent ledgers. The same date as the
      *last posting is a rerun of the merge, whose earlier
      *posting is backed out and replaced.
       01 ws-backdated-run-flag             pic x
           value 'N'.
       01 ws-same-day-rerun-flag            pic x
           value 'N'.
       01 ws-reprocess-request-flag         pic x
           value 'N'.

      *Stores and the district each one belongs to.
       01 ws-store-table.
           05 ws-store-entry                occurs 0 to 500 times
               depending on ws-store-table-count
               indexed by ws-store-idx.
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-district   pic x(2).
       01 ws-store-table-count              pic 9(4)
           value 0.
       01 ws-lookup-store                   pic x(2)
           value spaces.
       01 ws-lookup-district                pic x(2)
           value spaces.

      *The partitions of the night, one per district code on the
      *Store Master, in district order, with what each one left.
       01 ws-district-table.
           05 ws-dt-entry                   occurs 0 to 99 times
               depending on ws-dt-count
               indexed by ws-dt-idx.
               10 ws-dt-code                pic x(2).
               10 ws-dt-ready-flag          pic x.
               10 ws-dt-reason              pic x(50).
               10 ws-dt-expected-count      pic 9(7).
               10 ws-dt-valid-count         pic 9(7).
               10 ws-dt-invalid-count       pic 9(7).
               10 ws-dt-sl-count            pic 9(7).
               10 ws-dt-return-count        pic 9(7).
               10 ws-dt-sale-amount         pic 9(9)v99.
               10 ws-dt-layaway-amount      pic 9(9)v99.
               10 ws-dt-return-amount       pic 9(9)v99.
               10 ws-dt-exchange-amount     pic 9(9)v99.
               10 ws-dt-payoff-amount       pic 9(9)v99.
       01 ws-dt-count                       pic 9(3)
           value 0.
       01 ws-dt-found-flag                  pic x
           value 'N'.

      *Department revenue off the partitions' 'E' records, summed
      *so each department has one record on the chain's summary.
       01 ws-dept-table.
           05 ws-dept-entry                 occurs 0 to 500 times
               depending on ws-dept-count
               indexed by ws-dept-idx.
               10 ws-dept-code              pic x(4).
               10 ws-dept-sale-amount       pic 9(9)v99.
       01 ws-dept-count                     pic 9(4)
           value 0.
       01 ws-dept-found-flag                pic x
           value 'N'.
       01 ws-dept-table-full-flag           pic x
           value 'N'.

      *The night's day contribution across every partition.
       01 ws-day-totals.
           05 ws-day-sale-count             pic 9(7)
               value 0.
           05 ws-day-sale-amount            pic 9(9)v99
               value 0.
           05 ws-day-layaway-count          pic 9(7)
               value 0.
           05 ws-day-layaway-amount         pic 9(9)v99
               value 0.
           05 ws-day-sl-count               pic 9(7)
               value 0.
           05 ws-day-sl-amount              pic 9(9)v99
               value 0.
           05 ws-day-exchange-count         pic 9(7)
               value 0.
           05 ws-day-exchange-amount        pic 9(9)v99
               value 0.
           05 ws-day-return-count           pic 9(7)
               value 0.
           05 ws-day-return-amount          pic 9(9)v99
               value 0.

       01 ws-summary-totals.
           05 ws-sum-sale-amount            pic 9(9)v99
               value 0.
           05 ws-sum-layaway-amount         pic 9(9)v99
               value 0.
           05 ws-sum-return-amount          pic 9(9)v99
               value 0.
           05 ws-sum-exchange-amount        pic 9(9)v99
               value 0.
           05 ws-sum-payoff-amount          pic 9(9)v99
               value 0.
           05 ws-sum-net-amount             pic s9(9)v99
               value 0.
       01 ws-net-signed                     pic s9(9)v99
           value 0.

      *Which file is being combined, and how - 'V' valid, 'I'
      *invalid, 'S' s&l, 'R' returns, 'C' the CSV extract (header
      *kept off the first district only), 'O' a report.
       01 ws-merge-stem                     pic x(30)
           value spaces.
       01 ws-merge-ext                      pic x(4)
           value spaces.
       01 ws-merge-kind                     pic x
           value space.
       01 ws-copy-count                     pic 9(7)
           value 0.
       01 ws-merge-file-count               pic 9(7)
           value 0.
       01 ws-skip-line-flag                 pic x
           value 'N'.

      *Ledger folding: the chain's lines kept (every day but the
      *business date) and the partitions' lines added.
       01 ws-fold-stem                      pic x(30)
           value spaces.
       01 ws-fold-kept-count                pic 9(7)
           value 0.
       01 ws-fold-added-count               pic 9(7)
           value 0.
       01 ws-credit-outstanding             pic s9(9)v99
           value 0.
       01 ws-credit-amount-x                pic x(9)
           value spaces.
       01 ws-credit-amount redefines ws-credit-amount-x
                                            pic 9(7)v99.

      *Keyed postings: the history line or AR entry being posted,
      *kept here so each retry at the next line number or
      *sequence writes the same record, and the start-of-day
      *state of a layaway balance two districts both posted to.
       01 ws-post-history-record.
           05 ws-ph-invoice-number          pic x(9).
           05 ws-ph-line-no                 pic 9(3).
           05 ws-ph-rest                    pic x(36).
       01 ws-post-ar-record.
           05 ws-pa-account-number          pic x(8).
           05 ws-pa-business-date           pic 9(8).
           05 ws-pa-sequence                pic 9(5).
           05 ws-pa-rest                    pic x(29).
       01 ws-post-done-flag                 pic x
           value 'N'.
       01 ws-posting-error-flag             pic x
           value 'N'.
       01 ws-layaway-ok-flag                pic x
           value 'N'.
       01 ws-layaway-backup-date            pic 9(8)
           value 0.
       01 ws-sod-found-flag                 pic x
           value 'N'.
       01 ws-sod-eof-flag                   pic x
           value 'N'.
       01 ws-sod-record.
           05 ws-sod-invoice-number         pic x(9).
           05 filler                        pic x(18).
           05 ws-sod-payment-count          pic 9(3).
           05 ws-sod-total-paid-amount      pic 9(7)v99.
           05 filler                        pic x(9).
           05 ws-sod-status                 pic x.
       01 ws-combined-count                 pic s9(5)
           value 0.
       01 ws-combined-amount                pic s9(9)v99
           value 0.

      *Cross-district invoice check on the sorted pairs.
       01 ws-prev-invoice                   pic x(9)
           value spaces.
       01 ws-prev-store                     pic x(2)
           value spaces.
       01 ws-prev-district                  pic x(2)
           value spaces.
       01 ws-last-listed-invoice            pic x(9)
           value spaces.

       01 ws-counters.
           05 ws-valid-total-count          pic 9(7)
               value 0.
           05 ws-invalid-total-count        pic 9(7)
               value 0.
           05 ws-expected-total-count       pic 9(7)
               value 0.
           05 ws-count-mismatch-count       pic 9(5)
               value 0.
           05 ws-incomplete-count           pic 9(5)
               value 0.
           05 ws-duplicate-invoice-count    pic 9(5)
               value 0.
           05 ws-unassigned-store-count     pic 9(5)
               value 0.
           05 ws-recycle-kept-count         pic 9(7)
               value 0.
           05 ws-recycle-dropped-count      pic 9(7)
               value 0.
           05 ws-credit-added-count         pic 9(7)
               value 0.
           05 ws-history-added-count        pic 9(7)
               value 0.
           05 ws-layaway-posted-count       pic 9(7)
               value 0.
           05 ws-layaway-shared-count       pic 9(5)
               value 0.
           05 ws-invoice-lines-posted-count pic 9(7)
               value 0.
           05 ws-ar-entries-posted-count    pic 9(7)
               value 0.

      *This header will display the author(s) of this program and
      *the title for this team project.
       01 ws-heading1-name-line.
           05 filler                        pic x(7)
               value "Author:".
           05 filler                        pic x(1)
               value spaces.
           05 filler                        pic x(12)
               value "Waqar Naseer".
           05 filler                        pic x(64)
               value spaces.
           05 filler                        pic x(36)
               value "MAFD4202 - Team Project: Program #37".

       01 ws-heading2-title-line.
           05 filler                        pic x(36)
               value spaces.
           05 filler                        pic x(42)
               value "DISTRICT PARTITION MERGE - EDIT AND SPLIT".
           05 filler                        pic x(42)
               value spaces.

       01 ws-heading2b-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9999/99/99.
           05 filler                        pic x(4)
               value spaces.
           05 ws-hdr-run-note               pic x(50)
               value spaces.
           05 filler                        pic x(41)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(118)
               value all "-".
           05 filler                        pic x(2)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-district-column-line.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(10)
               value "District".
           05 filler                        pic x(14)
               value "Status".
           05 filler                        pic x(9)
               value "    Valid".
           05 filler                        pic x(9)
               value "  Invalid".
           05 filler                        pic x(9)
               value "      S&L".
           05 filler                        pic x(9)
               value "  Returns".
           05 filler                        pic x(15)
               value "           Sale".
           05 filler                        pic x(15)
               value "         Return".
           05 filler                        pic x(16)
               value "             Net".
           05 filler                        pic x(12)
               value spaces.

      *One line per district partition, and under a district
      *that is not complete, why.
       01 ws-district-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-district                pic x(2).
           05 filler                        pic x(8)
               value spaces.
           05 ws-dl-status                  pic x(14).
           05 ws-dl-valid                   pic z,zzz,zz9.
           05 ws-dl-invalid                 pic z,zzz,zz9.
           05 ws-dl-sl                      pic z,zzz,zz9.
           05 ws-dl-returns                 pic z,zzz,zz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sale                    pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-return                  pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-net                     pic $$,$$$,$$9.99-.
           05 filler                        pic x(12)
               value spaces.

       01 ws-reason-line.
           05 filler                        pic x(12)
               value spaces.
           05 ws-rl-reason                  pic x(60).
           05 filler                        pic x(48)
               value spaces.

       01 ws-file-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-name                    pic x(38).
           05 ws-fl-count                   pic zz,zzz,zz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-note                    pic x(50).
           05 filler                        pic x(18)
               value spaces.

       01 ws-exception-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-el-text                    pic x(100).
           05 filler                        pic x(18)
               value spaces.

       01 ws-count-summary-line.
           05 ws-csl-label                  pic x(40).
           05 ws-csl-count                  pic zz,zzz,zz9.
           05 filler                        pic x(70)
               value spaces.

       01 ws-amount-summary-line.
           05 ws-asl-label                  pic x(40).
           05 ws-asl-amount                 pic $$$,$$$,$$9.99-.
           05 filler                        pic x(65)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.
           perform 030-resolve-business-date.

           perform 050-load-store-master.
           perform 060-read-control-totals.

           open output merge-report.
           perform 100-print-headings.

           perform 070-check-partitions.

      *    Every district must have finished the edit and split
      *    for the business date before anything is combined - a
      *    half-merged night would feed downstream a chain missing
      *    whole districts.
           if ws-merged-88
               perform 200-merge-files
               perform 300-merge-valid-count
               perform 400-merge-daily-summary
               if ws-backdated-run-flag = 'N'
                   perform 500-post-control-totals
                   perform 600-post-store-credit
                   perform 650-post-daily-history
                   perform 670-post-layaway-balances
                   perform 680-post-invoice-history
                   perform 685-post-ar-ledger
               end-if
               perform 700-clean-recycle-file
               perform 710-clear-reprocess-request
               perform 800-check-cross-district-invoices
           end-if.

           perform 850-check-driver-stores.

           perform 880-print-partition-section.
           perform 890-print-summary.

           close merge-report.

      *    An incomplete night leaves every chain file as it was
      *    and must stop the chain; a partition whose valid.dat
      *    does not match its own count means records went
      *    missing between the steps, and a keyed posting that
      *    failed means the chain's files are short of it.
           evaluate true
               when ws-incomplete-88
                   move 12                  to return-code
               when ws-count-mismatch-count > 0
                   move 16                  to return-code
               when ws-posting-error-flag = 'Y'
                   move 12                  to return-code
               when ws-duplicate-invoice-count > 0
                       or ws-unassigned-store-count > 0
                       or ws-dept-table-full-flag = 'Y'
                   move 4                   to return-code
               when other
                   move 0                   to return-code
           end-evaluate.

           perform 900-write-audit-record.

           stop run.

      *    Resolve the data library before any other file opens,
      *    then build every file's full name inside it - one
      *    profile line in the working directory is the whole
      *    difference between the production chain and a test one.
       020-resolve-data-library.

           open input data-library-profile.

           if ws-profile-file-status not = "35"
               read data-library-profile
                   not at end
                       if data-library-profile-line not = spaces
                           move data-library-profile-line
                               to ws-data-library
                       end-if
               end-read
               close data-library-profile
           end-if.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "input-file-list.dat"
                                        delimited by size
               into ws-driver-path.

           string ws-data-library       delimited by space
               "DAILY-SUMMARY-P2.dat"
                                        delimited by size
               into ws-daily-summary-path.

           string ws-data-library       delimited by space
               "VALID-COUNT.dat"
                                        delimited by size
               into ws-valid-count-path.

           string ws-data-library       delimited by space
               "CONTROL-TOTALS-P2.dat"
                                        delimited by size
               into ws-control-totals-path.

           string ws-data-library       delimited by space
               "valid-sortwork.tmp"
                                        delimited by size
               into ws-sort-work-path.

           string ws-data-library       delimited by space
               "partition-merge.out"
                                        delimited by size
               into ws-merge-report-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.

           string ws-data-library       delimited by space
               "LAYAWAY-BALANCE.dat"
                                        delimited by size
               into ws-layaway-balance-path.

           string ws-data-library       delimited by space
               "LAYAWAY-BALANCE-BKP.dat"
                                        delimited by size
               into ws-layaway-backup-path.

           string ws-data-library       delimited by space
               "LAYAWAY-BALANCE-BKP-DT.dat"
                                        delimited by size
               into ws-layaway-bkp-date-path.

           string ws-data-library       delimited by space
               "SALES-INVOICE-HIST.dat"
                                        delimited by size
               into ws-invoice-history-path.

           string ws-data-library       delimited by space
               "AR-LEDGER.dat"
                                        delimited by size
               into ws-ar-ledger-path.

      *    A district's name for ws-part-stem/ws-part-ext:
      *    stem-Dnn.ext in the data library, nn the district - the
      *    name the edit and split steps write in a partitioned run.
       025-build-partition-name.

           move spaces                      to ws-part-name.
           string ws-data-library           delimited by space
               ws-part-stem                 delimited by space
               "-D"                         delimited by size
               ws-part-district             delimited by size
               ws-part-ext                  delimited by space
               into ws-part-name.

      *    The chain's own name for the same file: stem.ext.
       027-build-chain-name.

           move spaces                      to ws-chain-name.
           string ws-data-library           delimited by space
               ws-part-stem                 delimited by space
               ws-part-ext                  delimited by space
               into ws-chain-name.

      *    Resolve the as-of business date this run posts under.
      *    Operations writes BUSINESS-DATE.dat before a catch-up or
      *    late-file run; a missing file just means the run is for
      *    today, so the normal nightly run needs no set-up step.
       030-resolve-business-date.

           accept ws-business-date          from date yyyymmdd.

           open input business-date-file.

           if ws-business-date-file-status not = "35"
               read business-date-file
                   not at end
                       if business-date-line numeric
                           move business-date-line to ws-business-date
                       end-if
               end-read
               close business-date-file
           end-if.

      *    Load every store with its district, and collect the
      *    distinct district codes - one partition each - in
      *    district order. A store with no district keyed is in no
      *    partition.
       050-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-store-table-count < 500
                       add 1                to ws-store-table-count
                       set ws-store-idx     to ws-store-table-count
                       move sm-store-number
                           to ws-store-table-number(ws-store-idx)
                       move sm-district-code
                           to ws-store-table-district(ws-store-idx)
                   end-if
                   if sm-district-code not = spaces
                       perform 055-add-district
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

           if ws-dt-count > 1
               sort ws-dt-entry on ascending key ws-dt-code
           end-if.

       055-add-district.

           move 'N'                         to ws-dt-found-flag.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count
               if ws-dt-code(ws-dt-idx) = sm-district-code
                   move 'Y'                 to ws-dt-found-flag
               end-if
           end-perform.

           if ws-dt-found-flag = 'N' and ws-dt-count < 99
               add 1                        to ws-dt-count
               set ws-dt-idx                to ws-dt-count
               initialize ws-dt-entry(ws-dt-idx)
               move sm-district-code        to ws-dt-code(ws-dt-idx)
               move 'N'                     to ws-dt-ready-flag
                                                (ws-dt-idx)
           end-if.

      *    The district of ws-lookup-store, "??" when the store is
      *    not on the master or has no district keyed.
       058-lookup-store-district.

           move "??"                        to ws-lookup-district.

           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-table-count
               if ws-store-table-number(ws-store-idx)
                       = ws-lookup-store
                   and ws-store-table-district(ws-store-idx)
                       not = spaces
                   move ws-store-table-district(ws-store-idx)
                       to ws-lookup-district
               end-if
           end-perform.

      *    The chain's control record says what was last posted:
      *    an earlier business date than that is a backdated
      *    reprocess, the same date a rerun of this merge.
       060-read-control-totals.

           open input control-totals-file.

           if ws-control-file-status = "35"
               initialize control-totals-line
           else
               read control-totals-file
                   at end initialize control-totals-line
               end-read
               close control-totals-file
           end-if.

           if ct-last-run-yyyymmdd not numeric
               move 0                       to ct-last-run-yyyymmdd
           end-if.

           if ws-business-date-n < ct-last-run-yyyymmdd
               move 'Y'                     to ws-backdated-run-flag
           end-if.

           if ws-business-date-n = ct-last-run-yyyymmdd
               move 'Y'                     to ws-same-day-rerun-flag
           end-if.

      *    A district is complete when its split step wrote the
      *    daily summary for the business date, its valid.dat and
      *    valid count are on file and - unless the night is a
      *    backdated reprocess, which posts nothing - its control
      *    record carries the business date. Nothing is merged
      *    unless every district is complete.
       070-check-partitions.

           if ws-dt-count = 0
               set ws-incomplete-88         to true
           end-if.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count
               perform 075-check-one-partition
               if ws-dt-ready-flag(ws-dt-idx) = 'N'
                   set ws-incomplete-88     to true
                   add 1                    to ws-incomplete-count
               end-if
           end-perform.

       075-check-one-partition.

           move ws-dt-code(ws-dt-idx)       to ws-part-district.
           move 'Y'                         to ws-dt-ready-flag
                                                (ws-dt-idx).

           move "DAILY-SUMMARY-P2"          to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 025-build-partition-name.
           move ws-part-name                to ws-summary-part-name.

           open input summary-part-file.

           if ws-summary-part-file-status = "00"
               read summary-part-file
                   at end move spaces       to summary-part-line
               end-read
               if sp-total-record-88
                       and sp-business-date = ws-business-date-n
                   move sp-sale-amount
                       to ws-dt-sale-amount(ws-dt-idx)
                   move sp-layaway-amount
                       to ws-dt-layaway-amount(ws-dt-idx)
                   move sp-return-amount
                       to ws-dt-return-amount(ws-dt-idx)
                   move sp-exchange-amount
                       to ws-dt-exchange-amount(ws-dt-idx)
                   if sp-payoff-amount numeric
                       move sp-payoff-amount
                           to ws-dt-payoff-amount(ws-dt-idx)
                   end-if
               else
                   move 'N'                 to ws-dt-ready-flag
                                                (ws-dt-idx)
                   move "Split step has not run for the business date."
                       to ws-dt-reason(ws-dt-idx)
               end-if
               close summary-part-file
           else
               move 'N'                     to ws-dt-ready-flag
                                                (ws-dt-idx)
               move "No daily summary - split step has not run."
                   to ws-dt-reason(ws-dt-idx)
           end-if.

           if ws-dt-ready-flag(ws-dt-idx) = 'Y'
               move "valid"                 to ws-part-stem
               perform 025-build-partition-name
               move ws-part-name            to ws-part-in-name
               open input part-in-file
               if ws-part-in-file-status = "00"
                   close part-in-file
               else
                   move 'N'                 to ws-dt-ready-flag
                                                (ws-dt-idx)
                   move "No valid.dat - edit step has not run."
                       to ws-dt-reason(ws-dt-idx)
               end-if
           end-if.

           if ws-dt-ready-flag(ws-dt-idx) = 'Y'
               move "VALID-COUNT"           to ws-part-stem
               perform 025-build-partition-name
               move ws-part-name            to ws-count-part-name
               open input count-part-file
               if ws-count-part-file-status = "00"
                   read count-part-file
                       at end move 0        to count-part-line
                   end-read
                   if count-part-line numeric
                       move count-part-line
                           to ws-dt-expected-count(ws-dt-idx)
                   end-if
                   close count-part-file
               else
                   move 'N'                 to ws-dt-ready-flag
                                                (ws-dt-idx)
                   move "No valid count - edit step has not run."
                       to ws-dt-reason(ws-dt-idx)
               end-if
           end-if.

           if ws-dt-ready-flag(ws-dt-idx) = 'Y'
                   and ws-backdated-run-flag = 'N'
               move "CONTROL-TOTALS-P2"     to ws-part-stem
               perform 025-build-partition-name
               move ws-part-name            to ws-part-control-name
               open input part-control-file
               if ws-part-control-file-status = "00"
                   read part-control-file
                       at end move spaces   to part-control-line
                   end-read
                   close part-control-file
               else
                   move spaces              to part-control-line
               end-if
               if pc-last-run-yyyymmdd numeric
                       and pc-last-run-yyyymmdd = ws-business-date-n
                       and pc-day-sale-count numeric
                   perform 078-add-partition-day
               else
                   move 'N'                 to ws-dt-ready-flag
                                                (ws-dt-idx)
                   move "No control totals for the business date."
                       to ws-dt-reason(ws-dt-idx)
               end-if
           end-if.

       078-add-partition-day.

           add pc-day-sale-count            to ws-day-sale-count.
           add pc-day-sale-amount           to ws-day-sale-amount.
           add pc-day-layaway-count         to ws-day-layaway-count.
           add pc-day-layaway-amount        to ws-day-layaway-amount.
           add pc-day-sl-count              to ws-day-sl-count.
           add pc-day-sl-amount             to ws-day-sl-amount.
           add pc-day-exchange-count        to ws-day-exchange-count.
           add pc-day-exchange-amount
               to ws-day-exchange-amount.
           add pc-day-return-count          to ws-day-return-count.
           add pc-day-return-amount         to ws-day-return-amount.

       100-print-headings.

           write merge-line from ws-heading1-name-line.

           move ws-business-date-n          to ws-hdr-business-date.
           if ws-backdated-run-flag = 'Y'
               move "Backdated reprocess - ledgers not posted"
                   to ws-hdr-run-note
           else
           if ws-same-day-rerun-flag = 'Y'
               move "Rerun - earlier posting for the date replaced"
                   to ws-hdr-run-note
           end-if
           end-if.
           write merge-line from ws-heading2b-date-line
               after advancing 1 line.

           write merge-line from ws-heading2-title-line
               after advancing 1 line.

      *    Combine each district's files into the one the chain's
      *    later steps read, districts in code order.
       200-merge-files.

           move spaces                      to ws-sl-title.
           move "FILES COMBINED"            to ws-sl-title.
           write merge-line from ws-section-line
               after advancing 2 lines.
           write merge-line from ws-separator-line
               after advancing 1 line.

           move ".dat"                      to ws-merge-ext.

           move "valid"                     to ws-merge-stem.
           move 'V'                         to ws-merge-kind.
           perform 210-merge-one-file.
           move ws-merge-file-count         to ws-valid-total-count.

           move "invalid"                   to ws-merge-stem.
           move 'I'                         to ws-merge-kind.
           perform 210-merge-one-file.
           move ws-merge-file-count         to ws-invalid-total-count.

           move "s&l"                       to ws-merge-stem.
           move 'S'                         to ws-merge-kind.
           perform 210-merge-one-file.

           move "returns"                   to ws-merge-stem.
           move 'R'                         to ws-merge-kind.
           perform 210-merge-one-file.

           move "valid-extract"             to ws-merge-stem.
           move ".csv"                      to ws-merge-ext.
           move 'C'                         to ws-merge-kind.
           perform 210-merge-one-file.

           move ".out"                      to ws-merge-ext.
           move 'O'                         to ws-merge-kind.

           move "invalid"                   to ws-merge-stem.
           perform 210-merge-one-file.

           move "transmission-status"       to ws-merge-stem.
           perform 210-merge-one-file.

           move "counts-and-control"        to ws-merge-stem.
           perform 210-merge-one-file.

           move "layaway-aging"             to ws-merge-stem.
           perform 210-merge-one-file.

       210-merge-one-file.

           move ws-merge-stem               to ws-part-stem.
           move ws-merge-ext                to ws-part-ext.
           perform 027-build-chain-name.
           move ws-chain-name               to ws-merged-out-name.
           move 0                           to ws-merge-file-count.

           open output merged-out-file.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count
               perform 215-merge-one-partition
           end-perform.

           close merged-out-file.

           move spaces                      to ws-fl-name.
           string ws-merge-stem             delimited by space
               ws-merge-ext                 delimited by space
               into ws-fl-name.
           move ws-merge-file-count         to ws-fl-count.
           move "records from every district" to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

      *    Append one district's file. A district with nothing to
      *    report (no rejects, say) may have no file at all; the
      *    CSV header is kept off the first district only.
       215-merge-one-partition.

           move ws-dt-code(ws-dt-idx)       to ws-part-district.
           perform 025-build-partition-name.
           move ws-part-name                to ws-part-in-name.
           move 0                           to ws-copy-count.
           move ws-false-const              to ws-eof-flag.

           move 'N'                         to ws-skip-line-flag.
           if ws-merge-kind = 'C' and ws-dt-idx > 1
               move 'Y'                     to ws-skip-line-flag
           end-if.

           open input part-in-file.

           if ws-part-in-file-status = "00"

               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               if ws-skip-line-flag = 'Y'
                       and ws-eof-flag = ws-false-const
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-if

               perform until ws-eof-flag = ws-true-const
                   write merged-out-line from part-in-line
                   add 1                    to ws-copy-count
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close part-in-file

           end-if.

           move ws-false-const              to ws-eof-flag.

           add ws-copy-count                to ws-merge-file-count.

           evaluate ws-merge-kind
               when 'V'
                   move ws-copy-count
                       to ws-dt-valid-count(ws-dt-idx)
               when 'I'
                   move ws-copy-count
                       to ws-dt-invalid-count(ws-dt-idx)
               when 'S'
                   move ws-copy-count
                       to ws-dt-sl-count(ws-dt-idx)
               when 'R'
                   move ws-copy-count
                       to ws-dt-return-count(ws-dt-idx)
           end-evaluate.

      *    The chain's valid count is the districts' counts added
      *    together; each district's valid.dat must match its own
      *    count, the same reconciliation the split step makes.
       300-merge-valid-count.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count
               add ws-dt-expected-count(ws-dt-idx)
                   to ws-expected-total-count
               if ws-dt-expected-count(ws-dt-idx)
                       not = ws-dt-valid-count(ws-dt-idx)
                   add 1                    to ws-count-mismatch-count
               end-if
           end-perform.

           open output valid-count-file.
           move ws-expected-total-count     to valid-count-line.
           write valid-count-line.
           close valid-count-file.

           move "VALID-COUNT.dat"           to ws-fl-name.
           move ws-expected-total-count     to ws-fl-count.
           move "valid records counted by the districts"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

      *    One 'T' record with the districts' totals added, then
      *    the districts' 'D' records, one 'E' record per
      *    department with its revenue added across districts, and
      *    the 'O' and 'U' records - the order the split step
      *    writes them in.
       400-merge-daily-summary.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count
               add ws-dt-sale-amount(ws-dt-idx)
                   to ws-sum-sale-amount
               add ws-dt-layaway-amount(ws-dt-idx)
                   to ws-sum-layaway-amount
               add ws-dt-return-amount(ws-dt-idx)
                   to ws-sum-return-amount
               add ws-dt-exchange-amount(ws-dt-idx)
                   to ws-sum-exchange-amount
               add ws-dt-payoff-amount(ws-dt-idx)
                   to ws-sum-payoff-amount
           end-perform.

           compute ws-sum-net-amount = ws-sum-sale-amount +
               ws-sum-layaway-amount + ws-sum-exchange-amount +
               ws-sum-payoff-amount - ws-sum-return-amount.

           open output summary-out-file.

           move 'T'                         to ds-record-type.
           move ws-business-date-n          to ds-business-date.
           move ws-sum-sale-amount          to ds-sale-amount.
           move ws-sum-layaway-amount       to ds-layaway-amount.
           move ws-sum-return-amount        to ds-return-amount.
           move ws-sum-exchange-amount      to ds-exchange-amount.
           move ws-sum-net-amount           to ds-net-amount.
           move ws-sum-payoff-amount        to ds-payoff-amount.
           write daily-summary-line.

           move 'D'                         to ws-merge-kind.
           perform 410-copy-summary-type.

           move 'E'                         to ws-merge-kind.
           perform 410-copy-summary-type.

           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               move 'E'                     to ds-record-type
               move ws-business-date-n      to ds-business-date
               move spaces                  to ds-total-amounts
               move ws-dept-code(ws-dept-idx) to ds-dept-code
               move ws-dept-sale-amount(ws-dept-idx)
                   to ds-dept-sale-amount
               write daily-summary-line
           end-perform.

           move 'O'                         to ws-merge-kind.
           perform 410-copy-summary-type.

           move 'U'                         to ws-merge-kind.
           perform 410-copy-summary-type.

           close summary-out-file.

           move "DAILY-SUMMARY-P2.dat"      to ws-fl-name.
           move ws-dept-count               to ws-fl-count.
           move "departments summed across districts"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

      *    Pass every district's summary for one record type - 'E'
      *    records are summed into the department table, the rest
      *    copied as they stand.
       410-copy-summary-type.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count

               move ws-dt-code(ws-dt-idx)   to ws-part-district
               move "DAILY-SUMMARY-P2"      to ws-part-stem
               move ".dat"                  to ws-part-ext
               perform 025-build-partition-name
               move ws-part-name            to ws-summary-part-name
               move ws-false-const          to ws-eof-flag

               open input summary-part-file
               if ws-summary-part-file-status = "00"
                   read summary-part-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = ws-true-const
                       if sp-record-type = ws-merge-kind
                           if sp-department-record-88
                               perform 420-add-department
                           else
                               write daily-summary-line
                                   from summary-part-line
                           end-if
                       end-if
                       read summary-part-file
                           at end move ws-true-const to ws-eof-flag
                       end-read
                   end-perform
                   close summary-part-file
               end-if

           end-perform.

           move ws-false-const              to ws-eof-flag.

       420-add-department.

           move 'N'                         to ws-dept-found-flag.

           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               if ws-dept-code(ws-dept-idx) = sp-dept-code
                   add sp-dept-sale-amount
                       to ws-dept-sale-amount(ws-dept-idx)
                   move 'Y'                 to ws-dept-found-flag
               end-if
           end-perform.

           if ws-dept-found-flag = 'N'
               if ws-dept-count < 500
                   add 1                    to ws-dept-count
                   set ws-dept-idx          to ws-dept-count
                   move sp-dept-code        to ws-dept-code(ws-dept-idx)
                   move sp-dept-sale-amount
                       to ws-dept-sale-amount(ws-dept-idx)
               else
                   move 'Y'                 to ws-dept-table-full-flag
               end-if
           end-if.

      *    Post the night to the chain's MTD/YTD control totals the
      *    way the split step posts an unpartitioned night: a rerun
      *    for the same date backs out what was posted before, a
      *    new month or year starts its buckets at zero, and the
      *    districts' day figures are added in and kept as the
      *    day's contribution.
       500-post-control-totals.

           if ws-same-day-rerun-flag = 'Y'
                   and ct-day-sale-count numeric
               subtract ct-day-sale-count
                   from ct-mtd-sale-count ct-ytd-sale-count
               subtract ct-day-sale-amount
                   from ct-mtd-sale-amount ct-ytd-sale-amount
               subtract ct-day-layaway-count
                   from ct-mtd-layaway-count ct-ytd-layaway-count
               subtract ct-day-layaway-amount
                   from ct-mtd-layaway-amount ct-ytd-layaway-amount
               subtract ct-day-sl-count
                   from ct-mtd-sl-count ct-ytd-sl-count
               subtract ct-day-sl-amount
                   from ct-mtd-sl-amount ct-ytd-sl-amount
               subtract ct-day-exchange-count
                   from ct-mtd-exchange-count ct-ytd-exchange-count
               subtract ct-day-exchange-amount
                   from ct-mtd-exchange-amount
                        ct-ytd-exchange-amount
               subtract ct-day-return-count
                   from ct-mtd-return-count ct-ytd-return-count
               subtract ct-day-return-amount
                   from ct-mtd-return-amount ct-ytd-return-amount
           end-if.

           move ct-last-run-yyyymmdd(1:4)   to ws-prior-yyyy.
           move ct-last-run-yyyymmdd(5:2)   to ws-prior-mm.

           if ws-business-yyyy not = ws-prior-yyyy
               move 0 to ct-mtd-sale-count ct-mtd-sale-amount
                         ct-mtd-layaway-count ct-mtd-layaway-amount
                         ct-mtd-sl-count ct-mtd-sl-amount
                         ct-mtd-exchange-count ct-mtd-exchange-amount
                         ct-mtd-return-count ct-mtd-return-amount
               move 0 to ct-ytd-sale-count ct-ytd-sale-amount
                         ct-ytd-layaway-count ct-ytd-layaway-amount
                         ct-ytd-sl-count ct-ytd-sl-amount
                         ct-ytd-exchange-count ct-ytd-exchange-amount
                         ct-ytd-return-count ct-ytd-return-amount
           else
           if ws-business-mm not = ws-prior-mm
               move 0 to ct-mtd-sale-count ct-mtd-sale-amount
                         ct-mtd-layaway-count ct-mtd-layaway-amount
                         ct-mtd-sl-count ct-mtd-sl-amount
                         ct-mtd-exchange-count ct-mtd-exchange-amount
                         ct-mtd-return-count ct-mtd-return-amount
           end-if
           end-if.

           move ws-day-sale-count           to ct-day-sale-count.
           move ws-day-sale-amount          to ct-day-sale-amount.
           move ws-day-layaway-count        to ct-day-layaway-count.
           move ws-day-layaway-amount       to ct-day-layaway-amount.
           move ws-day-sl-count             to ct-day-sl-count.
           move ws-day-sl-amount            to ct-day-sl-amount.
           move ws-day-exchange-count       to ct-day-exchange-count.
           move ws-day-exchange-amount
               to ct-day-exchange-amount.
           move ws-day-return-count         to ct-day-return-count.
           move ws-day-return-amount        to ct-day-return-amount.

           add ws-day-sale-count
               to ct-mtd-sale-count ct-ytd-sale-count.
           add ws-day-sale-amount
               to ct-mtd-sale-amount ct-ytd-sale-amount.
           add ws-day-layaway-count
               to ct-mtd-layaway-count ct-ytd-layaway-count.
           add ws-day-layaway-amount
               to ct-mtd-layaway-amount ct-ytd-layaway-amount.
           add ws-day-sl-count
               to ct-mtd-sl-count ct-ytd-sl-count.
           add ws-day-sl-amount
               to ct-mtd-sl-amount ct-ytd-sl-amount.
           add ws-day-exchange-count
               to ct-mtd-exchange-count ct-ytd-exchange-count.
           add ws-day-exchange-amount
               to ct-mtd-exchange-amount ct-ytd-exchange-amount.
           add ws-day-return-count
               to ct-mtd-return-count ct-ytd-return-count.
           add ws-day-return-amount
               to ct-mtd-return-amount ct-ytd-return-amount.

           move ws-business-date-n          to ct-last-run-yyyymmdd.

           open output control-totals-file.
           write control-totals-line.
           close control-totals-file.

           move "CONTROL-TOTALS-P2.dat"     to ws-fl-name.
           move ws-day-sl-count             to ws-fl-count.
           move "S&L transactions posted to MTD and YTD"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

      *    The store credit ledger: every line on file except the
      *    business date's own (an earlier run of the same night),
      *    then each district's issues and draw-downs for the day.
       600-post-store-credit.

           move "STORE-CREDIT"              to ws-fold-stem.
           perform 660-fold-partition-ledger.
           move ws-fold-added-count         to ws-credit-added-count.

           move "STORE-CREDIT.dat"          to ws-fl-name.
           move ws-fold-added-count         to ws-fl-count.
           move "credit movements added for the date"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

      *    What the chain still owes its customers in store credit
      *    after the night - the whole-chain figure each district's
      *    own control report could not give.
           move ws-chain-name               to ws-part-in-name.
           move ws-false-const              to ws-eof-flag.
           move 0                           to ws-credit-outstanding.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   if part-in-line(21:9) numeric
                       move part-in-line(21:9)
                           to ws-credit-amount-x
                       if part-in-line(20:1) = 'I'
                           add ws-credit-amount
                               to ws-credit-outstanding
                       else
                           subtract ws-credit-amount
                               from ws-credit-outstanding
                       end-if
                   end-if
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close part-in-file
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The per-store daily history, folded the same way.
       650-post-daily-history.

           move "DAILY-HISTORY"             to ws-fold-stem.
           perform 660-fold-partition-ledger.
           move ws-fold-added-count         to ws-history-added-count.

           move "DAILY-HISTORY.dat"         to ws-fl-name.
           move ws-fold-added-count         to ws-fl-count.
           move "store days added for the date"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

      *    Fold the districts' day into a dated ledger whose lines
      *    start with their business date: the chain's lines for
      *    other dates go to a work file, each district's lines are
      *    appended, and the work file is copied back over the
      *    ledger. Run again for the same date, it replaces rather
      *    than adds.
       660-fold-partition-ledger.

           move ws-fold-stem                to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 027-build-chain-name.

           move spaces                      to ws-work-name.
           string ws-data-library           delimited by space
               ws-fold-stem                 delimited by space
               "-MERGE.dat"                 delimited by size
               into ws-work-name.

           move 0                           to ws-fold-kept-count.
           move 0                           to ws-fold-added-count.

           move ws-work-name                to ws-merged-out-name.
           open output merged-out-file.

           move ws-chain-name               to ws-part-in-name.
           move ws-false-const              to ws-eof-flag.
           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   if part-in-line(1:8) not = ws-business-date
                       write merged-out-line from part-in-line
                       add 1                to ws-fold-kept-count
                   end-if
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close part-in-file
           end-if.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count
               move ws-dt-code(ws-dt-idx)   to ws-part-district
               perform 025-build-partition-name
               move ws-part-name            to ws-part-in-name
               move ws-false-const          to ws-eof-flag
               open input part-in-file
               if ws-part-in-file-status = "00"
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = ws-true-const
                       write merged-out-line from part-in-line
                       add 1                to ws-fold-added-count
                       read part-in-file
                           at end move ws-true-const to ws-eof-flag
                       end-read
                   end-perform
                   close part-in-file
               end-if
           end-perform.

           close merged-out-file.

           perform 690-copy-work-back.

      *    The layaway balances. The chain's file is first put back
      *    to its start-of-day image - taken here on the first
      *    merge of the date and restored on a rerun, under the
      *    same dated stamp the split step keeps when the night
      *    runs unpartitioned - then every balance a district
      *    posted to today is written over the chain's record from
      *    that district's copy.
       670-post-layaway-balances.

           move 'N'                         to ws-layaway-ok-flag.

           open i-o layaway-chain-file.

           if ws-layaway-file-status = "35"
               open output layaway-chain-file
               close layaway-chain-file
               open i-o layaway-chain-file
           end-if.

           if ws-layaway-file-status = "00"
               move 'Y'                     to ws-layaway-ok-flag
           else
               move 'Y'                     to ws-posting-error-flag
               move spaces                  to ws-el-text
               string "LAYAWAY-BALANCE.dat unusable (status "
                                            delimited by size
                   ws-layaway-file-status   delimited by size
                   ") - balances not posted" delimited by size
                   into ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           end-if.

           if ws-layaway-ok-flag = 'Y'
               perform 671-read-layaway-backup-date
               if ws-layaway-backup-date = ws-business-date-n
                   perform 672-restore-chain-layaways
               else
                   perform 673-write-chain-layaway-backup
               end-if
               perform varying ws-dt-idx from 1 by 1
                       until ws-dt-idx > ws-dt-count
                   perform 674-fold-district-layaways
               end-perform
               close layaway-chain-file
           end-if.

           move "LAYAWAY-BALANCE.dat"       to ws-fl-name.
           move ws-layaway-posted-count     to ws-fl-count.
           move "balances the districts posted to"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

       671-read-layaway-backup-date.

           move 0                           to ws-layaway-backup-date.
           move ws-layaway-bkp-date-path    to ws-part-in-name.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move spaces       to part-in-line
               end-read
               if part-in-line(1:8) numeric
                   move part-in-line(1:8)   to ws-layaway-backup-date
               end-if
               close part-in-file
           end-if.

      *    A rerun of the merge for the date: the chain's balances
      *    go back to the start-of-day image before the districts'
      *    postings are made again. Nothing is wiped unless the
      *    image is there to reload from.
       672-restore-chain-layaways.

           move ws-layaway-backup-path      to ws-part-in-name.
           move ws-false-const              to ws-eof-flag.

           open input part-in-file.

           if ws-part-in-file-status not = "00"
               move spaces                  to ws-el-text
               string "Layaway start-of-day image missing - "
                                            delimited by size
                   "balances not restored before posting"
                                            delimited by size
                   into ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           else
               close layaway-chain-file
               open output layaway-chain-file
               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   move part-in-line(1:49)  to layaway-balance-line
                   write layaway-balance-line
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close part-in-file
               close layaway-chain-file
               open i-o layaway-chain-file
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    First merge of the date: the chain's balances as they
      *    stand are the start of the day - no district writes
      *    them - so they are imaged, and the image stamped with
      *    the date it was taken for.
       673-write-chain-layaway-backup.

           move ws-layaway-backup-path      to ws-merged-out-name.
           move ws-false-const              to ws-eof-flag.

           open output merged-out-file.

           read layaway-chain-file next record
               at end move ws-true-const    to ws-eof-flag
           end-read.

           perform until ws-eof-flag = ws-true-const
               write merged-out-line from layaway-balance-line
               read layaway-chain-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           close merged-out-file.

           move ws-layaway-bkp-date-path    to ws-merged-out-name.
           open output merged-out-file.
           move spaces                      to merged-out-line.
           move ws-business-date            to merged-out-line(1:8).
           write merged-out-line.
           close merged-out-file.

           move ws-false-const              to ws-eof-flag.

      *    One district's copy of the balances: each one in it that
      *    was opened, paid on, paid off or forfeited on the
      *    business date replaces the chain's record. A district
      *    whose split step found no balances at all has no copy.
       674-fold-district-layaways.

           move ws-dt-code(ws-dt-idx)       to ws-part-district.
           move "LAYAWAY-BALANCE"           to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 025-build-partition-name.
           move ws-part-name                to ws-layaway-part-name.
           move ws-false-const              to ws-eof-flag.

           open input layaway-part-file.

           if ws-layaway-part-file-status = "00"
               read layaway-part-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   if lp-last-payment-date = ws-business-date-n
                       perform 675-post-one-layaway
                   end-if
                   read layaway-part-file next record
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close layaway-part-file
           else
           if ws-layaway-part-file-status not = "35"
               move 'Y'                     to ws-posting-error-flag
               move spaces                  to ws-el-text
               string "District "           delimited by size
                   ws-part-district         delimited by size
                   " layaway balances unreadable (status "
                                            delimited by size
                   ws-layaway-part-file-status
                                            delimited by size
                   ") - not posted"         delimited by size
                   into ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           end-if
           end-if.

           move ws-false-const              to ws-eof-flag.

       675-post-one-layaway.

           move lp-invoice-number           to lb-invoice-number.

           read layaway-chain-file
               invalid key
                   write layaway-balance-line from layaway-part-line
                       invalid key
                           perform 679-layaway-post-failed
                       not invalid key
                           add 1            to ws-layaway-posted-count
                   end-write
               not invalid key
                   if lb-last-payment-date = ws-business-date-n
                       perform 676-combine-shared-layaway
                   else
                       move layaway-part-line to layaway-balance-line
                   end-if
                   rewrite layaway-balance-line
                       invalid key
                           perform 679-layaway-post-failed
                       not invalid key
                           add 1            to ws-layaway-posted-count
                   end-rewrite
           end-read.

      *    A balance an earlier district already posted to tonight
      *    - a layaway paid on at stores in two districts. Both
      *    districts' copies started from the same start-of-day
      *    record, so this district's payments are what its copy
      *    gained over that record, and they are added to the
      *    chain's record, which already carries the other's.
       676-combine-shared-layaway.

           add 1                            to ws-layaway-shared-count.

           perform 677-find-start-of-day-layaway.

           compute ws-combined-count = lb-payment-count
               + lp-payment-count - ws-sod-payment-count.
           compute ws-combined-amount = lb-total-paid-amount
               + lp-total-paid-amount - ws-sod-total-paid-amount.
           move ws-combined-count           to lb-payment-count.
           move ws-combined-amount          to lb-total-paid-amount.

           if lp-status not = ws-sod-status
               move lp-status               to lb-status
           end-if.

           move spaces                      to ws-el-text.
           string "Layaway "                delimited by size
               lp-invoice-number            delimited by size
               " paid in more than one district - district "
                                            delimited by size
               ws-part-district             delimited by size
               " payments added"            delimited by size
               into ws-el-text.
           write merge-line from ws-exception-line
               after advancing 1 line.

      *    The balance's record on the start-of-day image - none
      *    (zero paid, no status) if it was opened today.
       677-find-start-of-day-layaway.

           move 'N'                         to ws-sod-found-flag.
           move 'N'                         to ws-sod-eof-flag.
           move spaces                      to ws-sod-record.
           move 0                           to ws-sod-payment-count.
           move 0                       to ws-sod-total-paid-amount.

           move ws-layaway-backup-path      to ws-part-in-name.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move 'Y'          to ws-sod-eof-flag
               end-read
               perform until ws-sod-eof-flag = 'Y'
                       or ws-sod-found-flag = 'Y'
                   if part-in-line(1:9) = lp-invoice-number
                       move 'Y'             to ws-sod-found-flag
                       move part-in-line(1:49) to ws-sod-record
                   else
                       read part-in-file
                           at end move 'Y'  to ws-sod-eof-flag
                       end-read
                   end-if
               end-perform
               close part-in-file
           end-if.

           if ws-sod-payment-count not numeric
               move 0                       to ws-sod-payment-count
           end-if.
           if ws-sod-total-paid-amount not numeric
               move 0                       to ws-sod-total-paid-amount
           end-if.

       679-layaway-post-failed.

           move 'Y'                         to ws-posting-error-flag.
           move spaces                      to ws-el-text.
           string "Layaway "                delimited by size
               lp-invoice-number            delimited by size
               " not posted (status "       delimited by size
               ws-layaway-file-status       delimited by size
               ")"                          delimited by size
               into ws-el-text.
           write merge-line from ws-exception-line
               after advancing 1 line.

      *    The invoice history: the lines on file for the business
      *    date from any district's store - an earlier merge of the
      *    same night - come off, then every district's lines are
      *    posted, each at the invoice's next free line number.
       680-post-invoice-history.

           move 0                    to ws-invoice-lines-posted-count.

           open i-o sales-invoice-history-file.

           if ws-history-file-status = "35"
               open output sales-invoice-history-file
               close sales-invoice-history-file
               open i-o sales-invoice-history-file
           end-if.

           if ws-history-file-status not = "00"
               move 'Y'                     to ws-posting-error-flag
               move spaces                  to ws-el-text
               string "SALES-INVOICE-HIST.dat unusable (status "
                                            delimited by size
                   ws-history-file-status   delimited by size
                   ") - history not posted" delimited by size
                   into ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           else
               perform 681-drop-todays-history
               perform varying ws-dt-idx from 1 by 1
                       until ws-dt-idx > ws-dt-count
                   perform 682-post-district-history
               end-perform
               close sales-invoice-history-file
           end-if.

           move "SALES-INVOICE-HIST.dat"    to ws-fl-name.
           move ws-invoice-lines-posted-count to ws-fl-count.
           move "invoice history lines posted"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

       681-drop-todays-history.

           move ws-false-const              to ws-eof-flag.

           read sales-invoice-history-file next record
               at end move ws-true-const    to ws-eof-flag
           end-read.

           perform until ws-eof-flag = ws-true-const
               if sh-business-date numeric
                       and sh-business-date = ws-business-date-n
                   move sh-store-number     to ws-lookup-store
                   perform 058-lookup-store-district
                   if ws-lookup-district not = "??"
                       delete sales-invoice-history-file record
                   end-if
               end-if
               read sales-invoice-history-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           move ws-false-const              to ws-eof-flag.

       682-post-district-history.

           move ws-dt-code(ws-dt-idx)       to ws-part-district.
           move "INVOICE-HIST-POST"         to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 025-build-partition-name.
           move ws-part-name                to ws-part-in-name.
           move ws-false-const              to ws-eof-flag.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   move part-in-line(1:48)  to ws-post-history-record
                   perform 683-write-history-line
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close part-in-file
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Written at line 1 and, while that line is taken, at the
      *    next one up; any other failure is listed and the run
      *    ends on RC 12.
       683-write-history-line.

           move 1                           to ws-ph-line-no.
           move 'N'                         to ws-post-done-flag.

           perform until ws-post-done-flag = 'Y'
               write sales-invoice-history-line
                   from ws-post-history-record
                   invalid key
                       if ws-history-file-status = "22"
                               and ws-ph-line-no < 999
                           add 1            to ws-ph-line-no
                       else
                           move 'Y'         to ws-post-done-flag
                           move 'Y'         to ws-posting-error-flag
                           move spaces      to ws-el-text
                           string "History line for invoice "
                                            delimited by size
                               ws-ph-invoice-number
                                            delimited by size
                               " not posted (status "
                                            delimited by size
                               ws-history-file-status
                                            delimited by size
                               ")"          delimited by size
                               into ws-el-text
                           write merge-line from ws-exception-line
                               after advancing 1 line
                       end-if
                   not invalid key
                       move 'Y'             to ws-post-done-flag
                       add 1     to ws-invoice-lines-posted-count
               end-write
           end-perform.

      *    The AR ledger, the same way: the business date's
      *    entries from any district's store come off, then every
      *    district's are posted, each at the account's next free
      *    sequence for the date.
       685-post-ar-ledger.

           move 0                       to ws-ar-entries-posted-count.

           open i-o ar-ledger-file.

           if ws-ar-ledger-file-status = "35"
               open output ar-ledger-file
               close ar-ledger-file
               open i-o ar-ledger-file
           end-if.

           if ws-ar-ledger-file-status not = "00"
               move 'Y'                     to ws-posting-error-flag
               move spaces                  to ws-el-text
               string "AR-LEDGER.dat unusable (status "
                                            delimited by size
                   ws-ar-ledger-file-status delimited by size
                   ") - AR entries not posted"
                                            delimited by size
                   into ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           else
               perform 686-drop-todays-ar-entries
               perform varying ws-dt-idx from 1 by 1
                       until ws-dt-idx > ws-dt-count
                   perform 687-post-district-ar-entries
               end-perform
               close ar-ledger-file
           end-if.

           move "AR-LEDGER.dat"             to ws-fl-name.
           move ws-ar-entries-posted-count  to ws-fl-count.
           move "house account entries posted"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

       686-drop-todays-ar-entries.

           move ws-false-const              to ws-eof-flag.

           read ar-ledger-file next record
               at end move ws-true-const    to ws-eof-flag
           end-read.

           perform until ws-eof-flag = ws-true-const
               if ar-business-date = ws-business-date-n
                   move ar-store-number     to ws-lookup-store
                   perform 058-lookup-store-district
                   if ws-lookup-district not = "??"
                       delete ar-ledger-file record
                   end-if
               end-if
               read ar-ledger-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           move ws-false-const              to ws-eof-flag.

       687-post-district-ar-entries.

           move ws-dt-code(ws-dt-idx)       to ws-part-district.
           move "AR-LEDGER-POST"            to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 025-build-partition-name.
           move ws-part-name                to ws-part-in-name.
           move ws-false-const              to ws-eof-flag.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   move part-in-line(1:50)  to ws-post-ar-record
                   perform 688-write-ar-entry
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close part-in-file
           end-if.

           move ws-false-const              to ws-eof-flag.

       688-write-ar-entry.

           move 1                           to ws-pa-sequence.
           move 'N'                         to ws-post-done-flag.

           perform until ws-post-done-flag = 'Y'
               write ar-ledger-line from ws-post-ar-record
                   invalid key
                       if ws-ar-ledger-file-status = "22"
                               and ws-pa-sequence < 99999
                           add 1            to ws-pa-sequence
                       else
                           move 'Y'         to ws-post-done-flag
                           move 'Y'         to ws-posting-error-flag
                           move spaces      to ws-el-text
                           string "AR entry for account "
                                            delimited by size
                               ws-pa-account-number
                                            delimited by size
                               " not posted (status "
                                            delimited by size
                               ws-ar-ledger-file-status
                                            delimited by size
                               ")"          delimited by size
                               into ws-el-text
                           write merge-line from ws-exception-line
                               after advancing 1 line
                       end-if
                   not invalid key
                       move 'Y'             to ws-post-done-flag
                       add 1        to ws-ar-entries-posted-count
               end-write
           end-perform.

      *    Copy the work file ws-work-name back over ws-chain-name.
       690-copy-work-back.

           move ws-work-name                to ws-part-in-name.
           move ws-chain-name               to ws-merged-out-name.
           move ws-false-const              to ws-eof-flag.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               open output merged-out-file
               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   write merged-out-line from part-in-line
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close merged-out-file
               close part-in-file
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Each district's edit step resubmitted the corrected
      *    rejects for its own stores and left the file in place
      *    for the others; with every district through, those are
      *    consumed. A record for a store in no district was not
      *    picked up by anyone and stays for the next run.
       700-clean-recycle-file.

           move "RECYCLE"                   to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 027-build-chain-name.

           move spaces                      to ws-work-name.
           string ws-data-library           delimited by space
               "RECYCLE-MERGE.dat"          delimited by size
               into ws-work-name.

           move ws-chain-name               to ws-part-in-name.
           move ws-false-const              to ws-eof-flag.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               move ws-work-name            to ws-merged-out-name
               open output merged-out-file
               read part-in-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   move part-in-line(11:2)  to ws-lookup-store
                   perform 058-lookup-store-district
                   if ws-lookup-district = "??"
                       write merged-out-line from part-in-line
                       add 1                to ws-recycle-kept-count
                   else
                       add 1            to ws-recycle-dropped-count
                   end-if
                   read part-in-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close merged-out-file
               close part-in-file
               perform 690-copy-work-back
           end-if.

           move ws-false-const              to ws-eof-flag.

           move "RECYCLE.dat"               to ws-fl-name.
           move ws-recycle-dropped-count    to ws-fl-count.
           move "resubmissions consumed by the districts"
               to ws-fl-note.
           write merge-line from ws-file-line
               after advancing 1 line.

      *    Every district saw the reprocess request; it is blanked
      *    once, here, now that they all have.
       710-clear-reprocess-request.

           move "REPROCESS-REQUEST"         to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 027-build-chain-name.
           move ws-chain-name               to ws-part-in-name.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move spaces       to part-in-line
               end-read
               if part-in-line(1:1) = 'Y'
                   move 'Y'             to ws-reprocess-request-flag
               end-if
               close part-in-file
           end-if.

           if ws-reprocess-request-flag = 'Y'
               move ws-chain-name           to ws-merged-out-name
               open output merged-out-file
               close merged-out-file
           end-if.

      *    Each district's edit step catches a repeated invoice
      *    among its own stores, and the pre-split check hands it
      *    the invoices already rung under another district's
      *    store, so none should survive to the combined valid.dat.
      *    This listing is kept to prove it - an invoice here got
      *    past both.
       800-check-cross-district-invoices.

           move spaces                      to ws-sl-title.
           move "INVOICES RUNG IN MORE THAN ONE DISTRICT"
               to ws-sl-title.
           write merge-line from ws-section-line
               after advancing 2 lines.
           write merge-line from ws-separator-line
               after advancing 1 line.

           sort sort-work-file
               on ascending key sw-invoice-number
                                sw-store-number
               input procedure is 810-release-invoices
               output procedure is 820-list-duplicate-invoices.

           if ws-duplicate-invoice-count = 0
               move "None."                 to ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           end-if.

      *    Sort input procedure: the invoice and store of every
      *    record on the combined valid.dat.
       810-release-invoices.

           move 'N'                         to ws-sort-eof-flag.

           move "valid"                     to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 027-build-chain-name.
           move ws-chain-name               to ws-part-in-name.

           open input part-in-file.

           if ws-part-in-file-status = "00"
               read part-in-file
                   at end move 'Y'          to ws-sort-eof-flag
               end-read
               perform until ws-sort-eof-flag = 'Y'
                   move part-in-line(13:9)  to sw-invoice-number
                   move part-in-line(11:2)  to sw-store-number
                   release sw-record
                   read part-in-file
                       at end move 'Y'      to ws-sort-eof-flag
                   end-read
               end-perform
               close part-in-file
           end-if.

      *    Sort output procedure: an invoice whose records carry
      *    stores of different districts is listed once.
       820-list-duplicate-invoices.

           move 'N'                         to ws-sort-eof-flag.
           move spaces                      to ws-prev-invoice.
           move spaces                      to ws-last-listed-invoice.

           return sort-work-file
               at end move 'Y'              to ws-sort-eof-flag
           end-return.

           perform until ws-sort-eof-flag = 'Y'
               move sw-store-number         to ws-lookup-store
               perform 058-lookup-store-district
               if sw-invoice-number = ws-prev-invoice
                       and sw-store-number not = ws-prev-store
                       and ws-lookup-district not = ws-prev-district
                       and sw-invoice-number
                           not = ws-last-listed-invoice
                   add 1            to ws-duplicate-invoice-count
                   move sw-invoice-number
                       to ws-last-listed-invoice
                   move spaces              to ws-el-text
                   string "Invoice "        delimited by size
                       sw-invoice-number    delimited by size
                       " rung at store "    delimited by size
                       ws-prev-store        delimited by size
                       " (district "        delimited by size
                       ws-prev-district     delimited by size
                       ") and store "       delimited by size
                       sw-store-number      delimited by size
                       " (district "        delimited by size
                       ws-lookup-district   delimited by size
                       ")"                  delimited by size
                       into ws-el-text
                   write merge-line from ws-exception-line
                       after advancing 1 line
               end-if
               move sw-invoice-number       to ws-prev-invoice
               move sw-store-number         to ws-prev-store
               move ws-lookup-district      to ws-prev-district
               return sort-work-file
                   at end move 'Y'          to ws-sort-eof-flag
               end-return
           end-perform.

      *    A store on the night's driver list that is not on the
      *    Store Master, or has no district keyed, belongs to no
      *    partition - its extract was not edited by anyone.
       850-check-driver-stores.

           move spaces                      to ws-sl-title.
           move "DRIVER ENTRIES IN NO DISTRICT PARTITION"
               to ws-sl-title.
           write merge-line from ws-section-line
               after advancing 2 lines.
           write merge-line from ws-separator-line
               after advancing 1 line.

           move ws-false-const              to ws-eof-flag.

           open input driver-file.

           if ws-driver-file-status = "00"
               read driver-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   if driver-line not = spaces
                       move dl-store-number to ws-lookup-store
                       perform 058-lookup-store-district
                       if ws-lookup-district = "??"
                           add 1    to ws-unassigned-store-count
                           move spaces      to ws-el-text
                           string "Store "  delimited by size
                               dl-store-number delimited by size
                               " - "        delimited by size
                               dl-file-name delimited by space
                               " - not edited: store has no district"
                                            delimited by size
                               into ws-el-text
                           write merge-line from ws-exception-line
                               after advancing 1 line
                       end-if
                   end-if
                   read driver-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close driver-file
           end-if.

           move ws-false-const              to ws-eof-flag.

           if ws-unassigned-store-count = 0
               move "None."                 to ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           end-if.

      *    One line per district partition: what it left and, when
      *    it is not complete, why.
       880-print-partition-section.

           move spaces                      to ws-sl-title.
           move "DISTRICT PARTITIONS"       to ws-sl-title.
           write merge-line from ws-section-line
               after advancing 2 lines.
           write merge-line from ws-district-column-line
               after advancing 1 line.
           write merge-line from ws-separator-line
               after advancing 1 line.

           if ws-dt-count = 0
               move "No district codes on the Store Master."
                   to ws-rl-reason
               write merge-line from ws-reason-line
                   after advancing 1 line
           end-if.

           perform varying ws-dt-idx from 1 by 1
                   until ws-dt-idx > ws-dt-count

               move ws-dt-code(ws-dt-idx)   to ws-dl-district
               evaluate true
                   when ws-dt-ready-flag(ws-dt-idx) = 'N'
                       move "NOT COMPLETE"  to ws-dl-status
                   when ws-incomplete-88
                       move "NOT MERGED"    to ws-dl-status
                   when ws-dt-expected-count(ws-dt-idx)
                           not = ws-dt-valid-count(ws-dt-idx)
                       move "COUNT MISMATCH" to ws-dl-status
                   when other
                       move "MERGED"        to ws-dl-status
               end-evaluate
               move ws-dt-valid-count(ws-dt-idx)   to ws-dl-valid
               move ws-dt-invalid-count(ws-dt-idx) to ws-dl-invalid
               move ws-dt-sl-count(ws-dt-idx)      to ws-dl-sl
               move ws-dt-return-count(ws-dt-idx)  to ws-dl-returns
               move ws-dt-sale-amount(ws-dt-idx)   to ws-dl-sale
               move ws-dt-return-amount(ws-dt-idx) to ws-dl-return
               compute ws-net-signed =
                   ws-dt-sale-amount(ws-dt-idx) +
                   ws-dt-layaway-amount(ws-dt-idx) +
                   ws-dt-exchange-amount(ws-dt-idx) +
                   ws-dt-payoff-amount(ws-dt-idx) -
                   ws-dt-return-amount(ws-dt-idx)
               move ws-net-signed           to ws-dl-net
               write merge-line from ws-district-line
                   after advancing 1 line

               if ws-dt-ready-flag(ws-dt-idx) = 'N'
                   move ws-dt-reason(ws-dt-idx) to ws-rl-reason
                   write merge-line from ws-reason-line
                       after advancing 1 line
               end-if

           end-perform.

       890-print-summary.

           move spaces                      to ws-sl-title.
           move "SUMMARY"                   to ws-sl-title.
           write merge-line from ws-section-line
               after advancing 2 lines.
           write merge-line from ws-separator-line
               after advancing 1 line.

           move "District partitions:"      to ws-csl-label.
           move ws-dt-count                 to ws-csl-count.
           write merge-line from ws-count-summary-line
               after advancing 1 line.

           move "Partitions not complete:"  to ws-csl-label.
           move ws-incomplete-count         to ws-csl-count.
           write merge-line from ws-count-summary-line
               after advancing 1 line.

           if ws-incomplete-88
               move spaces                  to ws-el-text
               string "Nothing merged or posted - rerun the "
                                            delimited by size
                   "incomplete districts, then this step."
                                            delimited by size
                   into ws-el-text
               write merge-line from ws-exception-line
                   after advancing 1 line
           else
               move "Valid records merged:" to ws-csl-label
               move ws-valid-total-count    to ws-csl-count
               write merge-line from ws-count-summary-line
                   after advancing 1 line

               move "Invalid records merged:" to ws-csl-label
               move ws-invalid-total-count  to ws-csl-count
               write merge-line from ws-count-summary-line
                   after advancing 1 line

               move "Partitions with a count mismatch:"
                   to ws-csl-label
               move ws-count-mismatch-count to ws-csl-count
               write merge-line from ws-count-summary-line
                   after advancing 1 line

               move "Net for the night:"    to ws-asl-label
               move ws-sum-net-amount       to ws-asl-amount
               write merge-line from ws-amount-summary-line
                   after advancing 1 line

               if ws-backdated-run-flag = 'N'
                   move "Store credit outstanding (chain):"
                       to ws-asl-label
                   move ws-credit-outstanding to ws-asl-amount
                   write merge-line from ws-amount-summary-line
                       after advancing 1 line
               end-if

               if ws-backdated-run-flag = 'N'
                   move "Layaways paid in two districts:"
                       to ws-csl-label
                   move ws-layaway-shared-count to ws-csl-count
                   write merge-line from ws-count-summary-line
                       after advancing 1 line
               end-if

               move "Cross-district invoices:" to ws-csl-label
               move ws-duplicate-invoice-count to ws-csl-count
               write merge-line from ws-count-summary-line
                   after advancing 1 line

               move "Recycle records left for no district:"
                   to ws-csl-label
               move ws-recycle-kept-count   to ws-csl-count
               write merge-line from ws-count-summary-line
                   after advancing 1 line

               if ws-dept-table-full-flag = 'Y'
                   move "Department table full - 'E' records short."
                       to ws-el-text
                   write merge-line from ws-exception-line
                       after advancing 1 line
               end-if
           end-if.

           move "Driver entries in no partition:" to ws-csl-label.
           move ws-unassigned-store-count   to ws-csl-count.
           write merge-line from ws-count-summary-line
               after advancing 1 line.

       900-write-audit-record.

           open extend audit-trail-file.

           if ws-audit-file-status = "35"
               open output audit-trail-file
           end-if.

           accept au-run-date               from date yyyymmdd.
           accept au-run-time               from time.

           move "Program_37"                to au-program-name.
           move ws-expected-total-count     to au-input-record-count.
           move ws-valid-total-count        to au-output-record-count-1.
           move ws-invalid-total-count      to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_37.
