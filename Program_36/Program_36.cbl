       identification division.
       program-id. Program_36.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Forward recovery of the keyed masters
      *from the archive. Rebuilds LAYAWAY-BALANCE, the sales
      *invoice history, the STORE-CREDIT ledger, ON-HAND-BALANCE
      *and DAMAGED-STOCK from a known-good generation on the
      *archive step's catalog: the base generation's images are
      *loaded into the live masters, then every later catalogued
      *day is replayed in business-date order - its archived
      *valid.dat posted the way the split step posts it (voids
      *netted out, layaway balances, invoice history lines, store
      *credit issues and draw-downs), then its archived
      *INVENTORY-MOVEMENT and warehouse receipts posted the way
      *the on-hand step posts them. Before a day is posted its
      *valid.dat is totalled and checked against that day's
      *DAILY-SUMMARY control totals; the replay stops at the
      *first day that does not tie out, leaving the masters as of
      *the last day that did, and the report says where and why.

       environment division.
       input-output section.
       file-control.

      *    Which generation to rebuild from and, optionally, the
      *    last day to replay (blank or zero replays every later
      *    catalogued day). Kept after the run, so a rerun after
      *    a stop rebuilds from the same base.
           select recovery-request-file
               assign to ws-recovery-request-path
               organization is line sequential
               file status is ws-recovery-request-status.

      *    Every generation date the archive step has written.
           select archive-catalog-file
               assign to ws-archive-catalog-path
               organization is line sequential
               file status is ws-archive-catalog-file-status.

      *    A base-generation image of one master, the name
      *    resolved at run time (stem-yyyymmdd.dat).
           select image-file
               assign to ws-image-name
               organization is line sequential
               file status is ws-image-file-status.

      *    The archived generations of the day being replayed.
           select valid-gen-file
               assign to ws-valid-gen-name
               organization is line sequential
               file status is ws-valid-gen-file-status.

           select summary-gen-file
               assign to ws-summary-gen-name
               organization is line sequential
               file status is ws-summary-gen-file-status.

           select movement-gen-file
               assign to ws-movement-gen-name
               organization is line sequential
               file status is ws-movement-gen-file-status.

           select receiving-gen-file
               assign to ws-receiving-gen-name
               organization is line sequential
               file status is ws-receiving-gen-file-status.

      *    The masters being rebuilt - the same files, keys and
      *    layouts the split step and the on-hand step keep.
           select layaway-balance-file
               assign to ws-layaway-balance-path
               organization is indexed
               access is dynamic
               record key is lb-invoice-number
               file status is ws-layaway-balance-file-status.

           select sales-invoice-history-file
               assign to ws-invoice-history-path
               organization is indexed
               access is dynamic
               record key is sh-key
               file status is ws-sales-history-file-status.

           select store-credit-file
               assign to ws-store-credit-path
               organization is line sequential
               file status is ws-store-credit-file-status.

           select on-hand-balance-file
               assign to ws-on-hand-balance-path
               organization is indexed
               access is dynamic
               record key is oh-key
               file status is ws-on-hand-file-status.

           select damaged-stock-file
               assign to ws-damaged-stock-path
               organization is indexed
               access is dynamic
               record key is dg-key
               file status is ws-damaged-stock-file-status.

           select recovery-report
               assign to ws-recovery-report-path
               organization is line sequential.

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

       fd recovery-request-file
           data record is recovery-request-line
           record contains 16 characters.

       01 recovery-request-line.
           05 rq-base-date                  pic 9(8).
           05 rq-through-date               pic 9(8).

       fd archive-catalog-file
           data record is archive-catalog-line
           record contains 8 characters.

       01 archive-catalog-line              pic 9(8).

      *    Wide enough for the longest master record; the shorter
      *    images read space-filled.
       fd image-file
           data record is image-line
           record contains 49 characters.

       01 image-line                        pic x(49).

      *    The shared transaction record, as the split step reads
      *    it off valid.dat.
       fd valid-gen-file
           data record is input-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
               88 il-sale-transac-88
                   value 'S'.
               88 il-layaway-transac-88
                   value 'L'.
               88 il-return-transac-88
                   value 'R'.
               88 il-exchange-transac-88
                   value 'X'.
               88 il-payoff-transac-88
                   value 'P'.
               88 il-forfeit-transac-88
                   value 'F'.
               88 il-void-transac-88
                   value 'V'.
               88 il-account-payment-transac-88
                   value 'A'.
               88 il-paid-out-transac-88
                   value 'O'.
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
               88 il-payment-gift-88
                   value 'GC'.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-sku-code                   pic x(15).
           05 il-return-reason-code         pic xx.
           05 il-transaction-date           pic 9(8).
           05 il-contract-price             pic 9(5)v99.
           05 il-contract-price-x redefines
              il-contract-price            pic x(7).
               88 il-contract-price-blank-88
                   value spaces.
           05 il-exchange-new-sku           pic x(15).
           05 il-exchange-return-amount     pic 9(5)v99.
           05 il-exchange-new-amount        pic 9(5)v99.
           05 il-quantity                   pic 9(3).
           05 il-cashier-id                 pic x(4).
           05 il-tender-2                   pic xx.
               88 il-tender-2-blank-88
                   value spaces.
               88 il-tender-2-gift-88
                   value 'GC'.
           05 il-tender-2-amount            pic 9(5)v99.
           05 il-approval-code              pic x(6).
           05 il-customer-number            pic x(8).
           05 il-points-redeemed            pic x(5).
           05 il-transaction-time           pic x(4).
           05 il-exempt-cert-number         pic x(12).
           05 il-exempt-type                pic xx.
      *    Employee the purchase was rung for, off the staff card,
      *    and 'E' when the employee discount was taken - spaces on
      *    a customer sale and on older extracts.
           05 il-purchaser-id               pic x(4).
           05 il-employee-discount          pic x.
               88 il-employee-discount-88
                   value 'E'.

      *    The day's control totals - only the 'T' record is used.
       fd summary-gen-file
           data record is daily-summary-line
           record contains 63 characters.

       01 daily-summary-line.
           05 ds-record-type                pic x.
               88 ds-total-record-88
                   value 'T'.
           05 ds-business-date              pic 9(8).
           05 ds-total-amounts.
               10 ds-sale-amount            pic 9(7)v99.
               10 ds-layaway-amount         pic 9(7)v99.
               10 ds-return-amount          pic 9(7)v99.
               10 ds-exchange-amount        pic 9(7)v99.
               10 ds-net-amount             pic 9(7)v99.
               10 filler                    pic x(9).

       fd movement-gen-file
           data record is inventory-movement-line
           record contains 44 characters.

       01 inventory-movement-line.
           05 im-store-number               pic x(2).
           05 im-sku-code                   pic x(15).
           05 im-business-date              pic 9(8).
           05 im-direction                  pic x.
               88 im-direction-out-88
                   value 'O'.
               88 im-direction-in-88
                   value 'I'.
               88 im-direction-damaged-88
                   value 'D'.
           05 im-quantity                   pic 9(7).
           05 im-amount                     pic 9(9)v99.

       fd receiving-gen-file
           data record is receiving-line
           record contains 30 characters.

       01 receiving-line.
           05 rc-store-number               pic x(2).
           05 rc-sku-code                   pic x(15).
           05 rc-receipt-date               pic 9(8).
           05 rc-quantity                   pic 9(5).

       fd layaway-balance-file
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

       fd store-credit-file
           data record is store-credit-line
           record contains 29 characters.

       01 store-credit-line.
           05 sc-business-date              pic 9(8).
           05 sc-store-number               pic x(2).
           05 sc-invoice-number             pic x(9).
           05 sc-movement-type              pic x.
           05 sc-amount                     pic 9(7)v99.

       fd on-hand-balance-file
           data record is on-hand-balance-line
           record contains 34 characters.

       01 on-hand-balance-line.
           05 oh-key.
               10 oh-store-number           pic x(2).
               10 oh-sku-code               pic x(15).
           05 oh-on-hand-qty                pic s9(9).
           05 oh-last-movement-date         pic 9(8).

       fd damaged-stock-file
           data record is damaged-stock-line
           record contains 32 characters.

       01 damaged-stock-line.
           05 dg-key.
               10 dg-store-number           pic x(2).
               10 dg-sku-code               pic x(15).
           05 dg-damaged-qty                pic 9(7).
           05 dg-last-damage-date           pic 9(8).

       fd recovery-report
           data record is recovery-line
           record contains 120 characters.

       01 recovery-line                     pic x(120).

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
       01 ws-recovery-request-path             pic x(100)
           value spaces.
       01 ws-archive-catalog-path              pic x(100)
           value spaces.
       01 ws-layaway-balance-path              pic x(100)
           value spaces.
       01 ws-invoice-history-path              pic x(100)
           value spaces.
       01 ws-store-credit-path                 pic x(100)
           value spaces.
       01 ws-on-hand-balance-path              pic x(100)
           value spaces.
       01 ws-damaged-stock-path                pic x(100)
           value spaces.
       01 ws-recovery-report-path              pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.

      *Generation names resolved for the base and for each day
      *replayed: stem-yyyymmdd.ext in the data library, the same
      *names the archive step writes.
       01 ws-image-name                     pic x(100)
           value spaces.
       01 ws-valid-gen-name                 pic x(100)
           value spaces.
       01 ws-summary-gen-name               pic x(100)
           value spaces.
       01 ws-movement-gen-name              pic x(100)
           value spaces.
       01 ws-receiving-gen-name             pic x(100)
           value spaces.
       01 ws-gen-stem                       pic x(20)
           value spaces.
       01 ws-gen-date                       pic 9(8)
           value 0.
       01 ws-gen-name                       pic x(100)
           value spaces.


       01 ws-recovery-request-status        pic xx
           value spaces.
       01 ws-archive-catalog-file-status    pic xx
           value spaces.
       01 ws-image-file-status              pic xx
           value spaces.
       01 ws-valid-gen-file-status          pic xx
           value spaces.
       01 ws-summary-gen-file-status        pic xx
           value spaces.
       01 ws-movement-gen-file-status       pic xx
           value spaces.
       01 ws-receiving-gen-file-status      pic xx
           value spaces.
       01 ws-layaway-balance-file-status    pic xx
           value spaces.
       01 ws-sales-history-file-status      pic xx
           value spaces.
       01 ws-store-credit-file-status       pic xx
           value spaces.
       01 ws-on-hand-file-status            pic xx
           value spaces.
       01 ws-damaged-stock-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Where the run got to: no request on file, a base that
      *cannot be used (nothing rebuilt), replaying, stopped at a
      *day that did not tie out, or every day replayed.
       01 ws-recovery-state                 pic x
           value 'N'.
           88 ws-no-request-88
               value 'N'.
           88 ws-base-unusable-88
               value 'B'.
           88 ws-replaying-88
               value 'R'.
           88 ws-stopped-88
               value 'S'.
           88 ws-complete-88
               value 'C'.
       01 ws-stop-reason                    pic x(60)
           value spaces.

       01 ws-base-date                      pic 9(8)
           value 0.
       01 ws-through-date                   pic 9(8)
           value 0.
      *The day being replayed - every posting is stamped with it,
      *as the nightly run stamps its business date.
       01 ws-replay-date                    pic 9(8)
           value 0.
       01 ws-last-posted-date               pic 9(8)
           value 0.
       01 ws-stop-date                      pic 9(8)
           value 0.

      *The catalog, sorted into business-date order.
       01 ws-catalog-table.
           05 ws-cat-entry                  occurs 0 to 2000 times
               depending on ws-cat-count
               indexed by ws-cat-idx.
               10 ws-cat-date               pic 9(8).
       01 ws-cat-count                      pic 9(4)
           value 0.
       01 ws-cat-sub                        pic 9(4)
           value 0.
       01 ws-cat-next                       pic 9(4)
           value 0.
       01 ws-cat-hold                       pic 9(8)
           value 0.
       01 ws-base-found-flag                pic x
           value 'N'.

      *The day's 'V' records, collected before the main pass so a
      *void nets out its original whichever order the POS sent
      *the two in - the split step's own rule.
       01 ws-void-table.
           05 ws-void-entry                 occurs 0 to 2000 times
               depending on ws-void-table-count
               indexed by ws-void-idx.
               10 ws-void-invoice           pic x(9).
               10 ws-void-amount            pic 9(5)v99.
               10 ws-void-matched-flag      pic x.
       01 ws-void-table-count               pic 9(4)
           value 0.
       01 ws-record-voided-flag             pic x
           value 'N'.

      *The day's valid.dat totalled the way the split step totals
      *it for the daily summary 'T' record.
       01 ws-day-totals.
           05 ws-day-record-count           pic 9(7)
               value 0.
           05 ws-day-sale-amount            pic 9(9)v99
               value 0.
           05 ws-day-layaway-amount         pic 9(9)v99
               value 0.
           05 ws-day-return-amount          pic 9(9)v99
               value 0.
           05 ws-day-exchange-amount        pic 9(9)v99
               value 0.
           05 ws-day-payoff-amount          pic 9(9)v99
               value 0.
           05 ws-day-net-amount             pic s9(9)v99
               value 0.
           05 ws-day-net-abs                pic 9(9)v99
               value 0.

       01 ws-day-units.
           05 ws-day-units-out              pic 9(9)
               value 0.
           05 ws-day-units-in               pic 9(9)
               value 0.
           05 ws-day-units-damaged          pic 9(9)
               value 0.
           05 ws-day-units-received         pic 9(9)
               value 0.

       01 ws-summary-found-flag             pic x
           value 'N'.
       01 ws-movement-missing-flag          pic x
           value 'N'.
       01 ws-receiving-missing-flag         pic x
           value 'N'.

      *Split-tender and posting work fields, as the split step
      *keeps them.
       01 ws-tender-1-amount                pic 9(5)v99
           value 0.
       01 ws-cr-post-amount                 pic 9(7)v99
           value 0.
       01 ws-cr-post-movement               pic x
           value space.
       01 ws-hist-line-no                   pic 9(3)
           value 0.
       01 ws-hist-write-done-flag           pic x
           value 'N'.

      *The stock movement being applied, signed - negative is
      *stock going out.
       01 ws-apply-store                    pic x(2)
           value spaces.
       01 ws-apply-sku                      pic x(15)
           value spaces.
       01 ws-apply-qty                      pic s9(9)
           value 0.

       01 ws-counters.
           05 ws-days-replayed-count        pic 9(5)
               value 0.
           05 ws-base-layaway-count         pic 9(7)
               value 0.
           05 ws-base-history-count         pic 9(7)
               value 0.
           05 ws-base-credit-count          pic 9(7)
               value 0.
           05 ws-base-on-hand-count         pic 9(7)
               value 0.
           05 ws-base-damaged-count         pic 9(7)
               value 0.
           05 ws-post-layaway-count         pic 9(7)
               value 0.
           05 ws-post-history-count         pic 9(7)
               value 0.
           05 ws-post-credit-count          pic 9(7)
               value 0.
           05 ws-post-on-hand-count         pic 9(7)
               value 0.
           05 ws-post-damaged-count         pic 9(7)
               value 0.
           05 ws-valid-read-count           pic 9(7)
               value 0.
           05 ws-duplicate-key-count        pic 9(7)
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
               value "MAFD4202 - Team Project: Program #36".

       01 ws-heading2-title-line.
           05 filler                        pic x(35)
               value spaces.
           05 filler                        pic x(44)
               value "FORWARD RECOVERY OF THE KEYED MASTER FILES".
           05 filler                        pic x(41)
               value spaces.

       01 ws-heading2b-request-line.
           05 filler                        pic x(17)
               value "Base generation: ".
           05 ws-hdr-base-date              pic 9999/99/99.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(15)
               value "Replay through ".
           05 ws-hdr-through-text           pic x(25).
           05 filler                        pic x(49)
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

       01 ws-day-column-line.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(10)
               value "Date".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(7)
               value "Records".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "         Sale".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "      Layaway".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "       Return".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "     Exchange".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(14)
               value "           Net".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(21)
               value "Status".

      *One line per day replayed - the day's valid.dat totals -
      *and, when a day does not tie out, a second line with the
      *DAILY-SUMMARY figures it was checked against.
       01 ws-day-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-date                   pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-records                pic z(6)9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-sale                   pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-layaway                pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-return                 pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-exchange               pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-net                    pic $$,$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dyl-status                 pic x(21).

       01 ws-dyl-date-edit                  pic 9999/99/99.

       01 ws-units-line.
           05 filler                        pic x(14)
               value spaces.
           05 filler                        pic x(10)
               value "Units out ".
           05 ws-ul-out                     pic z(8)9.
           05 filler                        pic x(6)
               value "   in ".
           05 ws-ul-in                      pic z(8)9.
           05 filler                        pic x(11)
               value "   damaged ".
           05 ws-ul-damaged                 pic z(8)9.
           05 filler                        pic x(12)
               value "   received ".
           05 ws-ul-received                pic z(8)9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ul-note                    pic x(29)
               value spaces.

       01 ws-reason-line.
           05 filler                        pic x(14)
               value spaces.
           05 ws-rl-reason                  pic x(60).
           05 filler                        pic x(46)
               value spaces.

       01 ws-count-summary-line.
           05 ws-csl-label                  pic x(40).
           05 ws-csl-count                  pic zz,zzz,zz9.
           05 filler                        pic x(70)
               value spaces.

       01 ws-date-summary-line.
           05 ws-dsl-label                  pic x(40).
           05 ws-dsl-date                   pic 9999/99/99.
           05 filler                        pic x(70)
               value spaces.

       01 ws-master-column-line.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(24)
               value "Master".
           05 filler                        pic x(14)
               value "  Base records".
           05 filler                        pic x(14)
               value "  Replay posts".
           05 filler                        pic x(66)
               value spaces.

       01 ws-master-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ml-name                    pic x(24).
           05 filler                        pic x(4)
               value spaces.
           05 ws-ml-base                    pic z,zzz,zz9.
           05 filler                        pic x(5)
               value spaces.
           05 ws-ml-posted                  pic z,zzz,zz9.
           05 filler                        pic x(67)
               value spaces.

       01 ws-text-line.
           05 ws-tl-text                    pic x(100).
           05 filler                        pic x(20)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 040-read-recovery-request.

           open output recovery-report.
           perform 100-print-headings.

           if ws-replaying-88
               perform 050-load-catalog
               perform 060-check-base-generation
           end-if.

           if ws-replaying-88
               perform 200-load-base-generation
           end-if.

           if ws-replaying-88
               perform 300-replay-days
               if ws-replaying-88
                   set ws-complete-88       to true
               end-if
               perform 290-close-masters
           end-if.

           perform 400-print-summary.

           close recovery-report.

      *    A base that could not be used leaves the masters as
      *    they were; a stop at a day that does not tie out
      *    leaves them rebuilt only as far as the last day that
      *    did - either way the files are not ready for the
      *    nightly chain and the job must not end clean.
           evaluate true
               when ws-no-request-88
                   move 4                   to return-code
               when ws-base-unusable-88
                   move 12                  to return-code
               when ws-stopped-88
                   move 8                   to return-code
               when other
                   if ws-duplicate-key-count > 0
                       move 4               to return-code
                   end-if
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
               "RECOVERY-REQUEST.dat"
                                        delimited by size
               into ws-recovery-request-path.

           string ws-data-library       delimited by space
               "ARCHIVE-CATALOG.dat"
                                        delimited by size
               into ws-archive-catalog-path.

           string ws-data-library       delimited by space
               "LAYAWAY-BALANCE.dat"
                                        delimited by size
               into ws-layaway-balance-path.

           string ws-data-library       delimited by space
               "SALES-INVOICE-HIST.dat"
                                        delimited by size
               into ws-invoice-history-path.

           string ws-data-library       delimited by space
               "STORE-CREDIT.dat"
                                        delimited by size
               into ws-store-credit-path.

           string ws-data-library       delimited by space
               "ON-HAND-BALANCE.dat"
                                        delimited by size
               into ws-on-hand-balance-path.

           string ws-data-library       delimited by space
               "DAMAGED-STOCK.dat"
                                        delimited by size
               into ws-damaged-stock-path.

           string ws-data-library       delimited by space
               "forward-recovery.out"
                                        delimited by size
               into ws-recovery-report-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Nothing is touched without a request naming the base
      *    generation - a recovery is always a deliberate act.
       040-read-recovery-request.

           set ws-no-request-88             to true.

           open input recovery-request-file.

           if ws-recovery-request-status not = "35"
               read recovery-request-file
                   not at end
                       if rq-base-date numeric
                               and rq-base-date > 0
                           move rq-base-date to ws-base-date
                           set ws-replaying-88 to true
                           if rq-through-date numeric
                               move rq-through-date
                                   to ws-through-date
                           end-if
                       end-if
               end-read
               close recovery-request-file
           end-if.

      *    Load the archive catalog and put it in business-date
      *    order - a reprocess archives a day out of turn, so the
      *    file itself need not be in order.
       050-load-catalog.

           move ws-false-const              to ws-eof-flag.

           open input archive-catalog-file.

           if ws-archive-catalog-file-status not = "35"

               read archive-catalog-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if archive-catalog-line numeric
                           and archive-catalog-line > 0
                           and ws-cat-count < 2000
                       add 1                to ws-cat-count
                       set ws-cat-idx       to ws-cat-count
                       move archive-catalog-line
                           to ws-cat-date(ws-cat-idx)
                   end-if
                   read archive-catalog-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close archive-catalog-file

           end-if.

           move ws-false-const              to ws-eof-flag.

           perform varying ws-cat-sub from 1 by 1
                   until ws-cat-sub >= ws-cat-count
               perform 055-sort-catalog-pass
           end-perform.

       055-sort-catalog-pass.

           perform varying ws-cat-next from 1 by 1
                   until ws-cat-next > ws-cat-count - ws-cat-sub
               if ws-cat-date(ws-cat-next)
                       > ws-cat-date(ws-cat-next + 1)
                   move ws-cat-date(ws-cat-next) to ws-cat-hold
                   move ws-cat-date(ws-cat-next + 1)
                       to ws-cat-date(ws-cat-next)
                   move ws-cat-hold
                       to ws-cat-date(ws-cat-next + 1)
               end-if
           end-perform.

      *    The base must be a catalogued generation with an image
      *    of every master on file - checked before any live
      *    master is emptied, so a bad request changes nothing.
       060-check-base-generation.

           move 'N'                         to ws-base-found-flag.

           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > ws-cat-count
               if ws-cat-date(ws-cat-idx) = ws-base-date
                   move 'Y'                 to ws-base-found-flag
               end-if
           end-perform.

           if ws-base-found-flag = 'N'
               set ws-base-unusable-88      to true
               move "Base date is not on the archive catalog."
                   to ws-stop-reason
           end-if.

           move ws-base-date                to ws-gen-date.

           if ws-replaying-88
               move "LAYAWAY-BALANCE"       to ws-gen-stem
               perform 065-check-one-image
           end-if.
           if ws-replaying-88
               move "SALES-INVOICE-HIST"    to ws-gen-stem
               perform 065-check-one-image
           end-if.
           if ws-replaying-88
               move "STORE-CREDIT"          to ws-gen-stem
               perform 065-check-one-image
           end-if.
           if ws-replaying-88
               move "ON-HAND-BALANCE"       to ws-gen-stem
               perform 065-check-one-image
           end-if.
           if ws-replaying-88
               move "DAMAGED-STOCK"         to ws-gen-stem
               perform 065-check-one-image
           end-if.

       065-check-one-image.

           perform 070-build-generation-name.
           move ws-gen-name                 to ws-image-name.

           open input image-file.

           if ws-image-file-status = "00"
               close image-file
           else
               set ws-base-unusable-88      to true
               move spaces                  to ws-stop-reason
               string "Base generation image missing: "
                                            delimited by size
                   ws-gen-stem              delimited by space
                   into ws-stop-reason
           end-if.

      *    The archive step's generation name for ws-gen-stem on
      *    ws-gen-date: stem-yyyymmdd.dat in the data library.
       070-build-generation-name.

           move spaces                      to ws-gen-name.
           string ws-data-library           delimited by space
               ws-gen-stem                  delimited by space
               "-"                          delimited by size
               ws-gen-date                  delimited by size
               ".dat"                       delimited by size
               into ws-gen-name.

       100-print-headings.

           write recovery-line from ws-heading1-name-line.

           move ws-base-date                to ws-hdr-base-date.
           if ws-through-date = 0
               move "the last catalogued day"
                   to ws-hdr-through-text
           else
               move ws-through-date         to ws-dyl-date-edit
               move ws-dyl-date-edit        to ws-hdr-through-text
           end-if.
           write recovery-line from ws-heading2b-request-line
               after advancing 1 line.

           write recovery-line from ws-heading2-title-line
               after advancing 1 line.

      *    Empty each live master and reload it from the base
      *    generation's image. The keyed masters are then held
      *    open for the replay's in-place updates.
       200-load-base-generation.

           open output layaway-balance-file.
           open output sales-invoice-history-file.
           open output on-hand-balance-file.
           open output damaged-stock-file.

           if ws-layaway-balance-file-status not = "00"
                   or ws-sales-history-file-status not = "00"
                   or ws-on-hand-file-status not = "00"
                   or ws-damaged-stock-file-status not = "00"
               set ws-base-unusable-88      to true
               move "A keyed master could not be opened for output."
                   to ws-stop-reason
               close layaway-balance-file
                     sales-invoice-history-file
                     on-hand-balance-file
                     damaged-stock-file
           end-if.

           if ws-replaying-88

               move ws-base-date            to ws-gen-date

               move "LAYAWAY-BALANCE"       to ws-gen-stem
               perform 210-open-image
               perform 211-load-layaway-image
                   until ws-eof-flag = ws-true-const
               close image-file

               move "SALES-INVOICE-HIST"    to ws-gen-stem
               perform 210-open-image
               perform 212-load-history-image
                   until ws-eof-flag = ws-true-const
               close image-file

               open output store-credit-file
               move "STORE-CREDIT"          to ws-gen-stem
               perform 210-open-image
               perform 213-load-credit-image
                   until ws-eof-flag = ws-true-const
               close image-file
               close store-credit-file

               move "ON-HAND-BALANCE"       to ws-gen-stem
               perform 210-open-image
               perform 214-load-on-hand-image
                   until ws-eof-flag = ws-true-const
               close image-file

               move "DAMAGED-STOCK"         to ws-gen-stem
               perform 210-open-image
               perform 215-load-damaged-image
                   until ws-eof-flag = ws-true-const
               close image-file

               move ws-false-const          to ws-eof-flag

               close layaway-balance-file
                     sales-invoice-history-file
                     on-hand-balance-file
                     damaged-stock-file
               open i-o layaway-balance-file
               open i-o sales-invoice-history-file
               open i-o on-hand-balance-file
               open i-o damaged-stock-file

               move ws-base-date            to ws-last-posted-date

           end-if.

      *    Open the image and read its first record into
      *    image-line; the load paragraphs post each record and
      *    read the next until end of file.
       210-open-image.

           move ws-false-const              to ws-eof-flag.
           perform 070-build-generation-name.
           move ws-gen-name                 to ws-image-name.

           open input image-file.

           read image-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

       211-load-layaway-image.

           if image-line not = spaces
               move image-line              to layaway-balance-line
               write layaway-balance-line
                   invalid key
                       add 1                to ws-duplicate-key-count
                   not invalid key
                       add 1                to ws-base-layaway-count
               end-write
           end-if.

           read image-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

       212-load-history-image.

           if image-line not = spaces
               move image-line
                   to sales-invoice-history-line
               write sales-invoice-history-line
                   invalid key
                       add 1                to ws-duplicate-key-count
                   not invalid key
                       add 1                to ws-base-history-count
               end-write
           end-if.

           read image-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

       213-load-credit-image.

           if image-line not = spaces
               move image-line              to store-credit-line
               write store-credit-line
               add 1                        to ws-base-credit-count
           end-if.

           read image-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

       214-load-on-hand-image.

           if image-line not = spaces
               move image-line              to on-hand-balance-line
               write on-hand-balance-line
                   invalid key
                       add 1                to ws-duplicate-key-count
                   not invalid key
                       add 1                to ws-base-on-hand-count
               end-write
           end-if.

           read image-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

       215-load-damaged-image.

           if image-line not = spaces
               move image-line              to damaged-stock-line
               write damaged-stock-line
                   invalid key
                       add 1                to ws-duplicate-key-count
                   not invalid key
                       add 1                to ws-base-damaged-count
               end-write
           end-if.

           read image-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

       290-close-masters.

           close layaway-balance-file
                 sales-invoice-history-file
                 on-hand-balance-file
                 damaged-stock-file.

      *    Every catalogued day after the base, oldest first, up
      *    to the requested last day, until one does not tie out.
       300-replay-days.

           move "DAYS REPLAYED"             to ws-sl-title.
           write recovery-line from ws-section-line
               after advancing 2 lines.
           write recovery-line from ws-day-column-line
               after advancing 1 line.
           write recovery-line from ws-separator-line
               after advancing 1 line.

           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > ws-cat-count
                       or not ws-replaying-88
               if ws-cat-date(ws-cat-idx) > ws-base-date
                       and (ws-through-date = 0
                       or ws-cat-date(ws-cat-idx) <= ws-through-date)
                   move ws-cat-date(ws-cat-idx) to ws-replay-date
                   perform 310-replay-one-day
               end-if
           end-perform.

      *    Check the day first, post it only if it ties: its
      *    control totals, then its valid.dat totalled against
      *    them, then the postings themselves.
       310-replay-one-day.

           initialize ws-day-totals.
           initialize ws-day-units.
           move ws-replay-date              to ws-gen-date.

           perform 320-read-control-totals.

           if ws-replaying-88
               perform 330-total-valid-file
           end-if.

           if ws-replaying-88
               perform 350-compare-totals
           end-if.

           if ws-replaying-88
               perform 360-post-valid-file
               perform 370-post-movements
               perform 380-post-receiving
               add 1                        to ws-days-replayed-count
               move ws-replay-date          to ws-last-posted-date
               move "tied - posted"         to ws-dyl-status
               perform 390-print-day-line
               move ws-day-units-out        to ws-ul-out
               move ws-day-units-in         to ws-ul-in
               move ws-day-units-damaged    to ws-ul-damaged
               move ws-day-units-received   to ws-ul-received
               move spaces                  to ws-ul-note
               if ws-movement-missing-flag = 'Y'
                   move "(no movement generation)" to ws-ul-note
               end-if
               write recovery-line from ws-units-line
                   after advancing 1 line
           else
               move ws-replay-date          to ws-stop-date
               move "** STOPPED **"         to ws-dyl-status
               perform 390-print-day-line
               move ws-stop-reason          to ws-rl-reason
               write recovery-line from ws-reason-line
                   after advancing 1 line
           end-if.

      *    The 'T' record the split step wrote for the day.
       320-read-control-totals.

           move "DAILY-SUMMARY-P2"          to ws-gen-stem.
           perform 070-build-generation-name.
           move ws-gen-name                 to ws-summary-gen-name.
           move 'N'                         to ws-summary-found-flag.
           move ws-false-const              to ws-eof-flag.

           open input summary-gen-file.

           if ws-summary-gen-file-status = "00"
               read summary-gen-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                       or ws-summary-found-flag = 'Y'
                   if ds-total-record-88
                       move 'Y'             to ws-summary-found-flag
                   else
                       read summary-gen-file
                           at end move ws-true-const to ws-eof-flag
                       end-read
                   end-if
               end-perform
               close summary-gen-file
           end-if.

           move ws-false-const              to ws-eof-flag.

           if ws-summary-found-flag = 'N'
               set ws-stopped-88            to true
               move "No DAILY-SUMMARY control totals archived."
                   to ws-stop-reason
           end-if.

      *    Pass one collects the day's voids, pass two totals what
      *    the split step would have counted.
       330-total-valid-file.

           move "valid"                     to ws-gen-stem.
           perform 070-build-generation-name.
           move ws-gen-name                 to ws-valid-gen-name.

           perform 335-preload-voids.

           if ws-replaying-88
               move ws-false-const          to ws-eof-flag
               open input valid-gen-file
               read valid-gen-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-day-record-count
                   perform 340-total-one-record
                   read valid-gen-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close valid-gen-file
               move ws-false-const          to ws-eof-flag
           end-if.

       335-preload-voids.

           move 0                           to ws-void-table-count.
           move ws-false-const              to ws-eof-flag.

           open input valid-gen-file.

           if ws-valid-gen-file-status not = "00"
               set ws-stopped-88            to true
               move "No valid.dat archived for the day."
                   to ws-stop-reason
           else
               read valid-gen-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   if il-void-transac-88
                           and ws-void-table-count < 2000
                       add 1                to ws-void-table-count
                       set ws-void-idx      to ws-void-table-count
                       move il-invoice-number
                           to ws-void-invoice(ws-void-idx)
                       move il-transaction-amount
                           to ws-void-amount(ws-void-idx)
                       move ws-false-const
                           to ws-void-matched-flag(ws-void-idx)
                   end-if
                   read valid-gen-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close valid-gen-file
           end-if.

           move ws-false-const              to ws-eof-flag.

       340-total-one-record.

           if not il-void-transac-88
               perform 345-check-void-match
               if ws-record-voided-flag = 'N'
                   evaluate true
                       when il-sale-transac-88
                           add il-transaction-amount
                               to ws-day-sale-amount
                       when il-layaway-transac-88
                           add il-transaction-amount
                               to ws-day-layaway-amount
                       when il-return-transac-88
                           add il-transaction-amount
                               to ws-day-return-amount
                       when il-exchange-transac-88
                           add il-transaction-amount
                               to ws-day-exchange-amount
                       when il-payoff-transac-88
                           add il-transaction-amount
                               to ws-day-payoff-amount
                   end-evaluate
               end-if
           end-if.

      *    A record an unused void matches was backed out at the
      *    register - it reaches no total and no posting.
       345-check-void-match.

           move 'N'                         to ws-record-voided-flag.

           perform varying ws-void-idx from 1 by 1
               until ws-void-idx > ws-void-table-count
                   or ws-record-voided-flag = 'Y'
               if ws-void-matched-flag(ws-void-idx) = ws-false-const
                   and il-invoice-number
                       = ws-void-invoice(ws-void-idx)
                   and il-transaction-amount
                       = ws-void-amount(ws-void-idx)
                   move 'Y'                 to ws-record-voided-flag
                   move ws-true-const
                       to ws-void-matched-flag(ws-void-idx)
               end-if
           end-perform.

      *    The same figures the split step puts on the 'T' record:
      *    sale, layaway, return and exchange money, and the net
      *    of sales, layaways, exchanges and payoffs less returns.
       350-compare-totals.

           compute ws-day-net-amount =
               ws-day-sale-amount + ws-day-layaway-amount
               + ws-day-exchange-amount + ws-day-payoff-amount
               - ws-day-return-amount.

           if ws-day-net-amount < 0
               compute ws-day-net-abs = 0 - ws-day-net-amount
           else
               move ws-day-net-amount       to ws-day-net-abs
           end-if.

           if ws-day-sale-amount not = ds-sale-amount
                   or ws-day-layaway-amount not = ds-layaway-amount
                   or ws-day-return-amount not = ds-return-amount
                   or ws-day-exchange-amount not = ds-exchange-amount
                   or ws-day-net-abs not = ds-net-amount
               set ws-stopped-88            to true
               move "valid.dat does not tie to DAILY-SUMMARY totals."
                   to ws-stop-reason
           end-if.

      *    Post the day's valid.dat the way the split step does -
      *    same void rule, same record types, same postings.
       360-post-valid-file.

           perform varying ws-void-idx from 1 by 1
                   until ws-void-idx > ws-void-table-count
               move ws-false-const
                   to ws-void-matched-flag(ws-void-idx)
           end-perform.

           open extend store-credit-file.

           move ws-false-const              to ws-eof-flag.
           open input valid-gen-file.
           read valid-gen-file
               at end move ws-true-const    to ws-eof-flag
           end-read.
           perform until ws-eof-flag = ws-true-const
               add 1                        to ws-valid-read-count
               if not il-void-transac-88
                   perform 345-check-void-match
                   if ws-record-voided-flag = 'N'
                       perform 361-post-one-record
                   end-if
               end-if
               read valid-gen-file
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.
           close valid-gen-file.
           move ws-false-const              to ws-eof-flag.

           close store-credit-file.

      *    Sales, layaways, exchanges and payoffs are kept on the
      *    invoice history; layaways, payoffs and forfeits move
      *    the layaway balance; anything tendered on a gift card
      *    draws a credit down, and a return onto store credit
      *    issues one.
       361-post-one-record.

           evaluate true
               when il-sale-transac-88
                   move 'D'                 to ws-cr-post-movement
                   perform 362-post-store-credit
                   perform 366-write-invoice-history
               when il-layaway-transac-88
                   perform 364-update-layaway-balance
                   move 'D'                 to ws-cr-post-movement
                   perform 362-post-store-credit
                   perform 366-write-invoice-history
               when il-exchange-transac-88
                   move 'D'                 to ws-cr-post-movement
                   perform 362-post-store-credit
                   perform 366-write-invoice-history
               when il-payoff-transac-88
                   move 'D'                 to ws-cr-post-movement
                   perform 362-post-store-credit
                   perform 365-close-layaway-balance
                   perform 366-write-invoice-history
               when il-forfeit-transac-88
                   perform 365-close-layaway-balance
               when il-account-payment-transac-88
                   move 'D'                 to ws-cr-post-movement
                   perform 362-post-store-credit
               when il-return-transac-88
                   move 'I'                 to ws-cr-post-movement
                   perform 362-post-store-credit
           end-evaluate.

      *    The gift-card slice of the record: the first tender's
      *    share when it is 'GC', the second tender's when that is.
       362-post-store-credit.

           if il-payment-gift-88
               move il-transaction-amount   to ws-tender-1-amount
               if il-tender-2-blank-88
                       or il-tender-2-amount not numeric
                       or il-tender-2-amount = 0
                   continue
               else
                   if il-transaction-amount > il-tender-2-amount
                       compute ws-tender-1-amount =
                           il-transaction-amount - il-tender-2-amount
                   else
                       move 0               to ws-tender-1-amount
                   end-if
               end-if
               move ws-tender-1-amount      to ws-cr-post-amount
               perform 363-write-credit-entry
           end-if.

           if il-tender-2-gift-88
                   and il-tender-2-amount numeric
                   and il-tender-2-amount > 0
               move il-tender-2-amount      to ws-cr-post-amount
               perform 363-write-credit-entry
           end-if.

       363-write-credit-entry.

           move ws-replay-date              to sc-business-date.
           move il-store-number             to sc-store-number.
           move il-invoice-number           to sc-invoice-number.
           move ws-cr-post-movement         to sc-movement-type.
           move ws-cr-post-amount           to sc-amount.
           write store-credit-line.
           add 1                            to ws-post-credit-count.

      *    A new invoice number opens a balance; one on file is a
      *    further payment.
       364-update-layaway-balance.

           move il-invoice-number           to lb-invoice-number.

           read layaway-balance-file
               invalid key
                   move il-store-number     to lb-store-number
                   move ws-replay-date      to lb-first-payment-date
                   move ws-replay-date      to lb-last-payment-date
                   move 1                   to lb-payment-count
                   move il-transaction-amount
                       to lb-total-paid-amount
                   if il-contract-price-blank-88
                           or il-contract-price not numeric
                       move 0               to lb-contract-price
                   else
                       move il-contract-price to lb-contract-price
                   end-if
                   move 'O'                 to lb-status
                   write layaway-balance-line
               not invalid key
                   add 1                    to lb-payment-count
                   add il-transaction-amount
                       to lb-total-paid-amount
                   move ws-replay-date      to lb-last-payment-date
                   rewrite layaway-balance-line
           end-read.

           add 1                            to ws-post-layaway-count.

      *    A payoff posts the final payment and marks the balance
      *    paid off, a forfeit marks it forfeited; a close with no
      *    balance on file is posted as its own record.
       365-close-layaway-balance.

           move il-invoice-number           to lb-invoice-number.

           read layaway-balance-file
               invalid key
                   move il-store-number     to lb-store-number
                   move ws-replay-date      to lb-first-payment-date
                   move ws-replay-date      to lb-last-payment-date
                   move 1                   to lb-payment-count
                   move il-transaction-amount
                       to lb-total-paid-amount
                   move 0                   to lb-contract-price
                   if il-payoff-transac-88
                       move 'P'             to lb-status
                   else
                       move 'F'             to lb-status
                   end-if
                   write layaway-balance-line
               not invalid key
                   if il-payoff-transac-88
                       add 1                to lb-payment-count
                       add il-transaction-amount
                           to lb-total-paid-amount
                       move 'P'             to lb-status
                   else
                       move 'F'             to lb-status
                   end-if
                   move ws-replay-date      to lb-last-payment-date
                   rewrite layaway-balance-line
           end-read.

           add 1                            to ws-post-layaway-count.

      *    Probe for the invoice's first free line number, then
      *    write the history line there.
       366-write-invoice-history.

           move 1                           to ws-hist-line-no.
           move 'N'                         to ws-hist-write-done-flag.

           perform until ws-hist-write-done-flag = 'Y'
               move il-invoice-number       to sh-invoice-number
               move ws-hist-line-no         to sh-line-no
               read sales-invoice-history-file
                   invalid key
                       move 'Y'         to ws-hist-write-done-flag
                   not invalid key
                       add 1                to ws-hist-line-no
               end-read
           end-perform.

           move il-invoice-number           to sh-invoice-number.
           move ws-hist-line-no             to sh-line-no.
           move il-transaction-amount       to sh-amount.
           move il-store-number             to sh-store-number.
           if il-exchange-transac-88
               move il-exchange-new-sku     to sh-sku-code
           else
               move il-sku-code             to sh-sku-code
           end-if.
           move ws-replay-date              to sh-business-date.
           move il-cashier-id               to sh-cashier-id.

           write sales-invoice-history-line.
           add 1                            to ws-post-history-count.

      *    The day's store/SKU movement extract, posted the way the
      *    on-hand step posts it. A day with no movement generation
      *    moved no stock and is noted on the report.
       370-post-movements.

           move "INVENTORY-MOVEMENT"        to ws-gen-stem.
           perform 070-build-generation-name.
           move ws-gen-name                 to ws-movement-gen-name.
           move 'N'
               to ws-movement-missing-flag.
           move ws-false-const              to ws-eof-flag.

           open input movement-gen-file.

           if ws-movement-gen-file-status not = "00"
               move 'Y'
                   to ws-movement-missing-flag
           else
               read movement-gen-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   move im-store-number     to ws-apply-store
                   move im-sku-code         to ws-apply-sku
                   if im-quantity numeric
                       move im-quantity     to ws-apply-qty
                   else
                       move 0               to ws-apply-qty
                   end-if
                   evaluate true
                       when im-direction-damaged-88
                           add ws-apply-qty to ws-day-units-damaged
                           perform 386-post-damaged-stock
                       when im-direction-out-88
                           add ws-apply-qty to ws-day-units-out
                           compute ws-apply-qty = 0 - ws-apply-qty
                           perform 385-apply-one-movement
                       when other
                           add ws-apply-qty to ws-day-units-in
                           perform 385-apply-one-movement
                   end-evaluate
                   read movement-gen-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close movement-gen-file
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The deliveries the on-hand step posted that day. The
      *    feed is archived only on days the ledger posted, so a
      *    missing generation is a day with no deliveries.
       380-post-receiving.

           move "RECEIVING"                 to ws-gen-stem.
           perform 070-build-generation-name.
           move ws-gen-name                 to ws-receiving-gen-name.
           move 'N'
               to ws-receiving-missing-flag.
           move ws-false-const              to ws-eof-flag.

           open input receiving-gen-file.

           if ws-receiving-gen-file-status not = "00"
               move 'Y'
                   to ws-receiving-missing-flag
           else
               read receiving-gen-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   move rc-store-number     to ws-apply-store
                   move rc-sku-code         to ws-apply-sku
                   if rc-quantity numeric
                       move rc-quantity     to ws-apply-qty
                   else
                       move 0               to ws-apply-qty
                   end-if
                   add ws-apply-qty         to ws-day-units-received
                   perform 385-apply-one-movement
                   read receiving-gen-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close receiving-gen-file
           end-if.

           move ws-false-const              to ws-eof-flag.

       385-apply-one-movement.

           move ws-apply-store              to oh-store-number.
           move ws-apply-sku                to oh-sku-code.

           read on-hand-balance-file
               invalid key
                   move ws-apply-store      to oh-store-number
                   move ws-apply-sku        to oh-sku-code
                   move ws-apply-qty        to oh-on-hand-qty
                   move ws-replay-date
                       to oh-last-movement-date
                   write on-hand-balance-line
               not invalid key
                   add ws-apply-qty         to oh-on-hand-qty
                   move ws-replay-date
                       to oh-last-movement-date
                   rewrite on-hand-balance-line
           end-read.

           add 1                            to ws-post-on-hand-count.

       386-post-damaged-stock.

           move ws-apply-store              to dg-store-number.
           move ws-apply-sku                to dg-sku-code.

           read damaged-stock-file
               invalid key
                   move ws-apply-store      to dg-store-number
                   move ws-apply-sku        to dg-sku-code
                   move ws-apply-qty        to dg-damaged-qty
                   move ws-replay-date      to dg-last-damage-date
                   write damaged-stock-line
               not invalid key
                   add ws-apply-qty         to dg-damaged-qty
                   move ws-replay-date      to dg-last-damage-date
                   rewrite damaged-stock-line
           end-read.

           add 1                            to ws-post-damaged-count.

      *    The day's valid.dat totals; a day that did not tie
      *    out gets the DAILY-SUMMARY figures printed under it.
       390-print-day-line.

           move ws-replay-date              to ws-dyl-date-edit.
           move ws-dyl-date-edit            to ws-dyl-date.
           move ws-day-record-count         to ws-dyl-records.
           move ws-day-sale-amount          to ws-dyl-sale.
           move ws-day-layaway-amount       to ws-dyl-layaway.
           move ws-day-return-amount        to ws-dyl-return.
           move ws-day-exchange-amount      to ws-dyl-exchange.
           move ws-day-net-amount           to ws-dyl-net.
           write recovery-line from ws-day-line
               after advancing 1 line.

           if ws-stopped-88
                   and ws-summary-found-flag = 'Y'
                   and ws-valid-gen-file-status = "00"
               move " summary"              to ws-dyl-date
               move 0                       to ws-dyl-records
               move ds-sale-amount          to ws-dyl-sale
               move ds-layaway-amount       to ws-dyl-layaway
               move ds-return-amount        to ws-dyl-return
               move ds-exchange-amount      to ws-dyl-exchange
               move ds-net-amount           to ws-dyl-net
               move "DAILY-SUMMARY"         to ws-dyl-status
               write recovery-line from ws-day-line
                   after advancing 1 line
           end-if.

       400-print-summary.

           move "SUMMARY"                   to ws-sl-title.
           write recovery-line from ws-section-line
               after advancing 2 lines.
           write recovery-line from ws-separator-line
               after advancing 1 line.

           evaluate true
               when ws-no-request-88
                   move "No recovery requested - RECOVERY-REQUEST.dat"
                       to ws-tl-text
                   write recovery-line from ws-text-line
                       after advancing 1 line
                   move "holds no base generation date. Nothing was rebu
      -                 "ilt."
                       to ws-tl-text
                   write recovery-line from ws-text-line
                       after advancing 1 line
               when ws-base-unusable-88
                   move ws-stop-reason      to ws-tl-text
                   write recovery-line from ws-text-line
                       after advancing 1 line
                   move "The masters were not rebuilt."
                       to ws-tl-text
                   write recovery-line from ws-text-line
                       after advancing 1 line
               when other
                   perform 410-print-rebuild-summary
           end-evaluate.

       410-print-rebuild-summary.

           move "Days replayed and posted:" to ws-csl-label.
           move ws-days-replayed-count      to ws-csl-count.
           write recovery-line from ws-count-summary-line
               after advancing 1 line.

           move "Masters now stand as of:"  to ws-dsl-label.
           move ws-last-posted-date         to ws-dsl-date.
           write recovery-line from ws-date-summary-line
               after advancing 1 line.

           if ws-stopped-88
               move "** Replay stopped at:"  to ws-dsl-label
               move ws-stop-date            to ws-dsl-date
               write recovery-line from ws-date-summary-line
                   after advancing 1 line
               move ws-stop-reason          to ws-tl-text
               write recovery-line from ws-text-line
                   after advancing 1 line
               move "Resolve the day, then rerun the recovery or resta
      -            "rt the chain from that day."
                   to ws-tl-text
               write recovery-line from ws-text-line
                   after advancing 1 line
           else
               move "Every day replayed tied out to DAILY-SUMMARY."
                   to ws-tl-text
               write recovery-line from ws-text-line
                   after advancing 1 line
           end-if.

           if ws-duplicate-key-count > 0
               move "** Duplicate keys on the base images:"
                   to ws-csl-label
               move ws-duplicate-key-count  to ws-csl-count
               write recovery-line from ws-count-summary-line
                   after advancing 1 line
           end-if.

           write recovery-line from ws-master-column-line
               after advancing 2 lines.

           move "LAYAWAY-BALANCE"           to ws-ml-name.
           move ws-base-layaway-count       to ws-ml-base.
           move ws-post-layaway-count       to ws-ml-posted.
           write recovery-line from ws-master-line
               after advancing 1 line.

           move "SALES-INVOICE-HIST"        to ws-ml-name.
           move ws-base-history-count       to ws-ml-base.
           move ws-post-history-count       to ws-ml-posted.
           write recovery-line from ws-master-line
               after advancing 1 line.

           move "STORE-CREDIT"              to ws-ml-name.
           move ws-base-credit-count        to ws-ml-base.
           move ws-post-credit-count        to ws-ml-posted.
           write recovery-line from ws-master-line
               after advancing 1 line.

           move "ON-HAND-BALANCE"           to ws-ml-name.
           move ws-base-on-hand-count       to ws-ml-base.
           move ws-post-on-hand-count       to ws-ml-posted.
           write recovery-line from ws-master-line
               after advancing 1 line.

           move "DAMAGED-STOCK"             to ws-ml-name.
           move ws-base-damaged-count       to ws-ml-base.
           move ws-post-damaged-count       to ws-ml-posted.
           write recovery-line from ws-master-line
               after advancing 1 line.

      *    The count, transfer and return-to-vendor steps post to
      *    on-hand and damaged stock off feeds the archive does not
      *    keep - say so, so nobody takes the rebuilt book as
      *    final.
           move "Stock counts, inter-store transfers and vendor retur
      -        "ns posted since the base"
               to ws-tl-text.
           write recovery-line from ws-text-line
               after advancing 2 lines.
           move "generation are not on the archive and must be re-pos
      -        "ted to ON-HAND-BALANCE / DAMAGED-STOCK."
               to ws-tl-text.
           write recovery-line from ws-text-line
               after advancing 1 line.

      *    Append one line to the shared run-level audit trail so
      *    operations has a queryable history of every run across
      *    the chain, instead of digging through old report
      *    printouts. The file may not exist yet on a shop's very
      *    first run, so an open-extend failure (status 35) falls
      *    back to creating it fresh.
       900-write-audit-record.

           open extend audit-trail-file.

           if ws-audit-file-status = "35"
               open output audit-trail-file
           end-if.

           accept au-run-date               from date yyyymmdd.
           accept au-run-time               from time.

           move "Program_36"                to au-program-name.
           move ws-valid-read-count         to au-input-record-count.
           move ws-days-replayed-count      to au-output-record-count-1.
           compute au-output-record-count-2 =
               ws-base-layaway-count + ws-base-history-count
               + ws-base-credit-count + ws-base-on-hand-count
               + ws-base-damaged-count.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_36.
