       identification division.
       program-id. Program_23.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Cashier sales commission. Every night
      *the day's valid.dat is worked by operator: each sale and
      *the net of each exchange is credited to the cashier who
      *rang it under the SKU's department, and each return - or
      *void of an earlier night's sale - is clawed back from the
      *cashier who rang the original sale, found through the
      *rolling invoice history, whoever rang the return. Those
      *lines are appended to the commission sales file. When
      *payroll stages a pay-period request the period is then
      *extracted: net sales by store, cashier and department,
      *commission at the department/store rate, a payroll import
      *file with one line per cashier and store, and a commission
      *register per store for the store manager to sign off. A
      *period that overlaps one already extracted is refused, so
      *no sale is ever paid twice.

       environment division.
       input-output section.
       file-control.

      *    The day's edited transactions, the same file the split
      *    step reads.
           select valid-file
               assign to ws-valid-path
               organization is line sequential
               file status is ws-valid-file-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential
               file status is ws-sku-master-file-status.

           select cashier-master-file
               assign to ws-cashier-master-path
               organization is line sequential
               file status is ws-cashier-master-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

      *    The rolling invoice history the split step keeps, one
      *    keyed line per invoice line, carrying the cashier who
      *    rang it.
           select sales-invoice-history-file
               assign to ws-sales-history-path
               organization is indexed
               access is dynamic
               record key is sh-key
               file status is ws-sales-history-file-status.

      *    Commission rates by department, per store or for every
      *    store.
           select commission-rate-file
               assign to ws-commission-rate-path
               organization is line sequential
               file status is ws-commission-rate-status.

      *    Every commissionable sale and clawback, one line each,
      *    appended night after night - the pay-period extract's
      *    source.
           select commission-sales-file
               assign to ws-commission-sales-path
               organization is line sequential
               file status is ws-commission-sales-status.

      *    The business date the sales file was last posted for. A
      *    rerun of the same date does not append the day twice.
           select last-posted-file
               assign to ws-last-posted-path
               organization is line sequential
               file status is ws-last-posted-file-status.

      *    Pay period to extract, staged by payroll. One-shot,
      *    consumed once read.
           select period-request-file
               assign to ws-period-request-path
               organization is line sequential
               file status is ws-period-request-status.

      *    Every pay period already extracted, one line each.
           select period-control-file
               assign to ws-period-control-path
               organization is line sequential
               file status is ws-period-control-status.

      *    The payroll system's import file for the period.
           select payroll-import-file
               assign to ws-payroll-import-path
               organization is line sequential
               file status is ws-payroll-import-status.

           select commission-register-report
               assign to ws-commission-register-path
               organization is line sequential.

      *    As-of business date the whole chain posts and reports
      *    under, written by operations before a catch-up run; a
      *    missing file just means "today".
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

       fd valid-file
           data record is input-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
               88 il-sale-transac-88
                   value 'S'.
               88 il-return-transac-88
                   value 'R'.
               88 il-exchange-transac-88
                   value 'X'.
               88 il-void-transac-88
                   value 'V'.
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-sku-code                   pic x(15).
           05 il-return-reason-code         pic xx.
           05 il-transaction-date           pic 9(8).
           05 il-contract-price             pic x(7).
           05 il-exchange-new-sku           pic x(15).
           05 il-exchange-return-amount     pic 9(5)v99.
           05 il-exchange-new-amount        pic 9(5)v99.
           05 il-quantity                   pic x(3).
      *    The operator who rang the transaction - the cashier a
      *    sale is credited to.
           05 il-cashier-id                 pic x(4).
           05 il-tender-2                   pic xx.
           05 il-tender-2-amount            pic x(7).
           05 il-approval-code              pic x(6).
           05 il-customer-number            pic x(8).
           05 il-points-redeemed            pic x(5).
      *    Register time the transaction was rung, hhmm - spaces
      *    on older extracts.
           05 il-transaction-time           pic x(4).
      *    Exemption certificate and type the sale was rung under -
      *    spaces on a taxable sale and on older extracts.
           05 il-exempt-cert-number         pic x(12).
               88 il-exempt-cert-blank-88
                   value spaces.
           05 il-exempt-type                pic xx.
      *    Employee the purchase was rung for, off the staff card,
      *    and 'E' when the employee discount was taken - spaces on
      *    a customer sale and on older extracts.
           05 il-purchaser-id               pic x(4).
           05 il-employee-discount          pic x.
               88 il-employee-discount-88
                   value 'E'.

       fd sku-master-file
           data record is sku-master-line
           record contains 69 characters.

       01 sku-master-line.
           05 skm-sku-code                  pic x(15).
           05 skm-description               pic x(30).
           05 skm-department                pic x(4).
           05 skm-unit-price                pic 9(5)v99.
           05 skm-unit-cost                 pic 9(5)v99.
           05 skm-vendor-number             pic x(6).

       fd cashier-master-file
           data record is cashier-master-line
           record contains 24 characters.

       01 cashier-master-line.
           05 cm-cashier-id                 pic x(4).
           05 cm-cashier-name               pic x(20).

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

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

      *    A blank store applies the rate to the department at
      *    every store without a rate of its own. The rate is a
      *    fraction of net sales - 0.0250 pays two and a half
      *    percent.
       fd commission-rate-file
           data record is commission-rate-line
           record contains 11 characters.

       01 commission-rate-line.
           05 cr-store-number               pic x(2).
           05 cr-department                 pic x(4).
           05 cr-rate                       pic 9v9(4).

      *    'S' credits a sale to the cashier who rang it, 'C' claws
      *    a return or void back from the cashier who rang the
      *    original sale. The amount is always positive; the type
      *    says which way it moved.
       fd commission-sales-file
           data record is commission-sales-line
           record contains 35 characters.

       01 commission-sales-line.
           05 cs-business-date              pic 9(8).
           05 cs-store-number               pic x(2).
           05 cs-cashier-id                 pic x(4).
           05 cs-department                 pic x(4).
           05 cs-invoice-number             pic x(9).
           05 cs-line-type                  pic x.
               88 cs-sale-88
                   value 'S'.
               88 cs-clawback-88
                   value 'C'.
           05 cs-amount                     pic 9(5)v99.

       fd last-posted-file
           data record is last-posted-line
           record contains 8 characters.

       01 last-posted-line                  pic 9(8).

       fd period-request-file
           data record is period-request-line
           record contains 16 characters.

       01 period-request-line.
           05 pr-period-start               pic 9(8).
           05 pr-period-end                 pic 9(8).

       fd period-control-file
           data record is period-control-line
           record contains 24 characters.

       01 period-control-line.
           05 pc-period-start               pic 9(8).
           05 pc-period-end                 pic 9(8).
           05 pc-extract-date               pic 9(8).

      *    One line per cashier and store for the period. Signed
      *    amounts - clawbacks can take a cashier's period below
      *    zero, and payroll recovers that as a deduction.
       fd payroll-import-file
           data record is payroll-import-line
           record contains 42 characters.

       01 payroll-import-line.
           05 pi-cashier-id                 pic x(4).
           05 pi-store-number               pic x(2).
           05 pi-period-start               pic 9(8).
           05 pi-period-end                 pic 9(8).
           05 pi-net-sales                  pic s9(7)v99
               sign is leading separate.
           05 pi-commission                 pic s9(7)v99
               sign is leading separate.

       fd commission-register-report
           data record is commission-register-line
           record contains 120 characters.

       01 commission-register-line          pic x(120).

      *    The as-of business date for this run, set by operations
      *    for a catch-up run; one yyyymmdd record.
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
       01 ws-valid-path                        pic x(100)
           value spaces.
       01 ws-sku-master-path                   pic x(100)
           value spaces.
       01 ws-cashier-master-path               pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-sales-history-path                pic x(100)
           value spaces.
       01 ws-commission-rate-path              pic x(100)
           value spaces.
       01 ws-commission-sales-path             pic x(100)
           value spaces.
       01 ws-last-posted-path                  pic x(100)
           value spaces.
       01 ws-period-request-path               pic x(100)
           value spaces.
       01 ws-period-control-path               pic x(100)
           value spaces.
       01 ws-payroll-import-path               pic x(100)
           value spaces.
       01 ws-commission-register-path          pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-valid-file-status              pic xx
           value spaces.
       01 ws-sku-master-file-status         pic xx
           value spaces.
       01 ws-cashier-master-file-status     pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-sales-history-file-status      pic xx
           value spaces.
       01 ws-commission-rate-status         pic xx
           value spaces.
       01 ws-commission-sales-status        pic xx
           value spaces.
       01 ws-last-posted-file-status        pic xx
           value spaces.
       01 ws-period-request-status          pic xx
           value spaces.
       01 ws-period-control-status          pic xx
           value spaces.
       01 ws-payroll-import-status          pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the day posts under, resolved from
      *BUSINESS-DATE.dat (a missing file just means "today").
       01 ws-business-date                  pic 9(8)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Set when the invoice history opened - without it a return
      *cannot be traced to the cashier who rang the sale, so the
      *night's clawbacks are counted as untraced.
       01 ws-history-file-ok-flag           pic x
           value 'N'.
      *Set when the sales file already carries this business date -
      *a rerun must not append the day's lines a second time.
       01 ws-already-posted-flag            pic x
           value 'N'.
       01 ws-last-posted-date               pic 9(8)
           value 0.

      *The pay period payroll asked for, and whether it may be
      *extracted.
       01 ws-request-seen-flag              pic x
           value 'N'.
       01 ws-period-start                   pic 9(8)
           value 0.
       01 ws-period-end                     pic 9(8)
           value 0.
       01 ws-period-status-flag             pic x
           value ' '.
           88 ws-period-none-88
               value ' '.
           88 ws-period-ok-88
               value 'O'.
           88 ws-period-invalid-88
               value 'I'.
           88 ws-period-open-88
               value 'F'.
           88 ws-period-overlap-88
               value 'D'.

      *Voids collected from valid.dat in a pre-pass, so a void can
      *cancel its original record whichever order the two arrived
      *in - the same netting the split step does. A void with no
      *original tonight is backing out an earlier night's sale.
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

      *Each SKU's department off SKU-MASTER.dat.
       01 ws-sku-table.
           05 ws-sku-entry                  occurs 0 to 5000 times
               depending on ws-sku-table-count
               indexed by ws-sku-idx.
               10 ws-sku-code               pic x(15).
               10 ws-sku-department         pic x(4).

       01 ws-sku-table-count                pic 9(4)
           value 0.
       01 ws-sku-lookup-code                pic x(15)
           value spaces.
       01 ws-sku-lookup-dept                pic x(4)
           value spaces.

      *Commission rates off COMMISSION-RATE.dat.
       01 ws-rate-table.
           05 ws-rate-entry                 occurs 0 to 500 times
               depending on ws-rate-table-count
               indexed by ws-rate-idx.
               10 ws-rt-store               pic x(2).
               10 ws-rt-department          pic x(4).
               10 ws-rt-rate                pic 9v9(4).

       01 ws-rate-table-count               pic 9(3)
           value 0.
       01 ws-lookup-rate                    pic 9v9(4)
           value 0.
       01 ws-rate-found-flag                pic x
           value 'N'.

      *Cashier ID/name pairs off CASHIER-MASTER.dat.
       01 ws-cashier-table.
           05 ws-cashier-entry              occurs 0 to 200 times
               depending on ws-cashier-table-count
               indexed by ws-cashier-idx.
               10 ws-cashier-table-id       pic x(4).
               10 ws-cashier-table-name     pic x(20).

       01 ws-cashier-table-count            pic 999
           value 0.
       01 ws-cashier-lookup-name            pic x(20)
           value spaces.

      *Store number/name pairs off STORE-MASTER.dat.
       01 ws-store-table.
           05 ws-store-table-entry          occurs 0 to 50 times
               depending on ws-store-table-count
               indexed by ws-store-idx.
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-name       pic x(20).

       01 ws-store-table-count              pic 99
           value 0.
       01 ws-store-lookup-name              pic x(20)
           value spaces.

      *The period's sales and clawbacks by store, cashier and
      *department, sorted for the register's control breaks.
       01 ws-commission-table.
           05 ws-cm-entry                   occurs 0 to 3000 times
               depending on ws-cm-count
               ascending key is ws-cm-store ws-cm-cashier
                   ws-cm-department
               indexed by ws-cm-idx.
               10 ws-cm-store               pic x(2).
               10 ws-cm-cashier             pic x(4).
               10 ws-cm-department          pic x(4).
               10 ws-cm-sales               pic 9(7)v99.
               10 ws-cm-clawback            pic 9(7)v99.

       01 ws-cm-count                       pic 9(4)
           value 0.
       01 ws-cm-found-flag                  pic x
           value 'N'.
       01 ws-cm-target                      pic 9(4)
           value 0.

      *The line being posted to the sales file tonight.
       01 ws-post-store                     pic x(2)
           value spaces.
       01 ws-post-cashier                   pic x(4)
           value spaces.
       01 ws-post-department                pic x(4)
           value spaces.
       01 ws-post-type                      pic x
           value spaces.
       01 ws-post-amount                    pic 9(5)v99
           value 0.
       01 ws-clawback-amount                pic 9(5)v99
           value 0.

      *Scratch fields for tracing a return to the sale it undoes.
       01 ws-hist-line-no                   pic 9(3)
           value 0.
       01 ws-hist-done-flag                 pic x
           value 'N'.
       01 ws-hist-found-flag                pic x
           value 'N'.
       01 ws-hist-cashier                   pic x(4)
           value spaces.
       01 ws-hist-store                     pic x(2)
           value spaces.

      *Control-break fields and running totals for the register.
       01 ws-break-store                    pic x(2)
           value spaces.
       01 ws-break-cashier                  pic x(4)
           value spaces.
       01 ws-line-net                       pic s9(7)v99
           value 0.
       01 ws-line-commission                pic s9(7)v99
           value 0.
       01 ws-cashier-net                    pic s9(7)v99
           value 0.
       01 ws-cashier-commission             pic s9(7)v99
           value 0.
       01 ws-store-net                      pic s9(9)v99
           value 0.
       01 ws-store-commission               pic s9(9)v99
           value 0.
       01 ws-period-commission              pic s9(9)v99
           value 0.

       01 ws-counters.
           05 ws-valid-record-count         pic 9(7)
               value 0.
           05 ws-sale-line-count            pic 9(7)
               value 0.
           05 ws-clawback-line-count        pic 9(7)
               value 0.
           05 ws-untraced-count             pic 9(7)
               value 0.
           05 ws-voided-same-day-count      pic 9(7)
               value 0.
           05 ws-sales-read-count           pic 9(7)
               value 0.
           05 ws-payroll-line-count         pic 9(5)
               value 0.
           05 ws-no-rate-count              pic 9(5)
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
               value "MAFD4202 - Team Project: Program #23".

       01 ws-heading2-title-line.
           05 filler                        pic x(35)
               value spaces.
           05 filler                        pic x(30)
               value "CASHIER COMMISSION REGISTER".
           05 filler                        pic x(55)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(97)
               value spaces.

       01 ws-heading-rerun-line.
           05 filler                        pic x(60)
               value "*** RERUN - DAY ALREADY POSTED, NOT APPENDED".
           05 filler                        pic x(60)
               value spaces.

       01 ws-nightly-summary-line.
           05 filler                        pic x(14)
               value "Sales lines: ".
           05 ws-nsl-sales                  pic zzzzzz9.
           05 filler                        pic x(18)
               value "  Clawback lines: ".
           05 ws-nsl-clawbacks              pic zzzzzz9.
           05 filler                        pic x(26)
               value "  Returns not traceable: ".
           05 ws-nsl-untraced               pic zzzzzz9.
           05 filler                        pic x(17)
               value "  Voided same day".
           05 filler                        pic x(2)
               value ": ".
           05 ws-nsl-voided                 pic zzzzzz9.
           05 filler                        pic x(15)
               value spaces.

       01 ws-no-period-line.
           05 filler                        pic x(50)
               value "No pay period requested - nightly posting only.".
           05 filler                        pic x(70)
               value spaces.

       01 ws-period-line.
           05 filler                        pic x(12)
               value "Pay Period: ".
           05 ws-prl-start                  pic 9(8).
           05 filler                        pic x(4)
               value " to ".
           05 ws-prl-end                    pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-prl-status                 pic x(60)
               value spaces.
           05 filler                        pic x(26)
               value spaces.

       01 ws-store-heading-line.
           05 filler                        pic x(7)
               value "Store: ".
           05 ws-shl-store                  pic x(2).
           05 filler                        pic x(2)
               value spaces.
           05 ws-shl-name                   pic x(20).
           05 filler                        pic x(89)
               value spaces.

       01 ws-column-heading-line.
           05 filler                        pic x(6)
               value "Oper  ".
           05 filler                        pic x(22)
               value "Name".
           05 filler                        pic x(6)
               value "Dept  ".
           05 filler                        pic x(15)
               value "          Sales".
           05 filler                        pic x(15)
               value "      Clawbacks".
           05 filler                        pic x(15)
               value "      Net Sales".
           05 filler                        pic x(9)
               value "     Rate".
           05 filler                        pic x(15)
               value "     Commission".
           05 filler                        pic x(17)
               value spaces.

       01 ws-detail-line.
           05 ws-dl-cashier                 pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-name                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-department              pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sales                   pic z,zzz,zz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-clawback                pic z,zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-net                     pic -,---,--9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-rate                    pic z9.99.
           05 filler                        pic x
               value "%".
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-commission              pic -,---,--9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-flag                    pic x(7)
               value spaces.
           05 filler                        pic x(15)
               value spaces.

       01 ws-cashier-total-line.
           05 filler                        pic x(6)
               value spaces.
           05 filler                        pic x(30)
               value "Cashier total".
           05 filler                        pic x(30)
               value spaces.
           05 ws-ctl-net                    pic -,---,--9.99.
           05 filler                        pic x(10)
               value spaces.
           05 ws-ctl-commission             pic -,---,--9.99.
           05 filler                        pic x(20)
               value spaces.

       01 ws-store-total-line.
           05 filler                        pic x(6)
               value spaces.
           05 filler                        pic x(30)
               value "STORE TOTAL".
           05 filler                        pic x(27)
               value spaces.
           05 ws-stl-net                    pic -,---,---,--9.99.
           05 filler                        pic x(7)
               value spaces.
           05 ws-stl-commission             pic -,---,---,--9.99.
           05 filler                        pic x(17)
               value spaces.

       01 ws-sign-off-line.
           05 filler                        pic x(36)
               value "Store manager sign-off: ___________".
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(22)
               value "Date: ________________".
           05 filler                        pic x(54)
               value spaces.

       01 ws-period-total-line.
           05 filler                        pic x(26)
               value "Period commission total: ".
           05 ws-ptl-commission             pic -,---,---,--9.99.
           05 filler                        pic x(18)
               value "  Payroll lines: ".
           05 ws-ptl-payroll-lines          pic zzzz9.
           05 filler                        pic x(23)
               value "  Departments no rate: ".
           05 ws-ptl-no-rate                pic zzzz9.
           05 filler                        pic x(27)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-sku-master.
           perform 042-load-cashier-master.
           perform 044-load-store-master.
           perform 046-load-commission-rates.
           perform 050-read-last-posted.

           if ws-already-posted-flag = 'N'
               perform 060-open-sales-history
               perform 070-preload-void-table
               perform 200-post-valid-records
               perform 240-post-prior-day-voids
               close commission-sales-file
               if ws-history-file-ok-flag = 'Y'
                   close sales-invoice-history-file
               end-if
               perform 250-write-last-posted
           end-if.

           perform 500-read-period-request.

           open output commission-register-report.
           perform 100-print-headings.

           if ws-period-ok-88
               perform 510-accumulate-period
               perform 600-print-register
               perform 590-record-period-extracted
           end-if.

           close commission-register-report.

      *    A refused period extracted nothing, so payroll has no
      *    import file to load - the chain must not treat that as
      *    a clean run. A department with sales and no rate is a
      *    warning for payroll to settle.
           if ws-period-invalid-88 or ws-period-open-88
                   or ws-period-overlap-88
               move 12                      to return-code
           else
           if ws-no-rate-count > 0
                   or ws-untraced-count > 0
               move 4                       to return-code
           end-if
           end-if.

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
               "valid.dat"
                                        delimited by size
               into ws-valid-path.

           string ws-data-library       delimited by space
               "SKU-MASTER.dat"
                                        delimited by size
               into ws-sku-master-path.

           string ws-data-library       delimited by space
               "CASHIER-MASTER.dat"
                                        delimited by size
               into ws-cashier-master-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "SALES-INVOICE-HIST.dat"
                                        delimited by size
               into ws-sales-history-path.

           string ws-data-library       delimited by space
               "COMMISSION-RATE.dat"
                                        delimited by size
               into ws-commission-rate-path.

           string ws-data-library       delimited by space
               "COMMISSION-SALES.dat"
                                        delimited by size
               into ws-commission-sales-path.

           string ws-data-library       delimited by space
               "COMMISSION-LAST-POSTED.dat"
                                        delimited by size
               into ws-last-posted-path.

           string ws-data-library       delimited by space
               "COMMISSION-PERIOD-REQUEST.dat"
                                        delimited by size
               into ws-period-request-path.

           string ws-data-library       delimited by space
               "COMMISSION-PERIOD-CONTROL.dat"
                                        delimited by size
               into ws-period-control-path.

           string ws-data-library       delimited by space
               "PAYROLL-COMMISSION.dat"
                                        delimited by size
               into ws-payroll-import-path.

           string ws-data-library       delimited by space
               "commission-register.out"
                                        delimited by size
               into ws-commission-register-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


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

      *    Load each SKU's department. A missing master just sends
      *    every sale to the '????' department, which carries no
      *    rate, rather than failing the run.
       040-load-sku-master.

           move ws-false-const              to ws-eof-flag.

           open input sku-master-file.

           if ws-sku-master-file-status not = "35"

               read sku-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-sku-table-count < 5000
                       add 1                to ws-sku-table-count
                       set ws-sku-idx       to ws-sku-table-count
                       move skm-sku-code
                           to ws-sku-code(ws-sku-idx)
                       move skm-department
                           to ws-sku-department(ws-sku-idx)
                   end-if
                   read sku-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close sku-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A missing cashier master just leaves names blank on the
      *    register rather than failing it.
       042-load-cashier-master.

           move ws-false-const              to ws-eof-flag.

           open input cashier-master-file.

           if ws-cashier-master-file-status not = "35"

               read cashier-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-cashier-table-count < 200
                       add 1                to ws-cashier-table-count
                       set ws-cashier-idx   to ws-cashier-table-count
                       move cm-cashier-id
                           to ws-cashier-table-id(ws-cashier-idx)
                       move cm-cashier-name
                           to ws-cashier-table-name(ws-cashier-idx)
                   end-if
                   read cashier-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close cashier-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       044-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-store-table-count < 50
                       add 1                to ws-store-table-count
                       set ws-store-idx     to ws-store-table-count
                       move sm-store-number
                           to ws-store-table-number(ws-store-idx)
                       move sm-store-name
                           to ws-store-table-name(ws-store-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A missing rate table pays nothing and flags every
      *    department on the register, rather than guessing a rate.
       046-load-commission-rates.

           move ws-false-const              to ws-eof-flag.

           open input commission-rate-file.

           if ws-commission-rate-status not = "35"

               read commission-rate-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-rate-table-count < 500
                           and cr-rate numeric
                       add 1                to ws-rate-table-count
                       set ws-rate-idx      to ws-rate-table-count
                       move cr-store-number
                           to ws-rt-store(ws-rate-idx)
                       move cr-department
                           to ws-rt-department(ws-rate-idx)
                       move cr-rate
                           to ws-rt-rate(ws-rate-idx)
                   end-if
                   read commission-rate-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close commission-rate-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The date the sales file was last posted for. The same
      *    business date again is a rerun - its lines are already
      *    on file, so appending them again would pay them twice.
       050-read-last-posted.

           open input last-posted-file.

           if ws-last-posted-file-status not = "35"
               read last-posted-file
                   not at end
                       if last-posted-line numeric
                           move last-posted-line
                               to ws-last-posted-date
                       end-if
               end-read
               close last-posted-file
           end-if.

           if ws-last-posted-date = ws-business-date
               move 'Y'                     to ws-already-posted-flag
           end-if.

      *    The history is only read here. Without it the night's
      *    sales still post; only the clawbacks go untraced.
       060-open-sales-history.

           open input sales-invoice-history-file.

           if ws-sales-history-file-status = "00"
               move 'Y'                     to ws-history-file-ok-flag
           end-if.

           open extend commission-sales-file.

           if ws-commission-sales-status = "35"
               open output commission-sales-file
           end-if.

      *    Pre-pass over valid.dat collecting the day's 'V' records,
      *    so the main pass can cancel each void against its
      *    original whichever order the POS sent the two in.
       070-preload-void-table.

           move ws-false-const              to ws-eof-flag.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
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
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       200-post-valid-records.

           move ws-false-const              to ws-eof-flag.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-valid-record-count
                   perform 210-post-one-record
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A sale or exchange a cashier voided tonight was never
      *    made - skip it whole. Voids themselves are worked after
      *    the pass. An exchange earns on the net money it took in,
      *    under the department of the item that went out the door.
       210-post-one-record.

           move 'N'                         to ws-record-voided-flag.

           if il-sale-transac-88 or il-exchange-transac-88
               perform 215-check-void-match
           end-if.

           if ws-record-voided-flag = 'Y'
               add 1                        to ws-voided-same-day-count
           else
           if il-sale-transac-88
               move il-sku-code             to ws-sku-lookup-code
               perform 220-post-sale-line
           else
           if il-exchange-transac-88
               move il-exchange-new-sku     to ws-sku-lookup-code
               perform 220-post-sale-line
           else
           if il-return-transac-88
               move il-transaction-amount   to ws-clawback-amount
               perform 230-post-clawback
           end-if
           end-if
           end-if
           end-if.

       215-check-void-match.

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

       220-post-sale-line.

           if il-transaction-amount numeric
                   and il-transaction-amount > 0

               perform 280-lookup-sku-department

               move il-store-number         to ws-post-store
               move il-cashier-id           to ws-post-cashier
               move ws-sku-lookup-dept      to ws-post-department
               move 'S'                     to ws-post-type
               move il-transaction-amount   to ws-post-amount
               perform 310-write-sales-line

               add 1                        to ws-sale-line-count

           end-if.

      *    Claw ws-clawback-amount back from the cashier who rang
      *    the original sale, at the store it was rung in. The
      *    history line for the returned SKU is preferred; failing
      *    that, the invoice's first line still names the cashier.
      *    A return the history cannot trace - no history, or a
      *    line written before the history carried the cashier -
      *    is counted, not guessed at.
       230-post-clawback.

           move 'N'                         to ws-hist-found-flag.
           move spaces                      to ws-hist-cashier.
           move spaces                      to ws-hist-store.

           if ws-history-file-ok-flag = 'Y'
               move 1                       to ws-hist-line-no
               move 'N'                     to ws-hist-done-flag
               perform until ws-hist-done-flag = 'Y'
                   move il-invoice-number   to sh-invoice-number
                   move ws-hist-line-no     to sh-line-no
                   read sales-invoice-history-file
                       invalid key
                           move 'Y'         to ws-hist-done-flag
                       not invalid key
                           perform 235-check-history-line
                           add 1            to ws-hist-line-no
                   end-read
                   if ws-hist-line-no = 999
                       move 'Y'             to ws-hist-done-flag
                   end-if
               end-perform
           end-if.

           if ws-hist-cashier = spaces
               add 1                        to ws-untraced-count
           else
               move il-sku-code             to ws-sku-lookup-code
               perform 280-lookup-sku-department
               move ws-hist-store           to ws-post-store
               move ws-hist-cashier         to ws-post-cashier
               move ws-sku-lookup-dept      to ws-post-department
               move 'C'                     to ws-post-type
               move ws-clawback-amount      to ws-post-amount
               perform 310-write-sales-line
               add 1                        to ws-clawback-line-count
           end-if.

      *    Remember the first line that names a cashier; a line for
      *    the returned SKU overrides it once.
       235-check-history-line.

           if sh-cashier-id not = spaces
               if ws-hist-found-flag = 'N'
                   if sh-sku-code = il-sku-code
                       move 'Y'             to ws-hist-found-flag
                       move sh-cashier-id   to ws-hist-cashier
                       move sh-store-number to ws-hist-store
                   else
                   if ws-hist-cashier = spaces
                       move sh-cashier-id   to ws-hist-cashier
                       move sh-store-number to ws-hist-store
                   end-if
                   end-if
               end-if
           end-if.

      *    A void whose original did not come through tonight is
      *    cancelling a sale an earlier night already credited.
       240-post-prior-day-voids.

           perform varying ws-void-idx from 1 by 1
               until ws-void-idx > ws-void-table-count

               if ws-void-matched-flag(ws-void-idx) = ws-false-const
                   move ws-void-invoice(ws-void-idx)
                       to il-invoice-number
                   move spaces              to il-sku-code
                   move ws-void-amount(ws-void-idx)
                       to ws-clawback-amount
                   perform 230-post-clawback
               end-if

           end-perform.

       250-write-last-posted.

           open output last-posted-file.
           move ws-business-date            to last-posted-line.
           write last-posted-line.
           close last-posted-file.

       280-lookup-sku-department.

           move "????"                      to ws-sku-lookup-dept.

           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-table-count

               if ws-sku-code(ws-sku-idx) = ws-sku-lookup-code
                   move ws-sku-department(ws-sku-idx)
                       to ws-sku-lookup-dept
               end-if

           end-perform.

       310-write-sales-line.

           move ws-business-date            to cs-business-date.
           move ws-post-store               to cs-store-number.
           move ws-post-cashier             to cs-cashier-id.
           move ws-post-department          to cs-department.
           move il-invoice-number           to cs-invoice-number.
           move ws-post-type                to cs-line-type.
           move ws-post-amount              to cs-amount.
           write commission-sales-line.

      *    A request is refused when it is malformed, reaches past
      *    tonight's business date (those nights are not posted
      *    yet), or overlaps a period already extracted. Consumed
      *    either way - payroll restages a corrected one.
       500-read-period-request.

           open input period-request-file.

           if ws-period-request-status not = "35"
               read period-request-file
                   not at end
                       move 'Y'             to ws-request-seen-flag
                       move 'O'             to ws-period-status-flag
                       if pr-period-start numeric
                               and pr-period-end numeric
                               and pr-period-start > 0
                               and pr-period-start
                                   not > pr-period-end
                           move pr-period-start
                               to ws-period-start
                           move pr-period-end
                               to ws-period-end
                       else
                           move 'I'
                               to ws-period-status-flag
                       end-if
               end-read
               close period-request-file
           end-if.

           if ws-period-ok-88
                   and ws-period-end > ws-business-date
               move 'F'                     to ws-period-status-flag
           end-if.

           if ws-period-ok-88
               perform 505-check-period-control
           end-if.

           if ws-request-seen-flag = 'Y'
               open output period-request-file
               close period-request-file
           end-if.

       505-check-period-control.

           move ws-false-const              to ws-eof-flag.

           open input period-control-file.

           if ws-period-control-status not = "35"

               read period-control-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if pc-period-start numeric
                           and pc-period-end numeric
                           and pc-period-start not > ws-period-end
                           and pc-period-end not < ws-period-start
                       move 'D'             to ws-period-status-flag
                   end-if
                   read period-control-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close period-control-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Every sales-file line dated inside the period, folded
      *    into its store/cashier/department slot.
       510-accumulate-period.

           move ws-false-const              to ws-eof-flag.

           open input commission-sales-file.

           if ws-commission-sales-status not = "35"

               read commission-sales-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if cs-business-date numeric
                           and cs-amount numeric
                           and cs-business-date
                               not < ws-period-start
                           and cs-business-date
                               not > ws-period-end
                       add 1                to ws-sales-read-count
                       perform 520-find-commission-slot
                       if ws-cm-target > 0
                           set ws-cm-idx    to ws-cm-target
                           if cs-sale-88
                               add cs-amount
                                   to ws-cm-sales(ws-cm-idx)
                           else
                               add cs-amount
                                   to ws-cm-clawback(ws-cm-idx)
                           end-if
                       end-if
                   end-if
                   read commission-sales-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close commission-sales-file

           end-if.

           move ws-false-const              to ws-eof-flag.

           if ws-cm-count > 1
               sort ws-cm-entry
                   on ascending key ws-cm-store ws-cm-cashier
                       ws-cm-department
           end-if.

       520-find-commission-slot.

           move 'N'                         to ws-cm-found-flag.
           move 0                           to ws-cm-target.

           perform varying ws-cm-idx from 1 by 1
               until ws-cm-idx > ws-cm-count
                   or ws-cm-found-flag = 'Y'

               if cs-store-number = ws-cm-store(ws-cm-idx)
                   and cs-cashier-id = ws-cm-cashier(ws-cm-idx)
                   and cs-department = ws-cm-department(ws-cm-idx)
                   move 'Y'                 to ws-cm-found-flag
                   move ws-cm-idx           to ws-cm-target
               end-if

           end-perform.

           if ws-cm-found-flag = 'N'
               if ws-cm-count < 3000
                   add 1                    to ws-cm-count
                   set ws-cm-idx            to ws-cm-count
                   move cs-store-number     to ws-cm-store(ws-cm-idx)
                   move cs-cashier-id       to ws-cm-cashier(ws-cm-idx)
                   move cs-department
                       to ws-cm-department(ws-cm-idx)
                   move 0                   to ws-cm-sales(ws-cm-idx)
                   move 0
                       to ws-cm-clawback(ws-cm-idx)
                   move ws-cm-count         to ws-cm-target
               end-if
           end-if.

      *    Remember the period so it can never be extracted again.
       590-record-period-extracted.

           open extend period-control-file.

           if ws-period-control-status = "35"
               open output period-control-file
           end-if.

           move ws-period-start             to pc-period-start.
           move ws-period-end               to pc-period-end.
           move ws-business-date            to pc-extract-date.
           write period-control-line.

           close period-control-file.

      *    Store by store, one line per cashier and department, a
      *    cashier total (which is also that cashier's payroll
      *    line for the store), a store total and the sign-off.
       600-print-register.

           open output payroll-import-file.

           move spaces                      to ws-break-store.
           move spaces                      to ws-break-cashier.

           perform varying ws-cm-idx from 1 by 1
               until ws-cm-idx > ws-cm-count

               if ws-cm-store(ws-cm-idx) not = ws-break-store
                   if ws-break-store not = spaces
                       perform 640-end-cashier
                       perform 650-end-store
                   end-if
                   perform 610-start-store
               else
               if ws-cm-cashier(ws-cm-idx) not = ws-break-cashier
                   perform 640-end-cashier
                   move ws-cm-cashier(ws-cm-idx) to ws-break-cashier
               end-if
               end-if

               perform 620-print-detail-line

           end-perform.

           if ws-break-store not = spaces
               perform 640-end-cashier
               perform 650-end-store
           end-if.

           close payroll-import-file.

           move ws-period-commission        to ws-ptl-commission.
           move ws-payroll-line-count       to ws-ptl-payroll-lines.
           move ws-no-rate-count            to ws-ptl-no-rate.
           write commission-register-line from ws-period-total-line
               after advancing 3 lines.

       610-start-store.

           move ws-cm-store(ws-cm-idx)      to ws-break-store.
           move ws-cm-cashier(ws-cm-idx)    to ws-break-cashier.
           move 0                           to ws-store-net.
           move 0                           to ws-store-commission.

           move spaces                      to ws-store-lookup-name.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-table-count
               if ws-store-table-number(ws-store-idx)
                       = ws-break-store
                   move ws-store-table-name(ws-store-idx)
                       to ws-store-lookup-name
               end-if
           end-perform.

           move ws-break-store              to ws-shl-store.
           move ws-store-lookup-name        to ws-shl-name.
           write commission-register-line from ws-store-heading-line
               after advancing 3 lines.
           write commission-register-line from ws-column-heading-line
               after advancing 2 lines.

       620-print-detail-line.

           perform 630-lookup-rate.

           compute ws-line-net =
               ws-cm-sales(ws-cm-idx) - ws-cm-clawback(ws-cm-idx).
           compute ws-line-commission rounded =
               ws-line-net * ws-lookup-rate.

           add ws-line-net                  to ws-cashier-net.
           add ws-line-commission           to ws-cashier-commission.

           move ws-cm-cashier(ws-cm-idx)    to ws-dl-cashier.
           perform 660-lookup-cashier-name.
           move ws-cashier-lookup-name      to ws-dl-name.
           move ws-cm-department(ws-cm-idx) to ws-dl-department.
           move ws-cm-sales(ws-cm-idx)      to ws-dl-sales.
           move ws-cm-clawback(ws-cm-idx)   to ws-dl-clawback.
           move ws-line-net                 to ws-dl-net.
           compute ws-dl-rate = ws-lookup-rate * 100.
           move ws-line-commission          to ws-dl-commission.

           if ws-rate-found-flag = 'N'
               move "NO RATE"               to ws-dl-flag
               add 1                        to ws-no-rate-count
           else
               move spaces                  to ws-dl-flag
           end-if.

           write commission-register-line from ws-detail-line
               after advancing 1 line.

      *    The store's own rate for the department first, then the
      *    rate every store shares; neither pays nothing.
       630-lookup-rate.

           move 'N'                         to ws-rate-found-flag.
           move 0                           to ws-lookup-rate.

           perform varying ws-rate-idx from 1 by 1
               until ws-rate-idx > ws-rate-table-count

               if ws-rt-department(ws-rate-idx)
                       = ws-cm-department(ws-cm-idx)
                   if ws-rt-store(ws-rate-idx)
                           = ws-cm-store(ws-cm-idx)
                       move 'S'             to ws-rate-found-flag
                       move ws-rt-rate(ws-rate-idx)
                           to ws-lookup-rate
                   else
                   if ws-rt-store(ws-rate-idx) = spaces
                           and ws-rate-found-flag = 'N'
                       move 'Y'             to ws-rate-found-flag
                       move ws-rt-rate(ws-rate-idx)
                           to ws-lookup-rate
                   end-if
                   end-if
               end-if

           end-perform.

      *    Close off one cashier: print the total and write the
      *    cashier's payroll line for this store.
       640-end-cashier.

           move ws-cashier-net              to ws-ctl-net.
           move ws-cashier-commission       to ws-ctl-commission.
           write commission-register-line from ws-cashier-total-line
               after advancing 1 line.

           move ws-break-cashier            to pi-cashier-id.
           move ws-break-store              to pi-store-number.
           move ws-period-start             to pi-period-start.
           move ws-period-end               to pi-period-end.
           move ws-cashier-net              to pi-net-sales.
           move ws-cashier-commission       to pi-commission.
           write payroll-import-line.
           add 1                            to ws-payroll-line-count.

           add ws-cashier-net               to ws-store-net.
           add ws-cashier-commission        to ws-store-commission.
           move 0                           to ws-cashier-net.
           move 0                           to ws-cashier-commission.

       650-end-store.

           move ws-store-net                to ws-stl-net.
           move ws-store-commission         to ws-stl-commission.
           write commission-register-line from ws-store-total-line
               after advancing 2 lines.
           write commission-register-line from ws-sign-off-line
               after advancing 3 lines.

           add ws-store-commission          to ws-period-commission.

       660-lookup-cashier-name.

           move spaces                      to ws-cashier-lookup-name.

           perform varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-table-count

               if ws-cm-cashier(ws-cm-idx)
                       = ws-cashier-table-id(ws-cashier-idx)
                   move ws-cashier-table-name(ws-cashier-idx)
                       to ws-cashier-lookup-name
               end-if

           end-perform.

       100-print-headings.

           write commission-register-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           write commission-register-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write commission-register-line from ws-heading2-title-line
               after advancing 1 line.

           if ws-already-posted-flag = 'Y'
               write commission-register-line from ws-heading-rerun-line
                   after advancing 1 line
           end-if.

           move ws-sale-line-count          to ws-nsl-sales.
           move ws-clawback-line-count      to ws-nsl-clawbacks.
           move ws-untraced-count           to ws-nsl-untraced.
           move ws-voided-same-day-count    to ws-nsl-voided.
           write commission-register-line from ws-nightly-summary-line
               after advancing 2 lines.

           if ws-period-none-88
               write commission-register-line from ws-no-period-line
                   after advancing 2 lines
           else
               move ws-period-start         to ws-prl-start
               move ws-period-end           to ws-prl-end
               if ws-period-ok-88
                   move "Extracted to PAYROLL-COMMISSION.dat"
                       to ws-prl-status
               else
               if ws-period-open-88
                   move "REFUSED - period ends after the business date"
                       to ws-prl-status
               else
               if ws-period-overlap-88
                   move "REFUSED - overlaps a period already extracted"
                       to ws-prl-status
               else
                   move "REFUSED - period dates are not valid"
                       to ws-prl-status
               end-if
               end-if
               end-if
               write commission-register-line from ws-period-line
                   after advancing 2 lines
           end-if.

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

           move "Program_23"                to au-program-name.
           move ws-valid-record-count       to au-input-record-count.
           compute au-output-record-count-1 =
               ws-sale-line-count + ws-clawback-line-count.
           move ws-payroll-line-count       to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_23.
