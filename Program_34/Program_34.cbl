       identification division.
       program-id. Program_34.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Till paid-out register. Lists every
      *paid-out the stores rang today - cash taken out of the drawer
      *for window cleaning, COD freight and the like - by store and
      *expense category, with the cashier who paid it out and the
      *manager's approval code, category and store subtotals and a
      *grand total. A paid-out over its category's flag threshold
      *off the expense category master is flagged, so loss
      *prevention reviews the large ones instead of chasing cash
      *shorts that were really approved expenses. A paid-out the
      *cashier voided is left off, the same way Program_2 leaves it
      *out of the deposit.

       environment division.
       input-output section.
       file-control.

      *    Every valid record of the day - the paid-outs and any
      *    voids that back them out.
           select valid-file
               assign to ws-valid-path
               organization is line sequential
               file status is ws-valid-file-status.

      *    Expense category master maintained through the
      *    master-file maintenance run: each category's description
      *    and the paid-out amount over which it is flagged.
           select expense-category-file
               assign to ws-expense-category-path
               organization is line sequential
               file status is ws-expense-category-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

           select paid-out-register-report
               assign to ws-paid-out-register-path
               organization is line sequential.

      *    As-of business date the whole chain posts and reports
      *    under, written by operations before a catch-up run; a
      *    missing file just means "today".
           select business-date-file
               assign to ws-business-date-path
               organization is line sequential
               file status is ws-business-date-file-status.

      *    Shared run-level audit trail appended to by all the
      *    programs in the chain, so operations has a queryable
      *    history of every run instead of having to dig through
      *    old report printouts.
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
               88 il-void-transac-88
                   value 'V'.
               88 il-paid-out-transac-88
                   value 'O'.
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-sku-code                   pic x(15).
      *    A paid-out carries no SKU - the expense category it is
      *    booked to rides in the SKU field instead.
           05 il-paid-out-r redefines il-sku-code.
               10 il-expense-category       pic x(4).
               10 filler                    pic x(11).
           05 il-return-reason-code         pic xx.
           05 il-transaction-date           pic 9(8).
           05 il-contract-price             pic x(7).
           05 il-exchange-new-sku           pic x(15).
           05 il-exchange-return-amount     pic 9(5)v99.
           05 il-exchange-new-amount        pic 9(5)v99.
           05 il-quantity                   pic x(3).
           05 il-cashier-id                 pic x(4).
           05 il-tender-2                   pic xx.
           05 il-tender-2-amount            pic x(7).
      *    Manager approval code keyed on an over-threshold or
      *    'OT' return or on a paid-out - spaces everywhere else.
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

       fd expense-category-file
           data record is expense-category-line
           record contains 41 characters.

       01 expense-category-line.
           05 xc-category-code              pic x(4).
           05 xc-description                pic x(30).
           05 xc-flag-threshold             pic 9(5)v99.

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

       fd paid-out-register-report
           data record is paid-out-register-line
           record contains 120 characters.

       01 paid-out-register-line            pic x(120).

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
       01 ws-expense-category-path             pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-paid-out-register-path            pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-valid-file-status              pic xx
           value spaces.
       01 ws-expense-category-file-status   pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the report is stamped with, resolved
      *from BUSINESS-DATE.dat (a missing file just means "today").
       01 ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mm                pic 9(2).
           05 ws-business-dd                pic 9(2).

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *A category whose master record carries no flag threshold
      *is flagged over this amount.
       01 ws-default-flag-threshold         pic 9(5)v99
           value 100.00.

      *Category code/description/threshold off
      *EXPENSE-CATEGORY.dat.
       01 ws-expense-table.
           05 ws-expense-entry              occurs 0 to 500 times
               depending on ws-expense-table-count
               indexed by ws-expense-idx.
               10 ws-expense-table-category pic x(4).
               10 ws-expense-table-desc     pic x(30).
               10 ws-expense-table-limit    pic 9(5)v99.

       01 ws-expense-table-count            pic 999
           value 0.

      *Store number/name pairs off STORE-MASTER.dat.
       01 ws-store-table.
           05 ws-store-table-entry          occurs 0 to 50 times
               depending on ws-store-table-count
               indexed by ws-store-idx.
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-name       pic x(20).

       01 ws-store-table-count              pic 99
           value 0.

      *Voids collected from valid.dat in a pre-pass, so a void can
      *back out its paid-out whichever order the POS sent the two
      *in. Each void backs out exactly one record with the same
      *invoice and amount, as in Program_2.
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

      *The day's paid-outs, sorted by store, category and invoice
      *before printing.
       01 ws-paid-out-table.
           05 ws-pd-entry                   occurs 0 to 2000 times
               depending on ws-pd-count
               indexed by ws-pd-idx.
               10 ws-pd-store               pic x(2).
               10 ws-pd-category            pic x(4).
               10 ws-pd-invoice             pic x(9).
               10 ws-pd-cashier             pic x(4).
               10 ws-pd-approval            pic x(6).
               10 ws-pd-amount              pic 9(5)v99.

       01 ws-pd-count                       pic 9(4)
           value 0.

      *Control-break keys and running totals.
       01 ws-prev-store                     pic x(2)
           value spaces.
       01 ws-prev-category                  pic x(4)
           value spaces.
       01 ws-category-count                 pic 9(5)
           value 0.
       01 ws-category-amount                pic 9(7)v99
           value 0.
       01 ws-store-count                    pic 9(5)
           value 0.
       01 ws-store-amount                   pic 9(7)v99
           value 0.
       01 ws-grand-count                    pic 9(5)
           value 0.
       01 ws-grand-amount                   pic 9(7)v99
           value 0.

      *Scratch fields for the category lookup.
       01 ws-lookup-desc                    pic x(30)
           value spaces.
       01 ws-lookup-limit                   pic 9(5)v99
           value 0.
       01 ws-lookup-found-flag              pic x
           value 'N'.
       01 ws-lookup-store-name              pic x(20)
           value spaces.

       01 ws-flagged-count                  pic 9(5)
           value 0.
       01 ws-not-on-file-count              pic 9(5)
           value 0.
       01 ws-voided-count                   pic 9(5)
           value 0.
       01 ws-record-count                   pic 9(7)
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
               value "MAFD4202 - Team Project: Program #34".

       01 ws-heading2-title-line.
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(44)
               value "TILL PAID-OUT REGISTER BY STORE AND CATEGORY".
           05 filler                        pic x(46)
               value spaces.

      *This line shows the as-of business date the report covers.
       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-yyyy          pic 9(4).
           05 filler                        pic x
               value "-".
           05 ws-hdr-business-mm            pic 99.
           05 filler                        pic x
               value "-".
           05 ws-hdr-business-dd            pic 99.
           05 filler                        pic x(95)
               value spaces.

       01 ws-store-heading-line.
           05 filler                        pic x(7)
               value "Store: ".
           05 ws-shl-store                  pic x(2).
           05 filler                        pic x(3)
               value " - ".
           05 ws-shl-store-name             pic x(20).
           05 filler                        pic x(88)
               value spaces.

       01 ws-heading3-columns-line.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(6)
               value "Cat.  ".
           05 filler                        pic x(22)
               value "Description".
           05 filler                        pic x(11)
               value "Invoice".
           05 filler                        pic x(7)
               value "Oper".
           05 filler                        pic x(8)
               value "Approv".
           05 filler                        pic x(10)
               value "    Amount".
           05 filler                        pic x(54)
               value spaces.

       01 ws-paid-out-detail-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-pdl-category               pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-pdl-description            pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-pdl-invoice                pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-pdl-cashier                pic x(4).
           05 filler                        pic x(3)
               value spaces.
           05 ws-pdl-approval               pic x(6).
           05 filler                        pic x(2)
               value spaces.
           05 ws-pdl-amount                 pic $$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-pdl-flag                   pic x(26)
               value spaces.
           05 filler                        pic x(26)
               value spaces.

       01 ws-category-total-line.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(15)
               value "Total category ".
           05 ws-ctl-category               pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ctl-count                  pic zz9.
           05 filler                        pic x(10)
               value " paid-outs".
           05 filler                        pic x(12)
               value spaces.
           05 ws-ctl-amount                 pic $,$$$,$$9.99.
           05 filler                        pic x(54)
               value spaces.

       01 ws-store-total-line.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(12)
               value "Total store ".
           05 ws-stl-store                  pic x(2).
           05 filler                        pic x(7)
               value spaces.
           05 ws-stl-count                  pic zz9.
           05 filler                        pic x(10)
               value " paid-outs".
           05 filler                        pic x(12)
               value spaces.
           05 ws-stl-amount                 pic $,$$$,$$9.99.
           05 filler                        pic x(54)
               value spaces.

       01 ws-grand-total-line.
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(16)
               value "Total all stores".
           05 filler                        pic x(3)
               value spaces.
           05 ws-gtl-count                  pic zzzz9.
           05 filler                        pic x(10)
               value " paid-outs".
           05 filler                        pic x(12)
               value spaces.
           05 ws-gtl-amount                 pic $,$$$,$$9.99.
           05 filler                        pic x(54)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(40)
               value spaces.
           05 ws-sum-count                  pic zzzz9.
           05 filler                        pic x(75)
               value spaces.

       01 ws-no-data-line.
           05 filler                        pic x(30)
               value "No till paid-outs rung today.".
           05 filler                        pic x(90)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 050-load-expense-categories.
           perform 055-load-store-master.

           perform 150-preload-void-table.
           perform 200-collect-paid-outs.

           open output paid-out-register-report.

           perform 100-print-headings.

           if ws-pd-count = 0
               write paid-out-register-line from ws-no-data-line
                   after advancing 2 lines
           else
               sort ws-pd-entry
                   on ascending key ws-pd-store ws-pd-category
                       ws-pd-invoice
               perform 300-print-register
           end-if.

           perform 400-print-summary.

           close paid-out-register-report.

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
               "EXPENSE-CATEGORY.dat"
                                        delimited by size
               into ws-expense-category-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "paidout-register.out"
                                        delimited by size
               into ws-paid-out-register-path.

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

      *    A missing expense category master just leaves the
      *    descriptions blank and flags every paid-out over the
      *    default threshold.
       050-load-expense-categories.

           move ws-false-const              to ws-eof-flag.

           open input expense-category-file.

           if ws-expense-category-file-status not = "35"

               read expense-category-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-expense-table-count < 500
                       add 1                to ws-expense-table-count
                       set ws-expense-idx   to ws-expense-table-count
                       move xc-category-code
                           to ws-expense-table-category(ws-expense-idx)
                       move xc-description
                           to ws-expense-table-desc(ws-expense-idx)
                       if xc-flag-threshold numeric
                           move xc-flag-threshold
                               to ws-expense-table-limit(ws-expense-idx)
                       else
                           move 0
                               to ws-expense-table-limit(ws-expense-idx)
                       end-if
                   end-if
                   read expense-category-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close expense-category-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       055-load-store-master.

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

      *    Pre-pass over valid.dat collecting the day's 'V' records.
       150-preload-void-table.

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

      *    Main pass: every non-void record is matched against the
      *    unused voids in file order, exactly as Program_2 does,
      *    so a void backs out the same record here as it does in
      *    the deposit. The paid-outs left standing go on the
      *    table for the register.
       200-collect-paid-outs.

           move ws-false-const              to ws-eof-flag.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-record-count
                   if not il-void-transac-88
                       perform 205-check-void-match
                       if il-paid-out-transac-88
                           perform 210-keep-paid-out
                       end-if
                   end-if
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       205-check-void-match.

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

       210-keep-paid-out.

           if ws-record-voided-flag = 'Y'
               add 1                        to ws-voided-count
           else
               if ws-pd-count < 2000
                   add 1                    to ws-pd-count
                   set ws-pd-idx            to ws-pd-count
                   move il-store-number     to ws-pd-store(ws-pd-idx)
                   move il-expense-category
                       to ws-pd-category(ws-pd-idx)
                   move il-invoice-number   to ws-pd-invoice(ws-pd-idx)
                   move il-cashier-id       to ws-pd-cashier(ws-pd-idx)
                   move il-approval-code
                       to ws-pd-approval(ws-pd-idx)
                   move il-transaction-amount
                       to ws-pd-amount(ws-pd-idx)
               end-if
           end-if.

       100-print-headings.

           write paid-out-register-line from ws-heading1-name-line.

           move ws-business-yyyy            to ws-hdr-business-yyyy.
           move ws-business-mm              to ws-hdr-business-mm.
           move ws-business-dd              to ws-hdr-business-dd.
           write paid-out-register-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write paid-out-register-line from ws-heading2-title-line
               after advancing 1 line.

      *    One block per store, one line per paid-out, with a
      *    subtotal on every change of category and a total on
      *    every change of store.
       300-print-register.

           perform varying ws-pd-idx from 1 by 1
               until ws-pd-idx > ws-pd-count

               if ws-pd-store(ws-pd-idx) not = ws-prev-store
                   if ws-prev-store not = spaces
                       perform 330-print-category-total
                       perform 340-print-store-total
                   end-if
                   perform 320-print-store-heading
               else
                   if ws-pd-category(ws-pd-idx) not = ws-prev-category
                       perform 330-print-category-total
                   end-if
               end-if

               perform 310-print-one-paid-out

           end-perform.

           perform 330-print-category-total.
           perform 340-print-store-total.

           move ws-grand-count              to ws-gtl-count.
           move ws-grand-amount             to ws-gtl-amount.
           write paid-out-register-line from ws-grand-total-line
               after advancing 2 lines.

      *    A paid-out over its category's flag threshold - or over
      *    the default when the category carries none - is flagged
      *    for loss-prevention review.
       310-print-one-paid-out.

           move ws-pd-category(ws-pd-idx)   to ws-prev-category.

           perform 350-lookup-category.

           move ws-pd-category(ws-pd-idx)   to ws-pdl-category.
           move ws-lookup-desc              to ws-pdl-description.
           move ws-pd-invoice(ws-pd-idx)    to ws-pdl-invoice.
           move ws-pd-cashier(ws-pd-idx)    to ws-pdl-cashier.
           move ws-pd-approval(ws-pd-idx)   to ws-pdl-approval.
           move ws-pd-amount(ws-pd-idx)     to ws-pdl-amount.

           move spaces                      to ws-pdl-flag.
           if ws-lookup-found-flag = 'N'
               move "** CATEGORY NOT ON FILE"
                   to ws-pdl-flag
               add 1                        to ws-not-on-file-count
           end-if.
           if ws-pd-amount(ws-pd-idx) > ws-lookup-limit
               move "** OVER THRESHOLD - REVIEW"
                   to ws-pdl-flag
               add 1                        to ws-flagged-count
           end-if.

           write paid-out-register-line from ws-paid-out-detail-line
               after advancing 1 line.

           add 1                            to ws-category-count.
           add ws-pd-amount(ws-pd-idx)      to ws-category-amount.
           add 1                            to ws-store-count.
           add ws-pd-amount(ws-pd-idx)      to ws-store-amount.
           add 1                            to ws-grand-count.
           add ws-pd-amount(ws-pd-idx)      to ws-grand-amount.

       320-print-store-heading.

           move ws-pd-store(ws-pd-idx)      to ws-prev-store.
           move ws-pd-category(ws-pd-idx)   to ws-prev-category.

           move spaces                      to ws-lookup-store-name.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-table-count
               if ws-pd-store(ws-pd-idx)
                       = ws-store-table-number(ws-store-idx)
                   move ws-store-table-name(ws-store-idx)
                       to ws-lookup-store-name
               end-if
           end-perform.

           move ws-pd-store(ws-pd-idx)      to ws-shl-store.
           move ws-lookup-store-name        to ws-shl-store-name.
           write paid-out-register-line from ws-store-heading-line
               after advancing 3 lines.
           write paid-out-register-line from ws-heading3-columns-line
               after advancing 2 lines.

       330-print-category-total.

           move ws-prev-category            to ws-ctl-category.
           move ws-category-count           to ws-ctl-count.
           move ws-category-amount          to ws-ctl-amount.
           write paid-out-register-line from ws-category-total-line
               after advancing 1 line.

           move 0                           to ws-category-count.
           move 0                           to ws-category-amount.

       340-print-store-total.

           move ws-prev-store               to ws-stl-store.
           move ws-store-count              to ws-stl-count.
           move ws-store-amount             to ws-stl-amount.
           write paid-out-register-line from ws-store-total-line
               after advancing 2 lines.

           move 0                           to ws-store-count.
           move 0                           to ws-store-amount.

      *    Description and flag threshold for the current paid-out's
      *    category. A category with no threshold on its master
      *    record, or not on the master at all, takes the default.
       350-lookup-category.

           move 'N'                         to ws-lookup-found-flag.
           move spaces                      to ws-lookup-desc.
           move ws-default-flag-threshold   to ws-lookup-limit.

           perform varying ws-expense-idx from 1 by 1
               until ws-expense-idx > ws-expense-table-count
                   or ws-lookup-found-flag = 'Y'

               if ws-pd-category(ws-pd-idx)
                       = ws-expense-table-category(ws-expense-idx)
                   move 'Y'                 to ws-lookup-found-flag
                   move ws-expense-table-desc(ws-expense-idx)
                       to ws-lookup-desc
                   if ws-expense-table-limit(ws-expense-idx) > 0
                       move ws-expense-table-limit(ws-expense-idx)
                           to ws-lookup-limit
                   end-if
               end-if

           end-perform.

       400-print-summary.

           move "Paid-outs over threshold:"
               to ws-summary-line(1:40).
           move ws-flagged-count            to ws-sum-count.
           write paid-out-register-line from ws-summary-line
               after advancing 2 lines.

           move "Paid-outs to a category not on file:"
               to ws-summary-line(1:40).
           move ws-not-on-file-count        to ws-sum-count.
           write paid-out-register-line from ws-summary-line
               after advancing 1 line.

           move "Voided paid-outs (left off register):"
               to ws-summary-line(1:40).
           move ws-voided-count             to ws-sum-count.
           write paid-out-register-line from ws-summary-line
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

           move "Program_34"                to au-program-name.
           move ws-record-count             to au-input-record-count.
           move ws-pd-count                 to au-output-record-count-1.
           move ws-flagged-count            to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_34.
