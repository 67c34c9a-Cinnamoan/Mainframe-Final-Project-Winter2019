       identification division.
       program-id. Program_27.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Hourly and daypart sales analysis. The
      *night's valid.dat is bucketed by store and by the register
      *hour each transaction was rung: net sales, transactions
      *(invoices) and refunds, hour by hour and by daypart
      *(morning, lunch, afternoon, evening), with each store's
      *figures rolled up to its district off the store master. The
      *night's buckets are kept on a rolling hourly history, and
      *the same weekday's average over the four weeks before sits
      *beside every line - so a bad Tuesday stands out from a
      *normal Tuesday when district managers plan their staffing.

       environment division.
       input-output section.
       file-control.

      *    The day's edited transactions, the same file the split
      *    step reads.
           select valid-file
               assign to ws-valid-path
               organization is line sequential
               file status is ws-valid-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

      *    One line per store, business date and hour with any
      *    activity, appended night after night - the four-week
      *    same-weekday averages are read back from it.
           select hourly-history-file
               assign to ws-hourly-history-path
               organization is line sequential
               file status is ws-hourly-history-status.

      *    The business date last appended to the hourly history.
      *    A rerun of the same date reprints the report without
      *    appending the night a second time.
           select last-posted-file
               assign to ws-last-posted-path
               organization is line sequential
               file status is ws-last-posted-file-status.

      *    The hours the lunch, afternoon and evening dayparts
      *    start at. A missing file keeps the built-in dayparts.
           select daypart-config-file
               assign to ws-daypart-config-path
               organization is line sequential
               file status is ws-daypart-config-status.

           select hourly-sales-report
               assign to ws-hourly-report-path
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
           05 il-cashier-id                 pic x(4).
           05 il-tender-2                   pic xx.
           05 il-tender-2-amount            pic x(7).
           05 il-approval-code              pic x(6).
           05 il-customer-number            pic x(8).
           05 il-points-redeemed            pic x(5).
      *    Register time the transaction was rung, hhmm - spaces
      *    on older extracts.
           05 il-transaction-time           pic x(4).
           05 il-transaction-time-r redefines
              il-transaction-time.
               10 il-trans-time-hh          pic 9(2).
               10 il-trans-time-mm          pic 9(2).
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

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

      *    One store's activity in one register hour of one
      *    business date. Hour 24 holds transactions from registers
      *    that do not send the time.
       fd hourly-history-file
           data record is hourly-history-line
           record contains 41 characters.

       01 hourly-history-line.
           05 hh-store-number               pic x(2).
           05 hh-business-date              pic 9(8).
           05 hh-hour                       pic 99.
           05 hh-transaction-count          pic 9(5).
           05 hh-net-sales                  pic s9(7)v99
               sign is leading separate.
           05 hh-refund-count               pic 9(5).
           05 hh-refund-amount              pic 9(7)v99.

       fd last-posted-file
           data record is last-posted-line
           record contains 8 characters.

       01 last-posted-line                  pic 9(8).

       fd daypart-config-file
           data record is daypart-config-line
           record contains 6 characters.

       01 daypart-config-line.
           05 dc-lunch-start-hour           pic 99.
           05 dc-afternoon-start-hour       pic 99.
           05 dc-evening-start-hour         pic 99.

       fd hourly-sales-report
           data record is hourly-sales-line
           record contains 120 characters.

       01 hourly-sales-line                 pic x(120).

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
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-hourly-history-path               pic x(100)
           value spaces.
       01 ws-last-posted-path                  pic x(100)
           value spaces.
       01 ws-daypart-config-path               pic x(100)
           value spaces.
       01 ws-hourly-report-path                pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-valid-file-status              pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-hourly-history-status          pic xx
           value spaces.
       01 ws-last-posted-file-status        pic xx
           value spaces.
       01 ws-daypart-config-status          pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the night is reported under, resolved
      *from BUSINESS-DATE.dat (a missing file just means "today").
       01 ws-business-date                  pic 9(8)
           value 0.
       01 ws-business-date-int              pic 9(7)
           value 0.
       01 ws-history-date-int               pic 9(7)
           value 0.
       01 ws-days-back                      pic 9(5)
           value 0.
       01 ws-weeks-back                     pic 9(5)
           value 0.
       01 ws-weeks-back-remainder           pic 9(5)
           value 0.
       01 ws-weekday-number                 pic 9
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Set when the history already carries this business date -
      *a rerun reprints the report without appending twice.
       01 ws-already-posted-flag            pic x
           value 'N'.
       01 ws-last-posted-date               pic 9(8)
           value 0.

      *The hour each daypart after the morning starts at. Settable
      *via the daypart config file.
       01 ws-lunch-start-hour               pic 99
           value 11.
       01 ws-afternoon-start-hour           pic 99
           value 14.
       01 ws-evening-start-hour             pic 99
           value 17.

      *Day names, Monday first, for the report heading.
       01 ws-weekday-names.
           05 filler                        pic x(9)
               value "MONDAY".
           05 filler                        pic x(9)
               value "TUESDAY".
           05 filler                        pic x(9)
               value "WEDNESDAY".
           05 filler                        pic x(9)
               value "THURSDAY".
           05 filler                        pic x(9)
               value "FRIDAY".
           05 filler                        pic x(9)
               value "SATURDAY".
           05 filler                        pic x(9)
               value "SUNDAY".
       01 ws-weekday-table redefines ws-weekday-names.
           05 ws-weekday-name               pic x(9)
               occurs 7 times.

       01 ws-daypart-names.
           05 filler                        pic x(9)
               value "MORNING".
           05 filler                        pic x(9)
               value "LUNCH".
           05 filler                        pic x(9)
               value "AFTERNOON".
           05 filler                        pic x(9)
               value "EVENING".
           05 filler                        pic x(9)
               value "NOT TIMED".
       01 ws-daypart-table redefines ws-daypart-names.
           05 ws-daypart-name               pic x(9)
               occurs 5 times.

      *Every store on the master with tonight's figures by register
      *hour (hour 25 is "not timed") and the four-week same-weekday
      *totals the averages are taken from.
       01 ws-store-table.
           05 ws-st-entry                   occurs 0 to 50 times
               depending on ws-store-table-count
               indexed by ws-st-idx.
               10 ws-st-store               pic x(2).
               10 ws-st-name                pic x(20).
               10 ws-st-district            pic x(2).
               10 ws-st-week-found          pic x
                   occurs 4 times.
               10 ws-st-weeks               pic 9.
               10 ws-st-hour                occurs 25 times.
                   15 ws-st-trans           pic 9(5).
                   15 ws-st-net             pic s9(7)v99.
                   15 ws-st-refunds         pic 9(5).
                   15 ws-st-refund-amt      pic 9(7)v99.
                   15 ws-st-avg-trans       pic 9(7).
                   15 ws-st-avg-net         pic s9(9)v99.

       01 ws-store-table-count              pic 99
           value 0.
       01 ws-store-found-flag               pic x
           value 'N'.
       01 ws-find-store                     pic x(2)
           value spaces.

      *Districts in code order, each with its stores' dayparts
      *rolled up (daypart 5 is "not timed").
       01 ws-district-table.
           05 ws-dt-entry                   occurs 0 to 50 times
               depending on ws-district-count
               ascending key is ws-dt-district
               indexed by ws-dt-idx.
               10 ws-dt-district            pic x(2).
               10 ws-dt-part                occurs 5 times.
                   15 ws-dt-trans           pic 9(7).
                   15 ws-dt-net             pic s9(9)v99.
                   15 ws-dt-refunds         pic 9(7).
                   15 ws-dt-refund-amt      pic 9(9)v99.
                   15 ws-dt-avg-trans       pic 9(7)v9.
                   15 ws-dt-avg-net         pic s9(9)v99.

       01 ws-district-count                 pic 99
           value 0.

       01 ws-hour-idx                       pic 99
           value 0.
       01 ws-hour-number                    pic 99
           value 0.
       01 ws-week-idx                       pic 9
           value 0.
       01 ws-part-idx                       pic 9
           value 0.

      *Tonight's invoice for the transaction count - lines of one
      *invoice arrive together on the store's extract, so a change
      *of store or invoice is a new transaction.
       01 ws-prev-store                     pic x(2)
           value spaces.
       01 ws-prev-invoice                   pic x(9)
           value spaces.
       01 ws-record-net                     pic s9(7)v99
           value 0.

      *One line's figures, built for an hour, a daypart or a total
      *and printed by 450-print-figures-line.
       01 ws-line-figures.
           05 ws-lf-trans                   pic 9(7).
           05 ws-lf-net                     pic s9(9)v99.
           05 ws-lf-refunds                 pic 9(7).
           05 ws-lf-refund-amt              pic 9(9)v99.
           05 ws-lf-avg-trans               pic 9(7)v9.
           05 ws-lf-avg-net                 pic s9(9)v99.
       01 ws-lf-variance-pct                pic s9(5)v9
           value 0.
       01 ws-part-figures.
           05 ws-pf-part                    occurs 5 times.
               10 ws-pf-trans               pic 9(7).
               10 ws-pf-net                 pic s9(9)v99.
               10 ws-pf-refunds             pic 9(7).
               10 ws-pf-refund-amt          pic 9(9)v99.
               10 ws-pf-avg-trans           pic 9(7)v9.
               10 ws-pf-avg-net             pic s9(9)v99.
       01 ws-total-figures.
           05 ws-tf-trans                   pic 9(7).
           05 ws-tf-net                     pic s9(9)v99.
           05 ws-tf-refunds                 pic 9(7).
           05 ws-tf-refund-amt              pic 9(9)v99.
           05 ws-tf-avg-trans               pic 9(7)v9.
           05 ws-tf-avg-net                 pic s9(9)v99.

       01 ws-counters.
           05 ws-valid-record-count         pic 9(7)
               value 0.
           05 ws-history-read-count         pic 9(7)
               value 0.
           05 ws-history-written-count      pic 9(7)
               value 0.
           05 ws-unknown-store-count        pic 9(5)
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
               value "MAFD4202 - Team Project: Program #27".

       01 ws-heading2-title-line.
           05 filler                        pic x(35)
               value spaces.
           05 filler                        pic x(40)
               value "HOURLY AND DAYPART SALES BY STORE".
           05 filler                        pic x(45)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-hdr-weekday                pic x(9).
           05 filler                        pic x(12)
               value spaces.
           05 filler                        pic x(34)
               value "4-week averages are the same weekd".
           05 filler                        pic x(40)
               value "ay over the four weeks before".

      *This line warns that the night was already on the hourly
      *history, so this run reprinted without appending it twice.
       01 ws-heading-rerun-line.
           05 filler                        pic x(30)
               value "*** RERUN: this business date ".
           05 filler                        pic x(38)
               value "was already on the hourly history ***".
           05 filler                        pic x(52)
               value spaces.

       01 ws-store-heading-line.
           05 filler                        pic x(7)
               value "Store: ".
           05 ws-shl-store                  pic x(2).
           05 filler                        pic x(2)
               value spaces.
           05 ws-shl-name                   pic x(20).
           05 filler                        pic x(12)
               value "  District: ".
           05 ws-shl-district               pic x(2).
           05 filler                        pic x(12)
               value "  Weeks in ".
           05 filler                        pic x(9)
               value "average: ".
           05 ws-shl-weeks                  pic 9.
           05 filler                        pic x(53)
               value spaces.

       01 ws-district-heading-line.
           05 filler                        pic x(27)
               value "DISTRICT ROLL-UP  District:".
           05 filler                        pic x(1)
               value spaces.
           05 ws-dhl-district               pic x(2).
           05 filler                        pic x(90)
               value spaces.

       01 ws-column-heading-line.
           05 filler                        pic x(12)
               value "Hour/Part".
           05 filler                        pic x(9)
               value "  Trans".
           05 filler                        pic x(16)
               value "       Net Sales".
           05 filler                        pic x(9)
               value "  Refunds".
           05 filler                        pic x(14)
               value "    Refund Amt".
           05 filler                        pic x(13)
               value "  4Wk Trans".
           05 filler                        pic x(16)
               value "     4Wk Avg Net".
           05 filler                        pic x(12)
               value "  Net vs Avg".
           05 filler                        pic x(19)
               value spaces.

       01 ws-figures-line.
           05 ws-fl-label                   pic x(12).
           05 ws-fl-trans                   pic z(6)9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-net                     pic ---,---,--9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-refunds                 pic z(6)9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-refund-amt              pic zz,zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-avg-trans               pic z(6)9.9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-avg-net                 pic ---,---,--9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-variance                pic x(8).
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-variance-pct-sign       pic x(1).
           05 filler                        pic x(22)
               value spaces.

       01 ws-edit-variance                  pic ----9.9.

       01 ws-none-line.
           05 filler                        pic x(40)
               value "No stores on the store master.".
           05 filler                        pic x(80)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(20)
               value "Valid records read: ".
           05 ws-sum-read                   pic zzzzzz9.
           05 filler                        pic x(24)
               value "  History lines added: ".
           05 ws-sum-written                pic zzzzzz9.
           05 filler                        pic x(24)
               value "  Unknown-store lines: ".
           05 ws-sum-unknown                pic zzzz9.
           05 filler                        pic x(33)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-daypart-config.
           perform 045-load-store-master.
           perform 050-read-last-posted.

           perform 200-bucket-valid-records.
           perform 300-read-hourly-history.

           if ws-already-posted-flag = 'N'
               perform 350-append-hourly-history
               perform 360-write-last-posted
           end-if.

           open output hourly-sales-report.
           perform 100-print-headings.

           if ws-store-table-count = 0
               write hourly-sales-line from ws-none-line
                   after advancing 2 lines
           else
               perform 400-print-stores
               perform 500-print-districts
           end-if.

           move ws-valid-record-count       to ws-sum-read.
           move ws-history-written-count    to ws-sum-written.
           move ws-unknown-store-count      to ws-sum-unknown.
           write hourly-sales-line from ws-summary-line
               after advancing 2 lines.

           close hourly-sales-report.

      *    Activity for a store the master does not carry is left
      *    out of the figures - a warning, not a failed step.
           if ws-unknown-store-count > 0
               move 4                       to return-code
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
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "HOURLY-SALES-HIST.dat"
                                        delimited by size
               into ws-hourly-history-path.

           string ws-data-library       delimited by space
               "HOURLY-LAST-POSTED.dat"
                                        delimited by size
               into ws-last-posted-path.

           string ws-data-library       delimited by space
               "DAYPART-CONFIG.dat"
                                        delimited by size
               into ws-daypart-config-path.

           string ws-data-library       delimited by space
               "hourly-sales.out"
                                        delimited by size
               into ws-hourly-report-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Resolve the as-of business date this run reports under.
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

           compute ws-business-date-int =
               function integer-of-date(ws-business-date).

      *    Day 1 of the integer calendar was a Monday.
           compute ws-weekday-number =
               function mod(ws-business-date-int - 1, 7) + 1.

      *    A missing or out-of-order config keeps the built-in
      *    dayparts.
       040-load-daypart-config.

           open input daypart-config-file.

           if ws-daypart-config-status not = "35"
               read daypart-config-file
                   not at end
                       if daypart-config-line numeric
                           and dc-lunch-start-hour > 0
                           and dc-afternoon-start-hour
                               > dc-lunch-start-hour
                           and dc-evening-start-hour
                               > dc-afternoon-start-hour
                           and dc-evening-start-hour < 24
                           move dc-lunch-start-hour
                               to ws-lunch-start-hour
                           move dc-afternoon-start-hour
                               to ws-afternoon-start-hour
                           move dc-evening-start-hour
                               to ws-evening-start-hour
                       end-if
               end-read
               close daypart-config-file
           end-if.

       045-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-store-table-count < 50
                       add 1                to ws-store-table-count
                       set ws-st-idx        to ws-store-table-count
                       initialize ws-st-entry(ws-st-idx)
                       move sm-store-number to ws-st-store(ws-st-idx)
                       move sm-store-name   to ws-st-name(ws-st-idx)
                       move sm-district-code
                           to ws-st-district(ws-st-idx)
                       perform varying ws-week-idx from 1 by 1
                           until ws-week-idx > 4
                           move 'N'
                               to ws-st-week-found(ws-st-idx,
                                                   ws-week-idx)
                       end-perform
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The date the hourly history was last appended for. The
      *    same business date again is a rerun.
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

       200-bucket-valid-records.

           move ws-false-const              to ws-eof-flag.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-valid-record-count
                   perform 210-bucket-one-record
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Sales and the net of exchanges add to net sales, and a
      *    new invoice on either is a transaction; returns are
      *    refunds and come off net sales, as do voids. Layaway
      *    payments and forfeits are not sales of the hour.
       210-bucket-one-record.

           move il-store-number             to ws-find-store.
           perform 220-find-store.

           if ws-store-found-flag = 'N'
               add 1                        to ws-unknown-store-count
           else

           if il-transaction-time numeric
                   and il-trans-time-hh < 24
               compute ws-hour-idx = il-trans-time-hh + 1
           else
               move 25                      to ws-hour-idx
           end-if

           move 0                           to ws-record-net

           if il-sale-transac-88
               if il-transaction-amount numeric
                   move il-transaction-amount to ws-record-net
               end-if
               perform 230-count-transaction
           else
           if il-exchange-transac-88
               if il-exchange-new-amount numeric
                       and il-exchange-return-amount numeric
                   compute ws-record-net =
                       il-exchange-new-amount
                           - il-exchange-return-amount
               end-if
               perform 230-count-transaction
           else
           if il-return-transac-88
               if il-transaction-amount numeric
                   compute ws-record-net = 0 - il-transaction-amount
                   add 1
                       to ws-st-refunds(ws-st-idx, ws-hour-idx)
                   add il-transaction-amount
                       to ws-st-refund-amt(ws-st-idx, ws-hour-idx)
               end-if
           else
           if il-void-transac-88
               if il-transaction-amount numeric
                   compute ws-record-net = 0 - il-transaction-amount
               end-if
           end-if
           end-if
           end-if
           end-if

           add ws-record-net
               to ws-st-net(ws-st-idx, ws-hour-idx)

           end-if.

       220-find-store.

           move 'N'                         to ws-store-found-flag.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count
                   or ws-store-found-flag = 'Y'
               if ws-st-store(ws-st-idx) = ws-find-store
                   move 'Y'                 to ws-store-found-flag
               end-if
           end-perform.

           if ws-store-found-flag = 'Y'
               set ws-st-idx                down by 1
           end-if.

       230-count-transaction.

           if il-store-number not = ws-prev-store
                   or il-invoice-number not = ws-prev-invoice
               add 1
                   to ws-st-trans(ws-st-idx, ws-hour-idx)
               move il-store-number         to ws-prev-store
               move il-invoice-number       to ws-prev-invoice
           end-if.

      *    Only the same weekday one to four weeks back counts
      *    toward the averages; each store's average is over the
      *    weeks it actually has history for.
       300-read-hourly-history.

           move ws-false-const              to ws-eof-flag.

           open input hourly-history-file.

           if ws-hourly-history-status not = "35"

               read hourly-history-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-history-read-count
                   perform 310-check-history-line thru 310-exit
                   read hourly-history-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close hourly-history-file

           end-if.

           move ws-false-const              to ws-eof-flag.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count
               move 0                       to ws-st-weeks(ws-st-idx)
               perform varying ws-week-idx from 1 by 1
                   until ws-week-idx > 4
                   if ws-st-week-found(ws-st-idx, ws-week-idx) = 'Y'
                       add 1                to ws-st-weeks(ws-st-idx)
                   end-if
               end-perform
           end-perform.

       310-check-history-line.

           if hh-business-date not numeric
                   or hh-business-date = 0
                   or hh-business-date not < ws-business-date
                   or hh-hour not numeric
                   or hh-hour > 24
               go to 310-exit
           end-if.

           compute ws-history-date-int =
               function integer-of-date(hh-business-date).

           compute ws-days-back =
               ws-business-date-int - ws-history-date-int.

           divide 7 into ws-days-back
               giving ws-weeks-back
               remainder ws-weeks-back-remainder.

           if ws-weeks-back-remainder not = 0
                   or ws-weeks-back < 1
                   or ws-weeks-back > 4
               go to 310-exit
           end-if.

           move hh-store-number             to ws-find-store.
           perform 220-find-store.

           if ws-store-found-flag = 'Y'
               move ws-weeks-back           to ws-week-idx
               move 'Y'
                   to ws-st-week-found(ws-st-idx, ws-week-idx)
               compute ws-hour-idx = hh-hour + 1
               if hh-transaction-count numeric
                   add hh-transaction-count
                       to ws-st-avg-trans(ws-st-idx, ws-hour-idx)
               end-if
               if hh-net-sales numeric
                   add hh-net-sales
                       to ws-st-avg-net(ws-st-idx, ws-hour-idx)
               end-if
           end-if.

       310-exit.
           exit.

      *    Tonight's non-empty buckets go on the history for the
      *    weeks to come.
       350-append-hourly-history.

           open extend hourly-history-file.

           if ws-hourly-history-status = "35"
               open output hourly-history-file
           end-if.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count
               perform varying ws-hour-idx from 1 by 1
                   until ws-hour-idx > 25
                   if ws-st-trans(ws-st-idx, ws-hour-idx) > 0
                       or ws-st-net(ws-st-idx, ws-hour-idx) not = 0
                       or ws-st-refunds(ws-st-idx, ws-hour-idx) > 0
                       move ws-st-store(ws-st-idx)
                           to hh-store-number
                       move ws-business-date to hh-business-date
                       compute hh-hour = ws-hour-idx - 1
                       move ws-st-trans(ws-st-idx, ws-hour-idx)
                           to hh-transaction-count
                       move ws-st-net(ws-st-idx, ws-hour-idx)
                           to hh-net-sales
                       move ws-st-refunds(ws-st-idx, ws-hour-idx)
                           to hh-refund-count
                       move ws-st-refund-amt(ws-st-idx, ws-hour-idx)
                           to hh-refund-amount
                       write hourly-history-line
                       add 1                to ws-history-written-count
                   end-if
               end-perform
           end-perform.

           close hourly-history-file.

       360-write-last-posted.

           open output last-posted-file.
           move ws-business-date            to last-posted-line.
           write last-posted-line.
           close last-posted-file.

      *    Hour by hour for each store, then its dayparts and the
      *    store total. Each store's dayparts are rolled into its
      *    district as they are built.
       400-print-stores.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count
               perform 410-print-one-store
           end-perform.

       410-print-one-store.

           move ws-st-store(ws-st-idx)      to ws-shl-store.
           move ws-st-name(ws-st-idx)       to ws-shl-name.
           move ws-st-district(ws-st-idx)   to ws-shl-district.
           move ws-st-weeks(ws-st-idx)      to ws-shl-weeks.
           write hourly-sales-line from ws-store-heading-line
               after advancing 3 lines.
           write hourly-sales-line from ws-column-heading-line
               after advancing 2 lines.

           initialize ws-part-figures.
           initialize ws-total-figures.

           perform varying ws-hour-idx from 1 by 1
               until ws-hour-idx > 25
               perform 420-print-one-hour
           end-perform.

           perform varying ws-part-idx from 1 by 1
               until ws-part-idx > 5
               move ws-pf-part(ws-part-idx) to ws-line-figures
               move ws-daypart-name(ws-part-idx) to ws-fl-label
               if ws-part-idx = 1
                   perform 450-print-figures-line
                   write hourly-sales-line from ws-figures-line
                       after advancing 2 lines
               else
                   perform 450-print-figures-line
                   write hourly-sales-line from ws-figures-line
                       after advancing 1 line
               end-if
           end-perform.

           move ws-total-figures            to ws-line-figures.
           move "STORE TOTAL"               to ws-fl-label.
           perform 450-print-figures-line.
           write hourly-sales-line from ws-figures-line
               after advancing 2 lines.

           perform 430-roll-into-district thru 430-exit.

      *    Quiet hours (nothing tonight and nothing on average) are
      *    left off the report.
       420-print-one-hour.

           move ws-st-trans(ws-st-idx, ws-hour-idx)  to ws-lf-trans.
           move ws-st-net(ws-st-idx, ws-hour-idx)    to ws-lf-net.
           move ws-st-refunds(ws-st-idx, ws-hour-idx)
               to ws-lf-refunds.
           move ws-st-refund-amt(ws-st-idx, ws-hour-idx)
               to ws-lf-refund-amt.

           if ws-st-weeks(ws-st-idx) > 0
               compute ws-lf-avg-trans rounded =
                   ws-st-avg-trans(ws-st-idx, ws-hour-idx)
                       / ws-st-weeks(ws-st-idx)
               compute ws-lf-avg-net rounded =
                   ws-st-avg-net(ws-st-idx, ws-hour-idx)
                       / ws-st-weeks(ws-st-idx)
           else
               move 0                       to ws-lf-avg-trans
               move 0                       to ws-lf-avg-net
           end-if.

           if ws-hour-idx = 25
               move 5                       to ws-part-idx
           else
           if ws-hour-idx - 1 < ws-lunch-start-hour
               move 1                       to ws-part-idx
           else
           if ws-hour-idx - 1 < ws-afternoon-start-hour
               move 2                       to ws-part-idx
           else
           if ws-hour-idx - 1 < ws-evening-start-hour
               move 3                       to ws-part-idx
           else
               move 4                       to ws-part-idx
           end-if
           end-if
           end-if
           end-if.

           add ws-lf-trans          to ws-pf-trans(ws-part-idx).
           add ws-lf-net            to ws-pf-net(ws-part-idx).
           add ws-lf-refunds        to ws-pf-refunds(ws-part-idx).
           add ws-lf-refund-amt     to ws-pf-refund-amt(ws-part-idx).
           add ws-lf-avg-trans      to ws-pf-avg-trans(ws-part-idx).
           add ws-lf-avg-net        to ws-pf-avg-net(ws-part-idx).

           add ws-lf-trans                  to ws-tf-trans.
           add ws-lf-net                    to ws-tf-net.
           add ws-lf-refunds                to ws-tf-refunds.
           add ws-lf-refund-amt             to ws-tf-refund-amt.
           add ws-lf-avg-trans              to ws-tf-avg-trans.
           add ws-lf-avg-net                to ws-tf-avg-net.

           if ws-lf-trans > 0
                   or ws-lf-net not = 0
                   or ws-lf-refunds > 0
                   or ws-lf-avg-trans > 0
                   or ws-lf-avg-net not = 0
               if ws-hour-idx = 25
                   move "NOT TIMED"         to ws-fl-label
               else
                   move spaces              to ws-fl-label
                   compute ws-hour-number = ws-hour-idx - 1
                   move ws-hour-number      to ws-fl-label(1:2)
                   move ":00"               to ws-fl-label(3:3)
               end-if
               perform 450-print-figures-line
               write hourly-sales-line from ws-figures-line
                   after advancing 1 line
           end-if.

       430-roll-into-district.

           move 'N'                         to ws-store-found-flag.

           perform varying ws-dt-idx from 1 by 1
               until ws-dt-idx > ws-district-count
                   or ws-store-found-flag = 'Y'
               if ws-dt-district(ws-dt-idx) = ws-st-district(ws-st-idx)
                   move 'Y'                 to ws-store-found-flag
               end-if
           end-perform.

           if ws-store-found-flag = 'Y'
               set ws-dt-idx                down by 1
           else
               if ws-district-count < 50
                   add 1                    to ws-district-count
                   set ws-dt-idx            to ws-district-count
                   initialize ws-dt-entry(ws-dt-idx)
                   move ws-st-district(ws-st-idx)
                       to ws-dt-district(ws-dt-idx)
               else
                   go to 430-exit
               end-if
           end-if.

           perform varying ws-part-idx from 1 by 1
               until ws-part-idx > 5
               add ws-pf-trans(ws-part-idx)
                   to ws-dt-trans(ws-dt-idx, ws-part-idx)
               add ws-pf-net(ws-part-idx)
                   to ws-dt-net(ws-dt-idx, ws-part-idx)
               add ws-pf-refunds(ws-part-idx)
                   to ws-dt-refunds(ws-dt-idx, ws-part-idx)
               add ws-pf-refund-amt(ws-part-idx)
                   to ws-dt-refund-amt(ws-dt-idx, ws-part-idx)
               add ws-pf-avg-trans(ws-part-idx)
                   to ws-dt-avg-trans(ws-dt-idx, ws-part-idx)
               add ws-pf-avg-net(ws-part-idx)
                   to ws-dt-avg-net(ws-dt-idx, ws-part-idx)
           end-perform.

       430-exit.
           exit.

      *    Edit one line's figures into the print line, with net
      *    sales against the four-week average as a percentage.
       450-print-figures-line.

           move ws-lf-trans                 to ws-fl-trans.
           move ws-lf-net                   to ws-fl-net.
           move ws-lf-refunds               to ws-fl-refunds.
           move ws-lf-refund-amt            to ws-fl-refund-amt.
           move ws-lf-avg-trans             to ws-fl-avg-trans.
           move ws-lf-avg-net               to ws-fl-avg-net.
           move spaces                      to ws-fl-variance.
           move spaces                      to ws-fl-variance-pct-sign.

           if ws-lf-avg-net > 0
               compute ws-lf-variance-pct rounded =
                   (ws-lf-net - ws-lf-avg-net) * 100 / ws-lf-avg-net
                   on size error
                       move 0               to ws-lf-variance-pct
               end-compute
               move ws-lf-variance-pct      to ws-edit-variance
               move ws-edit-variance        to ws-fl-variance
               move "%"                     to ws-fl-variance-pct-sign
           end-if.

      *    Each district's stores rolled up by daypart, in district
      *    code order.
       500-print-districts.

           if ws-district-count > 1
               sort ws-dt-entry on ascending key ws-dt-district
           end-if.

           perform varying ws-dt-idx from 1 by 1
               until ws-dt-idx > ws-district-count

               move ws-dt-district(ws-dt-idx) to ws-dhl-district
               write hourly-sales-line from ws-district-heading-line
                   after advancing 3 lines
               write hourly-sales-line from ws-column-heading-line
                   after advancing 2 lines

               initialize ws-total-figures

               perform varying ws-part-idx from 1 by 1
                   until ws-part-idx > 5
                   perform 510-print-district-part
               end-perform

               move ws-total-figures        to ws-line-figures
               move "DISTRICT TOT"          to ws-fl-label
               perform 450-print-figures-line
               write hourly-sales-line from ws-figures-line
                   after advancing 2 lines

           end-perform.

       510-print-district-part.

           move ws-dt-trans(ws-dt-idx, ws-part-idx)   to ws-lf-trans.
           move ws-dt-net(ws-dt-idx, ws-part-idx)     to ws-lf-net.
           move ws-dt-refunds(ws-dt-idx, ws-part-idx)
               to ws-lf-refunds.
           move ws-dt-refund-amt(ws-dt-idx, ws-part-idx)
               to ws-lf-refund-amt.
           move ws-dt-avg-trans(ws-dt-idx, ws-part-idx)
               to ws-lf-avg-trans.
           move ws-dt-avg-net(ws-dt-idx, ws-part-idx)
               to ws-lf-avg-net.

           add ws-lf-trans                  to ws-tf-trans.
           add ws-lf-net                    to ws-tf-net.
           add ws-lf-refunds                to ws-tf-refunds.
           add ws-lf-refund-amt             to ws-tf-refund-amt.
           add ws-lf-avg-trans              to ws-tf-avg-trans.
           add ws-lf-avg-net                to ws-tf-avg-net.

           move ws-daypart-name(ws-part-idx) to ws-fl-label.
           perform 450-print-figures-line.
           write hourly-sales-line from ws-figures-line
               after advancing 1 line.

       100-print-headings.

           write hourly-sales-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           move ws-weekday-name(ws-weekday-number) to ws-hdr-weekday.
           write hourly-sales-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write hourly-sales-line from ws-heading2-title-line
               after advancing 1 line.

           if ws-already-posted-flag = 'Y'
               write hourly-sales-line from ws-heading-rerun-line
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

           move "Program_27"                to au-program-name.
           move ws-valid-record-count       to au-input-record-count.
           move ws-history-written-count    to au-output-record-count-1.
           move ws-unknown-store-count      to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_27.
