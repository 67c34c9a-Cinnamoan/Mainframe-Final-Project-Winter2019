       identification division.
       program-id. Program_38.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Store traffic and conversion KPIs. The
      *door counters at each store's entrance send a nightly feed
      *of visitors by store, date and hour. Each store's feed for
      *the business date is checked the way the edit step checks
      *the store extracts - a store that sent nothing, or sent
      *nothing but zeros, is listed for operations to chase and
      *logged - then set against the night's valid.dat: traffic,
      *transactions (distinct invoices), conversion rate, average
      *ticket, units per transaction and refund rate, by store and
      *rolled up by district. Every store's night is kept on a
      *rolling KPI history, its trailing four-week averages are
      *printed beside the night, and a store whose conversion has
      *dropped below its four-week average is flagged - so falling
      *sales can be told apart from falling traffic.

       environment division.
       input-output section.
       file-control.

      *    The night's door-counter feed - one line per store,
      *    date and hour with the visitors counted in that hour.
           select door-count-file
               assign to ws-door-count-path
               organization is line sequential
               file status is ws-door-count-file-status.

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

      *    Opening and closing dates and planned closures - a store
      *    the calendar has closed is not expected to send a feed.
           select store-calendar-file
               assign to ws-store-calendar-path
               organization is line sequential
               file status is ws-store-calendar-file-status.

      *    One line per store and business date, kept night after
      *    night - the trailing four-week averages are read back
      *    from it. Rewritten through a work file so a rerun of a
      *    date replaces that date's lines.
           select kpi-history-file
               assign to ws-kpi-history-path
               organization is line sequential
               file status is ws-kpi-history-status.

           select kpi-history-work-file
               assign to ws-kpi-history-work-path
               organization is line sequential
               file status is ws-kpi-work-status.

      *    How far tonight's conversion may fall below the
      *    four-week average before the store is flagged, and how
      *    many days of history the average needs first. A missing
      *    file keeps the built-in settings.
           select kpi-config-file
               assign to ws-kpi-config-path
               organization is line sequential
               file status is ws-kpi-config-status.

           select feed-status-report
               assign to ws-feed-status-path
               organization is line sequential.

           select store-kpi-report
               assign to ws-kpi-report-path
               organization is line sequential.

      *    As-of business date the whole chain posts and reports
      *    under, written by operations before a catch-up run; a
      *    missing file just means "today".
           select business-date-file
               assign to ws-business-date-path
               organization is line sequential
               file status is ws-business-date-file-status.

      *    Shared dated run log every program in the chain appends
      *    timestamped start/end, progress and exception messages
      *    to. Same open-extend-with-create-fallback pattern as
      *    the audit trail.
           select run-log-file
               assign to ws-run-log-path
               organization is line sequential
               file status is ws-run-log-file-status.

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

      *    Visitors counted through one store's doors in one hour,
      *    hh 00-23.
       fd door-count-file
           data record is door-count-line
           record contains 17 characters.

       01 door-count-line.
           05 dc-store-number               pic x(2).
           05 dc-count-date                 pic 9(8).
           05 dc-hour                       pic 99.
           05 dc-visitor-count              pic 9(5).

       fd valid-file
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
           05 il-quantity                   pic 9(3).
           05 il-cashier-id                 pic x(4).
           05 il-tender-2                   pic xx.
           05 il-tender-2-amount            pic x(7).
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

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

      *    'S' trading dates: start is the opening date, end the
      *    last (zero while trading). 'C' planned closure: the
      *    date is the first closed day, end the last. 'H' bank
      *    holidays are for the deposit side only.
       fd store-calendar-file
           data record is store-calendar-line
           record contains 47 characters.

       01 store-calendar-line.
           05 cal-store-number              pic x(2).
           05 cal-entry-type                pic x.
               88 cal-trading-dates-88
                   value 'S'.
               88 cal-closure-88
                   value 'C'.
           05 cal-date                      pic 9(8).
           05 cal-start-date                pic 9(8).
           05 cal-end-date                  pic 9(8).
           05 cal-description               pic x(20).

      *    One store's night: visitors counted (the feed flag says
      *    whether a usable feed came in), purchase transactions,
      *    their sales, units sold and refunds given.
       fd kpi-history-file
           data record is kpi-history-line
           record contains 45 characters.

       01 kpi-history-line.
           05 kh-business-date              pic 9(8).
           05 kh-store-number               pic x(2).
           05 kh-traffic                    pic 9(7).
           05 kh-feed-flag                  pic x.
               88 kh-feed-received-88
                   value 'Y'.
           05 kh-transaction-count          pic 9(5).
           05 kh-sales-amount               pic s9(7)v99
               sign is leading separate.
           05 kh-units                      pic 9(7).
           05 kh-refund-count               pic 9(5).

       fd kpi-history-work-file
           data record is kpi-history-work-line
           record contains 45 characters.

       01 kpi-history-work-line             pic x(45).

       fd kpi-config-file
           data record is kpi-config-line
           record contains 5 characters.

       01 kpi-config-line.
           05 kc-drop-points                pic 99v9.
           05 kc-minimum-days               pic 99.

       fd feed-status-report
           data record is feed-status-line
           record contains 80 characters.

       01 feed-status-line                  pic x(80).

       fd store-kpi-report
           data record is store-kpi-line
           record contains 120 characters.

       01 store-kpi-line                    pic x(120).

      *    The as-of business date for this run, set by operations
      *    for a catch-up run; one yyyymmdd record.
       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line                pic 9(8).

       fd run-log-file
           data record is run-log-line
           record contains 106 characters.

       01 run-log-line.
           05 rl-run-date                   pic 9(8).
           05 filler                        pic x
               value space.
           05 rl-run-time                   pic 9(8).
           05 filler                        pic x
               value space.
           05 rl-program-name               pic x(10).
           05 filler                        pic x
               value space.
           05 rl-message                    pic x(77).

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
       01 ws-door-count-path                   pic x(100)
           value spaces.
       01 ws-valid-path                        pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-store-calendar-path               pic x(100)
           value spaces.
       01 ws-kpi-history-path                  pic x(100)
           value spaces.
       01 ws-kpi-history-work-path             pic x(100)
           value spaces.
       01 ws-kpi-config-path                   pic x(100)
           value spaces.
       01 ws-feed-status-path                  pic x(100)
           value spaces.
       01 ws-kpi-report-path                   pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-run-log-path                      pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-door-count-file-status         pic xx
           value spaces.
       01 ws-valid-file-status              pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-store-calendar-file-status     pic xx
           value spaces.
       01 ws-kpi-history-status             pic xx
           value spaces.
       01 ws-kpi-work-status                pic xx
           value spaces.
       01 ws-kpi-config-status              pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-run-log-file-status            pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

       01 ws-log-message                    pic x(77)
           value spaces.

      *As-of business date the night is reported under, resolved
      *from BUSINESS-DATE.dat (a missing file just means "today").
       01 ws-business-date                  pic 9(8)
           value 0.
       01 ws-business-date-int              pic 9(7)
           value 0.
       01 ws-history-date-int               pic 9(7)
           value 0.
       01 ws-days-back                      pic s9(7)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Conversion-drop settings. Settable via the KPI config file.
       01 ws-drop-points                    pic 99v9
           value 5.0.
       01 ws-minimum-days                   pic 99
           value 7.

      *Every store on the master: tonight's feed and sales, and
      *the totals of its four weeks before tonight off the KPI
      *history. Conversion is only ever taken over nights that
      *had a usable feed.
       01 ws-store-table.
           05 ws-st-entry                   occurs 0 to 50 times
               depending on ws-store-table-count
               indexed by ws-st-idx.
               10 ws-st-store               pic x(2).
               10 ws-st-name                pic x(20).
               10 ws-st-district            pic x(2).
               10 ws-st-calendar-status     pic x.
               10 ws-st-feed-lines          pic 9(5).
               10 ws-st-traffic             pic 9(7).
               10 ws-st-trans               pic 9(5).
               10 ws-st-sales               pic s9(7)v99.
               10 ws-st-units               pic 9(7).
               10 ws-st-refunds             pic 9(5).
               10 ws-st-feed-status         pic x.
                   88 ws-st-feed-ok-88
                       value 'R'.
                   88 ws-st-feed-missing-88
                       value 'M'.
                   88 ws-st-feed-zero-88
                       value 'Z'.
                   88 ws-st-feed-closed-88
                       value 'C'.
               10 ws-st-dropping-flag       pic x.
               10 ws-st-h-days              pic 9(3).
               10 ws-st-h-traffic           pic 9(9).
               10 ws-st-h-trans             pic 9(7).
               10 ws-st-h-conv-days         pic 9(3).
               10 ws-st-h-conv-traffic      pic 9(9).
               10 ws-st-h-conv-trans        pic 9(7).
               10 ws-st-h-sales             pic s9(9)v99.
               10 ws-st-h-units             pic 9(9).
               10 ws-st-h-refunds           pic 9(7).

       01 ws-store-table-count              pic 99
           value 0.
       01 ws-store-found-flag               pic x
           value 'N'.
       01 ws-find-store                     pic x(2)
           value spaces.

      *Districts in code order, each with its stores' nights and
      *four-week averages added together.
       01 ws-district-table.
           05 ws-dt-entry                   occurs 0 to 50 times
               depending on ws-district-count
               indexed by ws-dt-idx.
               10 ws-dt-district            pic x(2).
               10 ws-dt-stores              pic 9(3).
               10 ws-dt-dropping            pic 9(3).
               10 ws-dt-tonight.
                   15 ws-dt-tn-traffic      pic 9(9)v9.
                   15 ws-dt-tn-trans        pic 9(7)v9.
                   15 ws-dt-tn-conv-days    pic 9(3).
                   15 ws-dt-tn-conv-traffic pic 9(9).
                   15 ws-dt-tn-conv-trans   pic 9(7).
                   15 ws-dt-tn-ratio-trans  pic 9(7).
                   15 ws-dt-tn-sales        pic s9(9)v99.
                   15 ws-dt-tn-units        pic 9(9).
                   15 ws-dt-tn-refunds      pic 9(7).
               10 ws-dt-average.
                   15 ws-dt-av-traffic      pic 9(9)v9.
                   15 ws-dt-av-trans        pic 9(7)v9.
                   15 ws-dt-av-conv-days    pic 9(3).
                   15 ws-dt-av-conv-traffic pic 9(9).
                   15 ws-dt-av-conv-trans   pic 9(7).
                   15 ws-dt-av-ratio-trans  pic 9(7).
                   15 ws-dt-av-sales        pic s9(9)v99.
                   15 ws-dt-av-units        pic 9(9).
                   15 ws-dt-av-refunds      pic 9(7).

       01 ws-district-count                 pic 99
           value 0.

      *One line's figures - tonight, or a four-week average - for
      *a store or a district. Traffic and transactions are per
      *night; the rates are taken over the conversion and ratio
      *bases.
       01 ws-kpi-figures.
           05 ws-kf-traffic                 pic 9(9)v9.
           05 ws-kf-trans                   pic 9(7)v9.
           05 ws-kf-conv-days               pic 9(3).
           05 ws-kf-conv-traffic            pic 9(9).
           05 ws-kf-conv-trans              pic 9(7).
           05 ws-kf-ratio-trans             pic 9(7).
           05 ws-kf-sales                   pic s9(9)v99.
           05 ws-kf-units                   pic 9(9).
           05 ws-kf-refunds                 pic 9(7).
       01 ws-tonight-figures.
           05 ws-tn-traffic                 pic 9(9)v9.
           05 ws-tn-trans                   pic 9(7)v9.
           05 ws-tn-conv-days               pic 9(3).
           05 ws-tn-conv-traffic            pic 9(9).
           05 ws-tn-conv-trans              pic 9(7).
           05 ws-tn-ratio-trans             pic 9(7).
           05 ws-tn-sales                   pic s9(9)v99.
           05 ws-tn-units                   pic 9(9).
           05 ws-tn-refunds                 pic 9(7).
       01 ws-average-figures.
           05 ws-av-traffic                 pic 9(9)v9.
           05 ws-av-trans                   pic 9(7)v9.
           05 ws-av-conv-days               pic 9(3).
           05 ws-av-conv-traffic            pic 9(9).
           05 ws-av-conv-trans              pic 9(7).
           05 ws-av-ratio-trans             pic 9(7).
           05 ws-av-sales                   pic s9(9)v99.
           05 ws-av-units                   pic 9(9).
           05 ws-av-refunds                 pic 9(7).

      *The rates worked out for the line being printed.
       01 ws-kpi-conversion                 pic 9(3)v99
           value 0.
       01 ws-kpi-conversion-flag            pic x
           value 'N'.
       01 ws-tonight-conversion             pic 9(3)v99
           value 0.
       01 ws-tonight-conversion-flag        pic x
           value 'N'.
       01 ws-average-conversion             pic 9(3)v99
           value 0.
       01 ws-average-conversion-flag        pic x
           value 'N'.
       01 ws-kpi-ticket                     pic s9(7)v99
           value 0.
       01 ws-kpi-upt                        pic 9(5)v99
           value 0.
       01 ws-kpi-refund-rate                pic 9(3)v9
           value 0.
       01 ws-dropping-flag                  pic x
           value 'N'.

      *Tonight's invoice for the transaction count - lines of one
      *invoice arrive together on the store's extract, so a change
      *of store or invoice is a new transaction.
       01 ws-prev-store                     pic x(2)
           value spaces.
       01 ws-prev-invoice                   pic x(9)
           value spaces.
       01 ws-record-sales                   pic s9(7)v99
           value 0.

       01 ws-counters.
           05 ws-feed-read-count            pic 9(7)
               value 0.
           05 ws-feed-bad-count             pic 9(7)
               value 0.
           05 ws-feed-other-date-count      pic 9(7)
               value 0.
           05 ws-feed-unknown-store-count   pic 9(7)
               value 0.
           05 ws-valid-record-count         pic 9(7)
               value 0.
           05 ws-unknown-store-count        pic 9(5)
               value 0.
           05 ws-history-kept-count         pic 9(7)
               value 0.
           05 ws-history-written-count      pic 9(7)
               value 0.
           05 ws-received-store-count       pic 9(3)
               value 0.
           05 ws-missing-store-count        pic 9(3)
               value 0.
           05 ws-zero-store-count           pic 9(3)
               value 0.
           05 ws-closed-store-count         pic 9(3)
               value 0.
           05 ws-dropping-store-count       pic 9(3)
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
               value "MAFD4202 - Team Project: Program #38".

       01 ws-heading2-title-line.
           05 filler                        pic x(36)
               value spaces.
           05 filler                        pic x(40)
               value "STORE TRAFFIC AND CONVERSION KPI REPORT".
           05 filler                        pic x(44)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(36)
               value "4-week averages are the 28 nights be".
           05 filler                        pic x(22)
               value "fore; flagged when con".
           05 filler                        pic x(13)
               value "version falls".
           05 ws-hdr-drop-points            pic zz9.9.
           05 filler                        pic x(17)
               value " pts below avg".

       01 ws-kpi-column-line.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(27)
               value "Store / District".
           05 filler                        pic x(8)
               value spaces.
           05 filler                        pic x(10)
               value "   Traffic".
           05 filler                        pic x(8)
               value "   Trans".
           05 filler                        pic x(8)
               value "   Conv%".
           05 filler                        pic x(14)
               value "    Avg Ticket".
           05 filler                        pic x(8)
               value "     UPT".
           05 filler                        pic x(8)
               value "  Refnd%".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(25)
               value "Flag".

      *One store or district line: tonight, then the four-week
      *average under it.
       01 ws-kpi-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-kl-store                   pic x(3).
           05 ws-kl-name                    pic x(24).
           05 ws-kl-label                   pic x(9).
           05 ws-kl-traffic                 pic z,zzz,zz9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-kl-trans                   pic zzzz9.9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-kl-conversion              pic x(7).
           05 filler                        pic x(1)
               value spaces.
           05 ws-kl-ticket                  pic $$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-kl-upt                     pic x(8).
           05 ws-kl-refund-rate             pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-kl-flag                    pic x(25).

       01 ws-edit-conversion                pic zz9.99.
       01 ws-edit-upt                       pic zzz9.99.
       01 ws-edit-refund-rate               pic zz9.9.
       01 ws-edit-count                     pic zz9.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(118)
               value all "-".
           05 filler                        pic x(2)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(40)
               value "No stores on the store master.".
           05 filler                        pic x(80)
               value spaces.

       01 ws-count-summary-line.
           05 ws-csl-label                  pic x(40).
           05 ws-csl-count                  pic zz,zzz,zz9.
           05 filler                        pic x(70)
               value spaces.

      *Door-counter feed status, laid out as the edit step's store
      *transmission status report.
       01 ws-feed-heading1-line.
           05 filler                        pic x(38)
               value "STORE DOOR-COUNTER FEED STATUS REPORT".
           05 filler                        pic x(42)
               value spaces.

       01 ws-feed-heading2-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-fhl-business-date          pic 9(8).
           05 filler                        pic x(57)
               value spaces.

       01 ws-feed-detail-line.
           05 filler                        pic x(7)
               value "Store: ".
           05 ws-fdl-store-number           pic x(2).
           05 filler                        pic x(3)
               value " - ".
           05 ws-fdl-store-name             pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-fdl-status-text            pic x(34).
           05 filler                        pic x(2)
               value spaces.
           05 ws-fdl-visitors               pic zzz,zz9.
           05 filler                        pic x(3)
               value spaces.

       01 ws-feed-summary-line.
           05 filler                        pic x(10)
               value "Received: ".
           05 ws-fsl-received-out           pic z9.
           05 filler                        pic x(11)
               value "  Missing: ".
           05 ws-fsl-missing-out            pic z9.
           05 filler                        pic x(8)
               value "  Zero: ".
           05 ws-fsl-zero-out               pic z9.
           05 filler                        pic x(10)
               value "  Closed: ".
           05 ws-fsl-closed-out             pic z9.
           05 filler                        pic x(33)
               value spaces.

       01 ws-feed-reject-line.
           05 filler                        pic x(28)
               value "Feed lines not on master:  ".
           05 ws-frl-unknown-out            pic zzzz9.
           05 filler                        pic x(16)
               value "  Other dates:  ".
           05 ws-frl-other-date-out         pic zzzz9.
           05 filler                        pic x(15)
               value "  Unreadable: ".
           05 ws-frl-bad-out                pic zzzz9.
           05 filler                        pic x(6)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           move "run started"               to ws-log-message.
           perform 910-write-run-log.

           perform 030-resolve-business-date.
           perform 040-load-kpi-config.
           perform 045-load-store-master.
           perform 047-load-store-calendar.

           perform 200-read-door-counts.
           perform 250-tally-valid-records.
           perform 300-read-kpi-history.
           perform 350-append-kpi-history.

           perform 400-write-feed-status-report.

           open output store-kpi-report.
           perform 100-print-headings.

           if ws-store-table-count = 0
               write store-kpi-line from ws-none-line
                   after advancing 2 lines
           else
               perform 450-print-stores
               perform 500-print-districts
           end-if.

           perform 550-print-summary.

           close store-kpi-report.

      *    A store whose door counter sent nothing, or nothing but
      *    zeros, is a warning for operations to chase - the same
      *    as a store extract that did not arrive - and so is
      *    activity for a store the master does not carry.
           if ws-missing-store-count > 0
                   or ws-zero-store-count > 0
                   or ws-unknown-store-count > 0
               move 4                       to return-code
           end-if.

           move spaces                      to ws-log-message.
           string "run ended - "            delimited by size
               ws-feed-read-count           delimited by size
               " feed lines, "              delimited by size
               ws-missing-store-count       delimited by size
               " missing, "                 delimited by size
               ws-zero-store-count          delimited by size
               " zero, "                    delimited by size
               ws-dropping-store-count      delimited by size
               " conversion flags"          delimited by size
               into ws-log-message.
           perform 910-write-run-log.

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
               "DOOR-COUNT.dat"
                                        delimited by size
               into ws-door-count-path.

           string ws-data-library       delimited by space
               "valid.dat"
                                        delimited by size
               into ws-valid-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "STORE-CALENDAR.dat"
                                        delimited by size
               into ws-store-calendar-path.

           string ws-data-library       delimited by space
               "STORE-KPI-HIST.dat"
                                        delimited by size
               into ws-kpi-history-path.

           string ws-data-library       delimited by space
               "STORE-KPI-HIST-WORK.dat"
                                        delimited by size
               into ws-kpi-history-work-path.

           string ws-data-library       delimited by space
               "KPI-CONFIG.dat"
                                        delimited by size
               into ws-kpi-config-path.

           string ws-data-library       delimited by space
               "door-counter-status.out"
                                        delimited by size
               into ws-feed-status-path.

           string ws-data-library       delimited by space
               "store-kpi.out"
                                        delimited by size
               into ws-kpi-report-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "RUN-LOG.dat"
                                        delimited by size
               into ws-run-log-path.

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

      *    A missing or unusable config keeps the built-in drop
      *    threshold and minimum history.
       040-load-kpi-config.

           open input kpi-config-file.

           if ws-kpi-config-status not = "35"
               read kpi-config-file
                   not at end
                       if kpi-config-line numeric
                           and kc-drop-points > 0
                           move kc-drop-points to ws-drop-points
                           move kc-minimum-days to ws-minimum-days
                       end-if
               end-read
               close kpi-config-file
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
                       move 'N'
                           to ws-st-dropping-flag(ws-st-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Mark every store the calendar has closed on the business
      *    date - not opened yet, closed for good, or inside a
      *    planned closure. A missing calendar means every store
      *    on the master trades every day.
       047-load-store-calendar.

           move ws-false-const              to ws-eof-flag.

           open input store-calendar-file.

           if ws-store-calendar-file-status not = "35"

               read store-calendar-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if cal-start-date numeric
                           and cal-end-date numeric
                           and cal-date numeric
                       perform 048-apply-calendar-entry
                   end-if
                   read store-calendar-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-calendar-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       048-apply-calendar-entry.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count
               if cal-store-number = ws-st-store(ws-st-idx)
                   and ((cal-trading-dates-88
                       and (cal-start-date > ws-business-date
                           or (cal-end-date > 0
                           and cal-end-date < ws-business-date)))
                   or (cal-closure-88
                       and cal-date <= ws-business-date
                       and cal-end-date >= ws-business-date))
                   move 'C'
                       to ws-st-calendar-status(ws-st-idx)
               end-if
           end-perform.

       100-print-headings.

           write store-kpi-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           move ws-drop-points              to ws-hdr-drop-points.
           write store-kpi-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write store-kpi-line from ws-heading2-title-line
               after advancing 1 line.

      *    Add up each store's visitors for the business date. The
      *    feed may carry other days (a counter resending after an
      *    outage); those are counted and left alone.
       200-read-door-counts.

           move ws-false-const              to ws-eof-flag.

           open input door-count-file.

           if ws-door-count-file-status not = "35"

               read door-count-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-feed-read-count
                   perform 210-apply-door-count thru 210-exit
                   read door-count-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close door-count-file

           else
               move "door-counter feed not received"
                   to ws-log-message
               perform 910-write-run-log
           end-if.

           move ws-false-const              to ws-eof-flag.

       210-apply-door-count.

           if dc-count-date not numeric
                   or dc-hour not numeric
                   or dc-hour > 23
                   or dc-visitor-count not numeric
               add 1                        to ws-feed-bad-count
               go to 210-exit
           end-if.

           if dc-count-date not = ws-business-date
               add 1                        to ws-feed-other-date-count
               go to 210-exit
           end-if.

           move dc-store-number             to ws-find-store.
           perform 220-find-store.

           if ws-store-found-flag = 'N'
               add 1                    to ws-feed-unknown-store-count
               go to 210-exit
           end-if.

           add 1                    to ws-st-feed-lines(ws-st-idx).
           add dc-visitor-count     to ws-st-traffic(ws-st-idx).

       210-exit.
           exit.

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

       250-tally-valid-records.

           move ws-false-const              to ws-eof-flag.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-valid-record-count
                   perform 260-tally-one-record
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A purchase - a sale, a new layaway or an exchange - on a
      *    new invoice is a transaction, the visitor who bought.
      *    Sales and layaways add their amount and units to the
      *    ticket, an exchange the difference it was settled for;
      *    a void takes its amount back off. A return is a refund.
      *    Payments on layaways and accounts, forfeits and
      *    paid-outs are not purchases at the door.
       260-tally-one-record.

           move il-store-number             to ws-find-store.
           perform 220-find-store.

           if ws-store-found-flag = 'N'
               add 1                        to ws-unknown-store-count
           else

           move 0                           to ws-record-sales

           if il-sale-transac-88 or il-layaway-transac-88
               if il-transaction-amount numeric
                   move il-transaction-amount to ws-record-sales
               end-if
               if il-quantity numeric and il-quantity > 0
                   add il-quantity  to ws-st-units(ws-st-idx)
               else
                   add 1            to ws-st-units(ws-st-idx)
               end-if
               perform 270-count-transaction
           else
           if il-exchange-transac-88
               if il-exchange-new-amount numeric
                       and il-exchange-return-amount numeric
                   compute ws-record-sales =
                       il-exchange-new-amount
                           - il-exchange-return-amount
               end-if
               perform 270-count-transaction
           else
           if il-return-transac-88
               add 1                to ws-st-refunds(ws-st-idx)
           else
           if il-void-transac-88
               if il-transaction-amount numeric
                   compute ws-record-sales = 0 - il-transaction-amount
               end-if
           end-if
           end-if
           end-if
           end-if

           add ws-record-sales      to ws-st-sales(ws-st-idx)

           end-if.

       270-count-transaction.

           if il-store-number not = ws-prev-store
                   or il-invoice-number not = ws-prev-invoice
               add 1                        to ws-st-trans(ws-st-idx)
               move il-store-number         to ws-prev-store
               move il-invoice-number       to ws-prev-invoice
           end-if.

      *    Copy the history to the work file, leaving out any lines
      *    already there for the business date (an earlier run of
      *    the same night), and total each store's 28 nights before
      *    the business date as they pass.
       300-read-kpi-history.

           move ws-false-const              to ws-eof-flag.

           open output kpi-history-work-file.

           open input kpi-history-file.

           if ws-kpi-history-status not = "35"

               read kpi-history-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   perform 310-check-history-line thru 310-exit
                   read kpi-history-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close kpi-history-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       310-check-history-line.

           if kh-business-date = ws-business-date
               go to 310-exit
           end-if.

           write kpi-history-work-line from kpi-history-line.
           add 1                            to ws-history-kept-count.

           if kh-business-date not numeric
                   or kh-business-date = 0
                   or kh-business-date > ws-business-date
               go to 310-exit
           end-if.

           compute ws-history-date-int =
               function integer-of-date(kh-business-date).

           compute ws-days-back =
               ws-business-date-int - ws-history-date-int.

           if ws-days-back < 1 or ws-days-back > 28
               go to 310-exit
           end-if.

           move kh-store-number             to ws-find-store.
           perform 220-find-store.

           if ws-store-found-flag = 'N'
               go to 310-exit
           end-if.

           add 1                    to ws-st-h-days(ws-st-idx).
           if kh-traffic numeric
               add kh-traffic       to ws-st-h-traffic(ws-st-idx)
           end-if.
           if kh-transaction-count numeric
               add kh-transaction-count
                   to ws-st-h-trans(ws-st-idx)
           end-if.
           if kh-sales-amount numeric
               add kh-sales-amount  to ws-st-h-sales(ws-st-idx)
           end-if.
           if kh-units numeric
               add kh-units         to ws-st-h-units(ws-st-idx)
           end-if.
           if kh-refund-count numeric
               add kh-refund-count  to ws-st-h-refunds(ws-st-idx)
           end-if.

           if kh-feed-received-88
                   and kh-traffic numeric
                   and kh-traffic > 0
                   and kh-transaction-count numeric
               add 1                to ws-st-h-conv-days(ws-st-idx)
               add kh-traffic
                   to ws-st-h-conv-traffic(ws-st-idx)
               add kh-transaction-count
                   to ws-st-h-conv-trans(ws-st-idx)
           end-if.

       310-exit.
           exit.

      *    Settle each store's feed status for the night, add the
      *    night to the work file for every store that traded or
      *    counted visitors, and put the work file back as the
      *    history.
       350-append-kpi-history.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count

               evaluate true
                   when ws-st-feed-lines(ws-st-idx) = 0
                       and ws-st-calendar-status(ws-st-idx) = 'C'
                       set ws-st-feed-closed-88(ws-st-idx) to true
                   when ws-st-feed-lines(ws-st-idx) = 0
                       set ws-st-feed-missing-88(ws-st-idx) to true
                   when ws-st-traffic(ws-st-idx) = 0
                       set ws-st-feed-zero-88(ws-st-idx) to true
                   when other
                       set ws-st-feed-ok-88(ws-st-idx) to true
               end-evaluate

               if ws-st-feed-lines(ws-st-idx) > 0
                       or ws-st-trans(ws-st-idx) > 0
                       or ws-st-refunds(ws-st-idx) > 0
                   move ws-business-date    to kh-business-date
                   move ws-st-store(ws-st-idx) to kh-store-number
                   move ws-st-traffic(ws-st-idx) to kh-traffic
                   if ws-st-feed-ok-88(ws-st-idx)
                       move 'Y'             to kh-feed-flag
                   else
                       move 'N'             to kh-feed-flag
                   end-if
                   move ws-st-trans(ws-st-idx)
                       to kh-transaction-count
                   move ws-st-sales(ws-st-idx) to kh-sales-amount
                   move ws-st-units(ws-st-idx) to kh-units
                   move ws-st-refunds(ws-st-idx) to kh-refund-count
                   write kpi-history-work-line from kpi-history-line
                   add 1                    to ws-history-written-count
               end-if

           end-perform.

           close kpi-history-work-file.

           perform 360-copy-history-back.

       360-copy-history-back.

           move ws-false-const              to ws-eof-flag.

           open input kpi-history-work-file.
           open output kpi-history-file.

           read kpi-history-work-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

           perform until ws-eof-flag = ws-true-const
               write kpi-history-line from kpi-history-work-line
               read kpi-history-work-file
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           close kpi-history-work-file.
           close kpi-history-file.

           move ws-false-const              to ws-eof-flag.

      *    One line per store on the Store Master: did the door
      *    counter report tonight? Missing and zero feeds are the
      *    ones to chase, and each is logged, as the edit step logs
      *    a store extract that did not arrive.
       400-write-feed-status-report.

           open output feed-status-report.

           write feed-status-line from ws-feed-heading1-line.
           move ws-business-date            to ws-fhl-business-date.
           write feed-status-line from ws-feed-heading2-line
               after advancing 1 line.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count

               move ws-st-store(ws-st-idx)  to ws-fdl-store-number
               move ws-st-name(ws-st-idx)   to ws-fdl-store-name
               move ws-st-traffic(ws-st-idx) to ws-fdl-visitors

               evaluate true
                   when ws-st-feed-ok-88(ws-st-idx)
                       add 1 to ws-received-store-count
                       move "received - visitors counted"
                           to ws-fdl-status-text
                   when ws-st-feed-closed-88(ws-st-idx)
                       add 1 to ws-closed-store-count
                       move "closed today - no feed expected"
                           to ws-fdl-status-text
                   when ws-st-feed-zero-88(ws-st-idx)
                       add 1 to ws-zero-store-count
                       move "** ZERO TRAFFIC - CHECK COUNTER **"
                           to ws-fdl-status-text
                       move spaces          to ws-log-message
                       string "store "      delimited by size
                           ws-st-store(ws-st-idx)
                                            delimited by size
                           " door-counter feed all zero - check the"
                                            delimited by size
                           " counter"       delimited by size
                           into ws-log-message
                       perform 910-write-run-log
                   when other
                       add 1 to ws-missing-store-count
                       move "** NO FEED RECEIVED **"
                           to ws-fdl-status-text
                       move spaces          to ws-log-message
                       string "store "      delimited by size
                           ws-st-store(ws-st-idx)
                                            delimited by size
                           " door-counter feed not received"
                                            delimited by size
                           into ws-log-message
                       perform 910-write-run-log
               end-evaluate

               write feed-status-line from ws-feed-detail-line
                   after advancing 1 line

           end-perform.

           move ws-received-store-count     to ws-fsl-received-out.
           move ws-missing-store-count      to ws-fsl-missing-out.
           move ws-zero-store-count         to ws-fsl-zero-out.
           move ws-closed-store-count       to ws-fsl-closed-out.

           write feed-status-line from ws-feed-summary-line
               after advancing 2 lines.

           move ws-feed-unknown-store-count to ws-frl-unknown-out.
           move ws-feed-other-date-count    to ws-frl-other-date-out.
           move ws-feed-bad-count           to ws-frl-bad-out.

           write feed-status-line from ws-feed-reject-line
               after advancing 1 line.

           close feed-status-report.

      *    Each store's night with its four-week average under it,
      *    rolled into its district as it is printed.
       450-print-stores.

           move spaces                      to ws-sl-title.
           move "STORES"                    to ws-sl-title.
           write store-kpi-line from ws-section-line
               after advancing 2 lines.
           write store-kpi-line from ws-kpi-column-line
               after advancing 1 line.
           write store-kpi-line from ws-separator-line
               after advancing 1 line.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count
               perform 460-print-one-store
           end-perform.

       460-print-one-store.

           initialize ws-tonight-figures.
           move ws-st-traffic(ws-st-idx)    to ws-tn-traffic.
           move ws-st-trans(ws-st-idx)      to ws-tn-trans.
           move ws-st-trans(ws-st-idx)      to ws-tn-ratio-trans.
           move ws-st-sales(ws-st-idx)      to ws-tn-sales.
           move ws-st-units(ws-st-idx)      to ws-tn-units.
           move ws-st-refunds(ws-st-idx)    to ws-tn-refunds.
           if ws-st-feed-ok-88(ws-st-idx)
               move 1                       to ws-tn-conv-days
               move ws-st-traffic(ws-st-idx) to ws-tn-conv-traffic
               move ws-st-trans(ws-st-idx)  to ws-tn-conv-trans
           end-if.

           initialize ws-average-figures.
           if ws-st-h-days(ws-st-idx) > 0
               compute ws-av-traffic rounded =
                   ws-st-h-traffic(ws-st-idx)
                       / ws-st-h-days(ws-st-idx)
               compute ws-av-trans rounded =
                   ws-st-h-trans(ws-st-idx)
                       / ws-st-h-days(ws-st-idx)
           end-if.
           move ws-st-h-conv-days(ws-st-idx)    to ws-av-conv-days.
           move ws-st-h-conv-traffic(ws-st-idx) to ws-av-conv-traffic.
           move ws-st-h-conv-trans(ws-st-idx)   to ws-av-conv-trans.
           move ws-st-h-trans(ws-st-idx)        to ws-av-ratio-trans.
           move ws-st-h-sales(ws-st-idx)        to ws-av-sales.
           move ws-st-h-units(ws-st-idx)        to ws-av-units.
           move ws-st-h-refunds(ws-st-idx)      to ws-av-refunds.

           perform 480-check-conversion-drop.

           if ws-dropping-flag = 'Y'
               move 'Y'             to ws-st-dropping-flag(ws-st-idx)
               add 1                to ws-dropping-store-count
           end-if.

           move ws-st-store(ws-st-idx)      to ws-kl-store.
           move ws-st-name(ws-st-idx)       to ws-kl-name.
           move "Tonight"                   to ws-kl-label.
           move ws-tonight-figures          to ws-kpi-figures.
           perform 470-edit-kpi-line.
           evaluate true
               when ws-dropping-flag = 'Y'
                   move "** CONVERSION DROPPING **"
                       to ws-kl-flag
               when ws-st-feed-missing-88(ws-st-idx)
                   move "no door-counter feed"
                       to ws-kl-flag
               when ws-st-feed-zero-88(ws-st-idx)
                   move "door counter read zero"
                       to ws-kl-flag
               when ws-st-feed-closed-88(ws-st-idx)
                   move "closed today"      to ws-kl-flag
           end-evaluate.
           write store-kpi-line from ws-kpi-line
               after advancing 2 lines.

           move spaces                      to ws-kl-store.
           move spaces                      to ws-kl-name.
           move "4-wk avg"                  to ws-kl-label.
           move ws-average-figures          to ws-kpi-figures.
           perform 470-edit-kpi-line.
           move spaces                      to ws-kl-flag.
           move ws-st-h-days(ws-st-idx)     to ws-edit-count.
           string ws-edit-count             delimited by size
               " nights on history"         delimited by size
               into ws-kl-flag.
           write store-kpi-line from ws-kpi-line
               after advancing 1 line.

           perform 490-roll-into-district thru 490-exit.

      *    Edit ws-kpi-figures into the print line. A rate with
      *    nothing to divide by prints as n/a.
       470-edit-kpi-line.

           move ws-kf-traffic               to ws-kl-traffic.
           move ws-kf-trans                 to ws-kl-trans.

           move 'N'                         to ws-kpi-conversion-flag.
           move 0                           to ws-kpi-conversion.
           if ws-kf-conv-traffic > 0
               compute ws-kpi-conversion rounded =
                   ws-kf-conv-trans * 100 / ws-kf-conv-traffic
                   on size error
                       move 999.99          to ws-kpi-conversion
               end-compute
               move 'Y'                     to ws-kpi-conversion-flag
               move ws-kpi-conversion       to ws-edit-conversion
               move ws-edit-conversion      to ws-kl-conversion
           else
               move "    n/a"               to ws-kl-conversion
           end-if.

           if ws-kf-ratio-trans > 0
               compute ws-kpi-ticket rounded =
                   ws-kf-sales / ws-kf-ratio-trans
               compute ws-kpi-upt rounded =
                   ws-kf-units / ws-kf-ratio-trans
               compute ws-kpi-refund-rate rounded =
                   ws-kf-refunds * 100 / ws-kf-ratio-trans
                   on size error
                       move 999.9           to ws-kpi-refund-rate
               end-compute
               move ws-kpi-ticket           to ws-kl-ticket
               move ws-kpi-upt              to ws-edit-upt
               move ws-edit-upt             to ws-kl-upt
               move ws-kpi-refund-rate      to ws-edit-refund-rate
               move spaces                  to ws-kl-refund-rate
               move ws-edit-refund-rate     to ws-kl-refund-rate(3:5)
           else
               move 0                       to ws-kl-ticket
               move "    n/a"               to ws-kl-upt
               move "    n/a"               to ws-kl-refund-rate
           end-if.

      *    Tonight's conversion is checked against the four-week
      *    average only when both are real - a usable feed tonight
      *    and enough nights with a feed behind the average.
       480-check-conversion-drop.

           move 'N'                         to ws-dropping-flag.
           move ws-tonight-figures          to ws-kpi-figures.
           perform 470-edit-kpi-line.
           move ws-kpi-conversion           to ws-tonight-conversion.
           move ws-kpi-conversion-flag
               to ws-tonight-conversion-flag.

           move ws-average-figures          to ws-kpi-figures.
           perform 470-edit-kpi-line.
           move ws-kpi-conversion           to ws-average-conversion.
           move ws-kpi-conversion-flag
               to ws-average-conversion-flag.

           if ws-tonight-conversion-flag = 'Y'
                   and ws-average-conversion-flag = 'Y'
                   and ws-av-conv-days >= ws-minimum-days
                   and ws-tonight-conversion + ws-drop-points
                       < ws-average-conversion
               move 'Y'                     to ws-dropping-flag
           end-if.

       490-roll-into-district.

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
                   go to 490-exit
               end-if
           end-if.

           add 1                        to ws-dt-stores(ws-dt-idx).
           if ws-st-dropping-flag(ws-st-idx) = 'Y'
               add 1                    to ws-dt-dropping(ws-dt-idx)
           end-if.

           add ws-tn-traffic        to ws-dt-tn-traffic(ws-dt-idx).
           add ws-tn-trans          to ws-dt-tn-trans(ws-dt-idx).
           add ws-tn-conv-days      to ws-dt-tn-conv-days(ws-dt-idx).
           add ws-tn-conv-traffic
               to ws-dt-tn-conv-traffic(ws-dt-idx).
           add ws-tn-conv-trans
               to ws-dt-tn-conv-trans(ws-dt-idx).
           add ws-tn-ratio-trans
               to ws-dt-tn-ratio-trans(ws-dt-idx).
           add ws-tn-sales          to ws-dt-tn-sales(ws-dt-idx).
           add ws-tn-units          to ws-dt-tn-units(ws-dt-idx).
           add ws-tn-refunds        to ws-dt-tn-refunds(ws-dt-idx).

           add ws-av-traffic        to ws-dt-av-traffic(ws-dt-idx).
           add ws-av-trans          to ws-dt-av-trans(ws-dt-idx).
           add ws-av-conv-days      to ws-dt-av-conv-days(ws-dt-idx).
           add ws-av-conv-traffic
               to ws-dt-av-conv-traffic(ws-dt-idx).
           add ws-av-conv-trans
               to ws-dt-av-conv-trans(ws-dt-idx).
           add ws-av-ratio-trans
               to ws-dt-av-ratio-trans(ws-dt-idx).
           add ws-av-sales          to ws-dt-av-sales(ws-dt-idx).
           add ws-av-units          to ws-dt-av-units(ws-dt-idx).
           add ws-av-refunds        to ws-dt-av-refunds(ws-dt-idx).

       490-exit.
           exit.

      *    Each district's stores added together, in district code
      *    order - the district's traffic and transactions are the
      *    sum of its stores', its rates taken over the district as
      *    a whole.
       500-print-districts.

           if ws-district-count > 1
               sort ws-dt-entry on ascending key ws-dt-district
           end-if.

           move spaces                      to ws-sl-title.
           move "DISTRICTS"                 to ws-sl-title.
           write store-kpi-line from ws-section-line
               after advancing 3 lines.
           write store-kpi-line from ws-kpi-column-line
               after advancing 1 line.
           write store-kpi-line from ws-separator-line
               after advancing 1 line.

           perform varying ws-dt-idx from 1 by 1
               until ws-dt-idx > ws-district-count
               perform 510-print-one-district
           end-perform.

       510-print-one-district.

           move ws-dt-tonight(ws-dt-idx)    to ws-tonight-figures.
           move ws-dt-average(ws-dt-idx)    to ws-average-figures.

           perform 480-check-conversion-drop.

           move spaces                      to ws-kl-store.
           move ws-dt-district(ws-dt-idx)   to ws-kl-store(1:2).
           move spaces                      to ws-kl-name.
           move ws-dt-stores(ws-dt-idx)     to ws-edit-count.
           string "District "               delimited by size
               ws-dt-district(ws-dt-idx)    delimited by size
               " -"                         delimited by size
               ws-edit-count                delimited by size
               " stores"                    delimited by size
               into ws-kl-name.
           move "Tonight"                   to ws-kl-label.
           move ws-tonight-figures          to ws-kpi-figures.
           perform 470-edit-kpi-line.
           move spaces                      to ws-kl-flag.
           if ws-dropping-flag = 'Y'
               move "** CONVERSION DROPPING **" to ws-kl-flag
           else
           if ws-dt-dropping(ws-dt-idx) > 0
               move ws-dt-dropping(ws-dt-idx) to ws-edit-count
               string ws-edit-count         delimited by size
                   " store(s) dropping"     delimited by size
                   into ws-kl-flag
           end-if
           end-if.
           write store-kpi-line from ws-kpi-line
               after advancing 2 lines.

           move spaces                      to ws-kl-store.
           move spaces                      to ws-kl-name.
           move "4-wk avg"                  to ws-kl-label.
           move ws-average-figures          to ws-kpi-figures.
           perform 470-edit-kpi-line.
           move spaces                      to ws-kl-flag.
           write store-kpi-line from ws-kpi-line
               after advancing 1 line.

       550-print-summary.

           move spaces                      to ws-sl-title.
           move "SUMMARY"                   to ws-sl-title.
           write store-kpi-line from ws-section-line
               after advancing 3 lines.
           write store-kpi-line from ws-separator-line
               after advancing 1 line.

           move "Door-counter feed lines read:" to ws-csl-label.
           move ws-feed-read-count          to ws-csl-count.
           write store-kpi-line from ws-count-summary-line
               after advancing 1 line.

           move "Stores with no feed:"      to ws-csl-label.
           move ws-missing-store-count      to ws-csl-count.
           write store-kpi-line from ws-count-summary-line
               after advancing 1 line.

           move "Stores with a zero feed:"  to ws-csl-label.
           move ws-zero-store-count         to ws-csl-count.
           write store-kpi-line from ws-count-summary-line
               after advancing 1 line.

           move "Valid records read:"       to ws-csl-label.
           move ws-valid-record-count       to ws-csl-count.
           write store-kpi-line from ws-count-summary-line
               after advancing 1 line.

           move "Valid records for unknown stores:"
               to ws-csl-label.
           move ws-unknown-store-count      to ws-csl-count.
           write store-kpi-line from ws-count-summary-line
               after advancing 1 line.

           move "Stores with conversion dropping:"
               to ws-csl-label.
           move ws-dropping-store-count     to ws-csl-count.
           write store-kpi-line from ws-count-summary-line
               after advancing 1 line.

           move "KPI history nights added:" to ws-csl-label.
           move ws-history-written-count    to ws-csl-count.
           write store-kpi-line from ws-count-summary-line
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

           move "Program_38"                to au-program-name.
           move ws-feed-read-count          to au-input-record-count.
           move ws-history-written-count    to au-output-record-count-1.
           move ws-dropping-store-count     to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       910-write-run-log.

           open extend run-log-file.

           if ws-run-log-file-status = "35"
               open output run-log-file
           end-if.

           move spaces                      to run-log-line.

           accept rl-run-date               from date yyyymmdd.
           accept rl-run-time               from time.

           move "Program_38"                to rl-program-name.
           move ws-log-message              to rl-message.

           write run-log-line.
           close run-log-file.

       end program Program_38.
