               organization is line sequential
               file status is ws-tax-control-file-status.

      *    Every return rung under a tax exemption certificate, kept
      *    for the month-end exemption register. Keyed by business
      *    date, side and line so a same-day rerun overwrites its
      *    own lines instead of adding them twice.
           select exemption-activity-file
               assign to ws-exemption-activity-path
               organization is indexed
               access is dynamic
               record key is ea-key
               file status is ws-exemption-activity-status.

      *    Persistent month-to-date/year-to-date control totals,
      *    read at start-up, updated with today's activity, and
      *    rewritten at end of run.
       file section.
       fd raw-returns-file
           data record is raw-input-line
           record contains 140 characters.

       01 raw-input-line                    pic x(140).

      *    Sort key is the store number at bytes 11-12 of the
      *    140-byte return record (trans-code 1 + trans-amount 7 +
      *    payment-type 2 precede it).
       sd sort-work-file
           data record is sr-record.
       01 sr-record.
           05 filler                        pic x(10).
           05 sr-store-number               pic 9(2).
           05 filler                        pic x(128).

       fd returns-file
           data record is input-line
           record contains 140 characters.
      
       01 input-line.
           05 il-transaction-code           pic x.
           05 il-approval-code              pic x(6).
               88 il-approval-code-blank-88
                   value spaces.
      *    Loyalty customer number and points redeemed, spaces
      *    when the sale was not rung to a loyalty customer.
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

       fd report-file
           data record is report-line

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
      *    district managers' roll-ups. Spaces on records from
      *    before districts existed.
           05 sm-district-code              pic x(2).
      *    Province the store trades in, for the provincial
      *    roll-ups finance files under. Spaces on records
      *    from before provinces were kept.
           05 sm-province-code              pic x(2).

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

       fd tax-rate-file
           data record is tax-rate-line
      *    One prior-sale record per history line of an invoice.
       fd sales-file
           data record is sales-lookup-line
           record contains 48 characters.

       01 sales-lookup-line.
           05 sl-key.
           05 sl-store-number                pic x(2).
           05 sl-sku-code                    pic x(15).
           05 sl-business-date               pic 9(8).
      *    Cashier who rang the line, so a later return's
      *    commission clawback reaches the cashier paid on it.
      *    Spaces on lines written before it was carried.
           05 sl-cashier-id                  pic x(4).

       fd refund-policy-file
           data record is refund-policy-line
      *    older config record) leaves it off.
           05 rc-store-bundle-flag          pic x.

      *    Tax-exempt lines posted, one record per line, for the
      *    monthly exemption register.
       fd exemption-activity-file
           data record is exemption-activity-line
           record contains 81 characters.

      *    Side 'S' lines are posted by Program_3 off the sales,
      *    side 'R' lines by Program_4 off the returns; the tax
      *    exempted is what the store's rate would have charged.
       01 exemption-activity-line.
           05 ea-key.
               10 ea-business-date          pic 9(8).
               10 ea-side                   pic x.
               10 ea-sequence               pic 9(7).
           05 ea-store-number               pic x(2).
           05 ea-invoice-number             pic x(9).
           05 ea-sku-code                   pic x(15).
           05 ea-transaction-code           pic x.
           05 ea-transaction-date           pic 9(8).
           05 ea-exempt-cert-number         pic x(12).
           05 ea-exempt-type                pic xx.
           05 ea-transaction-amount         pic 9(5)v99.
           05 ea-tax-exempted               pic 9(7)v99.

      *    One record per store/rate pair with money this month.
       fd tax-control-file
           data record is tax-control-line
           record contains 117 characters.

       01 tax-control-line.
           05 tc-store-number               pic x(2).
           05 tc-day-refunded               pic 9(9)v99.
           05 tc-collected-date             pic 9(8).
           05 tc-refunded-date              pic 9(8).
      *    Sales rung tax-exempt under an exemption certificate,
      *    and returns of them - reported beside the tax buckets,
      *    never in them. Same day-stamp rule: the sales side is
      *    Program_3's under the collected date, the returns side
      *    Program_4's under the refunded date. Spaces on records
      *    written before exemptions were tracked.
           05 tc-mtd-exempt-sales           pic 9(9)v99.
           05 tc-mtd-exempt-returns         pic 9(9)v99.
           05 tc-day-exempt-sales           pic 9(9)v99.
           05 tc-day-exempt-returns         pic 9(9)v99.

       fd control-totals-file
           data record is control-totals-line
           value spaces.
       01 ws-tax-control-path                  pic x(100)
           value spaces.
       01 ws-exemption-activity-path           pic x(100)
           value spaces.
       01 ws-control-totals-path               pic x(100)
           value spaces.
       01 ws-run-log-path                      pic x(100)
       01 ws-tax-rate-found-flag            pic x value 'N'.

       01 ws-tax-control-file-status        pic xx value spaces.
      *The tax-exempt amount of the current line (zero on a taxable
      *one), for the exemption buckets, and the exemption activity
      *file's controls.
       01 ws-exempt-amount                  pic 9(9)v99 value 0.
       01 ws-exemption-activity-status      pic xx value spaces.
       01 ws-activity-ok-flag               pic x value 'N'.
       01 ws-activity-sequence              pic 9(7) value 0.
       01 ws-activity-eof-flag              pic x value 'N'.
      *Month-to-date tax collected/refunded by store and rate off
      *TAX-CONTROL.dat - this program adds the tax refunded on each
      *return and rewrites the file at end of run.
               10 ws-taxc-day-refunded      pic 9(9)v99.
               10 ws-taxc-collected-date    pic 9(8).
               10 ws-taxc-refunded-date     pic 9(8).
               10 ws-taxc-exempt-sales      pic 9(9)v99.
               10 ws-taxc-exempt-rtns    pic 9(9)v99.
               10 ws-taxc-day-exempt-sales  pic 9(9)v99.
               10 ws-taxc-day-exempt-rtns   pic 9(9)v99.
       01 ws-taxc-count                     pic 999 value 0.
       01 ws-taxc-target                    pic 999 value 0.
       01 ws-taxc-found-flag                pic x value 'N'.
           perform 055-load-tax-rates.
           perform 056-load-refund-policy.
           perform 058-load-tax-control.
           perform 059-open-exemption-activity.
           perform 060-open-sales-invoices.
           perform 057-load-report-config.
           perform 040-load-control-totals.
               perform 094-save-tax-control
               perform 095-save-control-totals
           end-if.

           if ws-activity-ok-flag = 'Y'
               perform 375-purge-stale-activity
               close exemption-activity-file
           end-if.
           perform 096-write-daily-summary.

           move return-code                 to ws-log-return-code.
                                        delimited by size
               into ws-tax-control-path.

           string ws-data-library       delimited by space
               "EXEMPTION-ACTIVITY.dat"
                                        delimited by size
               into ws-exemption-activity-path.

           string ws-data-library       delimited by space
               "CONTROL-TOTALS-P4.dat"
                                        delimited by size
                           move 0
                               to ws-taxc-refunded-date(ws-taxc-idx)
                       end-if
                       if tc-mtd-exempt-sales numeric
                           move tc-mtd-exempt-sales
                               to ws-taxc-exempt-sales(ws-taxc-idx)
                       else
                           move 0
                               to ws-taxc-exempt-sales(ws-taxc-idx)
                       end-if
                       if tc-mtd-exempt-returns numeric
                           move tc-mtd-exempt-returns
                               to ws-taxc-exempt-rtns(ws-taxc-idx)
                       else
                           move 0
                               to ws-taxc-exempt-rtns(ws-taxc-idx)
                       end-if
                       if tc-day-exempt-sales numeric
                           move tc-day-exempt-sales
                               to ws-taxc-day-exempt-sales(ws-taxc-idx)
                       else
                           move 0
                               to ws-taxc-day-exempt-sales(ws-taxc-idx)
                       end-if
                       if tc-day-exempt-returns numeric
                           move tc-day-exempt-returns
                               to ws-taxc-day-exempt-rtns(ws-taxc-idx)
                       else
                           move 0
                               to ws-taxc-day-exempt-rtns(ws-taxc-idx)
                       end-if
                       move tc-last-run-yyyymmdd
                           to ws-taxc-last-run
                   end-if
                   move 0 to ws-taxc-refunded(ws-taxc-idx)
                   move 0 to ws-taxc-day-collected(ws-taxc-idx)
                   move 0 to ws-taxc-day-refunded(ws-taxc-idx)
                   move 0 to ws-taxc-exempt-sales(ws-taxc-idx)
                   move 0 to ws-taxc-exempt-rtns(ws-taxc-idx)
                   move 0 to ws-taxc-day-exempt-sales(ws-taxc-idx)
                   move 0 to ws-taxc-day-exempt-rtns(ws-taxc-idx)
               end-perform
           else
      *    A second run on the business date the refunded side was
                           = ws-business-date
                       subtract ws-taxc-day-refunded(ws-taxc-idx)
                           from ws-taxc-refunded(ws-taxc-idx)
                       subtract ws-taxc-day-exempt-rtns(ws-taxc-idx)
                           from ws-taxc-exempt-rtns(ws-taxc-idx)
                   end-if
                   move 0 to ws-taxc-day-refunded(ws-taxc-idx)
                   move 0 to ws-taxc-day-exempt-rtns(ws-taxc-idx)
               end-perform
           end-if.

                   move 0 to ws-taxc-day-refunded(ws-taxc-idx)
                   move 0 to ws-taxc-collected-date(ws-taxc-idx)
                   move 0 to ws-taxc-refunded-date(ws-taxc-idx)
                   move 0 to ws-taxc-exempt-sales(ws-taxc-idx)
                   move 0 to ws-taxc-exempt-rtns(ws-taxc-idx)
                   move 0 to ws-taxc-day-exempt-sales(ws-taxc-idx)
                   move 0 to ws-taxc-day-exempt-rtns(ws-taxc-idx)
                   move ws-taxc-count       to ws-taxc-target
               end-if
           end-if.
                   to ws-taxc-refunded(ws-taxc-idx)
               add ws-tax-owing
                   to ws-taxc-day-refunded(ws-taxc-idx)
               add ws-exempt-amount
                   to ws-taxc-exempt-rtns(ws-taxc-idx)
               add ws-exempt-amount
                   to ws-taxc-day-exempt-rtns(ws-taxc-idx)
           end-if.

      *    Open the exemption activity file for in-place updates,
      *    creating it empty on the very first run. A backdated
      *    run posts nothing to the month's buckets, so it posts
      *    no exemption activity either.
       059-open-exemption-activity.

           if ws-backdated-run-flag = 'N'

               open i-o exemption-activity-file

               if ws-exemption-activity-status = "35"
                   open output exemption-activity-file
                   close exemption-activity-file
                   open i-o exemption-activity-file
               end-if

               if ws-exemption-activity-status = "00"
                   move 'Y'                 to ws-activity-ok-flag
               else
                   move spaces              to ws-log-message
                   string "EXEMPTION-ACTIVITY not opened, status "
                                            delimited by size
                       ws-exemption-activity-status
                                            delimited by size
                       " - exempt lines not logged"
                                            delimited by size
                       into ws-log-message
                   perform 910-write-run-log
               end-if

           end-if.

      *    Log one exempt line for the month-end register, with
      *    the tax the store's rate would have charged on it.
       370-post-exemption-activity.

           if ws-activity-ok-flag = 'Y'
               add 1                        to ws-activity-sequence
               move ws-business-date        to ea-business-date
               move 'R'                     to ea-side
               move ws-activity-sequence    to ea-sequence
               move il-store-number         to ea-store-number
               move il-invoice-number       to ea-invoice-number
               move il-sku-code             to ea-sku-code
               move il-transaction-code     to ea-transaction-code
               move ws-tax-rate-lookup-date to ea-transaction-date
               move il-exempt-cert-number   to ea-exempt-cert-number
               move il-exempt-type          to ea-exempt-type
               move il-transaction-amount   to ea-transaction-amount
               compute ea-tax-exempted rounded =
                   il-transaction-amount * ws-tax-rate-lookup-rate
               write exemption-activity-line
                   invalid key
                       rewrite exemption-activity-line
               end-write
           end-if.

      *    Lines an earlier run for the same business date logged
      *    past this run's last line are gone from the input now,
      *    so they come off the file.
       375-purge-stale-activity.

           move 'N'                         to ws-activity-eof-flag.
           move ws-business-date            to ea-business-date.
           move 'R'                         to ea-side.
           compute ea-sequence = ws-activity-sequence + 1.

           start exemption-activity-file
               key not < ea-key
               invalid key
                   move 'Y'                 to ws-activity-eof-flag
           end-start.

           if ws-activity-eof-flag = 'N'
               read exemption-activity-file next record
                   at end move 'Y'          to ws-activity-eof-flag
               end-read
           end-if.

           perform until ws-activity-eof-flag = 'Y'
                   or ea-business-date not = ws-business-date
                   or ea-side not = 'R'
               delete exemption-activity-file record
               read exemption-activity-file next record
                   at end move 'Y'          to ws-activity-eof-flag
               end-read
           end-perform.

      *    Rewrite the per-store/per-rate tax buckets, stamped with
      *    the business date, for the month-end remittance report.
       094-save-tax-control.
               move ws-taxc-collected-date(ws-taxc-idx)
                   to tc-collected-date
               move ws-business-date        to tc-refunded-date
               move ws-taxc-exempt-sales(ws-taxc-idx)
                   to tc-mtd-exempt-sales
               move ws-taxc-exempt-rtns(ws-taxc-idx)
                   to tc-mtd-exempt-returns
               move ws-taxc-day-exempt-sales(ws-taxc-idx)
                   to tc-day-exempt-sales
               move ws-taxc-day-exempt-rtns(ws-taxc-idx)
                   to tc-day-exempt-returns
               write tax-control-line

           end-perform.
           end-if.
           perform 077-lookup-tax-rate.

      *    A line rung under an exemption certificate carries no
      *    tax; its amount goes to the exemption buckets instead.
           if il-exempt-cert-blank-88
               compute ws-tax-owing rounded = il-transaction-amount *
                   ws-tax-rate-lookup-rate
               move 0                       to ws-exempt-amount
           else
               move 0                       to ws-tax-owing
               move il-transaction-amount   to ws-exempt-amount
               perform 370-post-exemption-activity
           end-if.
           add ws-tax-owing                 to ws-total-tax.

      *    Fold this return's tax into the persistent remittance
