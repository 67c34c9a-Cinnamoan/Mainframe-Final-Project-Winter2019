      *close after the armored-car pickup bank the next business
      *day), a later day's bank record clears it, and the variance
      *report separates genuine over/shorts from in-transit money,
      *aging anything open past a configurable number of business
      *days (weekends and the store calendar's bank holidays do not
      *count) for loss-prevention follow-up - so a real missing
      *deposit no longer hides in a wall of next-day phantom
      *shorts. US cash taken at the border stores is reconciled
      *separately, in US dollars, because the bank credits it at
      *its own rate.

       environment division.
       input-output section.

      *    Deposit file from the bank: one record per deposit, with
      *    the store, the business date it covers, the tender and
      *    the amount banked - the US dollar face amount for a
      *    'US' deposit.
           select bank-deposit-file
               assign to ws-bank-deposit-path
               organization is line sequential
               file status is ws-bank-deposit-file-status.

      *    Program_2's daily summary: the 'T' totals record, one
      *    'D' record per store/tender pair that moved money, and
      *    one 'U' record per store with the US cash it took in
      *    and refunded.
           select daily-summary-file
               assign to ws-daily-summary-path
               organization is line sequential
               file status is ws-open-deposit-file-status.

      *    Reconciliation options (currently just the in-transit
      *    aging window in business days). A missing file keeps
      *    the built-in default.
           select deposit-config-file
               assign to ws-deposit-config-path
               organization is line sequential
               file status is ws-deposit-config-status.

      *    Store calendar maintained through Program_6. Only the
      *    bank holidays matter here - a day the bank was shut is
      *    not a day a deposit could have landed, so it does not
      *    age an open item.
           select store-calendar-file
               assign to ws-store-calendar-path
               organization is line sequential
               file status is ws-store-calendar-file-status.

           select deposit-recon-report
               assign to ws-deposit-recon-path
               organization is line sequential.

       fd daily-summary-file
           data record is daily-summary-line
           record contains 63 characters.

       01 daily-summary-line.
           05 ds-record-type                pic x.
                   value 'T'.
               88 ds-detail-record-88
                   value 'D'.
               88 ds-usd-record-88
                   value 'U'.
           05 ds-business-date              pic 9(8).
           05 ds-total-amounts.
               10 ds-sale-amount            pic 9(7)v99.
               10 ds-return-amount          pic 9(7)v99.
               10 ds-exchange-amount        pic 9(7)v99.
               10 ds-net-amount             pic 9(7)v99.
               10 filler                    pic x(9).
           05 ds-detail-r redefines ds-total-amounts.
               10 ds-store-number           pic x(2).
               10 ds-payment-type           pic x(2).
               10 ds-dtl-sale-amount        pic 9(7)v99.
               10 ds-dtl-layaway-amount     pic 9(7)v99.
               10 ds-dtl-return-amount      pic 9(7)v99.
               10 ds-dtl-ar-payment-amount  pic 9(7)v99.
               10 ds-dtl-paid-out-amount    pic 9(7)v99.
               10 filler                    pic x(5).
           05 ds-usd-r redefines ds-total-amounts.
               10 ds-usd-store-number       pic x(2).
               10 ds-usd-foreign-in         pic 9(7)v99.
               10 ds-usd-foreign-out        pic 9(7)v99.
               10 ds-usd-cad-in             pic 9(7)v99.
               10 ds-usd-cad-out            pic 9(7)v99.
               10 filler                    pic x(16).

       fd open-deposit-file
           data record is open-deposit-line
       01 deposit-config-line.
           05 dc-aging-days                 pic 9(3).

       fd store-calendar-file
           data record is store-calendar-line
           record contains 47 characters.

       01 store-calendar-line.
           05 cal-store-number              pic x(2).
           05 cal-entry-type                pic x.
               88 cal-bank-holiday-88
                   value 'H'.
           05 cal-date                      pic 9(8).
           05 cal-start-date                pic 9(8).
           05 cal-end-date                  pic 9(8).
           05 cal-description               pic x(20).

       fd deposit-recon-report
           data record is deposit-recon-line
           record contains 100 characters.
           value spaces.
       01 ws-deposit-recon-path                pic x(100)
           value spaces.
       01 ws-store-calendar-path               pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.

           value spaces.
       01 ws-deposit-config-status          pic xx
           value spaces.
      *An open item unbanked for more than this many business days
      *stops being "in transit" and becomes a loss-prevention item.
       01 ws-aging-days-limit               pic 9(3)
           value 3.
       01 ws-item-age-days                  pic 9(5)
           value 0.
       01 ws-item-date-int                  pic 9(7)
           value 0.

      *Bank holidays off the store calendar, as day numbers. A
      *blank store is a chain-wide holiday; a store number is one
      *province's or one branch's bank closed that day.
       01 ws-store-calendar-file-status     pic xx
           value spaces.
       01 ws-holiday-table.
           05 ws-hol-entry                  occurs 0 to 500 times
               depending on ws-hol-count
               indexed by ws-hol-idx.
               10 ws-hol-store              pic x(2).
               10 ws-hol-date-int           pic 9(7).
       01 ws-hol-count                      pic 999
           value 0.
      *Day being tested while an item's business-day age is
      *counted.
       01 ws-age-day-int                    pic 9(7)
           value 0.
       01 ws-age-weekday                    pic 9
           value 0.
       01 ws-age-holiday-flag               pic x
           value 'N'.
       01 ws-remaining-amount               pic 9(7)v99
           value 0.
       01 ws-carried-forward-count          pic 9(3)
           value 0.
       01 ws-money-in-calc                  pic 9(7)v99
           value 0.
       01 ws-money-out-calc                 pic 9(7)v99
           value 0.
       01 ws-variance-amount                pic 9(7)v99
           value 0.
       01 ws-exception-count                pic 9(3)
           value 0.
       01 ws-gift-tender-count              pic 9(3)
           value 0.
       01 ws-house-tender-count             pic 9(3)
           value 0.
      *'US' detail records carry the registers' Canadian-dollar
      *conversion; the deposit is reconciled off the 'U' records in
      *US dollars instead, so they are counted and left out.
       01 ws-usd-tender-count               pic 9(3)
           value 0.
       01 ws-usd-slot-count                 pic 9(3)
           value 0.
      *Past-dated bank records with no open item left to clear -
      *an earlier run of this date already matched them.
       01 ws-cleared-deposit-count          pic 9(5)
           05 filler                        pic x(49)
               value spaces.

       01 ws-house-tender-line.
           05 filler                        pic x(48)
               value "House-acct tender records (never banked, excl): ".
           05 ws-house-tender-out           pic zz9.
           05 filler                        pic x(49)
               value spaces.

       01 ws-usd-tender-line.
           05 filler                        pic x(48)
               value "US-cash tender records (reconciled in USD):     ".
           05 ws-usd-tender-out             pic zz9.
           05 filler                        pic x(49)
               value spaces.

       01 ws-usd-section-line.
           05 filler                        pic x(40)
               value "US cash deposits - amounts in US dollars".
           05 filler                        pic x(60)
               value spaces.

       01 ws-slot-overflow-line.
           05 filler                        pic x(46)
               value "** RECON TABLE FULL - items not tracked:    **".
           perform 020-resolve-data-library.

           perform 150-load-deposit-config.
           perform 160-load-bank-holidays.
           perform 200-load-expected-amounts.
           perform 205-load-open-items.
           perform 210-load-bank-deposits.
                                        delimited by size
               into ws-deposit-recon-path.

           string ws-data-library       delimited by space
               "STORE-CALENDAR.dat"
                                        delimited by size
               into ws-store-calendar-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               close deposit-config-file
           end-if.

      *    Bank holidays off the store calendar. The trading-date
      *    and closure entries are Program_1's business; a store
      *    shut for renovation still owes yesterday's deposit. A
      *    missing calendar means every weekday is a banking day.
       160-load-bank-holidays.

           move ws-false-const              to ws-eof-flag.

           open input store-calendar-file.

           if ws-store-calendar-file-status not = "35"

               read store-calendar-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if cal-bank-holiday-88
                           and cal-date numeric
                           and cal-date > 0
                       if ws-hol-count < 500
                           add 1            to ws-hol-count
                           set ws-hol-idx   to ws-hol-count
                           move cal-store-number
                               to ws-hol-store(ws-hol-idx)
                           compute ws-hol-date-int(ws-hol-idx) =
                               function integer-of-date(cal-date)
                       end-if
                   end-if
                   read store-calendar-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close store-calendar-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Carry forward the expected deposits earlier runs left
      *    open, so tonight's bank records can clear them. Items
      *    the ledger already carries for THIS business date are
                   if ds-detail-record-88
                       perform 220-post-expected-record
                   end-if
                   if ds-usd-record-88
                       perform 230-post-expected-usd
                   end-if
                   read daily-summary-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
      *    a credit, not a cheque - so a 'GC' record must not
      *    raise a deposit expectation that would show as a
      *    permanent short.
      *    A house-account charge is the same - the money is owed
      *    on the customer's account, not taken at the register.
           if ds-payment-type = "GC"
               add 1                        to ws-gift-tender-count
           else
           if ds-payment-type = "HA"
               add 1                        to ws-house-tender-count
           else
           if ds-payment-type = "US"
               add 1                        to ws-usd-tender-count
           else
               perform 225-post-expected-amount
           end-if
           end-if
           end-if.

       225-post-expected-amount.

      *    Payments on house accounts are banked like any other
      *    money taken in the tender.
           compute ws-money-in-calc =
               ds-dtl-sale-amount + ds-dtl-layaway-amount.

           if ds-dtl-ar-payment-amount numeric
               add ds-dtl-ar-payment-amount to ws-money-in-calc
           end-if.

      *    Cash paid out of the drawer for an approved expense
      *    leaves the till the same as a refund does, so it is
      *    not a short against the deposit.
           move ds-dtl-return-amount        to ws-money-out-calc.

           if ds-dtl-paid-out-amount numeric
               add ds-dtl-paid-out-amount   to ws-money-out-calc
           end-if.

           if ws-money-in-calc > ws-money-out-calc
               compute ws-expected-calc =
                   ws-money-in-calc - ws-money-out-calc
           else
      *        Refunds and paid-outs exceeded money in for this
      *        store/tender - nothing should have reached the bank.
               move 0                       to ws-expected-calc
           end-if.

                   to ws-rc-expected(ws-rc-idx)
           end-if.

      *    The US dollars a store should have banked: the US cash
      *    taken in less the US cash refunded, posted to the store's
      *    'US' slot in US dollars - the bank deposit for that
      *    tender carries its face amount, so the two match without
      *    anyone's exchange rate coming into it.
       230-post-expected-usd.

           if ds-usd-foreign-in numeric
                   and ds-usd-foreign-out numeric
                   and ds-usd-foreign-in > ds-usd-foreign-out
               compute ws-expected-calc =
                   ds-usd-foreign-in - ds-usd-foreign-out
           else
               move 0                       to ws-expected-calc
           end-if.

           move ds-usd-store-number         to ws-post-store.
           move "US"                        to ws-post-tender.
           move ws-business-date            to ws-post-date.
           perform 300-find-recon-entry.

           if ws-rc-target > 0
               set ws-rc-idx                to ws-rc-target
               add ws-expected-calc
                   to ws-rc-expected(ws-rc-idx)
           end-if.

      *    What the bank says landed, by store/tender and the
      *    business date the deposit covers - a deposit for an
      *    earlier day clears that day's open item, which is how

      *    One line per open store/tender/date item: cleared,
      *    genuinely over, in transit (carrying forward), or aged
      *    past the window and flagged for loss prevention. The US
      *    cash items follow in their own section, in US dollars.
       400-print-reconciliation.

           compute ws-business-date-int =

               perform varying ws-rc-idx from 1 by 1
                   until ws-rc-idx > ws-rc-count
                   if ws-rc-tender(ws-rc-idx) = "US"
                       add 1                to ws-usd-slot-count
                   else
                       perform 410-print-one-pair
                   end-if
               end-perform
           end-if.

           if ws-usd-slot-count > 0
               write deposit-recon-line from ws-usd-section-line
                   after advancing 2 lines
               write deposit-recon-line from ws-heading3-columns-line
                   after advancing 1 line

               perform varying ws-rc-idx from 1 by 1
                   until ws-rc-idx > ws-rc-count
                   if ws-rc-tender(ws-rc-idx) = "US"
                       perform 410-print-one-pair
                   end-if
               end-perform
           end-if.

                   after advancing 1 line
           end-if.

           if ws-house-tender-count > 0
               move ws-house-tender-count   to ws-house-tender-out
               write deposit-recon-line from ws-house-tender-line
                   after advancing 1 line
           end-if.

           if ws-usd-tender-count > 0
               move ws-usd-tender-count     to ws-usd-tender-out
               write deposit-recon-line from ws-usd-tender-line
                   after advancing 1 line
           end-if.

           if ws-cleared-deposit-count > 0
               move ws-cleared-deposit-count
                   to ws-cleared-deposit-out
           move ws-rc-expected(ws-rc-idx)   to ws-rcl-expected.
           move ws-rc-deposited(ws-rc-idx)  to ws-rcl-deposited.

           perform 415-count-business-days.

           if ws-rc-deposited(ws-rc-idx) > ws-rc-expected(ws-rc-idx)
      *        Genuine over - the bank holds more than the chain
           write deposit-recon-line from ws-recon-detail-line
               after advancing 1 line.

      *    An item's age is the banking days since its business
      *    date: each day after it, up to tonight's, that is a
      *    weekday and not a bank holiday for the item's store. A
      *    Friday deposit seen Monday is one day old, not three.
       415-count-business-days.

           move 0                           to ws-item-age-days.

           compute ws-item-date-int =
               function integer-of-date(ws-rc-date(ws-rc-idx)).

           compute ws-age-day-int = ws-item-date-int + 1.

           perform 416-count-one-day
               until ws-age-day-int > ws-business-date-int.

      *    Day 1 of the integer-date calendar is a Monday, so the
      *    day number less one, modulo 7, runs Monday 0 through
      *    Sunday 6.
       416-count-one-day.

           compute ws-age-weekday =
               function mod(ws-age-day-int - 1, 7).

           if ws-age-weekday < 5
               move 'N'                     to ws-age-holiday-flag
               perform varying ws-hol-idx from 1 by 1
                       until ws-hol-idx > ws-hol-count
                   if ws-hol-date-int(ws-hol-idx) = ws-age-day-int
                           and (ws-hol-store(ws-hol-idx) = spaces
                           or ws-hol-store(ws-hol-idx)
                               = ws-rc-store(ws-rc-idx))
                       move 'Y'             to ws-age-holiday-flag
                   end-if
               end-perform
               if ws-age-holiday-flag = 'N'
                   add 1                    to ws-item-age-days
               end-if
           end-if.

           add 1                            to ws-age-day-int.

      *    Rewrite the open-items ledger: every store/tender/date
      *    whose expected money has not fully banked yet, at its
      *    remaining amount, for the next run to carry and clear.
