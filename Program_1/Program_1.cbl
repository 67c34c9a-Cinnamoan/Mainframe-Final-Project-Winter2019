           organization is line sequential
           file status is ws-cashier-master-file-status.

      *    Loyalty Customer Master - the card numbers a sale may be
      *    rung to. A customer number on an input record must be on
      *    it; a missing master means no customer is on file yet.
           select customer-master-file
           assign to ws-customer-master-path
           organization is line sequential
           file status is ws-customer-master-file-status.

      *    Tax exemption certificates on file - the certificate a
      *    tax-exempt sale is rung under must be on it, of the type
      *    keyed, and not expired on the day of the sale. A missing
      *    master means no certificate is on file yet.
           select exemption-cert-file
           assign to ws-exemption-cert-path
           organization is line sequential
           file status is ws-exemption-cert-file-status.

      *    Loyalty points ledger as of the last posting, read by
      *    customer number so a redemption can be checked against
      *    the points the customer actually has.
           select loyalty-points-file
           assign to ws-loyalty-points-path
           organization is indexed
           access is random
           record key is lp-customer-number
           file status is ws-loyalty-points-file-status.

      *    House (charge) accounts the commercial customers buy on,
      *    keyed by the customer number rung on the sale, with the
      *    account's credit limit. A missing master means no house
      *    accounts are open yet.
           select house-account-file
           assign to ws-house-account-path
           organization is line sequential
           file status is ws-house-account-file-status.

      *    Employees who may buy at the staff discount, with each
      *    one's discount percentage and annual purchase allowance.
      *    A missing master means no employee purchase is accepted.
           select employee-master-file
           assign to ws-employee-master-path
           organization is line sequential
           file status is ws-employee-master-file-status.

      *    Each employee's discounted purchases so far this year,
      *    as of the last posting of the employee purchase ledger -
      *    read so a staff purchase can be checked against what is
      *    left of the allowance.
           select employee-ytd-file
           assign to ws-employee-ytd-path
           organization is line sequential
           file status is ws-employee-ytd-file-status.

      *    Accounts-receivable ledger as of the last posting - every
      *    house charge, return credit and payment on account, by
      *    account - read so a charge can be checked against what
      *    the account already owes.
           select ar-ledger-file
           assign to ws-ar-ledger-path
           organization is indexed
           access is dynamic
           record key is ar-key
           file status is ws-ar-ledger-file-status.

      *    Expense categories a till paid-out may be booked to -
      *    window cleaning, COD freight and the like - each with
      *    the amount over which the paid-out register flags it.
           select expense-category-file
           assign to ws-expense-category-path
           organization is line sequential
           file status is ws-expense-category-file-status.

      *    The bank's daily US dollar rate, maintained through the
      *    master-file maintenance run, with the tolerance a
      *    register's conversion may stray from it.
           select exchange-rate-file
           assign to ws-exchange-rate-path
           organization is line sequential
           file status is ws-exchange-rate-file-status.

      *    When each store trades and the days it is closed, kept
      *    through the master-file maintenance run, so a store
      *    closed tonight is not chased for a file it never owed.
           select store-calendar-file
           assign to ws-store-calendar-path
           organization is line sequential
           file status is ws-store-calendar-file-status.

      *    Control record carrying this run's final valid-record
      *    count, for Program_2 to reconcile its own input count
      *    against before trusting valid.dat.
           record key is iw-invoice-number
           file status is ws-invoice-seen-file-status.

      *    Invoices the pre-split check found rung under stores of
      *    more than one district, each with the store that rang
      *    it first - read only by a partitioned run, which cannot
      *    see the other districts' records for itself.
           select cross-district-file
           assign to ws-cross-district-path
           organization is line sequential
           file status is ws-cross-district-file-status.

      *    Shared run-level audit trail appended to by all four
      *    programs, so operations has a queryable history of every
      *    run instead of having to dig through old report printouts.

       fd input-file
           data record is input-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
               88 il-valid-transac-codes-88
                   value 'S', 'R', 'L', 'X', 'P', 'F', 'V', 'A',
                         'O'.
               88 il-layaway-transac-88
                   value 'L'.
               88 il-account-payment-transac-88
                   value 'A'.
               88 il-paid-out-transac-88
                   value 'O'.
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
               88 il-valid-pay-types-88
                   value 'CA', 'CR', 'DB', 'GC', 'HA', 'US'.
               88 il-payment-house-88
                   value 'HA'.
               88 il-payment-usd-88
                   value 'US'.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-invoice-number-r1 redefines
                   value spaces.
               88 il-sku-code-valid-88
                   value 'A' thru 'Z', '1' thru '9'.
      *    A paid-out sells nothing - the SKU field carries the
      *    expense category the cash was paid out for instead.
           05 il-paid-out-r redefines il-sku-code.
               10 il-expense-category       pic x(4).
                   88 il-expense-category-blank-88
                       value spaces.
               10 filler                    pic x(11).
           05 il-return-reason-code         pic xx.
               88 il-valid-return-reason-88
                   value 'DF', 'WI', 'CM', 'OT'.
               88 il-exchange-new-sku-blank-88
                   value spaces.
           05 il-exchange-return-amount     pic 9(5)v99.
      *    A record tendered in US cash is never an exchange, so
      *    the returned leg's field carries the US dollar amount
      *    the customer handed over (or was refunded) instead.
           05 il-usd-amount redefines
              il-exchange-return-amount    pic 9(5)v99.
           05 il-exchange-new-amount        pic 9(5)v99.
      *    How many units of the SKU this line covers, so a
      *    customer buying three of the same item is one line, not
               88 il-tender-2-blank-88
                   value spaces.
               88 il-tender-2-valid-88
                   value 'CA', 'CR', 'DB', 'GC', 'HA', 'US'.
               88 il-tender-2-house-88
                   value 'HA'.
               88 il-tender-2-usd-88
                   value 'US'.
           05 il-tender-2-amount            pic 9(5)v99.
           05 il-tender-2-amount-x redefines
              il-tender-2-amount           pic x(7).
                   value spaces.
      *    Manager approval code keyed on a return that needed an
      *    override - any refund over the store's policy threshold
      *    or any 'OT' reason-code return - and on every till
      *    paid-out. Spaces everywhere else.
           05 il-approval-code              pic x(6).
               88 il-approval-code-blank-88
                   value spaces.
      *    Loyalty customer the sale was rung for - the card number
      *    scanned or keyed at the register, spaces for a walk-in -
      *    and the points the customer redeemed against the invoice,
      *    spaces when none were. Appended behind the approval code
      *    so existing fields keep their old positions.
           05 il-customer-number            pic x(8).
               88 il-customer-number-blank-88
                   value spaces.
           05 il-points-redeemed            pic 9(5).
           05 il-points-redeemed-x redefines
              il-points-redeemed           pic x(5).
               88 il-points-redeemed-blank-88
                   value spaces.
      *    Register time the transaction was rung, hhmm on the
      *    24-hour clock. Spaces on extracts from registers that
      *    do not yet send it.
           05 il-transaction-time           pic 9(4).
           05 il-transaction-time-r redefines
              il-transaction-time.
               10 il-trans-time-hh          pic 9(2).
                   88 il-trans-time-hh-valid-88
                       value 00 thru 23.
               10 il-trans-time-mm          pic 9(2).
                   88 il-trans-time-mm-valid-88
                       value 00 thru 59.
           05 il-transaction-time-x redefines
              il-transaction-time          pic x(4).
               88 il-transaction-time-blank-88
                   value spaces.
      *    Tax exemption the sale was rung under - the exemption
      *    certificate the customer presented and its exemption
      *    type: 'SC' status card, 'RS' reseller, 'CH' charity.
      *    Spaces on a taxable sale and on older extracts.
           05 il-exempt-cert-number         pic x(12).
               88 il-exempt-cert-blank-88
                   value spaces.
           05 il-exempt-type                pic xx.
               88 il-exempt-type-blank-88
                   value spaces.
               88 il-exempt-type-valid-88
                   value 'SC', 'RS', 'CH'.
      *    Employee purchase: the employee the sale was rung for,
      *    keyed off the staff card at the register, and 'E' when
      *    the employee discount was taken on the price - spaces on
      *    a customer sale and on older extracts. Appended behind
      *    the exemption fields so existing fields keep their old
      *    positions.
           05 il-purchaser-id               pic x(4).
               88 il-purchaser-id-blank-88
                   value spaces.
           05 il-employee-discount          pic x.
               88 il-employee-discount-88
                   value 'E'.
               88 il-employee-discount-blank-88
                   value spaces.

      *    Trailer view of the same input record: the last line of
      *    a store extract carries 'T', the count of data records
                   value 'T'.
           05 tl-record-count               pic 9(7).
           05 tl-hash-total                 pic 9(11)v99.
           05 filler                        pic x(119).

       fd valid-file
           data record is valid-line
           record contains 140 characters.

       01 valid-line                        pic x(140).

       fd invalid-file
           data record is invalid-record
           record contains 249 characters.

       01 invalid-record.
           05 iv-input-line                 pic x(140).
           05 iv-source-store               pic x(2).
           05 iv-source-seq                 pic 9(7).
           05 iv-source-file-name           pic x(100).

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

       fd cashier-master-file
           data record is cashier-master-line
           05 cm-cashier-id                 pic x(4).
           05 cm-cashier-name               pic x(20).

       fd customer-master-file
           data record is customer-master-line
           record contains 52 characters.

       01 customer-master-line.
           05 cu-customer-number            pic x(8).
           05 cu-customer-name              pic x(30).
           05 cu-postal-code                pic x(6).
           05 cu-enrol-date                 pic 9(8).

       fd exemption-cert-file
           data record is exemption-cert-line
           record contains 52 characters.

       01 exemption-cert-line.
           05 ec-cert-number                pic x(12).
           05 ec-exempt-type                pic xx.
           05 ec-holder-name                pic x(30).
           05 ec-expiry-date                pic 9(8).

       fd loyalty-points-file
           data record is loyalty-points-line
           record contains 51 characters.

       01 loyalty-points-line.
           05 lp-customer-number            pic x(8).
           05 lp-points-balance             pic s9(9).
           05 lp-lifetime-earned            pic 9(9).
           05 lp-last-activity-date         pic 9(8).
           05 lp-last-posted-date           pic 9(8).
           05 lp-last-day-redeemed          pic 9(9).

       fd house-account-file
           data record is house-account-line
           record contains 48 characters.

      *    Status 'A' is an open account; 'H' is on credit hold -
      *    payments still post, new charges are refused.
       01 house-account-line.
           05 ha-account-number             pic x(8).
           05 ha-account-name               pic x(30).
           05 ha-credit-limit               pic 9(7)v99.
           05 ha-account-status             pic x.

      *    Status 'A' is an active employee; anything else (on
      *    leave, terminated) buys at the normal price.
       fd employee-master-file
           data record is employee-master-line
           record contains 37 characters.

       01 employee-master-line.
           05 em-employee-id                pic x(4).
           05 em-employee-name              pic x(20).
           05 em-home-store                 pic x(2).
           05 em-discount-pct               pic 99v9.
           05 em-annual-allowance           pic 9(5)v99.
           05 em-employee-status            pic x.

      *    The last-day amount is what the posting through-date
      *    itself added, so a same-day rerun can leave it out.
       fd employee-ytd-file
           data record is employee-ytd-line
           record contains 51 characters.

       01 employee-ytd-line.
           05 ey-year                       pic 9(4).
           05 ey-employee-id                pic x(4).
           05 ey-ytd-amount                 pic s9(7)v99
               sign is leading separate.
           05 ey-ytd-discount               pic s9(7)v99
               sign is leading separate.
           05 ey-ytd-count                  pic 9(5).
           05 ey-through-date               pic 9(8).
           05 ey-last-day-amount            pic s9(7)v99
               sign is leading separate.

       fd expense-category-file
           data record is expense-category-line
           record contains 41 characters.

       01 expense-category-line.
           05 xc-category-code              pic x(4).
           05 xc-description                pic x(30).
           05 xc-flag-threshold             pic 9(5)v99.

      *    One record per business date and currency: Canadian
      *    dollars per unit of the currency, and the percentage a
      *    register conversion may differ from it.
       fd exchange-rate-file
           data record is exchange-rate-line
           record contains 23 characters.

       01 exchange-rate-line.
           05 er-rate-date                  pic 9(8).
           05 er-currency                   pic x(3).
           05 er-rate                       pic 9(2)v9(6).
           05 er-tolerance-pct              pic 9(2)v99.

      *    'S' trading dates: start is the first trading day, end
      *    the last (zero while trading). 'C' planned closure: the
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

      *    'C' a house charge, 'R' a return credited back to the
      *    account, 'P' a payment on account.
       fd ar-ledger-file
           data record is ar-ledger-line
           record contains 50 characters.

       01 ar-ledger-line.
           05 ar-key.
               10 ar-account-number         pic x(8).
               10 ar-business-date          pic 9(8).
               10 ar-sequence               pic 9(5).
           05 ar-entry-type                 pic x.
               88 ar-charge-88
                   value 'C'.
           05 ar-store-number               pic x(2).
           05 ar-invoice-number             pic x(9).
           05 ar-transaction-date           pic 9(8).
           05 ar-amount                     pic 9(7)v99.

       fd refund-policy-file
           data record is refund-policy-line
           record contains 9 characters.
      *    up without re-counting records skipped on a restart.
       fd checkpoint-file
           data record is checkpoint-line
           record contains 160 characters.

       01 checkpoint-line.
           05 ckpt-status-flag              pic x.
           05 ckpt-err-amt-vs-price-count   pic 9(7).
           05 ckpt-err-cashier-count        pic 9(7).
           05 ckpt-err-refund-auth-count    pic 9(7).
           05 ckpt-err-customer-count       pic 9(7).
           05 ckpt-err-exemption-count      pic 9(7).
           05 ckpt-err-house-account-count  pic 9(7).
           05 ckpt-err-paid-out-count       pic 9(7).
           05 ckpt-err-usd-count            pic 9(7).
           05 ckpt-err-employee-count       pic 9(7).

       fd invoice-seen-file
           data record is invoice-seen-line
           05 iw-invoice-number             pic x(9).
           05 iw-store-number               pic x(2).

      *    First line is the business date the list was built for;
      *    every line after it is one invoice and its first store.
       fd cross-district-file
           data record is cross-district-line
           record contains 11 characters.

       01 cross-district-line.
           05 cx-invoice-number             pic x(9).
           05 cx-owner-store                pic x(2).
       01 cross-district-header-line.
           05 cx-business-date              pic x(8).
           05 filler                        pic x(3).

      *    One line per program run: when it ran, which program,
      *    how many records it read/wrote, and its return code.
      *    Same layout duplicated in all four programs, the same way

       fd recycle-file
           data record is recycle-line
           record contains 140 characters.

       01 recycle-line                      pic x(140).

       fd transmission-report
           data record is transmission-line
           value spaces.
       01 ws-cashier-master-path               pic x(100)
           value spaces.
       01 ws-customer-master-path              pic x(100)
           value spaces.
       01 ws-exemption-cert-path               pic x(100)
           value spaces.
       01 ws-loyalty-points-path               pic x(100)
           value spaces.
       01 ws-house-account-path                pic x(100)
           value spaces.
       01 ws-expense-category-path             pic x(100)
           value spaces.
       01 ws-employee-master-path              pic x(100)
           value spaces.
       01 ws-employee-ytd-path                 pic x(100)
           value spaces.
       01 ws-exchange-rate-path                pic x(100)
           value spaces.
       01 ws-store-calendar-path               pic x(100)
           value spaces.
       01 ws-ar-ledger-path                    pic x(100)
           value spaces.
       01 ws-valid-count-path                  pic x(100)
           value spaces.
       01 ws-checkpoint-path                   pic x(100)
           value spaces.
       01 ws-invoice-seen-path                 pic x(100)
           value spaces.
       01 ws-cross-district-path               pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.
       01 ws-transmission-path                 pic x(100)
       01 ws-business-date-path                pic x(100)
           value spaces.

      *The district this run is one partition of, off the second
      *line of the profile - spaces (the normal run) is the whole
      *driver list in one run. A partitioned run edits only the
      *driver entries of its own district's stores and writes to
      *files carrying the district (valid-Dnn.dat and the like),
      *so the districts run side by side and a failed one
      *restarts from its own checkpoint.
       01 ws-partition-district             pic xx
           value spaces.
       01 ws-partition-run-flag             pic x
           value 'N'.
       01 ws-partition-store-flag           pic x
           value 'Y'.
       01 ws-partition-check-store          pic xx
           value spaces.
       01 ws-part-stem                      pic x(30)
           value spaces.
       01 ws-part-ext                       pic x(4)
           value spaces.
       01 ws-part-name                      pic x(100)
           value spaces.


      *Table of valid SKUs loaded from SKU-MASTER.dat at start-up,
      *carrying each SKU's master unit price so the transaction
               indexed by ws-store-idx.
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-name       pic x(20).
               10 ws-store-table-district   pic x(2).
      *        'M' = no file arrived, 'R' = received and processed,
      *        'F' = file named on the driver list but unreadable
      *        or failing its trailer verification.
      *        space = the extract carried no trailer (an older
      *        register, noted but not failed).
               10 ws-store-trailer-status   pic x.
      *        'C' = the store calendar has the store closed on the
      *        business date (not open yet, closed for good, or a
      *        planned closure), so no file is expected from it.
               10 ws-store-calendar-status  pic x.
      *        Records read from this store's file and how many of
      *        them were rejected, for the per-store error-rate
      *        breakdown on the summary.
           value 'N'.
       01 ws-cashier-master-file-status     pic xx
           value spaces.

      *Table of loyalty customer numbers loaded from
      *CUSTOMER-MASTER.dat at start-up, sorted once so every lookup
      *is a binary SEARCH ALL.
       01 ws-customer-table.
           05 ws-customer-entry             occurs 0 to 5000 times
               depending on ws-customer-table-count
               ascending key is ws-customer-table-number
               indexed by ws-customer-idx.
               10 ws-customer-table-number  pic x(8).

       01 ws-customer-table-count           pic 9(4)
           value 0.
       01 ws-customer-found-flag            pic x
           value 'N'.
       01 ws-customer-master-file-status    pic xx
           value spaces.

      *Tax exemption certificates loaded from EXEMPTION-CERT.dat at
      *start-up, sorted once so every lookup is a binary SEARCH ALL.
       01 ws-exempt-table.
           05 ws-exempt-entry               occurs 0 to 5000 times
               depending on ws-exempt-table-count
               ascending key is ws-exempt-table-cert
               indexed by ws-exempt-idx.
               10 ws-exempt-table-cert      pic x(12).
               10 ws-exempt-table-type      pic xx.
               10 ws-exempt-table-expiry    pic 9(8).

       01 ws-exempt-table-count             pic 9(4)
           value 0.
       01 ws-exemption-cert-file-status     pic xx
           value spaces.

      *Points ledger controls. Redemptions accepted earlier in the
      *same run are held against the customer here, so two sales
      *in one night cannot both spend the same points before the
      *ledger is posted.
       01 ws-loyalty-points-file-status     pic xx
           value spaces.
       01 ws-loyalty-file-ok-flag           pic x
           value 'N'.
       01 ws-points-available               pic s9(9)
           value 0.
       01 ws-redeem-table.
           05 ws-redeem-entry               occurs 0 to 2000 times
               depending on ws-redeem-table-count
               indexed by ws-redeem-idx.
               10 ws-redeem-customer        pic x(8).
               10 ws-redeem-points          pic 9(7).

       01 ws-redeem-table-count             pic 9(4)
           value 0.
       01 ws-redeem-found-flag              pic x
           value 'N'.

      *House accounts loaded from HOUSE-ACCOUNT.dat at start-up,
      *sorted once for a binary SEARCH ALL, and the receivables
      *ledger controls. Charges accepted earlier in the same run
      *are held against the account, so two charges in one night
      *cannot both fit under the limit before the ledger is
      *posted.
       01 ws-house-table.
           05 ws-house-entry                occurs 0 to 2000 times
               depending on ws-house-table-count
               ascending key is ws-house-table-account
               indexed by ws-house-idx.
               10 ws-house-table-account    pic x(8).
               10 ws-house-table-limit      pic 9(7)v99.
               10 ws-house-table-status     pic x.

       01 ws-house-table-count              pic 9(4)
           value 0.
       01 ws-house-account-file-status      pic xx
           value spaces.

      *Employees loaded from EMPLOYEE-MASTER.dat at start-up,
      *sorted once for a binary SEARCH ALL, with each one's
      *allowance used so far this year off the purchase ledger.
      *Discounted purchases accepted earlier in the same run are
      *held against the employee, so two purchases in one night
      *cannot both fit under the allowance before the ledger is
      *posted.
       01 ws-employee-table.
           05 ws-emp-entry                  occurs 0 to 3000 times
               depending on ws-emp-table-count
               ascending key is ws-emp-table-id
               indexed by ws-emp-idx.
               10 ws-emp-table-id           pic x(4).
               10 ws-emp-table-discount-pct pic 99v9.
               10 ws-emp-table-allowance    pic 9(5)v99.
               10 ws-emp-table-status       pic x.
               10 ws-emp-table-ytd-used     pic s9(7)v99.
               10 ws-emp-table-held         pic s9(7)v99.

       01 ws-emp-table-count                pic 9(4)
           value 0.
       01 ws-employee-master-file-status    pic xx
           value spaces.
       01 ws-employee-ytd-file-status       pic xx
           value spaces.
       01 ws-emp-purchase-amount            pic s9(7)v99
           value 0.
      *The lowest price an employee sale may be rung at: the
      *line's base price for its quantity less the employee's
      *discount.
       01 ws-emp-discount-price             pic 9(7)v99
           value 0.

      *Expense categories loaded from EXPENSE-CATEGORY.dat at
      *start-up, sorted once for a binary SEARCH ALL.
       01 ws-expense-table.
           05 ws-expense-entry              occurs 0 to 500 times
               depending on ws-expense-table-count
               ascending key is ws-expense-table-category
               indexed by ws-expense-idx.
               10 ws-expense-table-category pic x(4).

       01 ws-expense-table-count            pic 9(4)
           value 0.
       01 ws-expense-category-file-status   pic xx
           value spaces.

      *Daily exchange rates loaded from EXCHANGE-RATE.dat at
      *start-up, sorted once by date and currency for a binary
      *SEARCH ALL. A rate record with no tolerance keyed takes
      *the default.
       01 ws-fx-table.
           05 ws-fx-entry                   occurs 0 to 1000 times
               depending on ws-fx-table-count
               ascending key is ws-fx-table-key
               indexed by ws-fx-idx.
               10 ws-fx-table-key.
                   15 ws-fx-table-date      pic 9(8).
                   15 ws-fx-table-currency  pic x(3).
               10 ws-fx-table-rate          pic 9(2)v9(6).
               10 ws-fx-table-tolerance     pic 9(2)v99.

       01 ws-fx-table-count                 pic 9(4)
           value 0.
       01 ws-exchange-rate-file-status      pic xx
           value spaces.
       01 ws-default-fx-tolerance           pic 9(2)v99
           value 1.00.
       01 ws-fx-lookup-key.
           05 ws-fx-lookup-date             pic 9(8).
           05 ws-fx-lookup-currency         pic x(3).
       01 ws-fx-found-flag                  pic x
           value 'N'.
       01 ws-fx-rate                        pic 9(2)v9(6)
           value 0.
       01 ws-fx-tolerance                   pic 9(2)v99
           value 0.
      *The Canadian slice of the record tendered in US cash, what
      *the day's rate says it should be, and how far apart the two
      *are allowed to be.
       01 ws-usd-cad-amount                 pic 9(5)v99
           value 0.
       01 ws-usd-expected-cad               pic 9(7)v99
           value 0.
       01 ws-usd-difference                 pic 9(7)v99
           value 0.
       01 ws-usd-allowed                    pic 9(7)v99
           value 0.
       01 ws-ar-ledger-file-status          pic xx
           value spaces.
       01 ws-ar-ledger-ok-flag              pic x
           value 'N'.
       01 ws-ar-eof-flag                    pic x
           value 'N'.
       01 ws-account-balance                pic s9(9)v99
           value 0.
       01 ws-ar-charge-amount               pic 9(5)v99
           value 0.
       01 ws-ar-hold-table.
           05 ws-ar-hold-entry              occurs 0 to 2000 times
               depending on ws-ar-hold-count
               indexed by ws-ar-hold-idx.
               10 ws-ar-hold-account        pic x(8).
               10 ws-ar-hold-amount         pic 9(9)v99.

       01 ws-ar-hold-count                  pic 9(4)
           value 0.
       01 ws-ar-hold-found-flag             pic x
           value 'N'.
       01 ws-input-file-status              pic xx
           value spaces.
       01 ws-missing-store-count            pic 99
           value 0.
       01 ws-unexpected-file-count          pic 99
           value 0.
       01 ws-closed-store-count             pic 99
           value 0.
       01 ws-store-calendar-file-status     pic xx
           value spaces.
      *Slot of the store whose file is being processed (0 when the
      *driver entry's store is not on the master), so each record
      *and reject lands in the right store's error-rate bucket.
           05 filler                        pic x(24)
               value "  Files not on master: ".
           05 ws-trn-unexpected-out         pic z9.
           05 filler                        pic x(10)
               value "  Closed: ".
           05 ws-trn-closed-out             pic z9.
           05 filler                        pic x(5)
               value spaces.

      *Controls for the keyed invoice-seen work file. Several line
       01 ws-invoice-known-flag             pic x
           value 'N'.

      *Invoices rung under stores of more than one district, off
      *the pre-split check's list. The store that rang one first
      *owns it; the same invoice under any other store is the
      *duplicate, whichever district's run edits it.
       01 ws-cross-district-table.
           05 ws-xdi-entry                  occurs 0 to 5000 times
               depending on ws-xdi-table-count
               ascending key is ws-xdi-table-invoice
               indexed by ws-xdi-idx.
               10 ws-xdi-table-invoice      pic x(9).
               10 ws-xdi-table-owner        pic x(2).

       01 ws-xdi-table-count                pic 9(4)
           value 0.
       01 ws-cross-district-file-status     pic xx
           value spaces.
       01 ws-cross-district-ok-flag         pic x
           value 'N'.
       01 ws-cross-district-dup-flag        pic x
           value 'N'.

      *Checkpoint/restart controls, so a run interrupted partway
      *through a large input file does not have to reprocess
      *records it had already validated and written out.
           value 500.
       01 ws-skip-count                     pic 9(7)
           value 0.
       01 ws-rebuild-count                  pic 9(7)
           value 0.

      *Recycle-file controls: corrected rejects resubmitted by the
      *correction run are edited after the driver-file stores,
           05 ws-dl-report-number           pic z(6)9.
           05 filler                        pic x(14)
               value spaces.
           05 ws-dl-input-line              pic x(140)
               value spaces.
      *    05 filler                        pic x(3)
      *        value spaces.
           05 filler                        pic x(30)
               value spaces.

       01 ws-heading5-summary-line-18.
           05 filler                        pic x(24)
               value "  Customer / Points:    ".
           05 ws-tl-err-customer            pic z(6)9.
           05 filler                        pic x(30)
               value spaces.

       01 ws-heading5-summary-line-19.
           05 filler                        pic x(24)
               value "  Tax Exemption:        ".
           05 ws-tl-err-exemption           pic z(6)9.
           05 filler                        pic x(30)
               value spaces.

       01 ws-heading5-summary-line-20.
           05 filler                        pic x(24)
               value "  House Account:        ".
           05 ws-tl-err-house-account       pic z(6)9.
           05 filler                        pic x(30)
               value spaces.

       01 ws-heading5-summary-line-21.
           05 filler                        pic x(24)
               value "  Paid-Out:             ".
           05 ws-tl-err-paid-out            pic z(6)9.
           05 filler                        pic x(30)
               value spaces.

       01 ws-heading5-summary-line-22.
           05 filler                        pic x(24)
               value "  USD Tender:           ".
           05 ws-tl-err-usd                 pic z(6)9.
           05 filler                        pic x(30)
               value spaces.

       01 ws-heading5-summary-line-23.
           05 filler                        pic x(24)
               value "  Employee Purchase:    ".
           05 ws-tl-err-employee            pic z(6)9.
           05 filler                        pic x(30)
               value spaces.

      *How many corrected rejects the recycle pass resubmitted -
      *the trace from rejection through correction to posting.
       01 ws-heading5-summary-line-16.
      *encountered in a record.
       01 ws-error-text-constants.
           05 ws-error-text-1-const         pic x(47)
               value "Transaction Code must be S,R,L,X,P,F,V,A or O. ".
           05 ws-error-text-2-const         pic x(47)
               value "Transaction Amount must be numeric.            ".
           05 ws-error-text-3-const         pic x(47)
               value "Payment Type must be CA, CR, DB, GC, HA or US. ".
           05 ws-error-text-4-const         pic x(47)
               value "Store Number not found on Store Master file.   ".
           05 ws-error-text-5-const-1       pic x(47)
           05 ws-error-text-14-const-2      pic x(47)
               value "Cashier ID not found on Cashier Master file.   ".
           05 ws-error-text-15-const-1      pic x(47)
               value "Second Tender must be CA, CR, DB, GC, HA or US.".
           05 ws-error-text-15-const-2      pic x(47)
               value "Second Tender Amount must be numeric.          ".
           05 ws-error-text-15-const-3      pic x(47)
               value "Second Tender cannot equal the first tender.   ".
           05 ws-error-text-16-const        pic x(47)
               value "Refund needs a manager approval code.          ".
           05 ws-error-text-17-const-1      pic x(47)
               value "Customer Number not found on Customer Master.  ".
           05 ws-error-text-17-const-2      pic x(47)
               value "Points Redeemed must be numeric or blank.      ".
           05 ws-error-text-17-const-3      pic x(47)
               value "Points Redeemed needs a loyalty customer.      ".
           05 ws-error-text-17-const-4      pic x(47)
               value "Points Redeemed exceed the customer's balance. ".
           05 ws-error-text-17-const-5      pic x(47)
               value "Points can only be redeemed on a sale.         ".
           05 ws-error-text-18-const        pic x(47)
               value "Transaction Time must be hhmm, 0000 to 2359.   ".
           05 ws-error-text-19-const-1      pic x(47)
               value "Exemption needs both certificate and type.     ".
           05 ws-error-text-19-const-2      pic x(47)
               value "Exemption Type must be SC, RS or CH.           ".
           05 ws-error-text-19-const-3      pic x(47)
               value "Exemption Cert not found on Exemption master.  ".
           05 ws-error-text-19-const-4      pic x(47)
               value "Exemption Type does not match the certificate. ".
           05 ws-error-text-19-const-5      pic x(47)
               value "Exemption Certificate expired before the sale. ".
           05 ws-error-text-20-const-1      pic x(47)
               value "House Account tender only on a sale or return. ".
           05 ws-error-text-20-const-2      pic x(47)
               value "House Account needs the account number keyed.  ".
           05 ws-error-text-20-const-3      pic x(47)
               value "Account not found on House Account master.     ".
           05 ws-error-text-20-const-4      pic x(47)
               value "House Account is on credit hold - no charges.  ".
           05 ws-error-text-20-const-5      pic x(47)
               value "Charge would put the account over its limit.   ".
           05 ws-error-text-20-const-6      pic x(47)
               value "Payment on Account cannot be tendered HA.      ".
           05 ws-error-text-21-const-1      pic x(47)
               value "Paid-Out must be tendered CA, no second tender.".
           05 ws-error-text-21-const-2      pic x(47)
               value "Paid-Out needs the Expense Category keyed.     ".
           05 ws-error-text-21-const-3      pic x(47)
               value "Expense Category not on Expense Category file. ".
           05 ws-error-text-21-const-4      pic x(47)
               value "Paid-Out needs a manager Approval Code.        ".
           05 ws-error-text-22-const-1      pic x(47)
               value "USD tender not accepted on an Exchange.        ".
           05 ws-error-text-22-const-2      pic x(47)
               value "USD tender needs the US dollar amount keyed.   ".
           05 ws-error-text-22-const-3      pic x(47)
               value "No USD exchange rate on file for the date.     ".
           05 ws-error-text-22-const-4      pic x(47)
               value "USD converted amount off the day's bank rate.  ".
           05 ws-error-text-23-const-1      pic x(47)
               value "Employee Discount must be 'E' or blank.        ".
           05 ws-error-text-23-const-2      pic x(47)
               value "Employee Discount only on a sale or return.    ".
           05 ws-error-text-23-const-3      pic x(47)
               value "Employee Discount needs the Purchaser ID keyed.".
           05 ws-error-text-23-const-4      pic x(47)
               value "Purchaser ID not found on Employee master.     ".
           05 ws-error-text-23-const-5      pic x(47)
               value "Purchaser is not an active employee.           ".
           05 ws-error-text-23-const-6      pic x(47)
               value "Employee has used the annual allowance.        ".
           05 ws-error-text-23-const-7      pic x(47)
               value "Price is below the employee's discount price.  ".
           05 ws-error-text-24-const        pic x(47)
               value "Amount below SKU price needs Employee Discount.".

      *Various counters to keep track of certain variables. Sized
      *for a 50,000-record night - the old three-digit pictures
               value 0.
           05 ws-err-refund-auth-count      pic 9(7)
               value 0.
           05 ws-err-customer-count         pic 9(7)
               value 0.
           05 ws-err-exemption-count        pic 9(7)
               value 0.
           05 ws-err-house-account-count    pic 9(7)
               value 0.
           05 ws-err-paid-out-count         pic 9(7)
               value 0.
           05 ws-err-usd-count              pic 9(7)
               value 0.
           05 ws-err-employee-count         pic 9(7)
               value 0.

       procedure division.
       000-main.
                                            delimited by size
               ws-business-date             delimited by size
               into ws-log-message.
           if ws-partition-run-flag = 'Y'
               string ws-log-message        delimited by "  "
                   " - district "           delimited by size
                   ws-partition-district    delimited by size
                   into ws-log-message
           end-if.
           perform 910-write-run-log.

           perform 150-load-sku-master.
           perform 155-load-store-master.
           perform 156-load-store-calendar.
           perform 157-load-cashier-master.
           perform 158-load-promo-prices.
           perform 159-load-refund-policy.
           perform 161-load-customer-master.
           perform 163-load-exemption-certs.
           perform 162-open-loyalty-ledger.
           perform 164-load-house-accounts.
           perform 167-load-expense-categories.
           perform 168-load-exchange-rates.
           perform 151-load-employee-master.
           perform 152-load-employee-ytd.
           if ws-partition-run-flag = 'Y'
               perform 153-load-cross-district-invoices
           end-if.
           perform 166-open-ar-ledger.
           perform 160-check-for-restart.
           perform 165-prepare-invoice-seen-file.

           open input  driver-file.

           if ws-restart-flag = ws-true-const
               perform 171-rebuild-run-holds
               open extend valid-file,
                            invalid-file,
                            invalid-report
               perform 100-output-headings
           end-if.

           perform 048-read-driver-entry.

           perform 050-process-one-file
               until ws-driver-eof-flag = ws-true-const.
               close invoice-seen-file
           end-if.

           if ws-loyalty-file-ok-flag = 'Y'
               close loyalty-points-file
           end-if.

           if ws-ar-ledger-ok-flag = 'Y'
               close ar-ledger-file
           end-if.

           perform 520-write-transmission-report.

           perform 550-write-valid-count.
           if ws-missing-store-count > 0
                   or ws-failed-store-count > 0
                   or ws-invoice-file-ok-flag = 'N'
                   or (ws-partition-run-flag = 'Y'
                       and ws-cross-district-ok-flag = 'N')
               move 4                       to return-code
           end-if.

                               to ws-data-library
                       end-if
               end-read
               read data-library-profile
                   not at end
                       move data-library-profile-line(1:2)
                           to ws-partition-district
               end-read
               close data-library-profile
           end-if.

           if ws-partition-district not = spaces
               move 'Y'                     to ws-partition-run-flag
           end-if.

           string ws-data-library       delimited by space
               "input-file-list.dat"
                                        delimited by size
                                        delimited by size
               into ws-cashier-master-path.

           string ws-data-library       delimited by space
               "CUSTOMER-MASTER.dat"
                                        delimited by size
               into ws-customer-master-path.

           string ws-data-library       delimited by space
               "EXEMPTION-CERT.dat"
                                        delimited by size
               into ws-exemption-cert-path.

           string ws-data-library       delimited by space
               "LOYALTY-POINTS.dat"
                                        delimited by size
               into ws-loyalty-points-path.

           string ws-data-library       delimited by space
               "HOUSE-ACCOUNT.dat"
                                        delimited by size
               into ws-house-account-path.

           string ws-data-library       delimited by space
               "EMPLOYEE-MASTER.dat"
                                        delimited by size
               into ws-employee-master-path.

           string ws-data-library       delimited by space
               "EMPLOYEE-PURCHASE-YTD.dat"
                                        delimited by size
               into ws-employee-ytd-path.

           string ws-data-library       delimited by space
               "EXPENSE-CATEGORY.dat"
                                        delimited by size
               into ws-expense-category-path.

           string ws-data-library       delimited by space
               "EXCHANGE-RATE.dat"
                                        delimited by size
               into ws-exchange-rate-path.

           string ws-data-library       delimited by space
               "STORE-CALENDAR.dat"
                                        delimited by size
               into ws-store-calendar-path.

           string ws-data-library       delimited by space
               "AR-LEDGER.dat"
                                        delimited by size
               into ws-ar-ledger-path.

           string ws-data-library       delimited by space
               "VALID-COUNT.dat"
                                        delimited by size
                                        delimited by size
               into ws-invoice-seen-path.

           string ws-data-library       delimited by space
               "CROSS-DISTRICT-INVOICE.dat"
                                        delimited by size
               into ws-cross-district-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
                                        delimited by size
               into ws-business-date-path.

           if ws-partition-run-flag = 'Y'
               perform 025-resolve-partition-names
           end-if.

      *    A district partition writes its own valid/invalid files,
      *    reject report, transmission report and valid count, and
      *    keeps its own checkpoint and invoice work file - the
      *    merge step combines the districts' output into the
      *    single set the rest of the chain reads.
       025-resolve-partition-names.

           move "valid"                     to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 026-build-partition-name.
           move ws-part-name                to ws-valid-path.

           move "invalid"                   to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-invalid-path.

           move "VALID-COUNT"               to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-valid-count-path.

           move "CHECKPOINT-P1"             to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-checkpoint-path.

           move "INVOICE-SEEN-P1"           to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-invoice-seen-path.

           move "invalid"                   to ws-part-stem.
           move ".out"                      to ws-part-ext.
           perform 026-build-partition-name.
           move ws-part-name                to ws-invalid-report-path.

           move "transmission-status"       to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-transmission-path.

      *    stem-Dnn.ext in the data library, nn the district.
       026-build-partition-name.

           move spaces                      to ws-part-name.
           string ws-data-library           delimited by space
               ws-part-stem                 delimited by space
               "-D"                         delimited by size
               ws-partition-district        delimited by size
               ws-part-ext                  delimited by space
               into ws-part-name.


      *    Process every record of one store's input file, named by
      *    the current driver-file entry, adding its records into

           end-if.

           perform 048-read-driver-entry.

      *    Next driver entry for this run. A district partition
      *    passes over the entries of other districts' stores (and
      *    of stores not on the master, which belong to no
      *    district) - the sequence number still counts every
      *    entry, so the partition's checkpoint lines up with the
      *    full list when it restarts.
       048-read-driver-entry.

           move 'N'                         to ws-partition-store-flag.

           perform until ws-partition-store-flag = 'Y'
                   or ws-driver-eof-flag = ws-true-const
               read driver-file
                   at end move ws-true-const to ws-driver-eof-flag
                   not at end add 1         to ws-driver-seq
               end-read
               if ws-driver-eof-flag not = ws-true-const
                   move dl-store-number     to ws-partition-check-store
                   perform 049-check-partition-store
               end-if
           end-perform.

      *    Is ws-partition-check-store one of this run's stores?
      *    Always yes on the normal run; on a district partition,
      *    only for a store the Store Master puts in the district.
       049-check-partition-store.

           move 'Y'                         to ws-partition-store-flag.

           if ws-partition-run-flag = 'Y'
               move 'N'                     to ws-partition-store-flag
               perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-table-count
                   if ws-store-table-number(ws-store-idx)
                           = ws-partition-check-store
                       and ws-store-table-district(ws-store-idx)
                           = ws-partition-district
                       move 'Y'             to ws-partition-store-flag
                   end-if
               end-perform
           end-if.

      *    Pick up corrected rejects the correction run staged for
      *    resubmission and run them through the same edits as the
               end-read

               perform until ws-eof-flag = ws-true-const
                   move il-store-number     to ws-partition-check-store
                   perform 049-check-partition-store
                   if ws-partition-store-flag = 'Y'
                       add 1                to ws-recycle-record-count
                       move il-store-number to ws-current-source-store
                       move 0               to ws-current-store-slot
                       perform varying ws-store-idx from 1 by 1
                           until ws-store-idx > ws-store-table-count
                           if il-store-number
                                   = ws-store-table-number(ws-store-idx)
                               set ws-current-store-slot to ws-store-idx
                           end-if
                       end-perform
                       perform 201-edit-one-record
                   end-if
                   read recycle-file into input-line
                       at end move ws-true-const to ws-eof-flag
                   end-read

               close recycle-file

      *        Every district partition reads the same staged file
      *        for its own stores' corrections, so in a partitioned
      *        run the merge step is the one that empties it.
               if ws-partition-run-flag = 'N'
                   open output recycle-file
                   close recycle-file
               end-if

               move 'N'                     to ws-recycle-mode-flag


           move ws-false-const              to ws-eof-flag.

      *    Load the Employee master. A missing master means no
      *    employee purchase can be accepted until it is set up.
       151-load-employee-master.

           move ws-false-const              to ws-eof-flag.

           open input employee-master-file.

           if ws-employee-master-file-status not = "35"

               read employee-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-emp-table-count < 3000
                       add 1                to ws-emp-table-count
                       set ws-emp-idx       to ws-emp-table-count
                       move em-employee-id
                           to ws-emp-table-id(ws-emp-idx)
                       move em-employee-status
                           to ws-emp-table-status(ws-emp-idx)
                       if em-discount-pct numeric
                           move em-discount-pct
                               to ws-emp-table-discount-pct(ws-emp-idx)
                       else
                           move 0
                               to ws-emp-table-discount-pct(ws-emp-idx)
                       end-if
                       if em-annual-allowance numeric
                           move em-annual-allowance
                               to ws-emp-table-allowance(ws-emp-idx)
                       else
                           move 0
                               to ws-emp-table-allowance(ws-emp-idx)
                       end-if
                       move 0 to ws-emp-table-ytd-used(ws-emp-idx)
                       move 0 to ws-emp-table-held(ws-emp-idx)
                   end-if
                   read employee-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close employee-master-file

               sort ws-emp-entry
                   on ascending key ws-emp-table-id

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Each employee's allowance used so far this year. Only
      *    the business date's year counts - the allowance starts
      *    over on January 1st - and what the ledger already posted
      *    for the business date itself is a same-day rerun's
      *    earlier posting, re-posted from this run's records.
       152-load-employee-ytd.

           move ws-false-const              to ws-eof-flag.

           open input employee-ytd-file.

           if ws-employee-ytd-file-status not = "35"

               read employee-ytd-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ey-year = ws-business-date(1:4)
                           and ey-ytd-amount numeric
                       search all ws-emp-entry
                           at end
                               continue
                           when ws-emp-table-id(ws-emp-idx)
                                   = ey-employee-id
                               move ey-ytd-amount
                                   to ws-emp-table-ytd-used(ws-emp-idx)
                               if ey-through-date = ws-business-date
                                       and ey-last-day-amount numeric
                                   subtract ey-last-day-amount
                                       from ws-emp-table-ytd-used
                                           (ws-emp-idx)
                               end-if
                       end-search
                   end-if
                   read employee-ytd-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close employee-ytd-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The pre-split check's list of invoices rung in more
      *    than one district. Built for another business date, or
      *    not built at all, it proves nothing, and the run goes on
      *    with the cross-district check off and ends on RC 4 the
      *    same as it does without its invoice work file.
       153-load-cross-district-invoices.

           move 'N'
               to ws-cross-district-ok-flag.
           move 0                           to ws-xdi-table-count.
           move ws-false-const              to ws-eof-flag.

           open input cross-district-file.

           if ws-cross-district-file-status = "00"

               read cross-district-file
                   at end move spaces       to cross-district-line
               end-read

               if cx-business-date = ws-business-date
                   move 'Y'             to ws-cross-district-ok-flag
                   read cross-district-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
                   perform until ws-eof-flag = ws-true-const
                       if ws-xdi-table-count < 5000
                           add 1            to ws-xdi-table-count
                           set ws-xdi-idx   to ws-xdi-table-count
                           move cx-invoice-number
                               to ws-xdi-table-invoice(ws-xdi-idx)
                           move cx-owner-store
                               to ws-xdi-table-owner(ws-xdi-idx)
                       else
                           move 'N'     to ws-cross-district-ok-flag
                       end-if
                       read cross-district-file
                           at end move ws-true-const to ws-eof-flag
                   end-perform
               end-if

               close cross-district-file

               sort ws-xdi-entry
                   on ascending key ws-xdi-table-invoice

           end-if.

           if ws-cross-district-ok-flag = 'N'
               if ws-xdi-table-count < 5000
                   move "cross-district invoice list missing or stale"
                       to ws-log-message
               else
                   move "cross-district invoice list over 5000 - part"
                       to ws-log-message
               end-if
               perform 910-write-run-log
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Load every store number/name pair on file into the
      *    in-memory table once, at start-up, so 200-record-
      *    validation can check store numbers against the Store
      *    Master instead of a hardcoded list.
       155-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           read store-master-file
               at end move ws-true-const    to ws-eof-flag.

           perform until ws-eof-flag = ws-true-const
               if ws-store-table-count < 50
                   add 1                    to ws-store-table-count
                   set ws-store-idx         to ws-store-table-count
                   move sm-store-number
                       to ws-store-table-number(ws-store-idx)
                   move sm-store-name
                       to ws-store-table-name(ws-store-idx)
                   move sm-district-code
                       to ws-store-table-district(ws-store-idx)
                   move 'M'
                       to ws-store-recv-status(ws-store-idx)
                   move space
                       to ws-store-trailer-status(ws-store-idx)
                   move 'O'
                       to ws-store-calendar-status(ws-store-idx)
                   move 0
                       to ws-store-records-in(ws-store-idx)
                   move 0
                       to ws-store-rejects(ws-store-idx)
               end-if
               read store-master-file
                   at end move ws-true-const to ws-eof-flag
           end-perform.

           close store-master-file.

           move ws-false-const              to ws-eof-flag.

      *    Mark every store the calendar has closed on the business
      *    date - not opened yet, closed for good, or inside a
      *    planned closure. A missing calendar means every store
      *    on the master trades every day, as before.
       156-load-store-calendar.

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
                       perform 169-apply-calendar-entry
                   end-if
                   read store-calendar-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-calendar-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Load every cashier ID/name pair on file into the
      *    in-memory table once, at start-up. A missing master just
      *    leaves the table empty - every record then rejects on
      *    its cashier ID, which is the loud failure wanted when
      *    the master was dropped from the run.
       157-load-cashier-master.

           move ws-false-const              to ws-eof-flag.


           close checkpoint-file.

      *    Load every loyalty customer number on file. A missing
      *    master leaves the table empty, so any customer number
      *    keyed at a register is rejected until it is enrolled.
       161-load-customer-master.

           move ws-false-const              to ws-eof-flag.

           open input customer-master-file.

           if ws-customer-master-file-status not = "35"

               read customer-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-customer-table-count < 5000
                       add 1                to ws-customer-table-count
                       set ws-customer-idx  to ws-customer-table-count
                       move cu-customer-number
                           to ws-customer-table-number(ws-customer-idx)
                   end-if
                   read customer-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close customer-master-file

               sort ws-customer-entry
                   on ascending key ws-customer-table-number

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The ledger only exists once the first points have been
      *    posted - until then no customer has points to redeem,
      *    which is exactly what an unopened ledger means below.
       162-open-loyalty-ledger.

           open input loyalty-points-file.

           if ws-loyalty-points-file-status = "00"
               move 'Y'                     to ws-loyalty-file-ok-flag
           else
               move "loyalty ledger not available - no points on file"
                   to ws-log-message
               perform 910-write-run-log
           end-if.

      *    Load the tax exemption certificates. A missing master
      *    just means no certificate is on file, so any exempt
      *    sale is rejected until its certificate is registered.
       163-load-exemption-certs.

           move ws-false-const              to ws-eof-flag.

           open input exemption-cert-file.

           if ws-exemption-cert-file-status not = "35"

               read exemption-cert-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-exempt-table-count < 5000
                       add 1                to ws-exempt-table-count
                       set ws-exempt-idx    to ws-exempt-table-count
                       move ec-cert-number
                           to ws-exempt-table-cert(ws-exempt-idx)
                       move ec-exempt-type
                           to ws-exempt-table-type(ws-exempt-idx)
                       if ec-expiry-date numeric
                           move ec-expiry-date
                               to ws-exempt-table-expiry(ws-exempt-idx)
                       else
                           move 99999999
                               to ws-exempt-table-expiry(ws-exempt-idx)
                       end-if
                   end-if
                   read exemption-cert-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close exemption-cert-file

               sort ws-exempt-entry
                   on ascending key ws-exempt-table-cert

           end-if.

           move ws-false-const              to ws-eof-flag.

       164-load-house-accounts.

           move ws-false-const              to ws-eof-flag.

           open input house-account-file.

           if ws-house-account-file-status not = "35"

               read house-account-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-house-table-count < 2000
                       add 1                to ws-house-table-count
                       set ws-house-idx     to ws-house-table-count
                       move ha-account-number
                           to ws-house-table-account(ws-house-idx)
                       move ha-account-status
                           to ws-house-table-status(ws-house-idx)
                       if ha-credit-limit numeric
                           move ha-credit-limit
                               to ws-house-table-limit(ws-house-idx)
                       else
                           move 0
                               to ws-house-table-limit(ws-house-idx)
                       end-if
                   end-if
                   read house-account-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close house-account-file

               sort ws-house-entry
                   on ascending key ws-house-table-account

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Make the keyed invoice-seen work file ready: a fresh
      *    run starts it empty, a restart keeps everything the
      *    interrupted run had already recorded. A runtime without
               perform 910-write-run-log
           end-if.

      *    The ledger only exists once the first house charge has
      *    been posted - until then no account owes anything, which
      *    is exactly what an unopened ledger means below.
       166-open-ar-ledger.

           open input ar-ledger-file.

           if ws-ar-ledger-file-status = "00"
               move 'Y'                     to ws-ar-ledger-ok-flag
           else
               move "AR ledger not available - no balances on file"
                   to ws-log-message
               perform 910-write-run-log
           end-if.

       167-load-expense-categories.

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
                   end-if
                   read expense-category-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close expense-category-file

               sort ws-expense-entry
                   on ascending key ws-expense-table-category

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A missing rate file leaves the table empty, so every
      *    US cash record is refused for want of a rate rather
      *    than converted at whatever the register was given.
       168-load-exchange-rates.

           move ws-false-const              to ws-eof-flag.

           open input exchange-rate-file.

           if ws-exchange-rate-file-status not = "35"

               read exchange-rate-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-fx-table-count < 1000
                           and er-rate-date numeric
                           and er-rate numeric
                       add 1                to ws-fx-table-count
                       set ws-fx-idx        to ws-fx-table-count
                       move er-rate-date
                           to ws-fx-table-date(ws-fx-idx)
                       move er-currency
                           to ws-fx-table-currency(ws-fx-idx)
                       move er-rate
                           to ws-fx-table-rate(ws-fx-idx)
                       if er-tolerance-pct numeric
                               and er-tolerance-pct > 0
                           move er-tolerance-pct
                               to ws-fx-table-tolerance(ws-fx-idx)
                       else
                           move ws-default-fx-tolerance
                               to ws-fx-table-tolerance(ws-fx-idx)
                       end-if
                   end-if
                   read exchange-rate-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close exchange-rate-file

               sort ws-fx-entry
                   on ascending key ws-fx-table-key

           end-if.

           move ws-false-const              to ws-eof-flag.

       169-apply-calendar-entry.

           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-table-count
               if cal-store-number
                       = ws-store-table-number(ws-store-idx)
                   and ((cal-trading-dates-88
                       and (cal-start-date > ws-business-date
                           or (cal-end-date > 0
                           and cal-end-date < ws-business-date)))
                   or (cal-closure-88
                       and cal-date <= ws-business-date
                       and cal-end-date >= ws-business-date))
                   move 'C'
                       to ws-store-calendar-status(ws-store-idx)
               end-if
           end-perform.

      *    Advance past every store file already fully processed
      *    before the run that wrote the checkpoint was interrupted,
      *    so 000-main's next read lands on the file that was still
           move ckpt-err-cashier-count       to ws-err-cashier-count.
           move ckpt-err-refund-auth-count
               to ws-err-refund-auth-count.
           move ckpt-err-customer-count      to ws-err-customer-count.
           move ckpt-err-exemption-count     to ws-err-exemption-count.
           move ckpt-err-house-account-count
               to ws-err-house-account-count.
           move ckpt-err-paid-out-count      to ws-err-paid-out-count.
           move ckpt-err-usd-count           to ws-err-usd-count.
           move ckpt-err-employee-count      to ws-err-employee-count.
           move ws-valid-record-count        to ws-tl-valid-records.
           move ws-invalid-record-count      to ws-tl-invalid-records.

      *    The points redeemed, house-account charges and staff
      *    purchases this run had already accepted are held in
      *    memory only, so a restart rebuilds them from the records
      *    the interrupted run wrote to valid.dat - as far as the
      *    checkpoint's valid count, since anything written after
      *    the checkpoint is edited again and held again when it
      *    is. Each record is held the way 400-output-valid-data
      *    held it: it was valid, so it already passed the checks
      *    that decided what to hold.
       171-rebuild-run-holds.

           move ws-false-const              to ws-eof-flag.
           move 0                           to ws-rebuild-count.

           open input valid-file.

           perform until ws-rebuild-count >= ckpt-valid-record-count
                       or ws-eof-flag = ws-true-const
               read valid-file into input-line
                   at end move ws-true-const to ws-eof-flag
               end-read
               if ws-eof-flag not = ws-true-const
                   add 1                    to ws-rebuild-count

                   if not il-customer-number-blank-88
                           and not il-points-redeemed-blank-88
                           and il-points-redeemed numeric
                           and il-points-redeemed > 0
                       perform 222-hold-redeemed-points
                   end-if

                   move 0                   to ws-ar-charge-amount
                   if il-transaction-code = 'S'
                           and not il-customer-number-blank-88
                       perform 234-derive-account-charge
                   end-if
                   if ws-ar-charge-amount > 0
                       perform 228-hold-account-charge
                   end-if

                   move 0                   to ws-emp-purchase-amount
                   if il-employee-discount-88
                           and il-transaction-code = 'S'
                           and il-transaction-amount numeric
                       move il-transaction-amount
                           to ws-emp-purchase-amount
                   end-if
                   if ws-emp-purchase-amount > 0
                       perform 238-hold-employee-purchase
                   end-if
               end-if
           end-perform.

           close valid-file.

           move ws-false-const              to ws-eof-flag.
           move 0                           to ws-ar-charge-amount.
           move 0                           to ws-emp-purchase-amount.


      *    Re-read and discard the records of this file already
      *    validated and written out before the interruption, so
      *    reason return, needs a manager approval code.
           perform 219-validate-refund-approval.

      *    VALIDATION for the loyalty customer and points redeemed.
      *    The customer must be enrolled, and a redemption cannot
      *    spend more points than the customer has on the ledger.
           perform 221-validate-customer.

      *    VALIDATION for a tax-exempt sale.
      *    The certificate must be on the Exemption master, of the
      *    type keyed, and not expired on the transaction date.
           perform 224-validate-exemption.

      *    VALIDATION for a house-account charge or a payment on
      *    account. The account must be on the House Account
      *    master, and a charge must fit under its credit limit.
           perform 226-validate-house-account.

      *    VALIDATION for a till paid-out.
      *    Cash only, booked to a category on the Expense Category
      *    file, with the manager's approval code.
           perform 231-validate-paid-out.

      *    VALIDATION for US cash tendered.
      *    The US dollar amount must be keyed, and the register's
      *    conversion must agree with the bank's rate for the
      *    transaction date within that day's tolerance.
           perform 232-validate-usd-tender.

      *    VALIDATION for Invoice Number.
      *    Invoice Number should be in format: '[XX]-000000'.
           if not il-invoice-number-XX alphabetic then

               add 1                        to ws-num-of-errors-count
           end-if.

      *    VALIDATION for SKU Code.
      *    Must not be blank. A payment on account or a paid-out
      *    sells nothing, so it carries no SKU to check.
           if il-account-payment-transac-88
                   or il-paid-out-transac-88 then

               continue

           else
           if il-sku-code-blank-88 then

               add 1                        to ws-num-of-errors-count
           end-if
           end-if.

      *    VALIDATION for an employee purchase.
      *    The purchaser must be on the Employee master; a sale at
      *    the employee discount only for an active employee still
      *    under the year's allowance, and at no less than the
      *    discounted price.
           perform 236-validate-employee-purchase.

      *    VALIDATION for Transaction Date.
      *    Must be a real calendar date, not in the future, and not
      *    older than the allowed window before the business date.
           perform 230-validate-transaction-date.

      *    VALIDATION for Transaction Time.
      *    Blank is accepted from registers that do not send it
      *    yet; anything keyed must be a real 24-hour clock time.
           perform 235-validate-transaction-time.

      *    VALIDATION for duplicate Invoice Number within this run.
      *    Only new-sale records ('S' and 'X') create an invoice -
      *    layaway payments, payoffs, forfeitures and returns all

           end-if.

      *    Check the transaction amount against the SKU's price
      *    on both sides. An amount wildly above it is a keying
      *    error (the $8,999.00 belt that should have been
      *    $89.99), not a big sale. A sale rung below it is a
      *    markdown, and the only markdown a register may take on
      *    its own is the staff discount - so it must carry the
      *    'E' indicator, and 237-check-employee-allowance then
      *    holds it to the employee's discount price. The price
      *    measured against is the promotional price in force on
      *    the record's transaction date when the SKU is on the
      *    promo calendar, the master price otherwise - so
      *    sale-priced and premium-bundle items stop rejecting.
      *    The line covers quantity units, so both checks are
      *    against quantity times that price. A base price of
      *    zero means the SKU has not been priced yet, so no
      *    check.
       212-validate-amount-vs-price.

           move 1                           to ws-effective-quantity.
           if il-quantity numeric and il-quantity > 0
               move il-quantity             to ws-effective-quantity
           end-if.

           perform 213-lookup-promo-price.

           if ws-promo-found-flag = 'Y'
               move ws-promo-found-price    to ws-check-base-price
           else
               move ws-sku-found-price      to ws-check-base-price
           end-if.

           if il-transaction-amount numeric
               and ws-check-base-price > 0
               and il-transaction-amount
                   > ws-check-base-price * ws-effective-quantity
                       * ws-amount-tolerance-mult

               add 1                        to ws-num-of-errors-count
               add 1                    to ws-err-amount-vs-price-count
               move ws-error-text-10-const  to ws-error-text
               perform 200-output-invalid-data

           else
           if il-transaction-code = 'S'
               and il-transaction-amount numeric
               and ws-check-base-price > 0
               and il-transaction-amount
                   < ws-check-base-price * ws-effective-quantity
               and not il-employee-discount-88

               add 1                        to ws-num-of-errors-count
               add 1                    to ws-err-amount-vs-price-count
               move ws-error-text-24-const  to ws-error-text
               perform 200-output-invalid-data

           end-if
           end-if.

      *    Is a promotional price in force for this record's SKU
      *    on its transaction date? The date is only trusted when
      *    it is at least numeric - a garbled date falls back to
      *    the master price and rejects on the date edit anyway.
       213-lookup-promo-price.

           move 'N'                         to ws-promo-found-flag.
           move 0                           to ws-promo-found-price.

           if il-transaction-date numeric

               perform varying ws-promo-idx from 1 by 1
                   until ws-promo-idx > ws-promo-table-count
                       or ws-promo-found-flag = 'Y'
                   if il-sku-code = ws-promo-sku(ws-promo-idx)
                       and il-transaction-date
                           not < ws-promo-start-date(ws-promo-idx)
                       and il-transaction-date
                           not > ws-promo-end-date(ws-promo-idx)
                       and ws-promo-price(ws-promo-idx) > 0
                       move 'Y'             to ws-promo-found-flag
                       move ws-promo-price(ws-promo-idx)
                           to ws-promo-found-price
                   end-if
               end-perform

           end-if.

       215-validate-store-master.

      *    Look up the store number against the in-memory Store
      *    Master table - opening or closing a store is a master-
      *    file update, not a code change here.
           move 'N'                         to ws-store-found-flag.

           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-table-count
                   or ws-store-found-flag = 'Y'

               if il-store-number = ws-store-table-number(ws-store-idx)
                   move 'Y'                 to ws-store-found-flag
               end-if

           end-perform.

           if ws-store-found-flag = 'N' then

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-store-number-count
               move ws-error-text-4-const   to ws-error-text
               perform 200-output-invalid-data

           end-if.

       217-validate-cashier-id.

      *    Every transaction carries the operator who rang it -
      *    a blank ID, or one not on the Cashier Master, breaks
      *    the trail loss prevention works refunds and voids from.
           if il-cashier-id-blank-88

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-cashier-count
               move ws-error-text-14-const-1 to ws-error-text
               perform 200-output-invalid-data

           else

               move 'N'                     to ws-cashier-found-flag

               perform varying ws-cashier-idx from 1 by 1
                   until ws-cashier-idx > ws-cashier-table-count
                       or ws-cashier-found-flag = 'Y'
                   if il-cashier-id
                           = ws-cashier-table-id(ws-cashier-idx)
                       move 'Y'             to ws-cashier-found-flag
                   end-if
               end-perform

               if ws-cashier-found-flag = 'N'
                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-cashier-count
                   move ws-error-text-14-const-2 to ws-error-text
                   perform 200-output-invalid-data
               end-if

           end-if.

       218-validate-second-tender.

      *    A split-tender record says "of the transaction amount,
      *    this much was paid with the second tender" - so the
      *    second tender must be a real tender different from the
      *    first, and its portion must be a numeric amount below
      *    the whole. A blank second tender is the normal single-
      *    tender sale and checks nothing.
           if il-tender-2-blank-88
               continue
           else

           if not il-tender-2-valid-88

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-payment-type-count
               move ws-error-text-15-const-1 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-tender-2 = il-payment-type

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-payment-type-count
               move ws-error-text-15-const-4 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-tender-2-amount not numeric

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-payment-type-count
               move ws-error-text-15-const-2 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-transaction-amount numeric
                   and (il-tender-2-amount = 0
                       or il-tender-2-amount
                           not < il-transaction-amount)

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-payment-type-count
               move ws-error-text-15-const-3 to ws-error-text
               perform 200-output-invalid-data

           end-if
           end-if
           end-if
           end-if
           end-if.

       219-validate-refund-approval.

      *    Store policy: a refund over the store's dollar
      *    threshold, or any receiptless 'OT' return, only goes
      *    through with a manager standing at the register - the
      *    approval code is the batch's proof that one did.
           if il-transaction-code not = 'R'
               continue
           else

               move ws-default-refund-threshold
                   to ws-refund-threshold
               perform varying ws-policy-idx from 1 by 1
                   until ws-policy-idx > ws-policy-table-count
                   if il-store-number
                           = ws-policy-store(ws-policy-idx)
                       move ws-policy-threshold(ws-policy-idx)
                           to ws-refund-threshold
                   end-if
               end-perform

               if ((il-transaction-amount numeric
                       and il-transaction-amount
                           > ws-refund-threshold)
                   or il-return-reason-code = 'OT')
                   and il-approval-code-blank-88

                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-refund-auth-count
                   move ws-error-text-16-const to ws-error-text
                   perform 200-output-invalid-data

               end-if

           end-if.

       221-validate-customer.

           if not il-customer-number-blank-88

               search all ws-customer-entry
                   at end
                       add 1                to ws-num-of-errors-count
                       add 1                to ws-err-customer-count
                       move ws-error-text-17-const-1 to ws-error-text
                       perform 200-output-invalid-data
                   when ws-customer-table-number(ws-customer-idx)
                           = il-customer-number
                       continue
               end-search

           end-if.

           if il-points-redeemed-blank-88
               continue
           else
           if il-points-redeemed not numeric

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-customer-count
               move ws-error-text-17-const-2 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-points-redeemed = 0
               continue
           else
           if il-transaction-code not = 'S'

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-customer-count
               move ws-error-text-17-const-5 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-customer-number-blank-88

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-customer-count
               move ws-error-text-17-const-3 to ws-error-text
               perform 200-output-invalid-data

           else

               perform 223-get-points-available

               if il-points-redeemed > ws-points-available
                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-customer-count
                   move ws-error-text-17-const-4 to ws-error-text
                   perform 200-output-invalid-data
               end-if

           end-if
           end-if
           end-if
           end-if
           end-if.

      *    Once a redemption is accepted, hold it against the
      *    customer for the rest of the run.
       222-hold-redeemed-points.

           move 'N'                         to ws-redeem-found-flag.

           perform varying ws-redeem-idx from 1 by 1
               until ws-redeem-idx > ws-redeem-table-count
                   or ws-redeem-found-flag = 'Y'
               if il-customer-number
                       = ws-redeem-customer(ws-redeem-idx)
                   move 'Y'                 to ws-redeem-found-flag
                   add il-points-redeemed
                       to ws-redeem-points(ws-redeem-idx)
               end-if
           end-perform.

           if ws-redeem-found-flag = 'N'
                   and ws-redeem-table-count < 2000
               add 1                        to ws-redeem-table-count
               set ws-redeem-idx            to ws-redeem-table-count
               move il-customer-number
                   to ws-redeem-customer(ws-redeem-idx)
               move il-points-redeemed
                   to ws-redeem-points(ws-redeem-idx)
           end-if.

      *    Ledger balance less whatever this run has already let
      *    the customer redeem. A ledger that has already posted
      *    this business date - a rerun of the day's chain - has
      *    the day's redemptions off its balance already, so they
      *    go back on before this run's own redemptions come off.
       223-get-points-available.

           move 0                           to ws-points-available.

           if ws-loyalty-file-ok-flag = 'Y'
               move il-customer-number      to lp-customer-number
               read loyalty-points-file
                   invalid key
                       continue
                   not invalid key
                       move lp-points-balance
                           to ws-points-available
                       if lp-last-posted-date = ws-business-date
                               and lp-last-day-redeemed numeric
                           add lp-last-day-redeemed
                               to ws-points-available
                       end-if
               end-read
           end-if.

           perform varying ws-redeem-idx from 1 by 1
               until ws-redeem-idx > ws-redeem-table-count
               if il-customer-number
                       = ws-redeem-customer(ws-redeem-idx)
                   subtract ws-redeem-points(ws-redeem-idx)
                       from ws-points-available
               end-if
           end-perform.

       224-validate-exemption.

           if il-exempt-cert-blank-88 and il-exempt-type-blank-88
               continue
           else
           if il-exempt-cert-blank-88 or il-exempt-type-blank-88

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-exemption-count
               move ws-error-text-19-const-1 to ws-error-text
               perform 200-output-invalid-data

           else
           if not il-exempt-type-valid-88

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-exemption-count
               move ws-error-text-19-const-2 to ws-error-text
               perform 200-output-invalid-data

           else

               search all ws-exempt-entry
                   at end
                       add 1                to ws-num-of-errors-count
                       add 1                to ws-err-exemption-count
                       move ws-error-text-19-const-3 to ws-error-text
                       perform 200-output-invalid-data
                   when ws-exempt-table-cert(ws-exempt-idx)
                           = il-exempt-cert-number
                       perform 225-check-exemption-cert
               end-search

           end-if
           end-if
           end-if.

      *    The certificate is on file - it must be of the type
      *    keyed, and a certificate cannot cover a sale made after
      *    it expired. A garbled transaction date rejects on the
      *    date edit anyway.
       225-check-exemption-cert.

           if ws-exempt-table-type(ws-exempt-idx) not = il-exempt-type

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-exemption-count
               move ws-error-text-19-const-4 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-transaction-date numeric
               and il-transaction-date
                   > ws-exempt-table-expiry(ws-exempt-idx)

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-exemption-count
               move ws-error-text-19-const-5 to ws-error-text
               perform 200-output-invalid-data

           end-if
           end-if.

       226-validate-house-account.

           move 0                           to ws-ar-charge-amount.

           if not il-payment-house-88
                   and not il-tender-2-house-88
                   and not il-account-payment-transac-88
               continue
           else
           if il-account-payment-transac-88
                   and (il-payment-house-88 or il-tender-2-house-88)

               add 1                        to ws-num-of-errors-count
               add 1                    to ws-err-house-account-count
               move ws-error-text-20-const-6 to ws-error-text
               perform 200-output-invalid-data

           else
           if not il-account-payment-transac-88
                   and il-transaction-code not = 'S'
                   and il-transaction-code not = 'R'

               add 1                        to ws-num-of-errors-count
               add 1                    to ws-err-house-account-count
               move ws-error-text-20-const-1 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-customer-number-blank-88

               add 1                        to ws-num-of-errors-count
               add 1                    to ws-err-house-account-count
               move ws-error-text-20-const-2 to ws-error-text
               perform 200-output-invalid-data

           else

               search all ws-house-entry
                   at end
                       add 1                to ws-num-of-errors-count
                       add 1            to ws-err-house-account-count
                       move ws-error-text-20-const-3 to ws-error-text
                       perform 200-output-invalid-data
                   when ws-house-table-account(ws-house-idx)
                           = il-customer-number
                       if il-transaction-code = 'S'
                           perform 227-check-credit-limit
                       end-if
               end-search

           end-if
           end-if
           end-if
           end-if.

      *    Only the house-account slice of a sale is charged - the
      *    whole amount on a single tender, the first tender's part
      *    or the second tender's part of a split. Returns credit
      *    the account and payments pay it down, so neither can
      *    push it over.
       227-check-credit-limit.

           perform 234-derive-account-charge.

           if ws-house-table-status(ws-house-idx) not = 'A'

               move 0                       to ws-ar-charge-amount
               add 1                        to ws-num-of-errors-count
               add 1                    to ws-err-house-account-count
               move ws-error-text-20-const-4 to ws-error-text
               perform 200-output-invalid-data

           else

               perform 229-get-account-balance

               if ws-account-balance + ws-ar-charge-amount
                       > ws-house-table-limit(ws-house-idx)
                   move 0                   to ws-ar-charge-amount
                   add 1                    to ws-num-of-errors-count
                   add 1                to ws-err-house-account-count
                   move ws-error-text-20-const-5 to ws-error-text
                   perform 200-output-invalid-data
               end-if

           end-if.

      *    The house-account slice of a sale's amount, into
      *    ws-ar-charge-amount - left as it was when the sale has
      *    no house tender.
       234-derive-account-charge.

           if il-transaction-amount numeric

               if il-payment-house-88
                   move il-transaction-amount to ws-ar-charge-amount
                   if not il-tender-2-blank-88
                           and il-tender-2-amount numeric
                           and il-tender-2-amount
                               < il-transaction-amount
                       compute ws-ar-charge-amount =
                           il-transaction-amount - il-tender-2-amount
                   end-if
               end-if

               if il-tender-2-house-88
                       and il-tender-2-amount numeric
                   move il-tender-2-amount  to ws-ar-charge-amount
               end-if

           end-if.

      *    Once a charge is accepted, hold it against the account
      *    for the rest of the run.
       228-hold-account-charge.

           move 'N'                         to ws-ar-hold-found-flag.

           perform varying ws-ar-hold-idx from 1 by 1
               until ws-ar-hold-idx > ws-ar-hold-count
                   or ws-ar-hold-found-flag = 'Y'
               if il-customer-number
                       = ws-ar-hold-account(ws-ar-hold-idx)
                   move 'Y'                 to ws-ar-hold-found-flag
                   add ws-ar-charge-amount
                       to ws-ar-hold-amount(ws-ar-hold-idx)
               end-if
           end-perform.

           if ws-ar-hold-found-flag = 'N'
                   and ws-ar-hold-count < 2000
               add 1                        to ws-ar-hold-count
               set ws-ar-hold-idx           to ws-ar-hold-count
               move il-customer-number
                   to ws-ar-hold-account(ws-ar-hold-idx)
               move ws-ar-charge-amount
                   to ws-ar-hold-amount(ws-ar-hold-idx)
           end-if.

      *    What the account owes: charges less return credits and
      *    payments on the ledger, plus whatever this run has
      *    already charged to it. Entries already on the ledger for
      *    this business date are a same-day rerun's earlier
      *    posting - tonight's split step drops and re-posts them
      *    from this run's records, so they are not counted twice.
       229-get-account-balance.

           move 0                           to ws-account-balance.

           if ws-ar-ledger-ok-flag = 'Y'

               move 'N'                     to ws-ar-eof-flag
               move il-customer-number      to ar-account-number
               move 0                       to ar-business-date
               move 0                       to ar-sequence

               start ar-ledger-file
                   key not < ar-key
                   invalid key
                       move 'Y'             to ws-ar-eof-flag
               end-start

               if ws-ar-eof-flag = 'N'
                   read ar-ledger-file next record
                       at end move 'Y'      to ws-ar-eof-flag
                   end-read
               end-if

               perform until ws-ar-eof-flag = 'Y'
                   if ar-account-number not = il-customer-number
                       move 'Y'             to ws-ar-eof-flag
                   else
                       if ar-business-date not = ws-business-date
                               and ar-amount numeric
                           if ar-charge-88
                               add ar-amount to ws-account-balance
                           else
                               subtract ar-amount
                                   from ws-account-balance
                           end-if
                       end-if
                       read ar-ledger-file next record
                           at end move 'Y'  to ws-ar-eof-flag
                       end-read
                   end-if
               end-perform

           end-if.

           perform varying ws-ar-hold-idx from 1 by 1
               until ws-ar-hold-idx > ws-ar-hold-count
               if il-customer-number
                       = ws-ar-hold-account(ws-ar-hold-idx)
                   add ws-ar-hold-amount(ws-ar-hold-idx)
                       to ws-account-balance
               end-if
           end-perform.

       231-validate-paid-out.

           if not il-paid-out-transac-88
               continue
           else

               if il-payment-type not = 'CA'
                       or not il-tender-2-blank-88
                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-paid-out-count
                   move ws-error-text-21-const-1 to ws-error-text
                   perform 200-output-invalid-data
               end-if

               if il-expense-category-blank-88
                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-paid-out-count
                   move ws-error-text-21-const-2 to ws-error-text
                   perform 200-output-invalid-data
               else
                   search all ws-expense-entry
                       at end
                           add 1            to ws-num-of-errors-count
                           add 1            to ws-err-paid-out-count
                           move ws-error-text-21-const-3
                               to ws-error-text
                           perform 200-output-invalid-data
                       when ws-expense-table-category(ws-expense-idx)
                               = il-expense-category
                           continue
                   end-search
               end-if

               if il-approval-code-blank-88
                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-paid-out-count
                   move ws-error-text-21-const-4 to ws-error-text
                   perform 200-output-invalid-data
               end-if

           end-if.

      *    Only the US cash slice of the record is converted - the
      *    whole amount on a single tender, the amount less the
      *    second tender's part when US cash came first, or the
      *    second tender's part when it came second. A void or a
      *    forfeiture moves no money, so there is nothing to check.
       232-validate-usd-tender.

           if not il-payment-usd-88
                   and not il-tender-2-usd-88
               continue
           else
           if il-transaction-code = 'V'
                   or il-transaction-code = 'F'
               continue
           else
           if il-transaction-code = 'X'

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-usd-count
               move ws-error-text-22-const-1 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-usd-amount not numeric
                   or il-usd-amount = 0

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-usd-count
               move ws-error-text-22-const-2 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-transaction-date numeric

               move 'N'                     to ws-fx-found-flag
               move il-transaction-date     to ws-fx-lookup-date
               move "USD"                   to ws-fx-lookup-currency

               search all ws-fx-entry
                   at end
                       continue
                   when ws-fx-table-key(ws-fx-idx) = ws-fx-lookup-key
                       move 'Y'             to ws-fx-found-flag
                       move ws-fx-table-rate(ws-fx-idx)
                           to ws-fx-rate
                       move ws-fx-table-tolerance(ws-fx-idx)
                           to ws-fx-tolerance
               end-search

               if ws-fx-found-flag = 'N'
                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-usd-count
                   move ws-error-text-22-const-3 to ws-error-text
                   perform 200-output-invalid-data
               else
                   perform 233-check-usd-conversion
               end-if

           end-if
           end-if
           end-if
           end-if
           end-if.

       233-check-usd-conversion.

           if il-transaction-amount not numeric
               move 0                       to ws-usd-cad-amount
           else
           if il-tender-2-usd-88
               if il-tender-2-amount numeric
                   move il-tender-2-amount  to ws-usd-cad-amount
               else
                   move 0                   to ws-usd-cad-amount
               end-if
           else
               move il-transaction-amount   to ws-usd-cad-amount
               if not il-tender-2-blank-88
                       and il-tender-2-amount numeric
                       and il-transaction-amount > il-tender-2-amount
                   compute ws-usd-cad-amount =
                       il-transaction-amount - il-tender-2-amount
               end-if
           end-if
           end-if.

           compute ws-usd-expected-cad rounded =
               il-usd-amount * ws-fx-rate.

           if ws-usd-cad-amount > ws-usd-expected-cad
               compute ws-usd-difference =
                   ws-usd-cad-amount - ws-usd-expected-cad
           else
               compute ws-usd-difference =
                   ws-usd-expected-cad - ws-usd-cad-amount
           end-if.

      *    Never less than a cent either way, so rounding at the
      *    register cannot reject a small conversion.
           compute ws-usd-allowed rounded =
               ws-usd-expected-cad * ws-fx-tolerance / 100.

           if ws-usd-allowed < 0.01
               move 0.01                    to ws-usd-allowed
           end-if.

           if ws-usd-difference > ws-usd-allowed
               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-usd-count
               move ws-error-text-22-const-4 to ws-error-text
               perform 200-output-invalid-data
           end-if.

       236-validate-employee-purchase.

           move 0                           to ws-emp-purchase-amount.

           if il-purchaser-id-blank-88
                   and il-employee-discount-blank-88
               continue
           else
           if not il-employee-discount-blank-88
                   and not il-employee-discount-88

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-employee-count
               move ws-error-text-23-const-1 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-employee-discount-88
                   and il-transaction-code not = 'S'
                   and il-transaction-code not = 'R'

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-employee-count
               move ws-error-text-23-const-2 to ws-error-text
               perform 200-output-invalid-data

           else
           if il-purchaser-id-blank-88

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-employee-count
               move ws-error-text-23-const-3 to ws-error-text
               perform 200-output-invalid-data

           else

               search all ws-emp-entry
                   at end
                       add 1                to ws-num-of-errors-count
                       add 1                to ws-err-employee-count
                       move ws-error-text-23-const-4 to ws-error-text
                       perform 200-output-invalid-data
                   when ws-emp-table-id(ws-emp-idx) = il-purchaser-id
                       if il-employee-discount-88
                               and il-transaction-code = 'S'
                           perform 237-check-employee-allowance
                       end-if
               end-search

           end-if
           end-if
           end-if
           end-if.

      *    A sale at the staff discount: the employee must be
      *    active and still under the year's allowance - the sale
      *    that takes the employee over is accepted and shows on
      *    the HR report - and the price can be no lower than the
      *    line's base price less the employee's discount. The base
      *    price is the one the amount sanity check found for the
      *    SKU; an unpriced SKU has no floor. Returns of a staff
      *    purchase credit the allowance back and need no check.
       237-check-employee-allowance.

           if ws-emp-table-status(ws-emp-idx) not = 'A'

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-employee-count
               move ws-error-text-23-const-5 to ws-error-text
               perform 200-output-invalid-data

           else
           if ws-emp-table-ytd-used(ws-emp-idx)
                   + ws-emp-table-held(ws-emp-idx)
                   >= ws-emp-table-allowance(ws-emp-idx)

               add 1                        to ws-num-of-errors-count
               add 1                        to ws-err-employee-count
               move ws-error-text-23-const-6 to ws-error-text
               perform 200-output-invalid-data

           else

               if ws-sku-found-flag = 'Y'
                       and ws-check-base-price > 0
                       and il-transaction-amount numeric
                   compute ws-emp-discount-price =
                       ws-check-base-price * ws-effective-quantity
                           * (100 - ws-emp-table-discount-pct
                               (ws-emp-idx)) / 100
                   if il-transaction-amount < ws-emp-discount-price
                       add 1                to ws-num-of-errors-count
                       add 1                to ws-err-employee-count
                       move ws-error-text-23-const-7 to ws-error-text
                       perform 200-output-invalid-data
                   end-if
               end-if

               if il-transaction-amount numeric
                   move il-transaction-amount
                       to ws-emp-purchase-amount
               end-if

           end-if
           end-if.

      *    Once a staff sale is accepted, hold it against the
      *    employee's allowance for the rest of the run.
       238-hold-employee-purchase.

           search all ws-emp-entry
               at end
                   continue
               when ws-emp-table-id(ws-emp-idx) = il-purchaser-id
                   add ws-emp-purchase-amount
                       to ws-emp-table-held(ws-emp-idx)
           end-search.

       220-validate-duplicate-invoice.

      *    One keyed read against the invoice-seen work file
      *    the SAME store is just another line of that sale. The
      *    same invoice number under a different store is the
      *    genuine duplicate this check exists to catch.
      *    A partitioned run first checks the invoice against the
      *    ones the pre-split check found in other districts too.
           move 'N'                     to ws-cross-district-dup-flag.

           if ws-partition-run-flag = 'Y'
               perform 239-check-cross-district-invoice
           end-if.

           if ws-invoice-file-ok-flag = 'N'
                   or ws-cross-district-dup-flag = 'Y'
               continue
           else


           end-if.

      *    An invoice another district's store rang first belongs
      *    to that store - this store's line of it is the repeat.
       239-check-cross-district-invoice.

           if ws-xdi-table-count > 0
               search all ws-xdi-entry
                   at end
                       continue
                   when ws-xdi-table-invoice(ws-xdi-idx)
                           = il-invoice-number
                       if ws-xdi-table-owner(ws-xdi-idx)
                               not = il-store-number
                           move 'Y'     to ws-cross-district-dup-flag
                       end-if
               end-search
           end-if.

           if ws-cross-district-dup-flag = 'Y'
               add 1                        to ws-num-of-errors-count
               add 1                    to ws-err-invoice-number-count
               move ws-error-text-5-const-6 to ws-error-text
               perform 200-output-invalid-data
           end-if.

       214-validate-exchange-fields.

           if il-exchange-new-sku-blank-88

           end-if.

       235-validate-transaction-time.

           if not il-transaction-time-blank-88

               if il-transaction-time not numeric
                       or not il-trans-time-hh-valid-88
                       or not il-trans-time-mm-valid-88
                   add 1                    to ws-num-of-errors-count
                   add 1                    to ws-err-trans-date-count
                   move ws-error-text-18-const to ws-error-text
                   perform 200-output-invalid-data
               end-if

           end-if.

       200-output-invalid-data.

           add 1                            to ws-line-count.
      *    Move the record to valid.dat. 
           write valid-line from input-line.

           if not il-customer-number-blank-88
                   and not il-points-redeemed-blank-88
                   and il-points-redeemed numeric
                   and il-points-redeemed > 0
               perform 222-hold-redeemed-points
           end-if.

           if ws-ar-charge-amount > 0
               perform 228-hold-account-charge
           end-if.

           if ws-emp-purchase-amount > 0
               perform 238-hold-employee-purchase
           end-if.

       500-output-summary.

           move ws-input-record-count
               to ws-tl-err-amount-vs-price.
           move ws-err-cashier-count        to ws-tl-err-cashier.
           move ws-err-refund-auth-count    to ws-tl-err-refund-auth.
           move ws-err-customer-count       to ws-tl-err-customer.
           move ws-err-exemption-count      to ws-tl-err-exemption.
           move ws-err-house-account-count
               to ws-tl-err-house-account.
           move ws-err-paid-out-count       to ws-tl-err-paid-out.
           move ws-err-usd-count            to ws-tl-err-usd.
           move ws-err-employee-count       to ws-tl-err-employee.

           write invalid-report-line
               from ws-heading5-summary-line-4
               from ws-heading5-summary-line-15.
           write invalid-report-line
               from ws-heading5-summary-line-17.
           write invalid-report-line
               from ws-heading5-summary-line-18.
           write invalid-report-line
               from ws-heading5-summary-line-19.
           write invalid-report-line
               from ws-heading5-summary-line-20.
           write invalid-report-line
               from ws-heading5-summary-line-21.
           write invalid-report-line
               from ws-heading5-summary-line-22.
           write invalid-report-line
               from ws-heading5-summary-line-23.

           perform 510-output-store-error-rates.

           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-table-count

               if ws-partition-run-flag = 'Y'
                       and ws-store-table-district(ws-store-idx)
                           not = ws-partition-district
                   continue
               else

                   move ws-store-table-number(ws-store-idx)
                       to ws-trn-store-number
                   move ws-store-table-name(ws-store-idx)
                       to ws-trn-store-name

                   evaluate ws-store-recv-status(ws-store-idx)
                       when 'R'
                           add 1 to ws-received-store-count
                           move "received and processed"
                               to ws-trn-status-text
                       when 'F'
                           add 1                to ws-failed-store-count
                           if ws-store-trailer-status(ws-store-idx)
                                   = 'F'
                               move
                                   "** TRAILER MISMATCH - SUSPECT **"
                                   to ws-trn-status-text
                           else
                               move "** FILE UNREADABLE - SKIPPED **"
                                   to ws-trn-status-text
                           end-if
                       when other
                           if ws-store-calendar-status(ws-store-idx)
                                   = 'C'
                               add 1 to ws-closed-store-count
                               move "closed today - no file expected"
                                   to ws-trn-status-text
                           else
                               add 1 to ws-missing-store-count
                               move "** NO FILE RECEIVED **"
                                   to ws-trn-status-text
                           end-if
                   end-evaluate

                   evaluate ws-store-trailer-status(ws-store-idx)
                       when 'V'
                           move "trailer OK"    to ws-trn-trailer-text
                       when 'F'
                           move "** BAD **"     to ws-trn-trailer-text
                       when other
                           move "no trailer"    to ws-trn-trailer-text
                   end-evaluate

                   write transmission-line from ws-trans-detail-line
                       after advancing 1 line

               end-if

           end-perform.

           move ws-missing-store-count      to ws-trn-missing-out.
           move ws-failed-store-count       to ws-trn-failed-out.
           move ws-unexpected-file-count    to ws-trn-unexpected-out.
           move ws-closed-store-count       to ws-trn-closed-out.

           write transmission-line from ws-trans-summary-line
               after advancing 2 lines.
           move ws-err-cashier-count        to ckpt-err-cashier-count.
           move ws-err-refund-auth-count
               to ckpt-err-refund-auth-count.
           move ws-err-customer-count       to ckpt-err-customer-count.
           move ws-err-exemption-count      to ckpt-err-exemption-count.
           move ws-err-house-account-count
               to ckpt-err-house-account-count.
           move ws-err-paid-out-count       to ckpt-err-paid-out-count.
           move ws-err-usd-count            to ckpt-err-usd-count.
           move ws-err-employee-count       to ckpt-err-employee-count.

           open output checkpoint-file.
           write checkpoint-line.
