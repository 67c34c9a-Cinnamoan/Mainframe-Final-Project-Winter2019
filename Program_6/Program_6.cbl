       date-written. 2026-08-22.
      *Program Description: Master-file maintenance for the
      *masters the chain edits and reports against - SKU-MASTER,
      *STORE-MASTER, TAX-RATE, CASHIER-MASTER, the loyalty
      *CUSTOMER-MASTER, finance's monthly SALES-PLAN, and the
      *VENDOR-MASTER the SKUs are bought from (with each SKU's unit
      *cost and vendor), the EXPENSE-CATEGORY table till
      *paid-outs are booked to, and the bank's daily
      *EXCHANGE-RATE for US cash taken at the border stores, and
      *the STORE-CALENDAR of opening and closing dates, planned
      *closures and bank holidays, the EXEMPTION-CERT tax-exempt
      *certificates, the HOUSE-ACCOUNT charge accounts, and the
      *EMPLOYEE-MASTER of staff discounts and allowances.
      *Reads a batch of
      *add/change/delete
      *maintenance transactions, validates them (duplicate key,
      *unknown key, tax rate in a sane range), applies them to the
               organization is line sequential
               file status is ws-gl-account-file-status.

      *    Loyalty customers - the card numbers the registers may
      *    ring a sale to, with the name and postal code the
      *    monthly points statement is addressed with.
           select customer-master-file
               assign to ws-customer-master-path
               organization is line sequential
               file status is ws-customer-master-file-status.

      *    Finance's monthly sales plan by store, optionally split
      *    by department, that the plan-versus-actual report
      *    measures the stores against.
           select sales-plan-file
               assign to ws-sales-plan-path
               organization is line sequential
               file status is ws-sales-plan-file-status.

      *    The suppliers the SKUs are bought from, for the margin
      *    report and vendor returns.
           select vendor-master-file
               assign to ws-vendor-master-path
               organization is line sequential
               file status is ws-vendor-master-file-status.

      *    The expense categories a till paid-out may be booked to,
      *    each with the amount over which the paid-out register
      *    flags a paid-out for review.
           select expense-category-file
               assign to ws-expense-category-path
               organization is line sequential
               file status is ws-expense-category-file-status.

      *    The bank's rate for each business date and currency,
      *    with the tolerance a register's conversion may stray
      *    from it before the edit step rejects the record.
           select exchange-rate-file
               assign to ws-exchange-rate-path
               organization is line sequential
               file status is ws-exchange-rate-file-status.

      *    When each store trades - the day it opened and the day
      *    it closed for good - the days it is closed for a holiday
      *    or a renovation, and the days the bank is shut, so the
      *    chain stops assuming every store trades every day.
           select store-calendar-file
               assign to ws-store-calendar-path
               organization is line sequential
               file status is ws-store-calendar-file-status.

      *    Tax-exemption certificates on file - the holder and the
      *    date each stops covering a sale.
           select exemption-cert-file
               assign to ws-exemption-cert-path
               organization is line sequential
               file status is ws-exemption-cert-file-status.

      *    House (charge) accounts, with each account's credit
      *    limit and whether it is open or on credit hold.
           select house-account-file
               assign to ws-house-account-path
               organization is line sequential
               file status is ws-house-account-file-status.

      *    Employees who may buy at the staff discount, with the
      *    discount and the year's purchase allowance HR set.
           select employee-master-file
               assign to ws-employee-master-path
               organization is line sequential
               file status is ws-employee-master-file-status.

      *    Before/after change register, one line per transaction
      *    (applied or rejected), for the audit trail.
           select maint-register-report

      *    One maintenance transaction per line: the action, which
      *    master it is for, the record key, and the data portion
      *    (SKU description/department/unit price, SKU unit cost
      *    and vendor, vendor name, store name, tax rate, expense
      *    category description and flag threshold, exchange
      *    rate and tolerance, store calendar dates, certificate
      *    holder and expiry, house account name, limit and
      *    status, or employee name, store, discount, allowance
      *    and status).
       fd maint-trans-file
           data record is maint-trans-line
           record contains 60 characters.
                   value 'CSH'.
               88 mt-master-gl-account-88
                   value 'GLA'.
               88 mt-master-customer-88
                   value 'CUS'.
               88 mt-master-plan-88
                   value 'PLN'.
      *        The buyer's cost side of an existing SKU - unit cost
      *        and the vendor it is bought from - kept apart from
      *        the 'SKU' price record merchandising maintains.
               88 mt-master-sku-cost-88
                   value 'SKC'.
               88 mt-master-vendor-88
                   value 'VEN'.
               88 mt-master-expense-88
                   value 'EXP'.
               88 mt-master-fx-rate-88
                   value 'FXR'.
               88 mt-master-calendar-88
                   value 'CAL'.
               88 mt-master-exemption-88
                   value 'EXC'.
               88 mt-master-house-88
                   value 'HSE'.
               88 mt-master-employee-88
                   value 'EMP'.
               88 mt-master-valid-88
                   value 'SKU', 'STR', 'TAX', 'CSH', 'GLA',
                         'CUS', 'PLN', 'SKC', 'VEN', 'EXP',
                         'FXR', 'CAL', 'EXC', 'HSE', 'EMP'.
           05 mt-key                        pic x(15).
           05 mt-key-store-r redefines mt-key.
               10 mt-key-store-number       pic x(2).
           05 mt-key-gla-r redefines mt-key.
               10 mt-key-gla-role           pic x(8).
               10 filler                    pic x(7).
           05 mt-key-customer-r redefines mt-key.
               10 mt-key-customer-number    pic x(8).
               10 filler                    pic x(7).
      *    A plan is keyed by store, month (yyyymm) and department
      *    - spaces for the store's whole-month plan.
           05 mt-key-plan-r redefines mt-key.
               10 mt-key-plan-store         pic x(2).
               10 mt-key-plan-month         pic 9(6).
               10 mt-key-plan-month-r redefines
                  mt-key-plan-month.
                   15 mt-key-plan-yyyy      pic 9(4).
                   15 mt-key-plan-mm        pic 9(2).
                       88 mt-key-plan-mm-valid-88
                           value 01 thru 12.
               10 mt-key-plan-department    pic x(4).
               10 filler                    pic x(3).
           05 mt-key-vendor-r redefines mt-key.
               10 mt-key-vendor-number      pic x(6).
               10 filler                    pic x(9).
           05 mt-key-expense-r redefines mt-key.
               10 mt-key-expense-category   pic x(4).
               10 filler                    pic x(11).
      *    An exchange rate is keyed by the business date it
      *    applies to and the currency code (USD).
           05 mt-key-fx-r redefines mt-key.
               10 mt-key-fx-date            pic 9(8).
               10 mt-key-fx-currency        pic x(3).
               10 filler                    pic x(4).
      *    A calendar entry is keyed by store, entry type and date:
      *    'S' the store's trading dates (date blank), 'C' a
      *    planned closure (its first closed day), 'H' a bank
      *    holiday (the day - store blank for every store's bank).
           05 mt-key-cal-r redefines mt-key.
               10 mt-key-cal-store          pic x(2).
               10 mt-key-cal-type           pic x.
                   88 mt-key-cal-trading-88
                       value 'S'.
                   88 mt-key-cal-closure-88
                       value 'C'.
                   88 mt-key-cal-holiday-88
                       value 'H'.
               10 mt-key-cal-date           pic 9(8).
               10 mt-key-cal-date-x redefines
                  mt-key-cal-date          pic x(8).
                   88 mt-key-cal-date-blank-88
                       value spaces.
               10 filler                    pic x(4).
      *    A certificate is keyed by its number and the exemption
      *    type it was issued for.
           05 mt-key-exempt-r redefines mt-key.
               10 mt-key-exempt-cert        pic x(12).
               10 mt-key-exempt-type        pic xx.
                   88 mt-key-exempt-type-valid-88
                       value 'SC', 'RS', 'CH'.
               10 filler                    pic x.
      *    A house account is keyed by its account number - the
      *    customer number the registers ring the charge to.
           05 mt-key-house-r redefines mt-key.
               10 mt-key-house-account      pic x(8).
               10 filler                    pic x(7).
           05 mt-key-employee-r redefines mt-key.
               10 mt-key-employee-id        pic x(4).
               10 filler                    pic x(11).
           05 mt-data                       pic x(41).
           05 mt-data-sku-r redefines mt-data.
               10 mt-sku-description        pic x(30).
           05 mt-data-store-r redefines mt-data.
               10 mt-store-name             pic x(20).
               10 mt-store-district         pic x(2).
               10 mt-store-province         pic x(2).
               10 filler                    pic x(17).
           05 mt-data-tax-r redefines mt-data.
               10 mt-tax-rate               pic 9v99.
      *        The date the rate comes into force - future-dated
               10 mt-gla-account-number     pic x(4).
               10 mt-gla-account-name       pic x(20).
               10 filler                    pic x(17).
           05 mt-data-customer-r redefines mt-data.
               10 mt-customer-name          pic x(30).
               10 mt-customer-postal-code   pic x(6).
               10 filler                    pic x(5).
           05 mt-data-plan-r redefines mt-data.
               10 mt-plan-net-sales         pic 9(9)v99.
               10 filler                    pic x(30).
           05 mt-data-sku-cost-r redefines mt-data.
               10 mt-sku-unit-cost          pic 9(5)v99.
               10 mt-sku-vendor-number      pic x(6).
               10 filler                    pic x(28).
           05 mt-data-vendor-r redefines mt-data.
               10 mt-vendor-name            pic x(30).
               10 filler                    pic x(11).
           05 mt-data-expense-r redefines mt-data.
               10 mt-expense-description    pic x(30).
               10 mt-expense-threshold      pic 9(5)v99.
               10 filler                    pic x(4).
      *        Canadian dollars per unit of the currency as the
      *        bank will credit it, and the percentage tolerance -
      *        blank or zero takes the edit step's default.
           05 mt-data-fx-r redefines mt-data.
               10 mt-fx-rate                pic 9(2)v9(6).
               10 mt-fx-tolerance           pic 9(2)v99.
               10 mt-fx-tolerance-x redefines
                  mt-fx-tolerance          pic x(4).
                   88 mt-fx-tolerance-blank-88
                       value spaces.
               10 filler                    pic x(29).
      *        'S': first trading day and last trading day (blank
      *        while the store still trades). 'C': last closed day
      *        in the end date (blank for a one-day closure) and
      *        the reason. 'H': the holiday's name.
           05 mt-data-cal-r redefines mt-data.
               10 mt-cal-start-date         pic 9(8).
               10 mt-cal-start-date-x redefines
                  mt-cal-start-date        pic x(8).
                   88 mt-cal-start-blank-88
                       value spaces.
               10 mt-cal-end-date           pic 9(8).
               10 mt-cal-end-date-x redefines
                  mt-cal-end-date          pic x(8).
                   88 mt-cal-end-blank-88
                       value spaces.
               10 mt-cal-description        pic x(20).
               10 filler                    pic x(5).
           05 mt-data-exempt-r redefines mt-data.
               10 mt-exempt-holder          pic x(30).
               10 mt-exempt-expiry-date     pic 9(8).
               10 filler                    pic x(3).
      *        Status 'A' open, 'H' on credit hold.
           05 mt-data-house-r redefines mt-data.
               10 mt-house-name             pic x(30).
               10 mt-house-credit-limit     pic 9(7)v99.
               10 mt-house-status           pic x.
                   88 mt-house-status-valid-88
                       value 'A', 'H'.
               10 filler                    pic x.
      *        Status 'A' active; any other code (on leave,
      *        terminated) keeps the employee on file but buys at
      *        the normal price.
           05 mt-data-employee-r redefines mt-data.
               10 mt-employee-name          pic x(20).
               10 mt-employee-home-store    pic x(2).
               10 mt-employee-discount-pct  pic 99v9.
               10 mt-employee-allowance     pic 9(5)v99.
               10 mt-employee-status        pic x.
               10 filler                    pic x(8).

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

       fd tax-rate-file
           data record is tax-rate-line
           05 ga-account-number             pic x(4).
           05 ga-account-name               pic x(20).

      *    One record per loyalty customer. The enrol date is set
      *    to the business date the customer was added on.
       fd customer-master-file
           data record is customer-master-line
           record contains 52 characters.

       01 customer-master-line.
           05 cu-customer-number            pic x(8).
           05 cu-customer-name              pic x(30).
           05 cu-postal-code                pic x(6).
           05 cu-enrol-date                 pic 9(8).

      *    Finance's planned net sales for one store and month,
      *    for the whole store (department spaces) or split by
      *    department.
       fd sales-plan-file
           data record is sales-plan-line
           record contains 23 characters.

       01 sales-plan-line.
           05 sp-store-number               pic x(2).
           05 sp-month                      pic 9(6).
           05 sp-department                 pic x(4).
           05 sp-planned-net-sales          pic 9(9)v99.

       fd vendor-master-file
           data record is vendor-master-line
           record contains 36 characters.

       01 vendor-master-line.
           05 vm-vendor-number              pic x(6).
           05 vm-vendor-name                pic x(30).

      *    A threshold of zero means no paid-out in the category
      *    is flagged on amount alone.
       fd expense-category-file
           data record is expense-category-line
           record contains 41 characters.

       01 expense-category-line.
           05 xc-category-code              pic x(4).
           05 xc-description                pic x(30).
           05 xc-flag-threshold             pic 9(5)v99.

       fd exchange-rate-file
           data record is exchange-rate-line
           record contains 23 characters.

       01 exchange-rate-line.
           05 er-rate-date                  pic 9(8).
           05 er-currency                   pic x(3).
           05 er-rate                       pic 9(2)v9(6).
           05 er-tolerance-pct              pic 9(2)v99.

      *    One record per calendar entry, keyed by store, entry
      *    type and date. 'S' trading dates: start is the first
      *    trading day, end the last (zero while trading). 'C'
      *    planned closure: the date is the first closed day, end
      *    the last. 'H' bank holiday: the date, store spaces for
      *    every store's bank.
       fd store-calendar-file
           data record is store-calendar-line
           record contains 47 characters.

       01 store-calendar-line.
           05 cal-store-number              pic x(2).
           05 cal-entry-type                pic x.
           05 cal-date                      pic 9(8).
           05 cal-start-date                pic 9(8).
           05 cal-end-date                  pic 9(8).
           05 cal-description               pic x(20).

       fd exemption-cert-file
           data record is exemption-cert-line
           record contains 52 characters.

       01 exemption-cert-line.
           05 ec-cert-number                pic x(12).
           05 ec-exempt-type                pic xx.
           05 ec-holder-name                pic x(30).
           05 ec-expiry-date                pic 9(8).

       fd house-account-file
           data record is house-account-line
           record contains 48 characters.

       01 house-account-line.
           05 ha-account-number             pic x(8).
           05 ha-account-name               pic x(30).
           05 ha-credit-limit               pic 9(7)v99.
           05 ha-account-status             pic x.

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

       fd maint-register-report
           data record is maint-register-line
           record contains 166 characters.
           value spaces.
       01 ws-gl-account-master-path            pic x(100)
           value spaces.
       01 ws-customer-master-path              pic x(100)
           value spaces.
       01 ws-sales-plan-path                   pic x(100)
           value spaces.
       01 ws-vendor-master-path                pic x(100)
           value spaces.
       01 ws-expense-category-path             pic x(100)
           value spaces.
       01 ws-exchange-rate-path                pic x(100)
           value spaces.
       01 ws-store-calendar-path               pic x(100)
           value spaces.
       01 ws-exemption-cert-path               pic x(100)
           value spaces.
       01 ws-house-account-path                pic x(100)
           value spaces.
       01 ws-employee-master-path              pic x(100)
           value spaces.
       01 ws-maint-register-path               pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-gl-account-file-status         pic xx
           value spaces.
       01 ws-customer-master-file-status    pic xx
           value spaces.
       01 ws-sales-plan-file-status         pic xx
           value spaces.
       01 ws-vendor-master-file-status      pic xx
           value spaces.
       01 ws-expense-category-file-status   pic xx
           value spaces.
       01 ws-exchange-rate-file-status      pic xx
           value spaces.
       01 ws-store-calendar-file-status     pic xx
           value spaces.
       01 ws-exemption-cert-file-status     pic xx
           value spaces.
       01 ws-house-account-file-status      pic xx
           value spaces.
       01 ws-employee-master-file-status    pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
               10 ws-sku-description        pic x(30).
               10 ws-sku-department         pic x(4).
               10 ws-sku-unit-price         pic 9(5)v99.
               10 ws-sku-unit-cost          pic 9(5)v99.
               10 ws-sku-vendor-number      pic x(6).
               10 ws-sku-deleted-flag       pic x.

       01 ws-sku-table-count                pic 9(4)
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-name       pic x(20).
               10 ws-store-table-district   pic x(2).
               10 ws-store-table-province   pic x(2).
               10 ws-store-deleted-flag     pic x.

       01 ws-store-table-count              pic 99
       01 ws-gla-table-count                pic 999
           value 0.

      *Table of loyalty customers off CUSTOMER-MASTER.dat, with the
      *same delete flag.
       01 ws-customer-table.
           05 ws-customer-entry             occurs 0 to 5000 times
               depending on ws-customer-table-count
               indexed by ws-customer-idx.
               10 ws-customer-table-number  pic x(8).
               10 ws-customer-table-name    pic x(30).
               10 ws-customer-table-postal  pic x(6).
               10 ws-customer-table-enrol   pic 9(8).
               10 ws-customer-deleted-flag  pic x.

       01 ws-customer-table-count           pic 9(4)
           value 0.

      *Table of store/month/department plans off SALES-PLAN.dat,
      *with the same delete flag.
       01 ws-plan-table.
           05 ws-plan-entry                 occurs 0 to 2000 times
               depending on ws-plan-table-count
               indexed by ws-plan-idx.
               10 ws-plan-table-store       pic x(2).
               10 ws-plan-table-month       pic 9(6).
               10 ws-plan-table-department  pic x(4).
               10 ws-plan-table-amount      pic 9(9)v99.
               10 ws-plan-deleted-flag      pic x.

       01 ws-plan-table-count               pic 9(4)
           value 0.
       01 ws-plan-image-amount              pic zzz,zzz,zz9.99.

      *Table of vendors off VENDOR-MASTER.dat, with the same delete
      *flag.
       01 ws-vendor-table.
           05 ws-vendor-entry               occurs 0 to 500 times
               depending on ws-vendor-table-count
               indexed by ws-vendor-idx.
               10 ws-vendor-table-number    pic x(6).
               10 ws-vendor-table-name      pic x(30).
               10 ws-vendor-deleted-flag    pic x.

       01 ws-vendor-table-count             pic 999
           value 0.
       01 ws-find-vendor-number             pic x(6)
           value spaces.
       01 ws-vendor-in-use-flag             pic x
           value 'N'.
       01 ws-sku-image-cost                 pic zzzz9.99.

      *Table of expense categories off EXPENSE-CATEGORY.dat, with
      *the same delete flag.
       01 ws-expense-table.
           05 ws-expense-entry              occurs 0 to 500 times
               depending on ws-expense-table-count
               indexed by ws-expense-idx.
               10 ws-expense-table-category pic x(4).
               10 ws-expense-table-desc     pic x(30).
               10 ws-expense-threshold      pic 9(5)v99.
               10 ws-expense-deleted-flag   pic x.

       01 ws-expense-table-count            pic 999
           value 0.
       01 ws-expense-image-threshold        pic zzzz9.99.

      *Table of daily exchange rates off EXCHANGE-RATE.dat, with
      *the same delete flag.
       01 ws-fx-table.
           05 ws-fx-entry                   occurs 0 to 1000 times
               depending on ws-fx-table-count
               indexed by ws-fx-idx.
               10 ws-fx-table-date          pic 9(8).
               10 ws-fx-table-currency      pic x(3).
               10 ws-fx-table-rate          pic 9(2)v9(6).
               10 ws-fx-table-tolerance     pic 9(2)v99.
               10 ws-fx-deleted-flag        pic x.

       01 ws-fx-table-count                 pic 9(4)
           value 0.
       01 ws-fx-image-rate                  pic z9.999999.
       01 ws-fx-image-tolerance             pic z9.99.

      *Table of store calendar entries off STORE-CALENDAR.dat, with
      *the same delete flag.
       01 ws-cal-table.
           05 ws-cal-entry                  occurs 0 to 2000 times
               depending on ws-cal-table-count
               indexed by ws-cal-idx.
               10 ws-cal-table-store        pic x(2).
               10 ws-cal-table-type         pic x.
               10 ws-cal-table-date         pic 9(8).
               10 ws-cal-table-start        pic 9(8).
               10 ws-cal-table-end          pic 9(8).
               10 ws-cal-table-desc         pic x(20).
               10 ws-cal-deleted-flag       pic x.

       01 ws-cal-table-count                pic 9(4)
           value 0.
      *The transaction's calendar date and end date normalized -
      *blank means zero.
       01 ws-cal-match-date                 pic 9(8)
           value 0.
       01 ws-cal-end-date                   pic 9(8)
           value 0.

      *Table of tax-exemption certificates off EXEMPTION-CERT.dat,
      *with the same delete flag.
       01 ws-exempt-table.
           05 ws-exempt-entry               occurs 0 to 5000 times
               depending on ws-exempt-table-count
               indexed by ws-exempt-idx.
               10 ws-exempt-table-cert      pic x(12).
               10 ws-exempt-table-type      pic xx.
               10 ws-exempt-table-holder    pic x(30).
               10 ws-exempt-table-expiry    pic 9(8).
               10 ws-exempt-deleted-flag    pic x.

       01 ws-exempt-table-count             pic 9(4)
           value 0.

      *Table of house accounts off HOUSE-ACCOUNT.dat, with the same
      *delete flag.
       01 ws-house-table.
           05 ws-house-entry                occurs 0 to 2000 times
               depending on ws-house-table-count
               indexed by ws-house-idx.
               10 ws-house-table-account    pic x(8).
               10 ws-house-table-name       pic x(30).
               10 ws-house-table-limit      pic 9(7)v99.
               10 ws-house-table-status     pic x.
               10 ws-house-deleted-flag     pic x.

       01 ws-house-table-count              pic 9(4)
           value 0.
       01 ws-house-image-limit              pic z,zzz,zz9.99.
       01 ws-customer-on-file-flag          pic x
           value 'N'.

      *Table of employees off EMPLOYEE-MASTER.dat, with the same
      *delete flag.
       01 ws-employee-table.
           05 ws-employee-entry             occurs 0 to 3000 times
               depending on ws-employee-table-count
               indexed by ws-employee-idx.
               10 ws-employee-table-id      pic x(4).
               10 ws-employee-table-name    pic x(20).
               10 ws-employee-table-store   pic x(2).
               10 ws-employee-table-pct     pic 99v9.
               10 ws-employee-table-allow   pic 9(5)v99.
               10 ws-employee-table-status  pic x.
               10 ws-employee-deleted-flag  pic x.

       01 ws-employee-table-count           pic 9(4)
           value 0.
       01 ws-employee-image-pct             pic z9.9.
       01 ws-employee-image-allow           pic zz,zz9.99.

      *Scratch fields for the transaction being applied.
       01 ws-match-idx                      pic 9(4)
           value 0.
           perform 060-load-tax-rates.
           perform 065-load-cashier-master.
           perform 070-load-gl-accounts.
           perform 075-load-customer-master.
           perform 077-load-sales-plan.
           perform 078-load-vendor-master.
           perform 079-load-expense-categories.
           perform 080-load-exchange-rates.
           perform 085-load-store-calendar.
           perform 086-load-exemption-certs.
           perform 087-load-house-accounts.
           perform 088-load-employee-master.

           open output maint-register-report.
           perform 100-print-headings.
               perform 620-rewrite-tax-rates
               perform 630-rewrite-cashier-master
               perform 640-rewrite-gl-accounts
               perform 650-rewrite-customer-master
               perform 660-rewrite-sales-plan
               perform 670-rewrite-vendor-master
               perform 680-rewrite-expense-categories
               perform 690-rewrite-exchange-rates
               perform 695-rewrite-store-calendar
               perform 696-rewrite-exemption-certs
               perform 697-rewrite-house-accounts
               perform 698-rewrite-employee-master
           end-if.

      *    Rejected transactions are a warning for the morning
                                        delimited by size
               into ws-gl-account-master-path.

           string ws-data-library       delimited by space
               "CUSTOMER-MASTER.dat"
                                        delimited by size
               into ws-customer-master-path.

           string ws-data-library       delimited by space
               "SALES-PLAN.dat"
                                        delimited by size
               into ws-sales-plan-path.

           string ws-data-library       delimited by space
               "VENDOR-MASTER.dat"
                                        delimited by size
               into ws-vendor-master-path.

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
               "EXEMPTION-CERT.dat"
                                        delimited by size
               into ws-exemption-cert-path.

           string ws-data-library       delimited by space
               "HOUSE-ACCOUNT.dat"
                                        delimited by size
               into ws-house-account-path.

           string ws-data-library       delimited by space
               "EMPLOYEE-MASTER.dat"
                                        delimited by size
               into ws-employee-master-path.

           string ws-data-library       delimited by space
               "maint-register.out"
                                        delimited by size
                           move 0
                               to ws-sku-unit-price(ws-sku-idx)
                       end-if
                       if skm-unit-cost numeric
                           move skm-unit-cost
                               to ws-sku-unit-cost(ws-sku-idx)
                       else
                           move 0
                               to ws-sku-unit-cost(ws-sku-idx)
                       end-if
                       move skm-vendor-number
                           to ws-sku-vendor-number(ws-sku-idx)
                       move ws-false-const
                           to ws-sku-deleted-flag(ws-sku-idx)
                   end-if
                           to ws-store-table-name(ws-store-idx)
                       move sm-district-code
                           to ws-store-table-district(ws-store-idx)
                       move sm-province-code
                           to ws-store-table-province(ws-store-idx)
                       move ws-false-const
                           to ws-store-deleted-flag(ws-store-idx)
                   end-if

           move ws-false-const              to ws-eof-flag.

       075-load-customer-master.

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
                       move cu-customer-name
                           to ws-customer-table-name(ws-customer-idx)
                       move cu-postal-code
                           to ws-customer-table-postal(ws-customer-idx)
                       if cu-enrol-date numeric
                           move cu-enrol-date
                             to ws-customer-table-enrol(ws-customer-idx)
                       else
                           move 0
                             to ws-customer-table-enrol(ws-customer-idx)
                       end-if
                       move ws-false-const
                           to ws-customer-deleted-flag(ws-customer-idx)
                   end-if
                   read customer-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close customer-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       077-load-sales-plan.

           move ws-false-const              to ws-eof-flag.

           open input sales-plan-file.

           if ws-sales-plan-file-status not = "35"

               read sales-plan-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-plan-table-count < 2000
                       add 1                to ws-plan-table-count
                       set ws-plan-idx      to ws-plan-table-count
                       move sp-store-number
                           to ws-plan-table-store(ws-plan-idx)
                       move sp-month
                           to ws-plan-table-month(ws-plan-idx)
                       move sp-department
                           to ws-plan-table-department(ws-plan-idx)
                       if sp-planned-net-sales numeric
                           move sp-planned-net-sales
                               to ws-plan-table-amount(ws-plan-idx)
                       else
                           move 0
                               to ws-plan-table-amount(ws-plan-idx)
                       end-if
                       move ws-false-const
                           to ws-plan-deleted-flag(ws-plan-idx)
                   end-if
                   read sales-plan-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close sales-plan-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       078-load-vendor-master.

           move ws-false-const              to ws-eof-flag.

           open input vendor-master-file.

           if ws-vendor-master-file-status not = "35"

               read vendor-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-vendor-table-count < 500
                       add 1                to ws-vendor-table-count
                       set ws-vendor-idx    to ws-vendor-table-count
                       move vm-vendor-number
                           to ws-vendor-table-number(ws-vendor-idx)
                       move vm-vendor-name
                           to ws-vendor-table-name(ws-vendor-idx)
                       move ws-false-const
                           to ws-vendor-deleted-flag(ws-vendor-idx)
                   end-if
                   read vendor-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close vendor-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       079-load-expense-categories.

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
                               to ws-expense-threshold(ws-expense-idx)
                       else
                           move 0
                               to ws-expense-threshold(ws-expense-idx)
                       end-if
                       move ws-false-const
                           to ws-expense-deleted-flag(ws-expense-idx)
                   end-if
                   read expense-category-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close expense-category-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       080-load-exchange-rates.

           move ws-false-const              to ws-eof-flag.

           open input exchange-rate-file.

           if ws-exchange-rate-file-status not = "35"

               read exchange-rate-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-fx-table-count < 1000
                       add 1                to ws-fx-table-count
                       set ws-fx-idx        to ws-fx-table-count
                       move er-rate-date
                           to ws-fx-table-date(ws-fx-idx)
                       move er-currency
                           to ws-fx-table-currency(ws-fx-idx)
                       move er-rate
                           to ws-fx-table-rate(ws-fx-idx)
                       if er-tolerance-pct numeric
                           move er-tolerance-pct
                               to ws-fx-table-tolerance(ws-fx-idx)
                       else
                           move 0
                               to ws-fx-table-tolerance(ws-fx-idx)
                       end-if
                       move ws-false-const
                           to ws-fx-deleted-flag(ws-fx-idx)
                   end-if
                   read exchange-rate-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close exchange-rate-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       085-load-store-calendar.

           move ws-false-const              to ws-eof-flag.

           open input store-calendar-file.

           if ws-store-calendar-file-status not = "35"

               read store-calendar-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-cal-table-count < 2000
                       add 1                to ws-cal-table-count
                       set ws-cal-idx       to ws-cal-table-count
                       move cal-store-number
                           to ws-cal-table-store(ws-cal-idx)
                       move cal-entry-type
                           to ws-cal-table-type(ws-cal-idx)
                       move cal-date
                           to ws-cal-table-date(ws-cal-idx)
                       move cal-start-date
                           to ws-cal-table-start(ws-cal-idx)
                       move cal-end-date
                           to ws-cal-table-end(ws-cal-idx)
                       move cal-description
                           to ws-cal-table-desc(ws-cal-idx)
                       move ws-false-const
                           to ws-cal-deleted-flag(ws-cal-idx)
                   end-if
                   read store-calendar-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-calendar-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       086-load-exemption-certs.

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
                       move ec-holder-name
                           to ws-exempt-table-holder(ws-exempt-idx)
                       if ec-expiry-date numeric
                           move ec-expiry-date
                               to ws-exempt-table-expiry(ws-exempt-idx)
                       else
                           move 0
                               to ws-exempt-table-expiry(ws-exempt-idx)
                       end-if
                       move ws-false-const
                           to ws-exempt-deleted-flag(ws-exempt-idx)
                   end-if
                   read exemption-cert-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close exemption-cert-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       087-load-house-accounts.

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
                       move ha-account-name
                           to ws-house-table-name(ws-house-idx)
                       if ha-credit-limit numeric
                           move ha-credit-limit
                               to ws-house-table-limit(ws-house-idx)
                       else
                           move 0
                               to ws-house-table-limit(ws-house-idx)
                       end-if
                       move ha-account-status
                           to ws-house-table-status(ws-house-idx)
                       move ws-false-const
                           to ws-house-deleted-flag(ws-house-idx)
                   end-if
                   read house-account-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close house-account-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       088-load-employee-master.

           move ws-false-const              to ws-eof-flag.

           open input employee-master-file.

           if ws-employee-master-file-status not = "35"

               read employee-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-employee-table-count < 3000
                       add 1                to ws-employee-table-count
                       set ws-employee-idx  to ws-employee-table-count
                       move em-employee-id
                           to ws-employee-table-id(ws-employee-idx)
                       move em-employee-name
                           to ws-employee-table-name(ws-employee-idx)
                       move em-home-store
                           to ws-employee-table-store(ws-employee-idx)
                       if em-discount-pct numeric
                           move em-discount-pct
                             to ws-employee-table-pct(ws-employee-idx)
                       else
                           move 0
                             to ws-employee-table-pct(ws-employee-idx)
                       end-if
                       if em-annual-allowance numeric
                           move em-annual-allowance
                             to ws-employee-table-allow(ws-employee-idx)
                       else
                           move 0
                             to ws-employee-table-allow(ws-employee-idx)
                       end-if
                       move em-employee-status
                           to ws-employee-table-status(ws-employee-idx)
                       move ws-false-const
                           to ws-employee-deleted-flag(ws-employee-idx)
                   end-if
                   read employee-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close employee-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       100-print-headings.

           write maint-register-line from ws-heading1-name-line.

           move ws-business-yyyy            to ws-hdr-business-yyyy.
           move ws-business-mm              to ws-hdr-business-mm.
           move ws-business-dd              to ws-hdr-business-dd.
           write maint-register-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write maint-register-line from ws-heading2-title-line
               after advancing 1 line.
           write maint-register-line from ws-heading3-columns-line
               after advancing 2 lines.

      *    Validate and apply one maintenance transaction, then
      *    write its register line - applied with before/after
      *    images, or rejected with the reason.
       200-apply-one-transaction.

           add 1                            to ws-trans-read-count.

           move spaces                      to ws-reject-reason.
           move spaces                      to ws-before-image.
           move spaces                      to ws-after-image.

           if not mt-action-valid-88
               move "Action must be 'A', 'C' or 'D'."
                   to ws-reject-reason
           else
           if not mt-master-valid-88
               move "Master is not a maintained master file."
                   to ws-reject-reason
           else
           if mt-key = spaces
               move "Key cannot be blank."
                   to ws-reject-reason
           else
           if mt-master-sku-88
               perform 210-apply-sku-transaction
           else
           if mt-master-store-88
               perform 220-apply-store-transaction
           else
           if mt-master-cashier-88
               perform 240-apply-cashier-transaction
           else
           if mt-master-gl-account-88
               perform 245-apply-gla-transaction
           else
           if mt-master-customer-88
               perform 246-apply-customer-transaction
           else
           if mt-master-plan-88
               perform 247-apply-plan-transaction
           else
           if mt-master-sku-cost-88
               perform 217-apply-sku-cost-transaction
           else
           if mt-master-vendor-88
               perform 248-apply-vendor-transaction
           else
           if mt-master-expense-88
               perform 249-apply-expense-transaction
           else
           if mt-master-fx-rate-88
               perform 251-apply-fx-rate-transaction
           else
           if mt-master-calendar-88
               perform 253-apply-calendar-transaction
           else
           if mt-master-exemption-88
               perform 257-apply-exemption-transaction
           else
           if mt-master-house-88
               perform 259-apply-house-transaction
           else
           if mt-master-employee-88
               perform 262-apply-employee-transaction
           else
               perform 230-apply-tax-transaction
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           perform 300-write-register-line.

           read maint-trans-file
               at end move ws-true-const    to ws-eof-flag.

       210-apply-sku-transaction.

           perform 281-find-sku-entry.

           if mt-action-add-88 or mt-action-change-88
               if mt-sku-unit-price not numeric
                   move "SKU Unit Price must be numeric."
                       to ws-reject-reason
               else
               if mt-sku-description = spaces
                   move "SKU Description cannot be blank."
                       to ws-reject-reason
               end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "SKU already on SKU Master file."
                       to ws-reject-reason
               else
               if ws-sku-table-count >= 2000
                   move "SKU Master table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-sku-table-count
                   set ws-sku-idx           to ws-sku-table-count
                   move mt-key              to ws-sku-code(ws-sku-idx)
                   move 0
                       to ws-sku-unit-cost(ws-sku-idx)
                   move spaces
                       to ws-sku-vendor-number(ws-sku-idx)
                   perform 215-move-sku-data
                   move ws-false-const
                       to ws-sku-deleted-flag(ws-sku-idx)
                   perform 216-build-sku-image
                   move ws-sku-image        to ws-after-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "SKU Code not found on SKU Master file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-sku-idx               to ws-match-idx
               perform 216-build-sku-image
               move ws-sku-image            to ws-before-image
               move ws-true-const
                   to ws-sku-deleted-flag(ws-sku-idx)
           else
               set ws-sku-idx               to ws-match-idx
               perform 216-build-sku-image
               move ws-sku-image            to ws-before-image
               perform 215-move-sku-data
               perform 216-build-sku-image
               move ws-sku-image            to ws-after-image
           end-if
           end-if
           end-if
           end-if.

       215-move-sku-data.

           move mt-sku-description
               to ws-sku-description(ws-sku-idx).
           move mt-sku-department
               to ws-sku-department(ws-sku-idx).
           move mt-sku-unit-price
               to ws-sku-unit-price(ws-sku-idx).

      *    "description dept price" image of the entry ws-sku-idx
      *    points at, for the register's before/after columns.
       216-build-sku-image.

           move spaces                      to ws-sku-image.
           move ws-sku-unit-price(ws-sku-idx)
               to ws-sku-image-price.
           string ws-sku-description(ws-sku-idx)(1:25)
                                            delimited by size
               " "                          delimited by size
               ws-sku-department(ws-sku-idx)
                                            delimited by size
               " "                          delimited by size
               ws-sku-image-price           delimited by size
               into ws-sku-image.

      *    Unit cost and vendor are changed on a SKU that is
      *    already on file; the SKU itself is added and deleted
      *    through its 'SKU' record. The vendor must be on the
      *    Vendor Master.
       217-apply-sku-cost-transaction.

           perform 281-find-sku-entry.

           if not mt-action-change-88
               move "SKU Cost supports action 'C' only."
                   to ws-reject-reason
           else
           if ws-found-flag = 'N'
               move "SKU Code not found on SKU Master file."
                   to ws-reject-reason
           else
           if mt-sku-unit-cost not numeric
               move "SKU Unit Cost must be numeric."
                   to ws-reject-reason
           else
               move mt-sku-vendor-number    to ws-find-vendor-number
               perform 289-find-vendor-entry
               if ws-found-flag = 'N'
                   move "Vendor not on Vendor Master file."
                       to ws-reject-reason
               end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces
               perform 281-find-sku-entry
               set ws-sku-idx               to ws-match-idx
               perform 218-build-sku-cost-image
               move ws-after-image          to ws-before-image
               move mt-sku-unit-cost
                   to ws-sku-unit-cost(ws-sku-idx)
               move mt-sku-vendor-number
                   to ws-sku-vendor-number(ws-sku-idx)
               perform 218-build-sku-cost-image
           end-if.

      *    "Cost cost Vendor vendor" image of the entry ws-sku-idx
      *    points at, built into the after-image column.
       218-build-sku-cost-image.

           move spaces                      to ws-after-image.
           move ws-sku-unit-cost(ws-sku-idx)
               to ws-sku-image-cost.
           string "Cost "                   delimited by size
               ws-sku-image-cost            delimited by size
               " Vendor "                   delimited by size
               ws-sku-vendor-number(ws-sku-idx)
                                            delimited by size
               into ws-after-image.

       220-apply-store-transaction.

           perform 282-find-store-entry.

           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Store already on Store Master file."
                       to ws-reject-reason
               else
               if mt-key-store-number not numeric
                   move "Store Number must be numeric."
                       to ws-reject-reason
               else
               if mt-store-name = spaces
                   move "Store Name cannot be blank."
                       to ws-reject-reason
               else
               if ws-store-table-count >= 50
                   move "Store Master table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-store-table-count
                   set ws-store-idx         to ws-store-table-count
                   move mt-key-store-number
                       to ws-store-table-number(ws-store-idx)
                   move mt-store-name
                       to ws-store-table-name(ws-store-idx)
                   move mt-store-district
                       to ws-store-table-district(ws-store-idx)
                   move mt-store-province
                       to ws-store-table-province(ws-store-idx)
                   move ws-false-const
                       to ws-store-deleted-flag(ws-store-idx)
                   string mt-key-store-number delimited by size
                       " "                  delimited by size
                       mt-store-name        delimited by size
                       " "                  delimited by size
                       mt-store-district    delimited by size
                       " "                  delimited by size
                       mt-store-province    delimited by size
                       into ws-after-image
               end-if
               end-if
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Store not found on Store Master file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-store-idx             to ws-match-idx
               string ws-store-table-number(ws-store-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-store-table-name(ws-store-idx)
                                            delimited by size
                   into ws-before-image
               move ws-true-const
                   to ws-store-deleted-flag(ws-store-idx)
           else
           if mt-store-name = spaces
               move "Store Name cannot be blank."
                   to ws-reject-reason
           else
               set ws-store-idx             to ws-match-idx
               string ws-store-table-number(ws-store-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-store-table-name(ws-store-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-store-table-district(ws-store-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-store-table-province(ws-store-idx)
                                            delimited by size
                   into ws-before-image
               move mt-store-name
                   to ws-store-table-name(ws-store-idx)
               move mt-store-district
                   to ws-store-table-district(ws-store-idx)
               move mt-store-province
                   to ws-store-table-province(ws-store-idx)
               string ws-store-table-number(ws-store-idx)
                                            delimited by size
                   " "                      delimited by size
                   mt-store-name            delimited by size
                   " "                      delimited by size
                   mt-store-district        delimited by size
                   " "                      delimited by size
                   mt-store-province        delimited by size
                   into ws-after-image
           end-if
           end-if
           end-if
           end-if.

       230-apply-tax-transaction.

           perform 282-find-store-entry.
           move ws-found-flag               to ws-store-on-file-flag.

      *    A blank effective date keys the store's base (day-one)
      *    rate record; anything else must be a numeric yyyymmdd,
      *    and may sit in the future so the change is loaded in
      *    advance.
           if mt-tax-eff-date-blank-88
               move 0                       to ws-tax-match-date
           else
           if mt-tax-effective-date numeric
               move mt-tax-effective-date   to ws-tax-match-date
           else
               move 0                       to ws-tax-match-date
               move "Tax Effective Date must be numeric or blank."
                   to ws-reject-reason
           end-if
           end-if.

           perform 283-find-tax-entry.

           if ws-reject-reason = spaces
               and (mt-action-add-88 or mt-action-change-88)
               if mt-tax-rate not numeric
                   move "Tax Rate must be numeric."
                       to ws-reject-reason
               else
               if mt-tax-rate > ws-max-sane-tax-rate
                   move "Tax Rate is outside the sane range."
                       to ws-reject-reason
               end-if
               end-if
           end-if.

      *    A tax rate belongs to a store this shop actually has -
      *    a rate keyed for a store on neither the Store Master
      *    nor tonight's store adds is a typo, not a new location.
           if ws-reject-reason = spaces
               and mt-action-add-88
               and ws-store-on-file-flag = 'N'
               move "Store not on Store Master file."
                   to ws-reject-reason
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Rate for store/date already on file."
                       to ws-reject-reason
               else
               if mt-key-store-number not numeric
                   move "Store Number must be numeric."
                       to ws-reject-reason
               else
               if ws-tax-rate-table-count >= 200
                   move "Tax Rate table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-tax-rate-table-count
                   set ws-tax-rate-idx
                       to ws-tax-rate-table-count
                   move mt-key-store-number
                       to ws-tax-rate-table-number(ws-tax-rate-idx)
                   move mt-tax-rate
                       to ws-tax-rate-table-rate(ws-tax-rate-idx)
                   move ws-tax-match-date
                       to ws-tax-rate-table-date(ws-tax-rate-idx)
                   move ws-false-const
                       to ws-tax-rate-deleted-flag(ws-tax-rate-idx)
                   string mt-key-store-number delimited by size
                       " rate "             delimited by size
                       mt-tax-rate          delimited by size
                       " from "             delimited by size
                       ws-tax-match-date    delimited by size
                       into ws-after-image
               end-if
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Store/date not found on Tax Rate file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-tax-rate-idx          to ws-match-idx
               string ws-tax-rate-table-number(ws-tax-rate-idx)
                                            delimited by size
                   " rate "                 delimited by size
                   ws-tax-rate-table-rate(ws-tax-rate-idx)
                                            delimited by size
                   " from "                 delimited by size
                   ws-tax-rate-table-date(ws-tax-rate-idx)
                                            delimited by size
                   into ws-before-image
               move ws-true-const
                   to ws-tax-rate-deleted-flag(ws-tax-rate-idx)
           else
               set ws-tax-rate-idx          to ws-match-idx
               string ws-tax-rate-table-number(ws-tax-rate-idx)
                                            delimited by size
                   " rate "                 delimited by size
                   ws-tax-rate-table-rate(ws-tax-rate-idx)
                                            delimited by size
                   " from "                 delimited by size
                   ws-tax-rate-table-date(ws-tax-rate-idx)
                                            delimited by size
                   into ws-before-image
               move mt-tax-rate
                   to ws-tax-rate-table-rate(ws-tax-rate-idx)
               string ws-tax-rate-table-number(ws-tax-rate-idx)
                                            delimited by size
                   " rate "                 delimited by size
                   mt-tax-rate              delimited by size
                   " from "                 delimited by size
                   ws-tax-rate-table-date(ws-tax-rate-idx)
                                            delimited by size
                   into ws-after-image
           end-if
           end-if
           end-if
           end-if.

       240-apply-cashier-transaction.

           perform 284-find-cashier-entry.

           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Cashier already on Cashier Master file."
                       to ws-reject-reason
               else
               if mt-cashier-name = spaces
                   move "Cashier Name cannot be blank."
                       to ws-reject-reason
               else
               if ws-cashier-table-count >= 200
                   move "Cashier Master table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-cashier-table-count
                   set ws-cashier-idx       to ws-cashier-table-count
                   move mt-key-cashier-id
                       to ws-cashier-table-id(ws-cashier-idx)
                   move mt-cashier-name
                       to ws-cashier-table-name(ws-cashier-idx)
                   move ws-false-const
                       to ws-cashier-deleted-flag(ws-cashier-idx)
                   string mt-key-cashier-id delimited by size
                       " "                  delimited by size
                       mt-cashier-name      delimited by size
                       into ws-after-image
               end-if
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Cashier not found on Cashier Master file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-cashier-idx           to ws-match-idx
               string ws-cashier-table-id(ws-cashier-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-cashier-table-name(ws-cashier-idx)
                                            delimited by size
                   into ws-before-image
               move ws-true-const
                   to ws-cashier-deleted-flag(ws-cashier-idx)
           else
           if mt-cashier-name = spaces
               move "Cashier Name cannot be blank."
                   to ws-reject-reason
           else
               set ws-cashier-idx           to ws-match-idx
               string ws-cashier-table-id(ws-cashier-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-cashier-table-name(ws-cashier-idx)
                                            delimited by size
                   into ws-before-image
               move mt-cashier-name
                   to ws-cashier-table-name(ws-cashier-idx)
               string ws-cashier-table-id(ws-cashier-idx)
                                            delimited by size
                   " "                      delimited by size
                   mt-cashier-name          delimited by size
                   into ws-after-image
           end-if
           end-if
           end-if
           end-if.

       245-apply-gla-transaction.

           perform 285-find-gla-entry.

           if mt-action-add-88 or mt-action-change-88
               if mt-gla-account-number = spaces
                   move "GL Account Number cannot be blank."
                       to ws-reject-reason
               else
               if mt-gla-account-name = spaces
                   move "GL Account Name cannot be blank."
                       to ws-reject-reason
               end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Role already on GL Account master."
                       to ws-reject-reason
               else
               if ws-gla-table-count >= 100
                   move "GL Account table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-gla-table-count
                   set ws-gla-idx           to ws-gla-table-count
                   move mt-key-gla-role
                       to ws-gla-table-role(ws-gla-idx)
                   move mt-gla-account-number
                       to ws-gla-table-account(ws-gla-idx)
                   move mt-gla-account-name
                       to ws-gla-table-name(ws-gla-idx)
                   move ws-false-const
                       to ws-gla-deleted-flag(ws-gla-idx)
                   string mt-gla-account-number delimited by size
                       " "                  delimited by size
                       mt-gla-account-name  delimited by size
                       into ws-after-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Role not found on GL Account master."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-gla-idx               to ws-match-idx
               string ws-gla-table-account(ws-gla-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-gla-table-name(ws-gla-idx)
                                            delimited by size
                   into ws-before-image
               move ws-true-const
                   to ws-gla-deleted-flag(ws-gla-idx)
           else
               set ws-gla-idx               to ws-match-idx
               string ws-gla-table-account(ws-gla-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-gla-table-name(ws-gla-idx)
                                            delimited by size
                   into ws-before-image
               move mt-gla-account-number
                   to ws-gla-table-account(ws-gla-idx)
               move mt-gla-account-name
                   to ws-gla-table-name(ws-gla-idx)
               string mt-gla-account-number delimited by size
                   " "                      delimited by size
                   mt-gla-account-name      delimited by size
                   into ws-after-image
           end-if
           end-if
           end-if
           end-if.

      *    A customer keeps the enrol date of the day they were
      *    added; a change only touches the name and postal code.
       246-apply-customer-transaction.

           perform 287-find-customer-entry.

           if mt-action-add-88 or mt-action-change-88
               if mt-customer-name = spaces
                   move "Customer Name cannot be blank."
                       to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Customer already on Customer Master."
                       to ws-reject-reason
               else
               if ws-customer-table-count >= 5000
                   move "Customer Master table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-customer-table-count
                   set ws-customer-idx      to ws-customer-table-count
                   move mt-key-customer-number
                       to ws-customer-table-number(ws-customer-idx)
                   move mt-customer-name
                       to ws-customer-table-name(ws-customer-idx)
                   move mt-customer-postal-code
                       to ws-customer-table-postal(ws-customer-idx)
                   move ws-business-date
                       to ws-customer-table-enrol(ws-customer-idx)
                   move ws-false-const
                       to ws-customer-deleted-flag(ws-customer-idx)
                   string mt-customer-name  delimited by size
                       " "                  delimited by size
                       mt-customer-postal-code
                                            delimited by size
                       into ws-after-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Customer not found on Customer Master."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-customer-idx          to ws-match-idx
               string ws-customer-table-name(ws-customer-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-customer-table-postal(ws-customer-idx)
                                            delimited by size
                   into ws-before-image
               move ws-true-const
                   to ws-customer-deleted-flag(ws-customer-idx)
           else
               set ws-customer-idx          to ws-match-idx
               string ws-customer-table-name(ws-customer-idx)
                                            delimited by size
                   " "                      delimited by size
                   ws-customer-table-postal(ws-customer-idx)
                                            delimited by size
                   into ws-before-image
               move mt-customer-name
                   to ws-customer-table-name(ws-customer-idx)
               move mt-customer-postal-code
                   to ws-customer-table-postal(ws-customer-idx)
               string mt-customer-name      delimited by size
                   " "                      delimited by size
                   mt-customer-postal-code  delimited by size
                   into ws-after-image
           end-if
           end-if
           end-if
           end-if.

      *    A plan belongs to a store this shop has, for a real
      *    month; the planned net sales is the whole figure for
      *    the store (or department) for that month.
       247-apply-plan-transaction.

           perform 282-find-store-entry.
           move ws-found-flag               to ws-store-on-file-flag.

           if mt-key-plan-month not numeric
                   or not mt-key-plan-mm-valid-88
               move "Plan Month must be a numeric yyyymm."
                   to ws-reject-reason
           else
           if (mt-action-add-88 or mt-action-change-88)
                   and mt-plan-net-sales not numeric
               move "Planned Net Sales must be numeric."
                   to ws-reject-reason
           else
           if mt-action-add-88
                   and ws-store-on-file-flag = 'N'
               move "Store not on Store Master file."
                   to ws-reject-reason
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces
               perform 288-find-plan-entry
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Store/month/dept already on Sales Plan."
                       to ws-reject-reason
               else
               if ws-plan-table-count >= 2000
                   move "Sales Plan table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-plan-table-count
                   set ws-plan-idx          to ws-plan-table-count
                   move mt-key-plan-store
                       to ws-plan-table-store(ws-plan-idx)
                   move mt-key-plan-month
                       to ws-plan-table-month(ws-plan-idx)
                   move mt-key-plan-department
                       to ws-plan-table-department(ws-plan-idx)
                   move mt-plan-net-sales
                       to ws-plan-table-amount(ws-plan-idx)
                   move ws-false-const
                       to ws-plan-deleted-flag(ws-plan-idx)
                   move mt-plan-net-sales   to ws-plan-image-amount
                   string "Plan "           delimited by size
                       ws-plan-image-amount delimited by size
                       into ws-after-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Store/month/dept not on Sales Plan file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-plan-idx              to ws-match-idx
               move ws-plan-table-amount(ws-plan-idx)
                   to ws-plan-image-amount
               string "Plan "               delimited by size
                   ws-plan-image-amount     delimited by size
                   into ws-before-image
               move ws-true-const
                   to ws-plan-deleted-flag(ws-plan-idx)
           else
               set ws-plan-idx              to ws-match-idx
               move ws-plan-table-amount(ws-plan-idx)
                   to ws-plan-image-amount
               string "Plan "               delimited by size
                   ws-plan-image-amount     delimited by size
                   into ws-before-image
               move mt-plan-net-sales
                   to ws-plan-table-amount(ws-plan-idx)
               move mt-plan-net-sales       to ws-plan-image-amount
               string "Plan "               delimited by size
                   ws-plan-image-amount     delimited by size
                   into ws-after-image
           end-if
           end-if
           end-if
           end-if.

      *    A vendor still carried on a SKU cannot be deleted - the
      *    SKU's cost is moved to its new vendor first.
       248-apply-vendor-transaction.

           move mt-key-vendor-number        to ws-find-vendor-number.
           perform 289-find-vendor-entry.

           if mt-action-add-88 or mt-action-change-88
               if mt-vendor-name = spaces
                   move "Vendor Name cannot be blank."
                       to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Vendor already on Vendor Master file."
                       to ws-reject-reason
               else
               if ws-vendor-table-count >= 500
                   move "Vendor Master table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-vendor-table-count
                   set ws-vendor-idx        to ws-vendor-table-count
                   move mt-key-vendor-number
                       to ws-vendor-table-number(ws-vendor-idx)
                   move mt-vendor-name
                       to ws-vendor-table-name(ws-vendor-idx)
                   move ws-false-const
                       to ws-vendor-deleted-flag(ws-vendor-idx)
                   move mt-vendor-name      to ws-after-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Vendor not on Vendor Master file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               move 'N'                     to ws-vendor-in-use-flag
               perform varying ws-sku-idx from 1 by 1
                   until ws-sku-idx > ws-sku-table-count
                   if ws-sku-deleted-flag(ws-sku-idx) = ws-false-const
                       and ws-sku-vendor-number(ws-sku-idx)
                           = mt-key-vendor-number
                       move 'Y'             to ws-vendor-in-use-flag
                   end-if
               end-perform
               if ws-vendor-in-use-flag = 'Y'
                   move "Vendor still carried on SKU Master."
                       to ws-reject-reason
               else
                   set ws-vendor-idx        to ws-match-idx
                   move ws-vendor-table-name(ws-vendor-idx)
                       to ws-before-image
                   move ws-true-const
                       to ws-vendor-deleted-flag(ws-vendor-idx)
               end-if
           else
               set ws-vendor-idx            to ws-match-idx
               move ws-vendor-table-name(ws-vendor-idx)
                   to ws-before-image
               move mt-vendor-name
                   to ws-vendor-table-name(ws-vendor-idx)
               move mt-vendor-name          to ws-after-image
           end-if
           end-if
           end-if
           end-if.

      *    A category can be retired at any time - paid-outs
      *    already booked to it keep their history on the GL.
       249-apply-expense-transaction.

           perform 286-find-expense-entry.

           if mt-action-add-88 or mt-action-change-88
               if mt-expense-description = spaces
                   move "Expense Description cannot be blank."
                       to ws-reject-reason
               else
               if mt-expense-threshold not numeric
                   move "Expense Flag Threshold must be numeric."
                       to ws-reject-reason
               end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Category already on Expense Category file."
                       to ws-reject-reason
               else
               if ws-expense-table-count >= 500
                   move "Expense Category table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-expense-table-count
                   set ws-expense-idx       to ws-expense-table-count
                   move mt-key-expense-category
                       to ws-expense-table-category(ws-expense-idx)
                   move mt-expense-description
                       to ws-expense-table-desc(ws-expense-idx)
                   move mt-expense-threshold
                       to ws-expense-threshold(ws-expense-idx)
                   move ws-false-const
                       to ws-expense-deleted-flag(ws-expense-idx)
                   perform 250-build-expense-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Category not on Expense Category file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-expense-idx           to ws-match-idx
               perform 250-build-expense-image
               move ws-after-image          to ws-before-image
               move spaces                  to ws-after-image
               move ws-true-const
                   to ws-expense-deleted-flag(ws-expense-idx)
           else
               set ws-expense-idx           to ws-match-idx
               perform 250-build-expense-image
               move ws-after-image          to ws-before-image
               move mt-expense-description
                   to ws-expense-table-desc(ws-expense-idx)
               move mt-expense-threshold
                   to ws-expense-threshold(ws-expense-idx)
               perform 250-build-expense-image
           end-if
           end-if
           end-if
           end-if.

      *    "Description threshold" image of the entry
      *    ws-expense-idx points at, built into the after-image
      *    column.
       250-build-expense-image.

           move spaces                      to ws-after-image.
           move ws-expense-threshold(ws-expense-idx)
               to ws-expense-image-threshold.
           string ws-expense-table-desc(ws-expense-idx)
                                            delimited by size
               " "                          delimited by size
               ws-expense-image-threshold   delimited by size
               into ws-after-image.

      *    A rate is keyed in by treasury each morning for that
      *    business date; a wrong one is corrected with a change,
      *    and past dates stay on file so a resubmitted record is
      *    re-edited against the rate of its own day.
       251-apply-fx-rate-transaction.

           perform 290-find-fx-entry.

           if mt-key-fx-date not numeric
                   or mt-key-fx-date = 0
               move "Rate Date must be a yyyymmdd date."
                   to ws-reject-reason
           else
           if mt-key-fx-currency = spaces
               move "Currency Code cannot be blank."
                   to ws-reject-reason
           end-if
           end-if.

           if ws-reject-reason = spaces
                   and (mt-action-add-88 or mt-action-change-88)
               if mt-fx-tolerance-blank-88
                   move 0                   to mt-fx-tolerance
               end-if
               if mt-fx-rate not numeric
                       or mt-fx-rate = 0
                   move "Exchange Rate must be over zero."
                       to ws-reject-reason
               else
               if mt-fx-tolerance not numeric
                   move "Rate Tolerance must be numeric."
                       to ws-reject-reason
               end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Rate already on Exchange Rate file."
                       to ws-reject-reason
               else
               if ws-fx-table-count >= 1000
                   move "Exchange Rate table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-fx-table-count
                   set ws-fx-idx            to ws-fx-table-count
                   move mt-key-fx-date
                       to ws-fx-table-date(ws-fx-idx)
                   move mt-key-fx-currency
                       to ws-fx-table-currency(ws-fx-idx)
                   move mt-fx-rate
                       to ws-fx-table-rate(ws-fx-idx)
                   move mt-fx-tolerance
                       to ws-fx-table-tolerance(ws-fx-idx)
                   move ws-false-const
                       to ws-fx-deleted-flag(ws-fx-idx)
                   perform 252-build-fx-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Rate not on Exchange Rate file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-fx-idx                to ws-match-idx
               perform 252-build-fx-image
               move ws-after-image          to ws-before-image
               move spaces                  to ws-after-image
               move ws-true-const
                   to ws-fx-deleted-flag(ws-fx-idx)
           else
               set ws-fx-idx                to ws-match-idx
               perform 252-build-fx-image
               move ws-after-image          to ws-before-image
               move mt-fx-rate
                   to ws-fx-table-rate(ws-fx-idx)
               move mt-fx-tolerance
                   to ws-fx-table-tolerance(ws-fx-idx)
               perform 252-build-fx-image
           end-if
           end-if
           end-if
           end-if.

      *    "Rate tolerance" image of the entry ws-fx-idx points
      *    at, built into the after-image column.
       252-build-fx-image.

           move spaces                      to ws-after-image.
           move ws-fx-table-rate(ws-fx-idx) to ws-fx-image-rate.
           move ws-fx-table-tolerance(ws-fx-idx)
               to ws-fx-image-tolerance.
           string "Rate "                   delimited by size
               ws-fx-image-rate             delimited by size
               " Tol% "                     delimited by size
               ws-fx-image-tolerance        delimited by size
               into ws-after-image.

      *    A store's trading dates, planned closures and the bank
      *    holidays. The store must be on the (post-maintenance)
      *    store table - only a bank holiday may leave it blank,
      *    meaning every store's bank is shut that day.
       253-apply-calendar-transaction.

           perform 282-find-store-entry.
           move ws-found-flag               to ws-store-on-file-flag.

           if mt-key-cal-date-blank-88
               move 0                       to ws-cal-match-date
           else
           if mt-key-cal-date numeric
               move mt-key-cal-date         to ws-cal-match-date
           else
               move 0                       to ws-cal-match-date
           end-if
           end-if.

           if not (mt-key-cal-trading-88 or mt-key-cal-closure-88
                   or mt-key-cal-holiday-88)
               move "Calendar Type must be 'S', 'C' or 'H'."
                   to ws-reject-reason
           else
           if ws-store-on-file-flag = 'N'
                   and not (mt-key-cal-holiday-88
                       and mt-key-cal-store = spaces)
               move "Store not on Store Master."
                   to ws-reject-reason
           else
           if mt-key-cal-trading-88
                   and ws-cal-match-date not = 0
               move "Trading dates key takes no date."
                   to ws-reject-reason
           else
           if not mt-key-cal-trading-88
                   and ws-cal-match-date = 0
               move "Calendar Date must be a yyyymmdd date."
                   to ws-reject-reason
           end-if
           end-if
           end-if
           end-if.

           perform 291-find-calendar-entry.

           if ws-reject-reason = spaces
                   and (mt-action-add-88 or mt-action-change-88)
               perform 254-edit-calendar-data
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Entry already on Store Calendar."
                       to ws-reject-reason
               else
               if ws-cal-table-count >= 2000
                   move "Store Calendar table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-cal-table-count
                   set ws-cal-idx           to ws-cal-table-count
                   move mt-key-cal-store
                       to ws-cal-table-store(ws-cal-idx)
                   move mt-key-cal-type
                       to ws-cal-table-type(ws-cal-idx)
                   move ws-cal-match-date
                       to ws-cal-table-date(ws-cal-idx)
                   perform 255-move-calendar-data
                   move ws-false-const
                       to ws-cal-deleted-flag(ws-cal-idx)
                   perform 256-build-calendar-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Entry not on Store Calendar."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-cal-idx               to ws-match-idx
               perform 256-build-calendar-image
               move ws-after-image          to ws-before-image
               move spaces                  to ws-after-image
               move ws-true-const
                   to ws-cal-deleted-flag(ws-cal-idx)
           else
               set ws-cal-idx               to ws-match-idx
               perform 256-build-calendar-image
               move ws-after-image          to ws-before-image
               perform 255-move-calendar-data
               perform 256-build-calendar-image
           end-if
           end-if
           end-if
           end-if.

      *    'S' needs an opening day and a closing day, if any, on
      *    or after it; 'C' an end day, if any, on or after its
      *    first closed day. A bank holiday carries only its name.
       254-edit-calendar-data.

           move 0                           to ws-cal-end-date.

           if mt-cal-end-blank-88
               continue
           else
           if mt-cal-end-date numeric
               move mt-cal-end-date         to ws-cal-end-date
           else
               move "End Date must be numeric or blank."
                   to ws-reject-reason
           end-if
           end-if.

           if ws-reject-reason = spaces
               if mt-key-cal-trading-88
                   if mt-cal-start-blank-88
                           or mt-cal-start-date not numeric
                           or mt-cal-start-date = 0
                       move "Opening Date must be a yyyymmdd date."
                           to ws-reject-reason
                   else
                   if ws-cal-end-date not = 0
                           and ws-cal-end-date < mt-cal-start-date
                       move "Closing Date is before Opening Date."
                           to ws-reject-reason
                   end-if
                   end-if
               else
               if mt-key-cal-closure-88
                   if ws-cal-end-date = 0
                       move ws-cal-match-date to ws-cal-end-date
                   end-if
                   if ws-cal-end-date < ws-cal-match-date
                       move "Closure ends before it starts."
                           to ws-reject-reason
                   end-if
               end-if
               end-if
           end-if.

       255-move-calendar-data.

           if mt-key-cal-trading-88
               move mt-cal-start-date
                   to ws-cal-table-start(ws-cal-idx)
           else
               move 0
                   to ws-cal-table-start(ws-cal-idx)
           end-if.

           if mt-key-cal-holiday-88
               move 0
                   to ws-cal-table-end(ws-cal-idx)
           else
               move ws-cal-end-date
                   to ws-cal-table-end(ws-cal-idx)
           end-if.

           move mt-cal-description
               to ws-cal-table-desc(ws-cal-idx).

      *    "Open/Closed/Holiday" image of the entry ws-cal-idx
      *    points at, built into the after-image column.
       256-build-calendar-image.

           move spaces                      to ws-after-image.

           evaluate ws-cal-table-type(ws-cal-idx)
               when 'S'
                   string "Open "           delimited by size
                       ws-cal-table-start(ws-cal-idx)
                                            delimited by size
                       " Last day "         delimited by size
                       ws-cal-table-end(ws-cal-idx)
                                            delimited by size
                       into ws-after-image
               when 'C'
                   string "Closed thru "    delimited by size
                       ws-cal-table-end(ws-cal-idx)
                                            delimited by size
                       " "                  delimited by size
                       ws-cal-table-desc(ws-cal-idx)
                                            delimited by size
                       into ws-after-image
               when other
                   string "Bank holiday "   delimited by size
                       ws-cal-table-desc(ws-cal-idx)
                                            delimited by size
                       into ws-after-image
           end-evaluate.

      *    A certificate is added when the customer's paperwork
      *    is received and changed when it is renewed; one that
      *    has expired can stay on file - the edit step refuses a
      *    sale made after the expiry date either way.
       257-apply-exemption-transaction.

           perform 292-find-exemption-entry.

           if not mt-key-exempt-type-valid-88
               move "Exemption Type must be SC, RS or CH."
                   to ws-reject-reason
           else
           if mt-key-exempt-cert = spaces
               move "Certificate Number cannot be blank."
                   to ws-reject-reason
           end-if
           end-if.

           if ws-reject-reason = spaces
               and (mt-action-add-88 or mt-action-change-88)
               if mt-exempt-holder = spaces
                   move "Certificate Holder cannot be blank."
                       to ws-reject-reason
               else
               if mt-exempt-expiry-date not numeric
                       or mt-exempt-expiry-date = 0
                   move "Expiry Date must be a yyyymmdd date."
                       to ws-reject-reason
               end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Certificate already on Exemption file."
                       to ws-reject-reason
               else
               if ws-exempt-table-count >= 5000
                   move "Exemption Certificate table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-exempt-table-count
                   set ws-exempt-idx        to ws-exempt-table-count
                   move mt-key-exempt-cert
                       to ws-exempt-table-cert(ws-exempt-idx)
                   move mt-key-exempt-type
                       to ws-exempt-table-type(ws-exempt-idx)
                   move mt-exempt-holder
                       to ws-exempt-table-holder(ws-exempt-idx)
                   move mt-exempt-expiry-date
                       to ws-exempt-table-expiry(ws-exempt-idx)
                   move ws-false-const
                       to ws-exempt-deleted-flag(ws-exempt-idx)
                   perform 258-build-exemption-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Certificate not on Exemption file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-exempt-idx            to ws-match-idx
               perform 258-build-exemption-image
               move ws-after-image          to ws-before-image
               move spaces                  to ws-after-image
               move ws-true-const
                   to ws-exempt-deleted-flag(ws-exempt-idx)
           else
               set ws-exempt-idx            to ws-match-idx
               perform 258-build-exemption-image
               move ws-after-image          to ws-before-image
               move mt-exempt-holder
                   to ws-exempt-table-holder(ws-exempt-idx)
               move mt-exempt-expiry-date
                   to ws-exempt-table-expiry(ws-exempt-idx)
               perform 258-build-exemption-image
           end-if
           end-if
           end-if
           end-if.

      *    "Holder expiry" image of the entry ws-exempt-idx points
      *    at, built into the after-image column.
       258-build-exemption-image.

           move spaces                      to ws-after-image.
           string ws-exempt-table-holder(ws-exempt-idx)(1:24)
                                            delimited by size
               " Exp "                      delimited by size
               ws-exempt-table-expiry(ws-exempt-idx)
                                            delimited by size
               into ws-after-image.

      *    A house account charges to the customer number it is
      *    keyed under, so the customer must be enrolled first.
      *    An account is stopped by putting it on hold ('H') -
      *    payments keep posting against it while it is.
       259-apply-house-transaction.

           perform 293-find-house-entry.

           if mt-action-add-88 or mt-action-change-88
               if mt-house-name = spaces
                   move "Account Name cannot be blank."
                       to ws-reject-reason
               else
               if mt-house-credit-limit not numeric
                   move "Credit Limit must be numeric."
                       to ws-reject-reason
               else
               if not mt-house-status-valid-88
                   move "Account Status must be 'A' or 'H'."
                       to ws-reject-reason
               end-if
               end-if
               end-if
           end-if.

           if ws-reject-reason = spaces and mt-action-add-88
               move 'N'                     to ws-customer-on-file-flag
               perform varying ws-customer-idx from 1 by 1
                   until ws-customer-idx > ws-customer-table-count
                   if ws-customer-deleted-flag(ws-customer-idx)
                           = ws-false-const
                       and ws-customer-table-number(ws-customer-idx)
                           = mt-key-house-account
                       move 'Y'         to ws-customer-on-file-flag
                   end-if
               end-perform
               if ws-customer-on-file-flag = 'N'
                   move "Account not on Customer Master."
                       to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason not = spaces
               continue
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Account already on House Account file."
                       to ws-reject-reason
               else
               if ws-house-table-count >= 2000
                   move "House Account table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-house-table-count
                   set ws-house-idx         to ws-house-table-count
                   move mt-key-house-account
                       to ws-house-table-account(ws-house-idx)
                   move mt-house-name
                       to ws-house-table-name(ws-house-idx)
                   move mt-house-credit-limit
                       to ws-house-table-limit(ws-house-idx)
                   move mt-house-status
                       to ws-house-table-status(ws-house-idx)
                   move ws-false-const
                       to ws-house-deleted-flag(ws-house-idx)
                   perform 260-build-house-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Account not on House Account file."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-house-idx             to ws-match-idx
               perform 260-build-house-image
               move ws-after-image          to ws-before-image
               move spaces                  to ws-after-image
               move ws-true-const
                   to ws-house-deleted-flag(ws-house-idx)
           else
               set ws-house-idx             to ws-match-idx
               perform 260-build-house-image
               move ws-after-image          to ws-before-image
               move mt-house-name
                   to ws-house-table-name(ws-house-idx)
               move mt-house-credit-limit
                   to ws-house-table-limit(ws-house-idx)
               move mt-house-status
                   to ws-house-table-status(ws-house-idx)
               perform 260-build-house-image
           end-if
           end-if
           end-if
           end-if.

      *    "Name limit status" image of the entry ws-house-idx
      *    points at, built into the after-image column.
       260-build-house-image.

           move spaces                      to ws-after-image.
           move ws-house-table-limit(ws-house-idx)
               to ws-house-image-limit.
           string ws-house-table-name(ws-house-idx)(1:20)
                                            delimited by size
               " "                          delimited by size
               ws-house-image-limit         delimited by size
               " "                          delimited by size
               ws-house-table-status(ws-house-idx)
                                            delimited by size
               into ws-after-image.

      *    HR keeps the staff discount and the year's allowance
      *    here. The employee's home store must be one of the
      *    chain's; a leaver is either deleted or kept on file
      *    with a status other than 'A'.
       262-apply-employee-transaction.

           perform 294-find-employee-entry.

           if mt-action-add-88 or mt-action-change-88
               if mt-employee-name = spaces
                   move "Employee Name cannot be blank."
                       to ws-reject-reason
               else
               if mt-employee-discount-pct not numeric
                   move "Discount Percent must be numeric."
                       to ws-reject-reason
               else
               if mt-employee-allowance not numeric
                   move "Annual Allowance must be numeric."
                       to ws-reject-reason
               else
               if mt-employee-status = spaces
                   move "Employee Status cannot be blank."
                       to ws-reject-reason
               end-if
               end-if
               end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
               and (mt-action-add-88 or mt-action-change-88)
               move 'N'                     to ws-store-on-file-flag
               perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-table-count
                   if ws-store-deleted-flag(ws-store-idx)
                           = ws-false-const
                       and ws-store-table-number(ws-store-idx)
                           = mt-employee-home-store
                       move 'Y'             to ws-store-on-file-flag
                   end-if
               end-perform
               if ws-store-on-file-flag = 'N'
                   move "Home Store not on Store Master file."
                       to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason not = spaces
           else
           if mt-action-add-88
               if ws-found-flag = 'Y'
                   move "Employee already on Employee Master."
                       to ws-reject-reason
               else
               if ws-employee-table-count >= 3000
                   move "Employee Master table is full."
                       to ws-reject-reason
               else
                   add 1                    to ws-employee-table-count
                   set ws-employee-idx      to ws-employee-table-count
                   move mt-key-employee-id
                       to ws-employee-table-id(ws-employee-idx)
                   perform 264-move-employee-data
                   move ws-false-const
                       to ws-employee-deleted-flag(ws-employee-idx)
                   perform 263-build-employee-image
               end-if
               end-if
           else
           if ws-found-flag = 'N'
               move "Employee not on Employee Master."
                   to ws-reject-reason
           else
           if mt-action-delete-88
               set ws-employee-idx          to ws-match-idx
               perform 263-build-employee-image
               move ws-after-image          to ws-before-image
               move spaces                  to ws-after-image
               move ws-true-const
                   to ws-employee-deleted-flag(ws-employee-idx)
           else
               set ws-employee-idx          to ws-match-idx
               perform 263-build-employee-image
               move ws-after-image          to ws-before-image
               perform 264-move-employee-data
               perform 263-build-employee-image
           end-if
           end-if
           end-if
           end-if.

      *    "Name store discount allowance status" image of the
      *    entry ws-employee-idx points at, built into the
      *    after-image column.
       263-build-employee-image.

           move spaces                      to ws-after-image.
           move ws-employee-table-pct(ws-employee-idx)
               to ws-employee-image-pct.
           move ws-employee-table-allow(ws-employee-idx)
               to ws-employee-image-allow.
           string ws-employee-table-name(ws-employee-idx)
                                            delimited by size
               " "                          delimited by size
               ws-employee-table-store(ws-employee-idx)
                                            delimited by size
               " "                          delimited by size
               ws-employee-image-pct        delimited by size
               " "                          delimited by size
               ws-employee-image-allow      delimited by size
               " "                          delimited by size
               ws-employee-table-status(ws-employee-idx)
                                            delimited by size
               into ws-after-image.

       264-move-employee-data.

           move mt-employee-name
               to ws-employee-table-name(ws-employee-idx).
           move mt-employee-home-store
               to ws-employee-table-store(ws-employee-idx).
           move mt-employee-discount-pct
               to ws-employee-table-pct(ws-employee-idx).
           move mt-employee-allowance
               to ws-employee-table-allow(ws-employee-idx).
           move mt-employee-status
               to ws-employee-table-status(ws-employee-idx).

      *    Look the transaction key up on the SKU table. Deleted
      *    entries no longer count as present, so a delete-then-add
      *    in the same batch behaves the way the keyer expects.
       281-find-sku-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           end-perform.

       282-find-store-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.
      *    A tax record is keyed by store AND effective date, so
      *    loading a future-dated rate never collides with the
      *    rate in force today.
       283-find-tax-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           end-perform.

       284-find-cashier-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           end-perform.

       285-find-gla-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-gla-idx from 1 by 1
               until ws-gla-idx > ws-gla-table-count
                   or ws-found-flag = 'Y'

               if ws-gla-deleted-flag(ws-gla-idx) = ws-false-const
                   and mt-key-gla-role
                       = ws-gla-table-role(ws-gla-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-gla-idx
               end-if

           end-perform.

       286-find-expense-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-expense-idx from 1 by 1
               until ws-expense-idx > ws-expense-table-count
                   or ws-found-flag = 'Y'

               if ws-expense-deleted-flag(ws-expense-idx)
                       = ws-false-const
                   and mt-key-expense-category
                       = ws-expense-table-category(ws-expense-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-expense-idx
               end-if

           end-perform.

       287-find-customer-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-customer-idx from 1 by 1
               until ws-customer-idx > ws-customer-table-count
                   or ws-found-flag = 'Y'

               if ws-customer-deleted-flag(ws-customer-idx)
                       = ws-false-const
                   and mt-key-customer-number
                       = ws-customer-table-number(ws-customer-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-customer-idx
               end-if

           end-perform.

       288-find-plan-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-table-count
                   or ws-found-flag = 'Y'

               if ws-plan-deleted-flag(ws-plan-idx) = ws-false-const
                   and mt-key-plan-store
                       = ws-plan-table-store(ws-plan-idx)
                   and mt-key-plan-month
                       = ws-plan-table-month(ws-plan-idx)
                   and mt-key-plan-department
                       = ws-plan-table-department(ws-plan-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-plan-idx
               end-if

           end-perform.

       289-find-vendor-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-vendor-idx from 1 by 1
               until ws-vendor-idx > ws-vendor-table-count
                   or ws-found-flag = 'Y'

               if ws-vendor-deleted-flag(ws-vendor-idx)
                       = ws-false-const
                   and ws-find-vendor-number
                       = ws-vendor-table-number(ws-vendor-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-vendor-idx
               end-if

           end-perform.

       290-find-fx-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-fx-idx from 1 by 1
               until ws-fx-idx > ws-fx-table-count
                   or ws-found-flag = 'Y'

               if ws-fx-deleted-flag(ws-fx-idx) = ws-false-const
                   and mt-key-fx-date = ws-fx-table-date(ws-fx-idx)
                   and mt-key-fx-currency
                       = ws-fx-table-currency(ws-fx-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-fx-idx
               end-if

           end-perform.

       291-find-calendar-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-cal-idx from 1 by 1
               until ws-cal-idx > ws-cal-table-count
                   or ws-found-flag = 'Y'

               if ws-cal-deleted-flag(ws-cal-idx) = ws-false-const
                   and mt-key-cal-store
                       = ws-cal-table-store(ws-cal-idx)
                   and mt-key-cal-type
                       = ws-cal-table-type(ws-cal-idx)
                   and ws-cal-match-date
                       = ws-cal-table-date(ws-cal-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-cal-idx
               end-if

           end-perform.

       292-find-exemption-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-exempt-idx from 1 by 1
               until ws-exempt-idx > ws-exempt-table-count
                   or ws-found-flag = 'Y'

               if ws-exempt-deleted-flag(ws-exempt-idx)
                       = ws-false-const
                   and mt-key-exempt-cert
                       = ws-exempt-table-cert(ws-exempt-idx)
                   and mt-key-exempt-type
                       = ws-exempt-table-type(ws-exempt-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-exempt-idx
               end-if

           end-perform.

       293-find-house-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-house-idx from 1 by 1
               until ws-house-idx > ws-house-table-count
                   or ws-found-flag = 'Y'

               if ws-house-deleted-flag(ws-house-idx)
                       = ws-false-const
                   and mt-key-house-account
                       = ws-house-table-account(ws-house-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-house-idx
               end-if

           end-perform.

       294-find-employee-entry.

           move 'N'                         to ws-found-flag.
           move 0                           to ws-match-idx.

           perform varying ws-employee-idx from 1 by 1
               until ws-employee-idx > ws-employee-table-count
                   or ws-found-flag = 'Y'

               if ws-employee-deleted-flag(ws-employee-idx)
                       = ws-false-const
                   and mt-key-employee-id
                       = ws-employee-table-id(ws-employee-idx)
                   move 'Y'                 to ws-found-flag
                   set ws-match-idx         to ws-employee-idx
               end-if

           end-perform.

       300-write-register-line.

           move mt-action                   to ws-reg-action.
                       to skm-department
                   move ws-sku-unit-price(ws-sku-idx)
                       to skm-unit-price
                   move ws-sku-unit-cost(ws-sku-idx)
                       to skm-unit-cost
                   move ws-sku-vendor-number(ws-sku-idx)
                       to skm-vendor-number
                   write sku-master-line
               end-if

                       to sm-store-name
                   move ws-store-table-district(ws-store-idx)
                       to sm-district-code
                   move ws-store-table-province(ws-store-idx)
                       to sm-province-code
                   write store-master-line
               end-if


           close gl-account-master-file.

       650-rewrite-customer-master.

           open output customer-master-file.

           perform varying ws-customer-idx from 1 by 1
               until ws-customer-idx > ws-customer-table-count

               if ws-customer-deleted-flag(ws-customer-idx)
                       = ws-false-const
                   move ws-customer-table-number(ws-customer-idx)
                       to cu-customer-number
                   move ws-customer-table-name(ws-customer-idx)
                       to cu-customer-name
                   move ws-customer-table-postal(ws-customer-idx)
                       to cu-postal-code
                   move ws-customer-table-enrol(ws-customer-idx)
                       to cu-enrol-date
                   write customer-master-line
               end-if

           end-perform.

           close customer-master-file.

       660-rewrite-sales-plan.

           open output sales-plan-file.

           perform varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-table-count

               if ws-plan-deleted-flag(ws-plan-idx) = ws-false-const
                   move ws-plan-table-store(ws-plan-idx)
                       to sp-store-number
                   move ws-plan-table-month(ws-plan-idx)
                       to sp-month
                   move ws-plan-table-department(ws-plan-idx)
                       to sp-department
                   move ws-plan-table-amount(ws-plan-idx)
                       to sp-planned-net-sales
                   write sales-plan-line
               end-if

           end-perform.

           close sales-plan-file.

       670-rewrite-vendor-master.

           open output vendor-master-file.

           perform varying ws-vendor-idx from 1 by 1
               until ws-vendor-idx > ws-vendor-table-count

               if ws-vendor-deleted-flag(ws-vendor-idx)
                       = ws-false-const
                   move ws-vendor-table-number(ws-vendor-idx)
                       to vm-vendor-number
                   move ws-vendor-table-name(ws-vendor-idx)
                       to vm-vendor-name
                   write vendor-master-line
               end-if

           end-perform.

           close vendor-master-file.

       680-rewrite-expense-categories.

           open output expense-category-file.

           perform varying ws-expense-idx from 1 by 1
               until ws-expense-idx > ws-expense-table-count

               if ws-expense-deleted-flag(ws-expense-idx)
                       = ws-false-const
                   move ws-expense-table-category(ws-expense-idx)
                       to xc-category-code
                   move ws-expense-table-desc(ws-expense-idx)
                       to xc-description
                   move ws-expense-threshold(ws-expense-idx)
                       to xc-flag-threshold
                   write expense-category-line
               end-if

           end-perform.

           close expense-category-file.

       690-rewrite-exchange-rates.

           open output exchange-rate-file.

           perform varying ws-fx-idx from 1 by 1
               until ws-fx-idx > ws-fx-table-count

               if ws-fx-deleted-flag(ws-fx-idx) = ws-false-const
                   move ws-fx-table-date(ws-fx-idx)
                       to er-rate-date
                   move ws-fx-table-currency(ws-fx-idx)
                       to er-currency
                   move ws-fx-table-rate(ws-fx-idx)
                       to er-rate
                   move ws-fx-table-tolerance(ws-fx-idx)
                       to er-tolerance-pct
                   write exchange-rate-line
               end-if

           end-perform.

           close exchange-rate-file.

       695-rewrite-store-calendar.

           open output store-calendar-file.

           perform varying ws-cal-idx from 1 by 1
               until ws-cal-idx > ws-cal-table-count

               if ws-cal-deleted-flag(ws-cal-idx) = ws-false-const
                   move ws-cal-table-store(ws-cal-idx)
                       to cal-store-number
                   move ws-cal-table-type(ws-cal-idx)
                       to cal-entry-type
                   move ws-cal-table-date(ws-cal-idx)
                       to cal-date
                   move ws-cal-table-start(ws-cal-idx)
                       to cal-start-date
                   move ws-cal-table-end(ws-cal-idx)
                       to cal-end-date
                   move ws-cal-table-desc(ws-cal-idx)
                       to cal-description
                   write store-calendar-line
               end-if

           end-perform.

           close store-calendar-file.

       696-rewrite-exemption-certs.

           open output exemption-cert-file.

           perform varying ws-exempt-idx from 1 by 1
               until ws-exempt-idx > ws-exempt-table-count

               if ws-exempt-deleted-flag(ws-exempt-idx)
                       = ws-false-const
                   move ws-exempt-table-cert(ws-exempt-idx)
                       to ec-cert-number
                   move ws-exempt-table-type(ws-exempt-idx)
                       to ec-exempt-type
                   move ws-exempt-table-holder(ws-exempt-idx)
                       to ec-holder-name
                   move ws-exempt-table-expiry(ws-exempt-idx)
                       to ec-expiry-date
                   write exemption-cert-line
               end-if

           end-perform.

           close exemption-cert-file.

       697-rewrite-house-accounts.

           open output house-account-file.

           perform varying ws-house-idx from 1 by 1
               until ws-house-idx > ws-house-table-count

               if ws-house-deleted-flag(ws-house-idx)
                       = ws-false-const
                   move ws-house-table-account(ws-house-idx)
                       to ha-account-number
                   move ws-house-table-name(ws-house-idx)
                       to ha-account-name
                   move ws-house-table-limit(ws-house-idx)
                       to ha-credit-limit
                   move ws-house-table-status(ws-house-idx)
                       to ha-account-status
                   write house-account-line
               end-if

           end-perform.

           close house-account-file.

       698-rewrite-employee-master.

           open output employee-master-file.

           perform varying ws-employee-idx from 1 by 1
               until ws-employee-idx > ws-employee-table-count

               if ws-employee-deleted-flag(ws-employee-idx)
                       = ws-false-const
                   move ws-employee-table-id(ws-employee-idx)
                       to em-employee-id
                   move ws-employee-table-name(ws-employee-idx)
                       to em-employee-name
                   move ws-employee-table-store(ws-employee-idx)
                       to em-home-store
                   move ws-employee-table-pct(ws-employee-idx)
                       to em-discount-pct
                   move ws-employee-table-allow(ws-employee-idx)
                       to em-annual-allowance
                   move ws-employee-table-status(ws-employee-idx)
                       to em-employee-status
                   write employee-master-line
               end-if

           end-perform.

           close employee-master-file.

      *    Append one line to the shared run-level audit trail so
      *    operations has a queryable history of every run across
      *    the chain, instead of digging through old report
