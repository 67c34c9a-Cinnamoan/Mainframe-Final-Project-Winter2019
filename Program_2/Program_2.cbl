      *    as 'L'/'P'/'F' transactions come through, so the lookup
      *    cost no longer grows with the number of balances and the
      *    old 9999-entry table cap is gone. A missing file just
      *    means no open layaways yet. A district partition posts
      *    to its own copy, LAYAWAY-BALANCE-Dnn.dat.
           select layaway-balance-file
           assign to ws-layaway-balance-path
           organization is indexed
           record key is lb-invoice-number
           file status is ws-layaway-balance-file-status.

      *    The chain's balances, read-only, in a district partition
      *    run: the partition's own copy starts as its district's
      *    records off this file, and a payment on a layaway opened
      *    in another district is copied across from it. The merge
      *    step folds every district's copy back in, so the chain's
      *    file has one writer at a time.
           select layaway-chain-file
           assign to ws-layaway-chain-path
           organization is indexed
           access is dynamic
           record key is lc-invoice-number
           file status is ws-layaway-chain-file-status.

      *    Start-of-day image of the layaway balances, taken before
      *    today's postings - a rerun of the same business date
      *    reloads from here so the earlier run's payments are not
           record key is sh-key
           file status is ws-sales-history-file-status.

      *    Accounts-receivable ledger for the house (charge)
      *    accounts: one entry per house charge, return credited to
      *    an account and payment on account, keyed by account,
      *    business date and a sequence within the day, so the
      *    monthly statement run reads each account's history in
      *    date order.
           select ar-ledger-file
           assign to ws-ar-ledger-path
           organization is indexed
           access is dynamic
           record key is ar-key
           file status is ws-ar-ledger-file-status.

      *    A district partition never writes the two keyed files
      *    above. Its history lines and AR entries go to these
      *    sequential post files under the district's name, line
      *    number and sequence left at 1, and the merge step posts
      *    every district's once all of them are through.
           select invoice-history-post-file
           assign to ws-invoice-history-post-path
           organization is line sequential
           file status is ws-history-post-file-status.

           select ar-ledger-post-file
           assign to ws-ar-ledger-post-path
           organization is line sequential
           file status is ws-ar-post-file-status.

      *    Where the chain's data library lives. The profile sits
      *    in the job's working directory and is read before any
      *    other file is opened - a missing profile just means the

       fd valid-file
           data record is valid-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
                   value 'F'.
               88 il-void-transac-88
                   value 'V'.
               88 il-account-payment-transac-88
                   value 'A'.
               88 il-paid-out-transac-88
                   value 'O'.
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
               88 il-payment-cash-88
                   value 'DB'.
               88 il-payment-gift-88
                   value 'GC'.
               88 il-payment-house-88
                   value 'HA'.
               88 il-payment-usd-88
                   value 'US'.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-sku-code                   pic x(15).
      *    A paid-out sells nothing - the SKU field carries the
      *    expense category the cash was paid out for instead.
           05 il-paid-out-r redefines il-sku-code.
               10 il-expense-category       pic x(4).
               10 filler                    pic x(11).
           05 il-return-reason-code         pic xx.
               88 il-valid-return-reason-88
                   value 'DF', 'WI', 'CM', 'OT'.
      *    everything but 'X' records.
           05 il-exchange-new-sku           pic x(15).
           05 il-exchange-return-amount     pic 9(5)v99.
      *    A record tendered in US cash is never an exchange, so
      *    the returned leg's field carries the US dollar amount
      *    the customer handed over (or was refunded) instead.
           05 il-usd-amount redefines
              il-exchange-return-amount    pic 9(5)v99.
           05 il-exchange-new-amount        pic 9(5)v99.
      *    Units the line covers - several of the same item on one
      *    line of one invoice. Blank on older extracts means one.
                   value 'DB'.
               88 il-tender-2-gift-88
                   value 'GC'.
               88 il-tender-2-house-88
                   value 'HA'.
               88 il-tender-2-usd-88
                   value 'US'.
           05 il-tender-2-amount            pic 9(5)v99.
      *    Manager approval code keyed on an over-threshold or
      *    'OT' return - spaces everywhere else.
           05 il-approval-code              pic x(6).
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

       fd sale-and-layaway-file
           data record is sale-and-layaway-line
           record contains 140 characters.

       01 sale-and-layaway-line             pic x(140).

       fd return-file
           data record is return-line
           record contains 140 characters.

       01 return-line                       pic x(140).

       fd counts-and-control-total-report
           data record is counts-and-control-total-line

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

       fd control-totals-file
           data record is control-totals-line
      *    and the bank reconciliation work from, and one 'E'
      *    record per merchandise department with the day's sale
      *    revenue, so the GL posting can credit revenue by
      *    department instead of one lump account, and one 'O'
      *    record per store/expense category with the day's till
      *    paid-outs for the expense lines of the GL posting, and
      *    one 'U' record per store that took or refunded US cash,
      *    with the US dollars and the Canadian dollars the
      *    registers converted them to, for the separate USD
      *    deposit and the foreign-exchange gain/loss posting.
       fd daily-summary-file
           data record is daily-summary-line
           record contains 63 characters.

       01 daily-summary-line.
           05 ds-record-type                pic x.
               10 ds-return-amount          pic 9(7)v99.
               10 ds-exchange-amount        pic 9(7)v99.
               10 ds-net-amount             pic 9(7)v99.
      *        Layaway payoffs - inside the net but not broken out
      *        above; carried so the district partitions' net can
      *        be re-derived when they are merged.
               10 ds-payoff-amount          pic 9(7)v99.
           05 ds-detail-r redefines ds-total-amounts.
               10 ds-store-number           pic x(2).
               10 ds-payment-type           pic x(2).
               10 ds-dtl-sale-amount        pic 9(7)v99.
               10 ds-dtl-layaway-amount     pic 9(7)v99.
               10 ds-dtl-return-amount      pic 9(7)v99.
      *        Payments on house accounts taken in this tender.
               10 ds-dtl-ar-payment-amount  pic 9(7)v99.
      *        Cash paid out of the drawer - 'CA' records only.
               10 ds-dtl-paid-out-amount    pic 9(7)v99.
               10 filler                    pic x(5).
           05 ds-dept-r redefines ds-total-amounts.
               10 ds-dept-code              pic x(4).
               10 ds-dept-sale-amount       pic 9(7)v99.
               10 filler                    pic x(41).
           05 ds-paid-out-r redefines ds-total-amounts.
               10 ds-po-store-number        pic x(2).
               10 ds-po-category            pic x(4).
               10 ds-po-amount              pic 9(7)v99.
               10 filler                    pic x(39).
           05 ds-usd-r redefines ds-total-amounts.
               10 ds-usd-store-number       pic x(2).
               10 ds-usd-foreign-in         pic 9(7)v99.
               10 ds-usd-foreign-out        pic 9(7)v99.
               10 ds-usd-cad-in             pic 9(7)v99.
               10 ds-usd-cad-out            pic 9(7)v99.
               10 filler                    pic x(16).

      *    One line per invoice number that has ever had a layaway
      *    payment posted against it - the running balance record.
           05 lb-contract-price             pic 9(7)v99.
           05 lb-status                     pic x.

      *    Same record as LAYAWAY-BALANCE.dat.
       fd layaway-chain-file
           data record is layaway-chain-line
           record contains 49 characters.

       01 layaway-chain-line.
           05 lc-invoice-number             pic x(9).
           05 lc-store-number               pic x(2).
           05 filler                        pic x(38).

      *    Same record as LAYAWAY-BALANCE.dat - the state of every
      *    balance before today's postings.
       fd layaway-backup-file
      *    and SKU.
       fd sales-invoice-history-file
           data record is sales-invoice-history-line
           record contains 48 characters.

       01 sales-invoice-history-line.
           05 sh-key.
           05 sh-store-number               pic x(2).
           05 sh-sku-code                   pic x(15).
           05 sh-business-date              pic 9(8).
      *    Cashier who rang the line, so a later return's
      *    commission clawback reaches the cashier paid on it.
      *    Spaces on lines written before it was carried.
           05 sh-cashier-id                 pic x(4).

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
           05 ar-store-number               pic x(2).
           05 ar-invoice-number             pic x(9).
           05 ar-transaction-date           pic 9(8).
           05 ar-amount                     pic 9(7)v99.

      *    A partition's history lines and AR entries, the same
      *    records as the two keyed files.
       fd invoice-history-post-file
           data record is invoice-history-post-line
           record contains 48 characters.

       01 invoice-history-post-line         pic x(48).

       fd ar-ledger-post-file
           data record is ar-ledger-post-line
           record contains 50 characters.

       01 ar-ledger-post-line               pic x(50).

      *    One timestamped line per logged event.
       fd run-log-file
           value spaces.
       01 ws-invoice-history-path              pic x(100)
           value spaces.
       01 ws-ar-ledger-path                    pic x(100)
           value spaces.
       01 ws-layaway-chain-path                pic x(100)
           value spaces.
       01 ws-invoice-history-post-path         pic x(100)
           value spaces.
       01 ws-ar-ledger-post-path               pic x(100)
           value spaces.
       01 ws-control-totals-part-path          pic x(100)
           value spaces.

      *The district this run is one partition of, off the second
      *line of the profile - spaces (the normal run) is the whole
      *chain in one run. A partitioned run edits and splits only
      *its own district's stores and writes its day's output to
      *files carrying the district (valid-Dnn.dat and the like)
      *for the merge step to combine.
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



           value 'N'.
       01 ws-sales-history-file-status      pic xx
           value spaces.
       01 ws-ar-ledger-file-status          pic xx
           value spaces.
       01 ws-layaway-chain-file-status      pic xx
           value spaces.
       01 ws-history-post-file-status       pic xx
           value spaces.
       01 ws-ar-post-file-status            pic xx
           value spaces.
       01 ws-expected-valid-count           pic 9(7)
           value 0.
       01 ws-actual-valid-count             pic 9(7)
               indexed by ws-store-idx.
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-name       pic x(20).
               10 ws-store-table-district   pic x(2).
               10 ws-store-table-sl-total   pic 9(9)v99.
               10 ws-store-table-r-total    pic 9(9)v99.

           value 'N'.
       01 ws-history-file-ok-flag            pic x
           value 'N'.
       01 ws-ar-ledger-ok-flag               pic x
           value 'N'.
       01 ws-layaway-chain-ok-flag           pic x
           value 'N'.
       01 ws-layaway-found-flag              pic x
           value 'N'.

      *A keyed posting that failed for a reason other than its key
      *being taken - the file and status for the run log, and the
      *flag that ends the run on RC 12.
       01 ws-posting-error-flag              pic x
           value 'N'.
       01 ws-posting-file-name               pic x(20)
           value spaces.
       01 ws-posting-status                  pic xx
           value spaces.

      *House-account postings: the entry type and amount for the
      *record in hand, the next free sequence for the account on
      *the business date, and the day's counts and money for the
      *control report.
       01 ws-ar-post-type                    pic x
           value space.
       01 ws-ar-post-amount                  pic 9(7)v99
           value 0.
       01 ws-ar-sequence                     pic 9(5)
           value 0.
       01 ws-ar-write-done-flag              pic x
           value 'N'.
       01 ws-ar-eof-flag                     pic x
           value 'N'.
       01 ws-ar-counts.
           05 ws-ar-charge-count             pic 9(7)
               value 0.
           05 ws-ar-charge-amount            pic 9(9)v99
               value 0.
           05 ws-ar-credit-count             pic 9(7)
               value 0.
           05 ws-ar-credit-amount            pic 9(9)v99
               value 0.
           05 ws-ar-payment-count            pic 9(7)
               value 0.
           05 ws-ar-payment-amount           pic 9(9)v99
               value 0.

      *Till paid-outs by store and expense category for the 'O'
      *records of the daily summary, and the day's count and
      *money for the control report.
       01 ws-po-table.
           05 ws-po-entry                    occurs 0 to 500 times
               depending on ws-po-count
               indexed by ws-po-idx.
               10 ws-po-store                pic x(2).
               10 ws-po-category             pic x(4).
               10 ws-po-amount               pic 9(7)v99.

       01 ws-po-count                        pic 999
           value 0.
       01 ws-po-found-flag                   pic x
           value 'N'.

      *US cash by store for the 'U' records of the daily summary -
      *the US dollars taken in and paid back out, and what the
      *registers converted each side to in Canadian dollars.
       01 ws-usd-table.
           05 ws-usd-entry                   occurs 0 to 100 times
               depending on ws-usd-store-count
               indexed by ws-usd-idx.
               10 ws-usd-store               pic x(2).
               10 ws-usd-foreign-in          pic 9(7)v99.
               10 ws-usd-foreign-out         pic 9(7)v99.
               10 ws-usd-cad-in              pic 9(7)v99.
               10 ws-usd-cad-out             pic 9(7)v99.

       01 ws-usd-store-count                 pic 999
           value 0.
       01 ws-usd-found-flag                  pic x
           value 'N'.
       01 ws-usd-target                      pic 999
           value 0.
       01 ws-paid-out-count                  pic 9(7)
           value 0.
       01 ws-paid-out-amount                 pic 9(9)v99
           value 0.
       01 ws-lb-today-yyyymmdd               pic 9(8)
           value 0.
       01 ws-lb-remaining-amount             pic 9(7)v99
      *of the daily summary - the general ledger posting and the
      *bank deposit reconciliation both work from these. Sale money
      *is 'S' plus the net of an 'X'; layaway money is 'L' payments
      *plus 'P' payoff payments; return money is 'R' refunds;
      *account payment money is 'A' payments on house accounts;
      *paid-out money is 'O' cash paid out of the drawer.
       01 ws-gl-table.
           05 ws-gl-entry                   occurs 0 to 500 times
               depending on ws-gl-count
               10 ws-gl-sale-amount         pic 9(7)v99.
               10 ws-gl-layaway-amount      pic 9(7)v99.
               10 ws-gl-return-amount       pic 9(7)v99.
               10 ws-gl-ar-payment-amount   pic 9(7)v99.
               10 ws-gl-paid-out-amount     pic 9(7)v99.

       01 ws-gl-count                       pic 999
           value 0.
           05 filler                        pic x(52)
               value spaces.

      *The day's house-account postings to the AR ledger.
       01 ws-ar-header-line.
           05 filler                        pic x(40)
               value "House accounts posted to the AR ledger:".
           05 filler                        pic x(80)
               value spaces.

       01 ws-ar-totals-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-atl-text                   pic x(32).
           05 ws-atl-count                  pic zzzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-atl-amount                 pic $$$,$$$,$$9.99.
           05 filler                        pic x(64)
               value spaces.

      *SKU code to department off SKU-MASTER.dat, so sale revenue
      *can be summarized by department for the GL posting step.
       01 ws-sku-master-file-status         pic xx
           05 filler                        pic x(60)
               value spaces.

       01 ws-heading6-s-and-l-payment-types-totals-line-5.
           05 filler                        pic x(34)
               value "% of transactions with House Acct:".
           05 filler                        pic x(2)
               value spaces.
           05 ws-total-perc-house           pic z9.99.
           05 filler                        pic x
               value "%".
           05 filler                        pic x(60)
               value spaces.

       01 ws-heading6-s-and-l-payment-types-totals-line-6.
           05 filler                        pic x(34)
               value "% of transactions with US Cash:   ".
           05 filler                        pic x(2)
               value spaces.
           05 ws-total-perc-usd             pic z9.99.
           05 filler                        pic x
               value "%".
           05 filler                        pic x(60)
               value spaces.

      *These lines show how many records were paid with two
      *tenders - one invoice each, split across the 'D' records by
      *the portion each tender carried.
           05 filler                        pic x(60)
               value spaces.

       01 ws-heading9b-r-payment-types-totals-line-5.
           05 filler                        pic x(34)
               value "% of transactions with House Acct:".
           05 filler                        pic x(2)
               value spaces.
           05 ws-total-perc-r-house         pic z9.99.
           05 filler                        pic x
               value "%".
           05 filler                        pic x(60)
               value spaces.

       01 ws-heading9b-r-payment-types-totals-line-6.
           05 filler                        pic x(34)
               value "% of transactions with US Cash:   ".
           05 filler                        pic x(2)
               value spaces.
           05 ws-total-perc-r-usd           pic z9.99.
           05 filler                        pic x
               value "%".
           05 filler                        pic x(60)
               value spaces.

      *Voided-transactions section: one line per 'V' record so the
      *back-outs are visible on the report instead of silently
      *netted.
               value 0.
           05 ws-r-gift-count               pic 9(7)
               value 0.
           05 ws-house-count                pic 9(7)
               value 0.
           05 ws-r-house-count              pic 9(7)
               value 0.
           05 ws-usd-count                  pic 9(7)
               value 0.
           05 ws-r-usd-count                pic 9(7)
               value 0.
      *    Tenders taken, not records - a split-tender record is
      *    one record but two tenders, so the payment-type
      *    percentages divide by these.
               value 0.
           05 ws-r-gift-percent             pic 99v99
               value 0.
           05 ws-house-percent              pic 99v99
               value 0.
           05 ws-r-house-percent            pic 99v99
               value 0.
           05 ws-usd-percent                pic 99v99
               value 0.
           05 ws-r-usd-percent              pic 99v99
               value 0.
           05 ws-overall-amount             pic 9(9)v99
               value 0.
           05 ws-grand-total-calc           pic 9(9)v99
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

           perform 035-check-period-lock.
           perform 045-read-valid-count.
           perform 047-preload-void-table.
           perform 065-prepare-layaway-balances.
      *    A partition's store-credit file carries only the day's
      *    movements - the merge step appends them to the ledger.
           if ws-partition-run-flag = 'N'
               perform 067-load-store-credit
           end-if.
           if ws-partition-run-flag = 'Y'
               perform 072-open-partition-post-files
           else
               perform 068-open-sales-invoice-history
               perform 070-open-ar-ledger
           end-if.

           open input valid-file,
                output sale-and-layaway-file,

           perform 046-reconcile-valid-count.

      *    MTD/YTD belong to the chain as a whole - a partition
      *    leaves them to the merge step.
           if ws-backdated-run-flag = 'N'
                   and ws-partition-run-flag = 'N'
               perform 090-accumulate-control-totals
           end-if.

                 counts-and-control-total-report,
                 csv-extract-file.

           if ws-partition-run-flag = 'N'
               if ws-history-file-ok-flag = 'Y'
                   close sales-invoice-history-file
               end-if
               if ws-ar-ledger-ok-flag = 'Y'
                   close ar-ledger-file
               end-if
           else
           if ws-backdated-run-flag = 'N'
               if ws-history-file-ok-flag = 'Y'
                   close invoice-history-post-file
               end-if
               if ws-ar-ledger-ok-flag = 'Y'
                   close ar-ledger-post-file
               end-if
           end-if
           end-if.

           if ws-backdated-run-flag = 'N'
               close layaway-balance-file
           end-if.

           if ws-layaway-chain-ok-flag = 'Y'
               close layaway-chain-file
           end-if.

      *    The balance or history file failing to open (an
      *    un-converted sequential file, or a runtime without
      *    indexed support) means those postings did not happen -
      *    the chain must not treat tonight as a clean run.
           if ws-layaway-file-ok-flag = 'N'
                   or ws-history-file-ok-flag = 'N'
                   or ws-ar-ledger-ok-flag = 'N'
                   or ws-posting-error-flag = 'Y'
                   or ws-credit-table-full-flag = 'Y'
               move 12                      to return-code
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
               "valid.dat"
                                        delimited by size
                                        delimited by size
               into ws-invoice-history-path.

           string ws-data-library       delimited by space
               "AR-LEDGER.dat"
                                        delimited by size
               into ws-ar-ledger-path.

           move ws-layaway-balance-path to ws-layaway-chain-path.

           if ws-partition-run-flag = 'Y'
               perform 025-resolve-partition-names
           end-if.

      *    A district partition reads and writes its own copy of
      *    every per-run file - the partition's valid.dat, its
      *    split files, summaries, extract and reports, the day's
      *    store-credit and daily-history postings the merge step
      *    folds into the chain's ledgers, and its layaway
      *    balances, invoice history lines and AR entries the
      *    merge step posts to the chain's keyed files - so
      *    districts run side by side without touching each
      *    other's output, and a failed district reruns on its
      *    own. The MTD/YTD control record is still read from the
      *    chain's file (for the backdated and same-day checks)
      *    but the partition's day figures are written to its own.
       025-resolve-partition-names.

           move "valid"                     to ws-part-stem.
           move ".dat"                      to ws-part-ext.
           perform 026-build-partition-name.
           move ws-part-name                to ws-valid-path.

           move "s&l"                       to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-sale-and-layaway-path.

           move "returns"                   to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-return-path.

           move "VALID-COUNT"               to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-valid-count-path.

           move "DAILY-SUMMARY-P2"          to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-daily-summary-path.

           move "CONTROL-TOTALS-P2"         to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name
               to ws-control-totals-part-path.

           move "LAYAWAY-BALANCE-BKP"       to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-layaway-backup-path.

           move "LAYAWAY-BALANCE-BKP-DT"    to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-layaway-bkp-date-path.

           move "DAILY-HISTORY"             to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-daily-history-path.

           move "STORE-CREDIT"              to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-store-credit-path.

           move "LAYAWAY-BALANCE"           to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-layaway-balance-path.

           move "INVOICE-HIST-POST"         to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name
               to ws-invoice-history-post-path.

           move "AR-LEDGER-POST"            to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-ar-ledger-post-path.

           move "counts-and-control"        to ws-part-stem.
           move ".out"                      to ws-part-ext.
           perform 026-build-partition-name.
           move ws-part-name                to ws-counts-control-path.

           move "layaway-aging"             to ws-part-stem.
           perform 026-build-partition-name.
           move ws-part-name                to ws-layaway-aging-path.

           move "valid-extract"             to ws-part-stem.
           move ".csv"                      to ws-part-ext.
           perform 026-build-partition-name.
           move ws-part-name                to ws-csv-extract-path.

      *    stem-Dnn.ext in the data library, nn the district.
       026-build-partition-name.

           move spaces                      to ws-part-name.
           string ws-data-library           delimited by space
               ws-part-stem                 delimited by space
               "-D"                         delimited by size
               ws-partition-district        delimited by size
               ws-part-ext                  delimited by space
               into ws-part-name.


      *    Resolve the as-of business date this run posts under.
      *    Operations writes BUSINESS-DATE.dat before a catch-up or
                   to ws-store-table-number(ws-store-idx)
               move sm-store-name
                   to ws-store-table-name(ws-store-idx)
               move sm-district-code
                   to ws-store-table-district(ws-store-idx)
               move 0
                   to ws-store-table-sl-total(ws-store-idx)
               move 0
               close reprocess-request-file
           end-if.

      *    Every district partition of the night must see the
      *    request, so in a partitioned run the merge step is the
      *    one that blanks it.
           if ws-reprocess-requested-flag = 'Y'
                   and ws-partition-run-flag = 'N'
               open output reprocess-request-file
               close reprocess-request-file
           end-if.
      *    rebuilt from the start-of-day backup first and this
      *    run's postings replace them; on a first run for the
      *    date the backup is refreshed from the current file
      *    instead. A district partition's file is its own copy:
      *    on a first run for the date it is loaded from the
      *    chain's file before the backup is taken, and a
      *    backdated partition, which posts nothing, loads it
      *    for the aging report alone.
           open i-o layaway-balance-file.

           if ws-layaway-balance-file-status = "35"
               perform 910-write-run-log
           end-if.

           if ws-layaway-file-ok-flag = 'Y'
               and ws-partition-run-flag = 'Y'
               perform 062-open-layaway-chain
           end-if.

      *    Restore-vs-refresh keys off the backup's own date stamp,
      *    not the control record: a run that died mid-posting
      *    never stamped the control record, but the balance file
               if ws-layaway-backup-date = ws-business-date
                   perform 063-restore-layaway-from-backup
               else
                   if ws-partition-run-flag = 'Y'
                       perform 064-load-district-layaways
                   end-if
                   perform 066-write-layaway-backup
               end-if
           else
           if ws-layaway-file-ok-flag = 'Y'
               and ws-partition-run-flag = 'Y'
               perform 064-load-district-layaways
           end-if
           end-if.

       061-read-layaway-backup-date.
               close layaway-backup-date-file
           end-if.

      *    The chain's balance file, opened read-only for a
      *    district partition. None on file yet just means no
      *    layaways anywhere; one that will not open stops the
      *    partition's layaway postings - they cannot be made
      *    against balances it cannot see.
       062-open-layaway-chain.

           open input layaway-chain-file.

           if ws-layaway-chain-file-status = "00"
               move 'Y'                     to ws-layaway-chain-ok-flag
           else
           if ws-layaway-chain-file-status not = "35"
               move 'N'                     to ws-layaway-file-ok-flag
               close layaway-balance-file
               move spaces                  to ws-log-message
               string "chain layaway file unusable (status "
                                            delimited by size
                   ws-layaway-chain-file-status
                                            delimited by size
                   ") - postings skipped"   delimited by size
                   into ws-log-message
               perform 910-write-run-log
           end-if
           end-if.

      *    Wipe the balance file and reload it from the start-of-
      *    day image, so the earlier same-day run's postings are
      *    gone before this run posts its own. The backup is

           move ws-false-const                 to ws-eof-flag.

      *    A district partition's copy of the balances starts as
      *    its district's stores' records off the chain's file -
      *    whatever the copy held from an earlier night is gone.
       064-load-district-layaways.

           close layaway-balance-file.
           open output layaway-balance-file.

           if ws-layaway-chain-ok-flag = 'N'
               move ws-true-const           to ws-eof-flag
           else
               move low-values              to lc-invoice-number
               start layaway-chain-file
                   key not < lc-invoice-number
                   invalid key
                       move ws-true-const   to ws-eof-flag
               end-start
           end-if.

           if ws-eof-flag not = ws-true-const
               read layaway-chain-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
               move lc-store-number         to ws-partition-check-store
               perform 077-check-partition-store
               if ws-partition-store-flag = 'Y'
                   write layaway-balance-line from layaway-chain-line
               end-if
               read layaway-chain-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           close layaway-balance-file.
           open i-o layaway-balance-file.

           move ws-false-const                 to ws-eof-flag.

      *    The start-of-day image a rerun of this business date
      *    would reload from - copied off before any of today's
      *    postings touch the file. A partition's copy holds only
      *    its own district's balances, so that is all it images.
       066-write-layaway-backup.

           open output layaway-backup-file.
           end-read.

           perform until ws-eof-flag = ws-true-const
               move lb-store-number         to ws-partition-check-store
               perform 077-check-partition-store
               if ws-partition-store-flag = 'Y'
                   write layaway-backup-line from layaway-balance-line
               end-if
               read layaway-balance-file next record
                   at end move ws-true-const   to ws-eof-flag
               end-read
      *    would post its history entries a second time, so any
      *    entries already on file for the date are deleted in
      *    place first. Entries from before history records
      *    carried a date read as spaces and are kept. A district
      *    partition does not come here - the merge step drops
      *    and reposts the date for every district at once.
       069-drop-todays-history.

           move ws-false-const              to ws-hist-temp-eof-flag.

           move ws-false-const              to ws-hist-temp-eof-flag.

       070-open-ar-ledger.

           open i-o ar-ledger-file.

           if ws-ar-ledger-file-status = "35"
               open output ar-ledger-file
               close ar-ledger-file
               open i-o ar-ledger-file
           end-if.

           if ws-ar-ledger-file-status = "00"
               move 'Y'                     to ws-ar-ledger-ok-flag
           else
               move spaces                  to ws-log-message
               string "AR ledger unusable (status "
                                            delimited by size
                   ws-ar-ledger-file-status delimited by size
                   ") - postings skipped"   delimited by size
                   into ws-log-message
               perform 910-write-run-log
           end-if.

           if ws-ar-ledger-ok-flag = 'Y'
               and ws-backdated-run-flag = 'N'
               perform 071-drop-todays-ar-entries
           end-if.

      *    Same rerun rule as the invoice history: whatever an
      *    earlier run of this business date posted - completed or
      *    crashed - comes off before tonight's records post again.
       071-drop-todays-ar-entries.

           move 'N'                         to ws-ar-eof-flag.

           read ar-ledger-file next record
               at end move 'Y'              to ws-ar-eof-flag
           end-read.

           perform until ws-ar-eof-flag = 'Y'
               if ar-business-date = ws-business-date
                   delete ar-ledger-file record
               end-if
               read ar-ledger-file next record
                   at end move 'Y'          to ws-ar-eof-flag
               end-read
           end-perform.

      *    A district partition's history lines and AR entries go
      *    to its post files, written fresh each run so a rerun
      *    replaces what the earlier run left for the merge step.
      *    A backdated partition posts neither and leaves them be.
       072-open-partition-post-files.

           if ws-backdated-run-flag = 'Y'
               move 'Y'                     to ws-history-file-ok-flag
               move 'Y'                     to ws-ar-ledger-ok-flag
           else
               open output invoice-history-post-file
               if ws-history-post-file-status = "00"
                   move 'Y'                 to ws-history-file-ok-flag
               else
                   move spaces              to ws-log-message
                   string "invoice history post file unusable "
                                            delimited by size
                       "(status "           delimited by size
                       ws-history-post-file-status
                                            delimited by size
                       ")"                  delimited by size
                       into ws-log-message
                   perform 910-write-run-log
               end-if
               open output ar-ledger-post-file
               if ws-ar-post-file-status = "00"
                   move 'Y'                 to ws-ar-ledger-ok-flag
               else
                   move spaces              to ws-log-message
                   string "AR post file unusable (status "
                                            delimited by size
                       ws-ar-post-file-status
                                            delimited by size
                       ")"                  delimited by size
                       into ws-log-message
                   perform 910-write-run-log
               end-if
           end-if.

       320-update-layaway-balance.

           if ws-layaway-file-ok-flag = 'N'
      *    rewritten in place.
           move il-invoice-number              to lb-invoice-number.

           perform 325-read-layaway-balance.

           if ws-layaway-found-flag = 'N'
               move il-invoice-number          to lb-invoice-number
               move il-store-number            to lb-store-number
               move ws-business-date           to lb-first-payment-date
               move ws-business-date           to lb-last-payment-date
               move 1                          to lb-payment-count
               move il-transaction-amount      to lb-total-paid-amount
               if il-contract-price-blank-88
                       or il-contract-price not numeric
                   move 0                      to lb-contract-price
               else
                   move il-contract-price      to lb-contract-price
               end-if
               move 'O'                        to lb-status
               write layaway-balance-line
                   invalid key
                       perform 326-log-layaway-error
               end-write
           else
               add 1                           to lb-payment-count
               add il-transaction-amount       to lb-total-paid-amount
               move ws-business-date           to lb-last-payment-date
               rewrite layaway-balance-line
                   invalid key
                       perform 326-log-layaway-error
               end-rewrite
           end-if.

       320-exit.
           exit.

           move il-invoice-number              to lb-invoice-number.

           perform 325-read-layaway-balance.

           if ws-layaway-found-flag = 'N'
               move il-invoice-number          to lb-invoice-number
               move il-store-number            to lb-store-number
               move ws-business-date           to lb-first-payment-date
               move ws-business-date           to lb-last-payment-date
               move 1                          to lb-payment-count
               move il-transaction-amount      to lb-total-paid-amount
               move 0                          to lb-contract-price
               if il-payoff-transac-88
                   move 'P'                    to lb-status
               else
                   move 'F'                    to lb-status
               end-if
               write layaway-balance-line
                   invalid key
                       perform 326-log-layaway-error
               end-write
           else
               if il-payoff-transac-88
                   add 1                       to lb-payment-count
                   add il-transaction-amount
                       to lb-total-paid-amount
                   move 'P'                    to lb-status
               else
                   move 'F'                    to lb-status
               end-if
               move ws-business-date           to lb-last-payment-date
               rewrite layaway-balance-line
                   invalid key
                       perform 326-log-layaway-error
               end-rewrite
           end-if.

       330-exit.
           exit.

      *    Read the balance for the record's invoice. A district
      *    partition's copy holds only its own district's
      *    layaways, so a payment at one of its stores on a
      *    layaway opened in another district finds the balance on
      *    the chain's file instead; it is copied into the
      *    partition's file and posted there, and the merge step
      *    carries it back.
       325-read-layaway-balance.

           move 'Y'                            to ws-layaway-found-flag.

           read layaway-balance-file
               invalid key
                   move 'N'                    to ws-layaway-found-flag
           end-read.

           if ws-layaway-found-flag = 'N'
                   and ws-layaway-chain-ok-flag = 'Y'
               move il-invoice-number          to lc-invoice-number
               read layaway-chain-file
                   invalid key
                       continue
                   not invalid key
                       write layaway-balance-line
                           from layaway-chain-line
                           invalid key
                               perform 326-log-layaway-error
                           not invalid key
                               move 'Y'        to ws-layaway-found-flag
                       end-write
               end-read
           end-if.

       326-log-layaway-error.

           move "layaway balance"              to ws-posting-file-name.
           move ws-layaway-balance-file-status to ws-posting-status.
           perform 365-log-posting-error.

      *    One invoice carries many history lines over its life, so
      *    the record key is invoice number plus a line number. The
      *    line is written at line 1 and, while that line is taken,
      *    at the next one up; any other failure is logged and
      *    ends the run on RC 12. A district partition writes the
      *    line to its post file instead, for the merge step to
      *    number and post.
       340-write-invoice-history.

           if ws-history-file-ok-flag = 'N'
           end-if.

           move 1                           to ws-hist-line-no.

           if ws-partition-run-flag = 'Y'
               perform 345-build-history-line
               write invoice-history-post-line
                   from sales-invoice-history-line
               go to 340-exit
           end-if.

           move 'N'                         to ws-hist-write-done-flag.

           perform until ws-hist-write-done-flag = 'Y'
               perform 345-build-history-line
               write sales-invoice-history-line
                   invalid key
                       if ws-sales-history-file-status = "22"
                               and ws-hist-line-no < 999
                           add 1            to ws-hist-line-no
                       else
                           move 'Y'     to ws-hist-write-done-flag
                           move "invoice history"
                               to ws-posting-file-name
                           move ws-sales-history-file-status
                               to ws-posting-status
                           perform 365-log-posting-error
                       end-if
                   not invalid key
                       move 'Y'         to ws-hist-write-done-flag
               end-write
           end-perform.

       340-exit.
           exit.

      *    The history line for the record in hand, at line
      *    ws-hist-line-no.
       345-build-history-line.

           move il-invoice-number           to sh-invoice-number.
           move ws-hist-line-no             to sh-line-no.
           move il-transaction-amount       to sh-amount.
           end-if.

           move ws-business-date            to sh-business-date.
           move il-cashier-id               to sh-cashier-id.

      *    Post the house-account slice of the record in hand to
      *    the AR ledger under the customer number it was rung to -
      *    the account number. The caller sets ws-ar-post-type:
      *    'C' a charge, 'R' a return credited back, 'P' a payment
      *    on account (the whole amount).
       360-post-ar-ledger.

           if ws-ar-ledger-ok-flag = 'N'
                   or ws-backdated-run-flag = 'Y'
               go to 360-exit
           end-if.

           move 0                           to ws-ar-post-amount.

           if ws-ar-post-type = 'P'
               move il-transaction-amount   to ws-ar-post-amount
           else
               if il-payment-house-88
                   perform 264-derive-tender-1-amount
                   add ws-tender-1-amount   to ws-ar-post-amount
               end-if
               if il-tender-2-house-88
                       and il-tender-2-amount numeric
                   add il-tender-2-amount   to ws-ar-post-amount
               end-if
           end-if.

           if ws-ar-post-amount = 0
               go to 360-exit
           end-if.

           move 1                           to ws-ar-sequence.

           if ws-partition-run-flag = 'Y'
               perform 366-build-ar-entry
               write ar-ledger-post-line from ar-ledger-line
           else
               move 'N'                     to ws-ar-write-done-flag
               perform until ws-ar-write-done-flag not = 'N'
                   perform 366-build-ar-entry
                   write ar-ledger-line
                       invalid key
                           if ws-ar-ledger-file-status = "22"
                                   and ws-ar-sequence < 99999
                               add 1        to ws-ar-sequence
                           else
                               move 'E'     to ws-ar-write-done-flag
                               move "AR ledger"
                                   to ws-posting-file-name
                               move ws-ar-ledger-file-status
                                   to ws-posting-status
                               perform 365-log-posting-error
                           end-if
                       not invalid key
                           move 'Y'         to ws-ar-write-done-flag
                   end-write
               end-perform
               if ws-ar-write-done-flag = 'E'
                   go to 360-exit
               end-if
           end-if.

           evaluate ws-ar-post-type
               when 'C'
                   add 1                    to ws-ar-charge-count
                   add ws-ar-post-amount    to ws-ar-charge-amount
               when 'R'
                   add 1                    to ws-ar-credit-count
                   add ws-ar-post-amount    to ws-ar-credit-amount
               when 'P'
                   add 1                    to ws-ar-payment-count
                   add ws-ar-post-amount    to ws-ar-payment-amount
           end-evaluate.

       360-exit.
           exit.

      *    The AR entry for the record in hand, at sequence
      *    ws-ar-sequence within the account's business date.
       366-build-ar-entry.

           move il-customer-number          to ar-account-number.
           move ws-business-date            to ar-business-date.
           move ws-ar-sequence              to ar-sequence.
           move ws-ar-post-type             to ar-entry-type.
           move il-store-number             to ar-store-number.
           move il-invoice-number           to ar-invoice-number.
           move il-transaction-date         to ar-transaction-date.
           move ws-ar-post-amount           to ar-amount.

      *    A keyed posting that failed for any reason but its key
      *    already being taken did not happen - logged with the
      *    invoice, and the run ends on RC 12.
       365-log-posting-error.

           move 'Y'                         to ws-posting-error-flag.

           move spaces                      to ws-log-message.
           string ws-posting-file-name      delimited by "  "
               " posting failed, invoice "  delimited by size
               il-invoice-number            delimited by size
               " (status "                  delimited by size
               ws-posting-status            delimited by size
               ")"                          delimited by size
               into ws-log-message.
           perform 910-write-run-log.

      *    Fold one record's sale revenue into its SKU's
      *    department bucket for the 'E' daily-summary records.
      *    The caller sets ws-sku-lookup-code to the SKU that went
      *    the daily summary 'D' records, creating the slot the
      *    first time that store/tender pair moves money.
      *    ws-gl-post-bucket says which bucket: 'S' sale money,
      *    'L' layaway money, 'R' return money, 'A' payments on
      *    account, 'O' till paid-outs.
       265-post-gl-detail.

           move 'N'                         to ws-gl-found-flag.
                   move 0             to ws-gl-sale-amount(ws-gl-idx)
                   move 0          to ws-gl-layaway-amount(ws-gl-idx)
                   move 0           to ws-gl-return-amount(ws-gl-idx)
                   move 0       to ws-gl-ar-payment-amount(ws-gl-idx)
                   move 0         to ws-gl-paid-out-amount(ws-gl-idx)
                   move ws-gl-count         to ws-gl-target
               end-if
           end-if.
                   when 'R'
                       add ws-gl-post-amount
                           to ws-gl-return-amount(ws-gl-idx)
                   when 'A'
                       add ws-gl-post-amount
                           to ws-gl-ar-payment-amount(ws-gl-idx)
                   when 'O'
                       add ws-gl-post-amount
                           to ws-gl-paid-out-amount(ws-gl-idx)
               end-evaluate
           end-if.

      *    A US cash slice also goes to the store's 'U' totals, so
      *    the deposit can be reconciled in US dollars.
           if ws-gl-post-tender = "US"
                   and il-transaction-code not = 'X'
               perform 266-post-usd-detail
           end-if.

      *    Fold the US dollars on the record, and the Canadian
      *    slice the register converted them to, into the store's
      *    US cash slot. Return money is US cash handed back.
       266-post-usd-detail.

           move 'N'                         to ws-usd-found-flag.
           move 0                           to ws-usd-target.

           perform varying ws-usd-idx from 1 by 1
               until ws-usd-idx > ws-usd-store-count
                   or ws-usd-found-flag = 'Y'
               if il-store-number = ws-usd-store(ws-usd-idx)
                   move 'Y'                 to ws-usd-found-flag
                   move ws-usd-idx          to ws-usd-target
               end-if
           end-perform.

           if ws-usd-found-flag = 'N'
               if ws-usd-store-count < 100
                   add 1                    to ws-usd-store-count
                   set ws-usd-idx           to ws-usd-store-count
                   move il-store-number     to ws-usd-store(ws-usd-idx)
                   move 0           to ws-usd-foreign-in(ws-usd-idx)
                   move 0           to ws-usd-foreign-out(ws-usd-idx)
                   move 0           to ws-usd-cad-in(ws-usd-idx)
                   move 0           to ws-usd-cad-out(ws-usd-idx)
                   move ws-usd-store-count  to ws-usd-target
               end-if
           end-if.

           if ws-usd-target > 0
                   and il-usd-amount numeric
               set ws-usd-idx               to ws-usd-target
               if ws-gl-post-bucket = 'R'
                   add il-usd-amount
                       to ws-usd-foreign-out(ws-usd-idx)
                   add ws-gl-post-amount
                       to ws-usd-cad-out(ws-usd-idx)
               else
                   add il-usd-amount
                       to ws-usd-foreign-in(ws-usd-idx)
                   add ws-gl-post-amount
                       to ws-usd-cad-in(ws-usd-idx)
               end-if
           end-if.

       046-reconcile-valid-count.

      *    Compare Program_1's reported valid-record count against
           move ws-return-count             to ws-ctl-day-return-count.
           move ws-return-total-amount      to ws-ctl-day-return-amount.

           if ws-partition-run-flag = 'Y'
               move ws-control-totals-part-path
                   to ws-control-totals-path
           end-if.

           open output control-totals-file.
           write control-totals-line.
           close control-totals-file.
           move ws-return-total-amount      to ds-return-amount.
           move ws-exchange-total-amount    to ds-exchange-amount.
           move ws-grand-total-calc         to ds-net-amount.
           move ws-payoff-total-amount      to ds-payoff-amount.
           write daily-summary-line.

      *    One 'D' record per store/tender pair that moved money
                   to ds-dtl-layaway-amount
               move ws-gl-return-amount(ws-gl-idx)
                   to ds-dtl-return-amount
               move ws-gl-ar-payment-amount(ws-gl-idx)
                   to ds-dtl-ar-payment-amount
               move ws-gl-paid-out-amount(ws-gl-idx)
                   to ds-dtl-paid-out-amount
               write daily-summary-line

           end-perform.

           end-perform.

      *    One 'O' record per store/expense category that paid
      *    cash out of the drawer today, for the expense lines of
      *    the GL posting.
           perform varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-count

               move 'O'                     to ds-record-type
               move ws-business-date        to ds-business-date
               move spaces                  to ds-total-amounts
               move ws-po-store(ws-po-idx)  to ds-po-store-number
               move ws-po-category(ws-po-idx)
                   to ds-po-category
               move ws-po-amount(ws-po-idx) to ds-po-amount
               write daily-summary-line

           end-perform.

      *    One 'U' record per store that took or refunded US cash
      *    today, for the USD deposit reconciliation and the
      *    foreign-exchange line of the GL posting.
           perform varying ws-usd-idx from 1 by 1
               until ws-usd-idx > ws-usd-store-count

               move 'U'                     to ds-record-type
               move ws-business-date        to ds-business-date
               move spaces                  to ds-total-amounts
               move ws-usd-store(ws-usd-idx)
                   to ds-usd-store-number
               move ws-usd-foreign-in(ws-usd-idx)
                   to ds-usd-foreign-in
               move ws-usd-foreign-out(ws-usd-idx)
                   to ds-usd-foreign-out
               move ws-usd-cad-in(ws-usd-idx)
                   to ds-usd-cad-in
               move ws-usd-cad-out(ws-usd-idx)
                   to ds-usd-cad-out
               write daily-summary-line

           end-perform.

           close daily-summary-file.

      *    Rewrite the gift-card/store-credit ledger in full from
      *    file, alongside the daily summary: reload everything on
      *    file except this business date's own records, append
      *    today's per-store figures off the store table, and
      *    rewrite the file in full. A district partition writes
      *    just its own stores' day to its own file, for the merge
      *    step to fold into the history.
       099-write-daily-history.

           move ws-false-const              to ws-eof-flag.

           move "35"
               to ws-daily-history-file-status.

           if ws-partition-run-flag = 'N'
               open input daily-history-file
           end-if.

           if ws-daily-history-file-status not = "35"


           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-table-count
               if ws-partition-run-flag = 'Y'
                       and ws-store-table-district(ws-store-idx)
                           not = ws-partition-district
                   continue
               else
               if ws-dh-count < 10000
                   add 1                    to ws-dh-count
                   set ws-dh-idx            to ws-dh-count
               else
                   move 'Y'                 to ws-dh-table-full-flag
               end-if
               end-if
           end-perform.

      *    A table that ran out of slots must not rewrite the
      *        Only genuinely open contracts belong on the aging
      *        report - paid-off and forfeited balances stay on
      *        the file as history but are not aged.
               move lb-store-number         to ws-partition-check-store
               perform 077-check-partition-store

               if lb-status = 'O'
                       and ws-partition-store-flag = 'Y'

                   add 1                       to ws-lb-open-count


           close layaway-aging-report.

      *    Is ws-partition-check-store one of this run's stores?
      *    Always yes on the normal run; on a district partition,
      *    only for a store the Store Master puts in the district.
       077-check-partition-store.

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

       076-lookup-store-display.

      *    Build "NN - Name" for ws-store-lookup-code, or just the
               from ws-heading6-s-and-l-payment-types-totals-line-3.
           write counts-and-control-total-line
               from ws-heading6-s-and-l-payment-types-totals-line-4.
           write counts-and-control-total-line
               from ws-heading6-s-and-l-payment-types-totals-line-5.
           write counts-and-control-total-line
               from ws-heading6-s-and-l-payment-types-totals-line-6.
           move ws-split-count              to ws-split-count-out.
           write counts-and-control-total-line
               from ws-split-tender-totals-line.
               from ws-heading9b-r-payment-types-totals-line-3.
           write counts-and-control-total-line
               from ws-heading9b-r-payment-types-totals-line-4.
           write counts-and-control-total-line
               from ws-heading9b-r-payment-types-totals-line-5.
           write counts-and-control-total-line
               from ws-heading9b-r-payment-types-totals-line-6.
           move ws-r-split-count            to ws-r-split-count-out.
           write counts-and-control-total-line
               from ws-r-split-tender-totals-line.
               from ws-credit-outstanding-line
               after advancing 1 line.

      *    House charges, credits and payments on account posted
      *    to the AR ledger tonight.
           write counts-and-control-total-line
               from ws-ar-header-line
               after advancing 1 line.
           move "Charges to house accounts:"
               to ws-atl-text.
           move ws-ar-charge-count          to ws-atl-count.
           move ws-ar-charge-amount         to ws-atl-amount.
           write counts-and-control-total-line
               from ws-ar-totals-line.
           move "Returns credited to accounts:"
               to ws-atl-text.
           move ws-ar-credit-count          to ws-atl-count.
           move ws-ar-credit-amount         to ws-atl-amount.
           write counts-and-control-total-line
               from ws-ar-totals-line.
           move "Payments on account:"      to ws-atl-text.
           move ws-ar-payment-count         to ws-atl-count.
           move ws-ar-payment-amount        to ws-atl-amount.
           write counts-and-control-total-line
               from ws-ar-totals-line.

      *    Cash paid out of the drawers to expenses, off the
      *    stores' expected cash deposits.
           move "Till paid-outs:"           to ws-atl-text.
           move ws-paid-out-count           to ws-atl-count.
           move ws-paid-out-amount          to ws-atl-amount.
           write counts-and-control-total-line
               from ws-ar-totals-line
               after advancing 2 lines.

      *    Month-to-date / year-to-date control totals section.
           write counts-and-control-total-line
               from ws-heading11-mtd-ytd-header-line

               perform 258-layaway-forfeit-record

      *    'A' (payment on account) records pay a house account
      *    down - money in, but no sale, so neither split file.
           else if il-account-payment-transac-88

               perform 259-account-payment-record

      *    'O' (paid-out) records are cash paid out of the drawer
      *    to an expense - money out, no sale, neither split file.
           else if il-paid-out-transac-88

               perform 261-paid-out-record

           end-if
           end-if
           end-if
           end-if
               move il-sku-code             to ws-sku-lookup-code
               move il-transaction-amount   to ws-dept-post-amount
               perform 268-post-dept-revenue
      *        A sale charged to a house account posts to the AR
      *        ledger.
               move 'C'                     to ws-ar-post-type
               perform 360-post-ar-ledger thru 360-exit

           end-if.
         
      *    Close the running balance as forfeited.
           perform 330-close-layaway-balance thru 330-exit.

       259-account-payment-record.

      *    The payment is money in by the tender it was paid with -
      *    it clears through the same deposit as any other - and
      *    comes off the account's balance on the AR ledger.
           move 'A'                         to ws-gl-post-bucket.
           perform 263-post-gl-split.

      *    A payment made on a gift card draws a credit down.
           move 'D'                         to ws-cr-post-movement.
           perform 350-post-store-credit.

           move 'P'                         to ws-ar-post-type.
           perform 360-post-ar-ledger thru 360-exit.

      *    The paid-out comes off the store's expected cash
      *    deposit and is booked to its expense category.
       261-paid-out-record.

           move 'O'                         to ws-gl-post-bucket.
           perform 263-post-gl-split.

           add 1                            to ws-paid-out-count.
           add il-transaction-amount        to ws-paid-out-amount.

           move 'N'                         to ws-po-found-flag.

           perform varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-count
                   or ws-po-found-flag = 'Y'
               if il-store-number = ws-po-store(ws-po-idx)
                   and il-expense-category = ws-po-category(ws-po-idx)
                   move 'Y'                 to ws-po-found-flag
                   add il-transaction-amount
                       to ws-po-amount(ws-po-idx)
               end-if
           end-perform.

           if ws-po-found-flag = 'N'
               if ws-po-count < 500
                   add 1                    to ws-po-count
                   set ws-po-idx            to ws-po-count
                   move il-store-number     to ws-po-store(ws-po-idx)
                   move il-expense-category
                       to ws-po-category(ws-po-idx)
                   move il-transaction-amount
                       to ws-po-amount(ws-po-idx)
               end-if
           end-if.

       260-sale-and-layway-stores.

      *    Find the record's store on the Store Master table and add

           end-if.

           if il-payment-house-88 or il-tender-2-house-88

               add 1                        to ws-house-count

           end-if.

           if il-payment-usd-88 or il-tender-2-usd-88

               add 1                        to ws-usd-count

           end-if.

           if not il-tender-2-blank-88

               add 1                        to ws-sl-tender-count
           move ws-gift-percent
               to ws-total-perc-gift.

           compute ws-house-percent rounded = ws-house-count /
               ws-sl-tender-count * 100.

           move ws-house-percent
               to ws-total-perc-house.

           compute ws-usd-percent rounded = ws-usd-count /
               ws-sl-tender-count * 100.

           move ws-usd-percent
               to ws-total-perc-usd.

       300-return-record.

      *    Increment return record counter.
           move 'I'                         to ws-cr-post-movement.
           perform 350-post-store-credit.

      *    A refund back to a house account credits the account.
           move 'R'                         to ws-ar-post-type.
           perform 360-post-ar-ledger thru 360-exit.

      *    Put this record in the returns.dat file.
           write return-line from input-line.


           end-if.

           if il-payment-house-88 or il-tender-2-house-88

               add 1                        to ws-r-house-count

           end-if.

           if il-payment-usd-88 or il-tender-2-usd-88

               add 1                        to ws-r-usd-count

           end-if.

           if not il-tender-2-blank-88

               add 1                        to ws-r-tender-count
           move ws-r-gift-percent
               to ws-total-perc-r-gift.

           compute ws-r-house-percent rounded = ws-r-house-count /
               ws-r-tender-count * 100.

           move ws-r-house-percent
               to ws-total-perc-r-house.

           compute ws-r-usd-percent rounded = ws-r-usd-count /
               ws-r-tender-count * 100.

           move ws-r-usd-percent
               to ws-total-perc-r-usd.

      *    Append one line to the shared run-level audit trail so
      *    operations has a queryable history of every run across
      *    all four programs, instead of digging through old report
