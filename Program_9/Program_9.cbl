      *entry file in the GL system's import layout - tender
      *clearing accounts, revenue by merchandise department (off
      *the 'E' summary records and the GL account mapping master),
      *layaway liability and the returns contra, and cost of goods
      *sold against merchandise inventory off the gross margin
      *step's DAILY-COGS.dat, the accounts-receivable control
      *account for house-account charges and payments on account,
      *till paid-outs to the expense account mapped for each
      *expense category, and US cash through its own clearing
      *account, revalued at the bank's rate for the day with the
      *difference booked to foreign-exchange gain/loss - so
      *accounting stops re-keying
      *numbers off the printed reports every morning. An
      *unbalanced batch is refused outright: no journal file is
      *written and the step ends with a nonzero return code.

       environment division.
       input-output section.
       file-control.

      *    Program_2's daily summary: the 'T' totals record, one
      *    'D' record per store/tender pair that moved money, one
      *    'E' record per merchandise department with the day's
      *    sale revenue, one 'O' record per store/expense
      *    category with the cash paid out of the tills, and one
      *    'U' record per store with the US cash it took and
      *    refunded and what the registers converted it to.
           select daily-summary-file
               assign to ws-daily-summary-path
               organization is line sequential
               organization is line sequential
               file status is ws-gl-account-file-status.

      *    The day's cost of sales and cost of returns by store,
      *    written by the gross margin step. A missing file posts
      *    no cost lines.
           select daily-cogs-file
               assign to ws-daily-cogs-path
               organization is line sequential
               file status is ws-daily-cogs-file-status.

      *    Balanced journal entries in the GL system's import
      *    layout, written fresh every run - only when the batch
      *    balances.
               assign to ws-gl-journal-path
               organization is line sequential.

      *    The bank's daily US dollar rate, maintained through the
      *    master-file maintenance run. With no rate on file for
      *    the business date no exchange gain/loss is posted and
      *    the register says so.
           select exchange-rate-file
               assign to ws-exchange-rate-path
               organization is line sequential
               file status is ws-exchange-rate-file-status.

      *    Posting register for accounting's morning review: every
      *    journal line plus the batch debit/credit proof.
           select gl-register-report

       fd daily-summary-file
           data record is daily-summary-line
           record contains 63 characters.

       01 daily-summary-line.
           05 ds-record-type                pic x.
                   value 'D'.
               88 ds-dept-record-88
                   value 'E'.
               88 ds-paid-out-record-88
                   value 'O'.
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

      *    One journal line per account posting, in the GL system's
      *    import layout.
           05 ga-account-number             pic x(4).
           05 ga-account-name               pic x(20).

       fd daily-cogs-file
           data record is daily-cogs-line
           record contains 28 characters.

       01 daily-cogs-line.
           05 dc-business-date              pic 9(8).
           05 dc-store-number               pic x(2).
           05 dc-cost-of-sales              pic 9(7)v99.
           05 dc-cost-of-returns            pic 9(7)v99.

       fd exchange-rate-file
           data record is exchange-rate-line
           record contains 23 characters.

       01 exchange-rate-line.
           05 er-rate-date                  pic 9(8).
           05 er-currency                   pic x(3).
           05 er-rate                       pic 9(2)v9(6).
           05 er-tolerance-pct              pic 9(2)v99.

       fd gl-journal-file
           data record is gl-journal-line
           record contains 45 characters.
           value spaces.
       01 ws-gl-account-master-path            pic x(100)
           value spaces.
       01 ws-daily-cogs-path                   pic x(100)
           value spaces.
       01 ws-exchange-rate-path                pic x(100)
           value spaces.
       01 ws-gl-journal-path                   pic x(100)
           value spaces.
       01 ws-gl-register-path                  pic x(100)
           value spaces.
       01 ws-gl-account-file-status         pic xx
           value spaces.
       01 ws-daily-cogs-file-status         pic xx
           value spaces.
       01 ws-exchange-rate-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

               value "4500".
           05 ws-acct-giftcard-liability    pic x(4)
               value "2300".
           05 ws-acct-cost-of-goods         pic x(4)
               value "5000".
           05 ws-acct-inventory             pic x(4)
               value "1200".
           05 ws-acct-ar-control            pic x(4)
               value "1100".
           05 ws-acct-misc-expense          pic x(4)
               value "6000".
           05 ws-acct-usd-clearing          pic x(4)
               value "1015".
           05 ws-acct-fx-gain-loss          pic x(4)
               value "7100".

       01 ws-account-names.
           05 ws-name-cash-clearing         pic x(20)
               value "SALES RETURNS CONTRA".
           05 ws-name-giftcard-liability    pic x(20)
               value "GIFT CARD LIABILITY".
           05 ws-name-cost-of-goods         pic x(20)
               value "COST OF GOODS SOLD".
           05 ws-name-inventory             pic x(20)
               value "INVENTORY".
           05 ws-name-ar-control            pic x(20)
               value "AR CONTROL".
           05 ws-name-misc-expense          pic x(20)
               value "MISC EXPENSE".
           05 ws-name-usd-clearing          pic x(20)
               value "USD CASH CLEARING".
           05 ws-name-fx-gain-loss          pic x(20)
               value "FX GAIN/LOSS".

      *The journal batch is built in this table first, so the
      *debit/credit proof can refuse an unbalanced batch before a

      *Posting-role/account mappings off GL-ACCOUNT-MASTER.dat.
      *The fixed roles override the defaults above; the DEPTxxxx
      *roles supply the department revenue accounts and the
      *EXPCxxxx roles the expense account for each paid-out
      *category.
       01 ws-gla-table.
           05 ws-gla-entry                  occurs 0 to 100 times
               depending on ws-gla-count
       01 ws-dept-count                     pic 999
           value 0.

      *US cash by store off the 'U' records, revalued once the
      *summary is closed at the bank's rate for the business date.
       01 ws-usd-table.
           05 ws-usd-entry                  occurs 0 to 100 times
               depending on ws-usd-count
               indexed by ws-usd-idx.
               10 ws-usd-store              pic x(2).
               10 ws-usd-foreign-in         pic 9(7)v99.
               10 ws-usd-foreign-out        pic 9(7)v99.
               10 ws-usd-cad-in             pic 9(7)v99.
               10 ws-usd-cad-out            pic 9(7)v99.

       01 ws-usd-count                      pic 999
           value 0.
       01 ws-fx-rate                        pic 9(2)v9(6)
           value 0.
       01 ws-fx-rate-found-flag             pic x
           value 'N'.
      *Signed, because a store can refund more US cash than it
      *took in on a day.
       01 ws-fx-net-usd                     pic s9(7)v99
           value 0.
       01 ws-fx-booked-cad                  pic s9(7)v99
           value 0.
       01 ws-fx-revalued-cad                pic s9(7)v99
           value 0.
       01 ws-fx-difference                  pic s9(7)v99
           value 0.

       01 ws-business-date                  pic 9(8)
           value 0.
       01 ws-total-debits                   pic 9(9)v99
           value 0.
       01 ws-batch-balanced-flag            pic x
           value 'N'.
      *Cost records on DAILY-COGS.dat dated other than this batch's
      *business date - a stale file from a run that did not reach
      *the gross margin step - are left out of the journal.
       01 ws-cogs-stale-count               pic 9(5)
           value 0.
      *Stores whose US cash could not be revalued for want of a
      *rate on EXCHANGE-RATE.dat for the business date.
       01 ws-fx-no-rate-count               pic 9(5)
           value 0.

      *This header will display the author(s) of this program and
      *the title for this team project.
           05 ws-proof-status               pic x(28)
               value spaces.

       01 ws-cogs-stale-line.
           05 filler                        pic x(42)
               value "** Cost of goods records not for this date".
           05 filler                        pic x(16)
               value " - not posted: ".
           05 ws-csl-count                  pic zzzz9.
           05 filler                        pic x(27)
               value spaces.

       01 ws-fx-no-rate-line.
           05 filler                        pic x(42)
               value "** No USD exchange rate for this date - FX".
           05 filler                        pic x(16)
               value " not posted for ".
           05 ws-fnr-count                  pic zzzz9.
           05 filler                        pic x(27)
               value " store(s)".

       01 ws-no-activity-line.
           05 filler                        pic x(42)
               value "No store/tender activity on daily summary.".
                                        delimited by size
               into ws-gl-account-master-path.

           string ws-data-library       delimited by space
               "DAILY-COGS.dat"
                                        delimited by size
               into ws-daily-cogs-path.

           string ws-data-library       delimited by space
               "EXCHANGE-RATE.dat"
                                        delimited by size
               into ws-exchange-rate-path.

           string ws-data-library       delimited by space
               "GL-JOURNAL.dat"
                                        delimited by size
                       add 1                to ws-detail-record-count
                       perform 300-post-detail-record
                   end-if
                   if ds-paid-out-record-88
                       perform 370-post-paid-out
                   end-if
                   if ds-usd-record-88
                       perform 255-collect-usd-record
                   end-if
                   read daily-summary-file
                       at end move ws-true-const to ws-eof-flag
                   end-read

           perform 340-post-dept-revenue.

           perform 360-post-cost-of-goods.

           perform 380-post-fx-revaluation.

           perform 400-proof-batch.

      *    Load the role-to-account mapping, letting each fixed
               when "RETCONTR"
                   move ga-account-number   to ws-acct-returns-contra
                   move ga-account-name     to ws-name-returns-contra
               when "COGS    "
                   move ga-account-number   to ws-acct-cost-of-goods
                   move ga-account-name     to ws-name-cost-of-goods
               when "INVENTRY"
                   move ga-account-number   to ws-acct-inventory
                   move ga-account-name     to ws-name-inventory
               when "ARCONTRL"
                   move ga-account-number   to ws-acct-ar-control
                   move ga-account-name     to ws-name-ar-control
               when "MISCEXP "
                   move ga-account-number   to ws-acct-misc-expense
                   move ga-account-name     to ws-name-misc-expense
               when "USCLEAR "
                   move ga-account-number   to ws-acct-usd-clearing
                   move ga-account-name     to ws-name-usd-clearing
               when "FXGAINLS"
                   move ga-account-number   to ws-acct-fx-gain-loss
                   move ga-account-name     to ws-name-fx-gain-loss
           end-evaluate.

       255-collect-usd-record.

           if ws-usd-count < 100
                   and ds-usd-foreign-in numeric
                   and ds-usd-foreign-out numeric
                   and ds-usd-cad-in numeric
                   and ds-usd-cad-out numeric
               add 1                        to ws-usd-count
               set ws-usd-idx               to ws-usd-count
               move ds-usd-store-number     to ws-usd-store(ws-usd-idx)
               move ds-usd-foreign-in
                   to ws-usd-foreign-in(ws-usd-idx)
               move ds-usd-foreign-out
                   to ws-usd-foreign-out(ws-usd-idx)
               move ds-usd-cad-in           to ws-usd-cad-in(ws-usd-idx)
               move ds-usd-cad-out
                   to ws-usd-cad-out(ws-usd-idx)
           end-if.

       250-collect-dept-record.

           if ws-dept-count < 100
      *        CR  layaway liability layaway money
      *        DR  returns contra    refunds given
      *        CR  tender clearing   refunds given
      *        DR  tender clearing   payments on account
      *        CR  AR control        payments on account
      *        CR  tender clearing   cash paid out of the till
      *    The debit side of a paid-out posts per expense category
      *    off the 'O' records in 370-post-paid-out.
       300-post-detail-record.

      *    A gift-card tender never touches a bank or settlement
      *    clearing account - redeeming one draws the gift-card
      *    liability down, and a refund issued onto one builds it
      *    back up, so the liability account plays the clearing
      *    role for 'GC' money. A house-account ('HA') tender is
      *    the same idea on the receivables side: a charge builds
      *    the AR control balance up and a return credited to the
      *    account draws it down. US cash ('US') has its own
      *    clearing account, booked at the registers' conversion
      *    and trued up to the bank's rate in
      *    380-post-fx-revaluation.
           evaluate ds-payment-type
               when "CA"
                   move ws-acct-cash-clearing
                       to ws-clearing-account
                   move ws-name-card-clearing
                       to ws-clearing-account-name
               when "HA"
                   move ws-acct-ar-control
                       to ws-clearing-account
                   move ws-name-ar-control
                       to ws-clearing-account-name
               when "US"
                   move ws-acct-usd-clearing
                       to ws-clearing-account
                   move ws-name-usd-clearing
                       to ws-clearing-account-name
               when other
                   move ws-acct-debit-clearing
                       to ws-clearing-account
               perform 350-add-journal-entry
           end-if.

      *    A payment on account is money in by its tender that
      *    pays the customer's receivable down.
           if ds-dtl-ar-payment-amount numeric
                   and ds-dtl-ar-payment-amount > 0
               move ws-clearing-account     to ws-post-account
               move ws-clearing-account-name to ws-post-account-name
               move "DR"                    to ws-post-dr-cr
               move ds-dtl-ar-payment-amount to ws-post-amount
               perform 350-add-journal-entry

               move ws-acct-ar-control      to ws-post-account
               move ws-name-ar-control      to ws-post-account-name
               move "CR"                    to ws-post-dr-cr
               move ds-dtl-ar-payment-amount to ws-post-amount
               perform 350-add-journal-entry
           end-if.

      *    Cash paid out of the till for an expense leaves the
      *    clearing account the same as a refund does.
           if ds-dtl-paid-out-amount numeric
                   and ds-dtl-paid-out-amount > 0
               move ws-clearing-account     to ws-post-account
               move ws-clearing-account-name to ws-post-account-name
               move "CR"                    to ws-post-dr-cr
               move ds-dtl-paid-out-amount  to ws-post-amount
               perform 350-add-journal-entry
           end-if.

      *    One store's paid-outs for one expense category, debited
      *    to the category's EXPCxxxx account off the mapping
      *    master - a category with no mapping falls back to the
      *    miscellaneous expense account, so the batch still
      *    balances while accounting catches the mapping up. The
      *    categories total the same money the 'D' records
      *    credited out of cash clearing.
       370-post-paid-out.

           if ds-po-amount numeric
                   and ds-po-amount > 0
               move spaces                  to ws-gla-lookup-role
               string "EXPC"                delimited by size
                   ds-po-category           delimited by size
                   into ws-gla-lookup-role
               perform 345-lookup-role-account
               if ws-gla-found-flag = 'Y'
                   move ws-gla-found-account to ws-post-account
                   move ws-gla-found-name   to ws-post-account-name
               else
                   move ws-acct-misc-expense to ws-post-account
                   move ws-name-misc-expense to ws-post-account-name
               end-if
               move ds-po-store-number      to ws-post-store
               move "DR"                    to ws-post-dr-cr
               move ds-po-amount            to ws-post-amount
               perform 350-add-journal-entry
               move spaces                  to ws-post-store
           end-if.

      *    Each store's cost of the day's movement, at SKU cost:
      *        DR  cost of goods sold   cost of units sold
      *        CR  inventory            cost of units sold
      *        DR  inventory            cost of units returned
      *        CR  cost of goods sold   cost of units returned
       360-post-cost-of-goods.

           move ws-false-const              to ws-eof-flag.

           open input daily-cogs-file.

           if ws-daily-cogs-file-status not = "35"

               read daily-cogs-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if dc-business-date not = ws-business-date
                       add 1                to ws-cogs-stale-count
                   else
                       perform 365-post-store-cost
                   end-if
                   read daily-cogs-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close daily-cogs-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       365-post-store-cost.

           move dc-store-number             to ws-post-store.

           if dc-cost-of-sales numeric
                   and dc-cost-of-sales > 0
               move ws-acct-cost-of-goods   to ws-post-account
               move ws-name-cost-of-goods   to ws-post-account-name
               move "DR"                    to ws-post-dr-cr
               move dc-cost-of-sales        to ws-post-amount
               perform 350-add-journal-entry

               move ws-acct-inventory       to ws-post-account
               move ws-name-inventory       to ws-post-account-name
               move "CR"                    to ws-post-dr-cr
               move dc-cost-of-sales        to ws-post-amount
               perform 350-add-journal-entry
           end-if.

           if dc-cost-of-returns numeric
                   and dc-cost-of-returns > 0
               move ws-acct-inventory       to ws-post-account
               move ws-name-inventory       to ws-post-account-name
               move "DR"                    to ws-post-dr-cr
               move dc-cost-of-returns      to ws-post-amount
               perform 350-add-journal-entry

               move ws-acct-cost-of-goods   to ws-post-account
               move ws-name-cost-of-goods   to ws-post-account-name
               move "CR"                    to ws-post-dr-cr
               move dc-cost-of-returns      to ws-post-amount
               perform 350-add-journal-entry
           end-if.

      *    The US cash each store kept, revalued at the bank's rate
      *    for the business date, against the Canadian dollars the
      *    registers booked it at. The difference trues the USD
      *    clearing account up to what the bank will credit:
      *        DR  USD clearing     CR  FX gain/loss   bank rate higher
      *        DR  FX gain/loss     CR  USD clearing   bank rate lower
       380-post-fx-revaluation.

           move 'N'                         to ws-fx-rate-found-flag.

           if ws-usd-count > 0

               move ws-false-const          to ws-eof-flag

               open input exchange-rate-file

               if ws-exchange-rate-file-status not = "35"

                   read exchange-rate-file
                       at end move ws-true-const to ws-eof-flag
                   end-read

                   perform until ws-eof-flag = ws-true-const
                       if er-rate-date = ws-business-date
                               and er-currency = "USD"
                               and er-rate numeric
                               and er-rate > 0
                           move 'Y'         to ws-fx-rate-found-flag
                           move er-rate     to ws-fx-rate
                       end-if
                       read exchange-rate-file
                           at end move ws-true-const to ws-eof-flag
                       end-read
                   end-perform

                   close exchange-rate-file

               end-if

               move ws-false-const          to ws-eof-flag

               if ws-fx-rate-found-flag = 'N'
                   move ws-usd-count        to ws-fx-no-rate-count
               else
                   perform varying ws-usd-idx from 1 by 1
                       until ws-usd-idx > ws-usd-count
                       perform 385-post-store-fx
                   end-perform
               end-if

           end-if.

       385-post-store-fx.

           compute ws-fx-net-usd =
               ws-usd-foreign-in(ws-usd-idx)
               - ws-usd-foreign-out(ws-usd-idx).

           compute ws-fx-booked-cad =
               ws-usd-cad-in(ws-usd-idx) - ws-usd-cad-out(ws-usd-idx).

           compute ws-fx-revalued-cad rounded =
               ws-fx-net-usd * ws-fx-rate.

           compute ws-fx-difference =
               ws-fx-revalued-cad - ws-fx-booked-cad.

           move ws-usd-store(ws-usd-idx)    to ws-post-store.

           if ws-fx-difference > 0
               move ws-acct-usd-clearing    to ws-post-account
               move ws-name-usd-clearing    to ws-post-account-name
               move "DR"                    to ws-post-dr-cr
               move ws-fx-difference        to ws-post-amount
               perform 350-add-journal-entry

               move ws-acct-fx-gain-loss    to ws-post-account
               move ws-name-fx-gain-loss    to ws-post-account-name
               move "CR"                    to ws-post-dr-cr
               move ws-fx-difference        to ws-post-amount
               perform 350-add-journal-entry
           end-if.

           if ws-fx-difference < 0
               move ws-acct-fx-gain-loss    to ws-post-account
               move ws-name-fx-gain-loss    to ws-post-account-name
               move "DR"                    to ws-post-dr-cr
               move ws-fx-difference        to ws-post-amount
               perform 350-add-journal-entry

               move ws-acct-usd-clearing    to ws-post-account
               move ws-name-usd-clearing    to ws-post-account-name
               move "CR"                    to ws-post-dr-cr
               move ws-fx-difference        to ws-post-amount
               perform 350-add-journal-entry
           end-if.

           move spaces                      to ws-post-store.

       350-add-journal-entry.

           if ws-jl-count < 999
           write gl-register-line from ws-proof-line
               after advancing 2 lines.

           if ws-cogs-stale-count > 0
               move ws-cogs-stale-count     to ws-csl-count
               write gl-register-line from ws-cogs-stale-line
                   after advancing 2 lines
           end-if.

           if ws-fx-no-rate-count > 0
               move ws-fx-no-rate-count     to ws-fnr-count
               write gl-register-line from ws-fx-no-rate-line
                   after advancing 2 lines
           end-if.

       500-write-journal-file.

           open output gl-journal-file.
