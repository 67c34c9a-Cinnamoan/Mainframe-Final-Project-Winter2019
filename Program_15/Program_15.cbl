               organization is line sequential
               file status is ws-cashier-master-file-status.

      *    Loyalty customers and the points ledger, so a corrected
      *    redemption is checked the same way the edit step checks
      *    one.
           select customer-master-file
               assign to ws-customer-master-path
               organization is line sequential
               file status is ws-customer-master-file-status.

      *    Tax exemption certificates, so a corrected exempt sale
      *    is checked the same way the edit step checks one.
           select exemption-cert-file
               assign to ws-exemption-cert-path
               organization is line sequential
               file status is ws-exemption-cert-file-status.

           select loyalty-points-file
               assign to ws-loyalty-points-path
               organization is indexed
               access is random
               record key is lp-customer-number
               file status is ws-loyalty-points-file-status.

      *    Promotional price calendar, so the re-edit applies the
      *    same promo-aware amount tolerance the edit step does.
           select promo-price-file

       fd invalid-file
           data record is invalid-record
           record contains 249 characters.

       01 invalid-record.
           05 iv-input-line                 pic x(140).
           05 iv-source-store               pic x(2).
           05 iv-source-seq                 pic 9(7).
           05 iv-source-file-name           pic x(100).

       fd correction-trans-file
           data record is correction-trans-line
           record contains 150 characters.

       01 correction-trans-line.
           05 ct-source-store               pic x(2).
                   value 'R'.
               88 ct-action-drop-88
                   value 'D'.
           05 ct-corrected-record           pic x(140).

       fd recycle-file
           data record is recycle-line
           record contains 140 characters.

       01 recycle-line                      pic x(140).

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
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
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

       fd promo-price-file
           data record is promo-price-line
           record contains 38 characters.
           value spaces.
       01 ws-cashier-master-path               pic x(100)
           value spaces.
       01 ws-customer-master-path              pic x(100)
           value spaces.
       01 ws-exemption-cert-path               pic x(100)
           value spaces.
       01 ws-loyalty-points-path               pic x(100)
           value spaces.
       01 ws-promo-price-path                  pic x(100)
           value spaces.
       01 ws-refund-policy-path                pic x(100)
           value spaces.
       01 ws-cashier-master-file-status     pic xx
           value spaces.
       01 ws-customer-master-file-status    pic xx
           value spaces.
       01 ws-exemption-cert-file-status     pic xx
           value spaces.
       01 ws-loyalty-points-file-status     pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-run-log-file-status            pic xx
       01 ws-edit-record.
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
           05 il-quantity                   pic 9(3).
           05 il-quantity-x redefines
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

      *Corrections loaded from the transaction file, each marked
      *off as it is matched to a reject so a leftover correction
               10 ws-ct-store               pic x(2).
               10 ws-ct-seq                 pic 9(7).
               10 ws-ct-action              pic x.
               10 ws-ct-record              pic x(140).
               10 ws-ct-used-flag           pic x.

       01 ws-ct-count                       pic 9(3)
       01 ws-cashier-found-flag             pic x
           value 'N'.

      *Loyalty customer numbers, and the ledger controls the points
      *redeemed edit needs.
       01 ws-customer-table.
           05 ws-customer-entry             occurs 0 to 5000 times
               depending on ws-customer-table-count
               indexed by ws-customer-idx.
               10 ws-customer-table-number  pic x(8).

       01 ws-customer-table-count           pic 9(4)
           value 0.
       01 ws-customer-found-flag            pic x
           value 'N'.

      *Tax exemption certificates, their type and expiry date.
       01 ws-exempt-table.
           05 ws-exempt-entry               occurs 0 to 5000 times
               depending on ws-exempt-table-count
               indexed by ws-exempt-idx.
               10 ws-exempt-table-cert      pic x(12).
               10 ws-exempt-table-type      pic xx.
               10 ws-exempt-table-expiry    pic 9(8).

       01 ws-exempt-table-count             pic 9(4)
           value 0.
       01 ws-exempt-found-flag              pic x
           value 'N'.
       01 ws-loyalty-file-ok-flag           pic x
           value 'N'.
       01 ws-points-available               pic s9(9)
           value 0.

      *Edit failures collected for the register, up to ten per
      *corrected record.
       01 ws-error-table.
           perform 057-load-cashier-master.
           perform 058-load-promo-prices.
           perform 059-load-refund-policy.
           perform 061-load-customer-master.
           perform 062-load-exemption-certs.
           perform 060-load-corrections.

           open input loyalty-points-file.
           if ws-loyalty-points-file-status = "00"
               move 'Y'                     to ws-loyalty-file-ok-flag
           end-if.

           open output correction-register-report.
           perform 070-open-recycle-file.

           close correction-register-report,
                 recycle-file.

           if ws-loyalty-file-ok-flag = 'Y'
               close loyalty-points-file
           end-if.

           perform 600-consume-corrections.

      *    Rejects that still fail their edits, or corrections
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
               "PROMO-PRICE.dat"
                                        delimited by size

           move ws-false-const              to ws-eof-flag.

       061-load-customer-master.

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

           end-if.

           move ws-false-const              to ws-eof-flag.

       062-load-exemption-certs.

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

           end-if.

           move ws-false-const              to ws-eof-flag.

       058-load-promo-prices.

           move ws-false-const              to ws-eof-flag.
           move 0                           to ws-error-count.

           if not il-valid-transac-codes-88
               move "Transaction Code must be S,R,L,X,P,F,V,A or O. "
                   to ws-err-entry(1)
               move 1                       to ws-error-count
           end-if.

           if not il-valid-pay-types-88
               perform 390-add-edit-error
               move "Payment Type must be CA, CR, DB, GC, HA or US. "
                   to ws-err-entry(ws-error-count)
           end-if.

           perform 345-edit-cashier-id.
           perform 350-edit-second-tender.
           perform 355-edit-refund-approval.
           perform 357-edit-customer.
           perform 360-edit-transaction-date.
           perform 365-edit-transaction-time.
           perform 367-edit-exemption.
           perform 368-edit-house-account.
           perform 369-edit-paid-out.
           perform 370-edit-usd-tender.
           perform 371-edit-employee-purchase.

       310-edit-store-number.

                   to ws-err-entry(ws-error-count)
           end-if.

      *    A payment on account or a paid-out sells nothing and
      *    carries no SKU.
       320-edit-sku-code.

           if il-account-payment-transac-88
                   or il-paid-out-transac-88
               continue
           else
           if il-sku-code-blank-88
               perform 390-add-edit-error
               move "SKU Code cannot be empty.                      "
           else
               perform 322-edit-sku-on-master
           end-if
           end-if
           end-if.

       322-edit-sku-on-master.
           else
           if not il-tender-2-valid-88
               perform 390-add-edit-error
               move "Second Tender must be CA, CR, DB, GC, HA or US."
                   to ws-err-entry(ws-error-count)
           else
           if il-tender-2 = il-payment-type
               end-if
           end-if.

      *    Blank is accepted from registers that do not send the
      *    time yet; anything keyed must be a 24-hour clock time.
       365-edit-transaction-time.

           if not il-transaction-time-blank-88
               if il-transaction-time not numeric
                       or not il-trans-time-hh-valid-88
                       or not il-trans-time-mm-valid-88
                   perform 390-add-edit-error
                   move "Transaction Time must be hhmm, 0000 to 2359."
                       to ws-err-entry(ws-error-count)
               end-if
           end-if.

      *    Same customer and points redeemed rules as the edit
      *    step, against the ledger as last posted.
       357-edit-customer.

           if not il-customer-number-blank-88
               move 'N'                     to ws-customer-found-flag
               perform varying ws-customer-idx from 1 by 1
                   until ws-customer-idx > ws-customer-table-count
                       or ws-customer-found-flag = 'Y'
                   if il-customer-number
                           = ws-customer-table-number(ws-customer-idx)
                       move 'Y'             to ws-customer-found-flag
                   end-if
               end-perform
               if ws-customer-found-flag = 'N'
                   perform 390-add-edit-error
                   move "Customer Number not found on Customer Master."
                       to ws-err-entry(ws-error-count)
               end-if
           end-if.

           if il-points-redeemed-blank-88
               continue
           else
           if il-points-redeemed not numeric
               perform 390-add-edit-error
               move "Points Redeemed must be numeric or blank.      "
                   to ws-err-entry(ws-error-count)
           else
           if il-points-redeemed = 0
               continue
           else
           if il-transaction-code not = 'S'
               perform 390-add-edit-error
               move "Points can only be redeemed on a sale.         "
                   to ws-err-entry(ws-error-count)
           else
           if il-customer-number-blank-88
               perform 390-add-edit-error
               move "Points Redeemed needs a loyalty customer.      "
                   to ws-err-entry(ws-error-count)
           else
               move 0                       to ws-points-available
               if ws-loyalty-file-ok-flag = 'Y'
                   move il-customer-number  to lp-customer-number
                   read loyalty-points-file
                       invalid key
                           continue
                       not invalid key
                           move lp-points-balance
                               to ws-points-available
                   end-read
               end-if
               if il-points-redeemed > ws-points-available
                   perform 390-add-edit-error
                   move "Points Redeemed exceed the customer's balance."
                       to ws-err-entry(ws-error-count)
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *    Same tax exemption rules as the edit step: both the
      *    certificate and its type, the certificate on file with
      *    that type, and not expired on the transaction date.
       367-edit-exemption.

           if il-exempt-cert-blank-88 and il-exempt-type-blank-88
               continue
           else
           if il-exempt-cert-blank-88 or il-exempt-type-blank-88
               perform 390-add-edit-error
               move "Exemption needs both certificate and type.     "
                   to ws-err-entry(ws-error-count)
           else
           if not il-exempt-type-valid-88
               perform 390-add-edit-error
               move "Exemption Type must be SC, RS or CH.           "
                   to ws-err-entry(ws-error-count)
           else
               move 'N'                     to ws-exempt-found-flag
               perform varying ws-exempt-idx from 1 by 1
                   until ws-exempt-idx > ws-exempt-table-count
                       or ws-exempt-found-flag = 'Y'
                   if il-exempt-cert-number
                           = ws-exempt-table-cert(ws-exempt-idx)
                       move 'Y'             to ws-exempt-found-flag
                   end-if
               end-perform
               if ws-exempt-found-flag = 'N'
                   perform 390-add-edit-error
                   move "Exemption Cert not found on Exemption master."
                       to ws-err-entry(ws-error-count)
               else
                   set ws-exempt-idx        down by 1
                   if ws-exempt-table-type(ws-exempt-idx)
                           not = il-exempt-type
                       perform 390-add-edit-error
                       move
                       "Exemption Type does not match the certificate."
                           to ws-err-entry(ws-error-count)
                   else
                   if il-transaction-date numeric
                       and il-transaction-date
                           > ws-exempt-table-expiry(ws-exempt-idx)
                       perform 390-add-edit-error
                       move
                       "Exemption Certificate expired before the sale."
                           to ws-err-entry(ws-error-count)
                   end-if
                   end-if
               end-if
           end-if
           end-if
           end-if.

      *    The shape of a house-account record only - the account
      *    itself and its credit limit are checked when Program_1
      *    re-edits the resubmitted record against the ledger.
       368-edit-house-account.

           if not il-payment-house-88
                   and not il-tender-2-house-88
                   and not il-account-payment-transac-88
               continue
           else
           if il-account-payment-transac-88
                   and (il-payment-house-88 or il-tender-2-house-88)
               perform 390-add-edit-error
               move "Payment on Account cannot be tendered HA.      "
                   to ws-err-entry(ws-error-count)
           else
           if not il-account-payment-transac-88
                   and il-transaction-code not = 'S'
                   and il-transaction-code not = 'R'
               perform 390-add-edit-error
               move "House Account tender only on a sale or return. "
                   to ws-err-entry(ws-error-count)
           else
           if il-customer-number-blank-88
               perform 390-add-edit-error
               move "House Account needs the account number keyed.  "
                   to ws-err-entry(ws-error-count)
           end-if
           end-if
           end-if
           end-if.

      *    The shape of a paid-out only - the category itself is
      *    checked against the Expense Category file when
      *    Program_1 re-edits the resubmitted record.
       369-edit-paid-out.

           if il-paid-out-transac-88

               if il-payment-type not = 'CA'
                       or not il-tender-2-blank-88
                   perform 390-add-edit-error
                   move
                     "Paid-Out must be tendered CA, no second tender."
                       to ws-err-entry(ws-error-count)
               end-if

               if il-expense-category-blank-88
                   perform 390-add-edit-error
                   move
                     "Paid-Out needs the Expense Category keyed.     "
                       to ws-err-entry(ws-error-count)
               end-if

               if il-approval-code-blank-88
                   perform 390-add-edit-error
                   move
                     "Paid-Out needs a manager Approval Code.        "
                       to ws-err-entry(ws-error-count)
               end-if

           end-if.

      *    The shape of a US cash tender only - the conversion is
      *    checked against the day's exchange rate when Program_1
      *    re-edits the resubmitted record.
       370-edit-usd-tender.

           if il-payment-usd-88
                   or il-tender-2-usd-88

               if il-transaction-code = 'X'
                   perform 390-add-edit-error
                   move
                     "USD tender not accepted on an Exchange.        "
                       to ws-err-entry(ws-error-count)
               else
               if il-transaction-code not = 'V'
                       and il-transaction-code not = 'F'
                   if il-usd-amount not numeric
                           or il-usd-amount = 0
                       perform 390-add-edit-error
                       move
                     "USD tender needs the US dollar amount keyed.   "
                           to ws-err-entry(ws-error-count)
                   end-if
               end-if
               end-if

           end-if.

      *    The shape of an employee purchase only - the employee,
      *    the allowance and the discount price are checked against
      *    the Employee master and the purchase ledger when
      *    Program_1 re-edits the resubmitted record.
       371-edit-employee-purchase.

           if il-purchaser-id-blank-88
                   and il-employee-discount-blank-88
               continue
           else
           if not il-employee-discount-blank-88
                   and not il-employee-discount-88
               perform 390-add-edit-error
               move "Employee Discount must be 'E' or blank.        "
                   to ws-err-entry(ws-error-count)
           else
           if il-employee-discount-88
                   and il-transaction-code not = 'S'
                   and il-transaction-code not = 'R'
               perform 390-add-edit-error
               move "Employee Discount only on a sale or return.    "
                   to ws-err-entry(ws-error-count)
           else
           if il-purchaser-id-blank-88
               perform 390-add-edit-error
               move "Employee Discount needs the Purchaser ID keyed."
                   to ws-err-entry(ws-error-count)
           end-if
           end-if
           end-if
           end-if.

      *    Make room for one more edit failure; past ten the last
      *    slot is simply overwritten - a record that broken goes
      *    back to the operator anyway.
