
       fd valid-file
           data record is input-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
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
           05 il-exempt-type                pic xx.
      *    Employee the purchase was rung for, off the staff card,
      *    and 'E' when the employee discount was taken - spaces on
      *    a customer sale and on older extracts.
           05 il-purchaser-id               pic x(4).
           05 il-employee-discount          pic x.

       fd cashier-master-file
           data record is cashier-master-line

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

       fd cashier-exception-report
           data record is cashier-exception-line
