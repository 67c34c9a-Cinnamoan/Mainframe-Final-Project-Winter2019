
       fd sales-history-file
           data record is sales-history-line
           record contains 48 characters.

       01 sales-history-line.
           05 sh-key.
           05 sh-store-number               pic x(2).
           05 sh-sku-code                   pic x(15).
           05 sh-business-date              pic 9(8).
      *    Cashier who rang the line, so a later return's
      *    commission clawback reaches the cashier paid on it.
      *    Spaces on lines written before it was carried.
           05 sh-cashier-id                 pic x(4).

       fd layaway-balance-file
           data record is layaway-balance-line

       fd return-file
           data record is return-line
           record contains 140 characters.

       01 return-line.
           05 rt-transaction-code           pic x.
           05 rt-sku-code                   pic x(15).
           05 rt-return-reason-code         pic xx.
           05 rt-transaction-date           pic 9(8).
           05 filler                        pic x(94).

       fd research-report
           data record is research-line
