      *    posting and bank reconciliation steps, not the summary.
       fd daily-summary-p2-file
           data record is daily-summary-p2-line
           record contains 63 characters.

       01 daily-summary-p2-line.
           05 ds2-record-type               pic x.
               10 ds2-return-amount         pic 9(7)v99.
               10 ds2-exchange-amount       pic 9(7)v99.
               10 ds2-net-amount            pic 9(7)v99.
               10 filler                    pic x(9).
           05 ds2-detail-r redefines ds2-total-amounts.
               10 ds2-store-number          pic x(2).
               10 ds2-payment-type          pic x(2).
               10 ds2-dtl-sale-amount       pic 9(7)v99.
               10 ds2-dtl-layaway-amount    pic 9(7)v99.
               10 ds2-dtl-return-amount     pic 9(7)v99.
               10 filler                    pic x(23).

       fd daily-summary-p3-file
           data record is daily-summary-p3-line

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

       fd exec-summary-report
           data record is exec-summary-line
