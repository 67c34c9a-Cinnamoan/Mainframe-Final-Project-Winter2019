
       fd tax-control-file
           data record is tax-control-line
           record contains 117 characters.

       01 tax-control-line.
           05 tc-store-number               pic x(2).
           05 tc-day-refunded               pic 9(9)v99.
           05 tc-collected-date             pic 9(8).
           05 tc-refunded-date              pic 9(8).
      *    Tax-exempt sales and returns, kept out of the collected
      *    and refunded buckets and reported in their own column.
           05 tc-mtd-exempt-sales           pic 9(9)v99.
           05 tc-mtd-exempt-returns         pic 9(9)v99.
           05 tc-day-exempt-sales           pic 9(9)v99.
           05 tc-day-exempt-returns         pic 9(9)v99.

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

       fd tax-remittance-report
           data record is tax-remittance-line
           value 0.
       01 ws-grand-net                      pic 9(9)v99
           value 0.
       01 ws-net-exempt                     pic s9(9)v99
           value 0.
       01 ws-grand-exempt                   pic s9(9)v99
           value 0.

      *This header will display the author(s) of this program and
      *the title for this team project.
               value "       Refunded".
           05 filler                        pic x(15)
               value "Net Remittable".
           05 filler                        pic x(15)
               value "   Exempt Sales".
           05 filler                        pic x(15)
               value spaces.

       01 ws-remit-detail-line.
           05 filler                        pic x(1)
               value spaces.
           05 ws-rml-net                    pic $$$,$$$,$$9.99.
           05 filler                        pic x(1)
               value spaces.
           05 ws-rml-exempt                 pic $$$,$$$,$$9.99-.
           05 filler                        pic x(17)
               value spaces.

       01 ws-grand-total-line.
           05 filler                        pic x(1)
               value spaces.
           05 ws-gtl-net                    pic $$$,$$$,$$9.99.
           05 filler                        pic x(1)
               value spaces.
           05 ws-gtl-exempt                 pic $$$,$$$,$$9.99-.
           05 filler                        pic x(17)
               value spaces.

       01 ws-no-data-line.
           end-if.
           move ws-net-remittable           to ws-rml-net.

           compute ws-net-exempt =
               tc-mtd-exempt-sales - tc-mtd-exempt-returns.
           move ws-net-exempt               to ws-rml-exempt.

           add tc-mtd-collected             to ws-grand-collected.
           add tc-mtd-refunded              to ws-grand-refunded.
           add ws-net-remittable            to ws-grand-net.
           add ws-net-exempt                to ws-grand-exempt.

           write tax-remittance-line from ws-remit-detail-line
               after advancing 1 line.
           move ws-grand-collected          to ws-gtl-collected.
           move ws-grand-refunded           to ws-gtl-refunded.
           move ws-grand-net                to ws-gtl-net.
           move ws-grand-exempt             to ws-gtl-exempt.

           write tax-remittance-line from ws-grand-total-line
               after advancing 2 lines.
