       identification division.
       program-id. Program_29.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Gross margin report over the day's split
      *files. Costs every unit sold and returned on s&l.dat and
      *returns.dat at the SKU's unit cost off SKU-MASTER and prints
      *net sales, cost, margin dollars and margin percent by SKU,
      *by merchandise department, by vendor and by store, with the
      *chain total - so buyers stop working margin out in
      *spreadsheets. A SKU moved with no cost on file is flagged.
      *Also writes the day's cost of sales and cost of returns by
      *store to DAILY-COGS.dat for the general ledger posting
      *extract, so the books carry margin and not just revenue.

       environment division.
       input-output section.
       file-control.

           select sale-and-layaway-file
               assign to ws-sale-and-layaway-path
               organization is line sequential
               file status is ws-sl-file-status.

           select return-file
               assign to ws-return-path
               organization is line sequential
               file status is ws-return-file-status.

      *    SKU Master file - description, department, unit cost and
      *    vendor for every SKU.
           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential
               file status is ws-sku-master-file-status.

           select vendor-master-file
               assign to ws-vendor-master-path
               organization is line sequential
               file status is ws-vendor-master-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

           select gross-margin-report
               assign to ws-gross-margin-path
               organization is line sequential.

      *    The day's cost of sales and cost of returns by store,
      *    written fresh every run for the GL posting extract.
           select daily-cogs-file
               assign to ws-daily-cogs-path
               organization is line sequential.

      *    As-of business date the whole chain posts and reports
      *    under, written by operations before a catch-up run; a
      *    missing file just means "today".
           select business-date-file
               assign to ws-business-date-path
               organization is line sequential
               file status is ws-business-date-file-status.

      *    Shared run-level audit trail appended to by all the
      *    programs in the chain.
           select audit-trail-file
               assign to ws-audit-trail-path
               organization is line sequential
               file status is ws-audit-file-status.

      *    Where the chain's data library lives. The profile sits
      *    in the job's working directory and is read before any
      *    other file is opened - a missing profile just means the
      *    production library, so the normal run needs no set-up
      *    step, and a parallel test chain points its own working
      *    directory's profile at its own masters, control files
      *    and archive library.
           select data-library-profile
           assign to "data-library.profile"
           organization is line sequential
           file status is ws-profile-file-status.

       data division.
       file section.

       fd sale-and-layaway-file
           data record is input-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-sku-code                   pic x(15).
           05 il-return-reason-code         pic xx.
           05 il-transaction-date           pic 9(8).
      *    Total contract price carried on the originating 'L'
      *    record, spaces on everything else.
           05 il-contract-price             pic x(7).
      *    The two legs of an exchange: il-sku-code is the item
      *    coming back, these are the item going out and the gross
      *    value of each leg. Spaces on everything but 'X' records.
           05 il-exchange-new-sku           pic x(15).
           05 il-exchange-return-amount     pic 9(5)v99.
           05 il-exchange-new-amount        pic 9(5)v99.
      *    Units the line covers - several of the same item on one
      *    line. Blank on older extracts means one.
           05 il-quantity                   pic 9(3).
      *    The operator who rang the transaction.
           05 il-cashier-id                 pic x(4).
      *    Split-tender support: the second tender and the portion
      *    of the amount paid with it, spaces on a single-tender
      *    sale.
           05 il-tender-2                   pic xx.
           05 il-tender-2-amount            pic x(7).
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

       fd return-file
           data record is return-line
           record contains 140 characters.

       01 return-line                       pic x(140).

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

       fd vendor-master-file
           data record is vendor-master-line
           record contains 36 characters.

       01 vendor-master-line.
           05 vm-vendor-number              pic x(6).
           05 vm-vendor-name                pic x(30).

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

       fd gross-margin-report
           data record is gross-margin-line
           record contains 120 characters.

       01 gross-margin-line                 pic x(120).

       fd daily-cogs-file
           data record is daily-cogs-line
           record contains 28 characters.

       01 daily-cogs-line.
           05 dc-business-date              pic 9(8).
           05 dc-store-number               pic x(2).
           05 dc-cost-of-sales              pic 9(7)v99.
           05 dc-cost-of-returns            pic 9(7)v99.

      *    The as-of business date for this run, set by operations
      *    for a catch-up run; one yyyymmdd record.
       fd business-date-file
           data record is business-date-line
           record contains 8 characters.

       01 business-date-line                pic 9(8).

      *    One line per program run: when it ran, which program,
      *    how many records it read/wrote, and its return code.
      *    Same layout duplicated in all the programs, the same way
      *    the shared transaction record is duplicated rather than
      *    kept in a copybook.
       fd audit-trail-file
           data record is audit-line
           record contains 50 characters.

       01 audit-line.
           05 au-run-date                   pic 9(8).
           05 au-run-time                   pic 9(8).
           05 au-program-name               pic x(10).
           05 au-input-record-count         pic 9(7).
           05 au-output-record-count-1      pic 9(7).
           05 au-output-record-count-2      pic 9(7).
           05 au-return-code                pic 9(3).

       fd data-library-profile
           data record is data-library-profile-line
           record contains 60 characters.

       01 data-library-profile-line         pic x(60).

       working-storage section.

      *The data library every file of this run lives in, off the
      *working directory's profile - the production library when
      *no profile is present - and the resolved name of each
      *file inside it.
       01 ws-profile-file-status            pic xx
           value spaces.
       01 ws-data-library                   pic x(60)
           value "../../../../Dummy/data/".
       01 ws-sale-and-layaway-path             pic x(100)
           value spaces.
       01 ws-return-path                       pic x(100)
           value spaces.
       01 ws-sku-master-path                   pic x(100)
           value spaces.
       01 ws-vendor-master-path                pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-gross-margin-path                 pic x(100)
           value spaces.
       01 ws-daily-cogs-path                   pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-sl-file-status                 pic xx
           value spaces.
       01 ws-return-file-status             pic xx
           value spaces.
       01 ws-sku-master-file-status         pic xx
           value spaces.
       01 ws-vendor-master-file-status      pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

       01 ws-business-date                  pic 9(8)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Every SKU on the master with its cost and vendor, and the
      *day's net units, net sales and cost accumulated against it.
      *A SKU sold that is not on the master is added on the fly
      *with no cost.
       01 ws-sku-table.
           05 ws-skm-entry                  occurs 0 to 5000 times
               depending on ws-skm-count
               indexed by ws-skm-idx.
               10 ws-skm-code               pic x(15).
               10 ws-skm-desc               pic x(30).
               10 ws-skm-dept               pic x(4).
               10 ws-skm-vendor             pic x(6).
               10 ws-skm-unit-cost          pic 9(5)v99.
               10 ws-skm-cost-flag          pic x.
               10 ws-skm-units              pic s9(7).
               10 ws-skm-sales              pic s9(9)v99.
               10 ws-skm-cost               pic s9(9)v99.
               10 ws-skm-moved-flag         pic x.

       01 ws-skm-count                      pic 9(4)
           value 0.
       01 ws-skm-target                     pic 9(4)
           value 0.
       01 ws-skm-found-flag                 pic x
           value 'N'.
       01 ws-find-sku                       pic x(15)
           value spaces.

      *Department and vendor roll-ups, built off the SKU table at
      *print time.
       01 ws-dept-table.
           05 ws-dpt-entry                  occurs 0 to 100 times
               depending on ws-dpt-count
               indexed by ws-dpt-idx.
               10 ws-dpt-code               pic x(4).
               10 ws-dpt-units              pic s9(7).
               10 ws-dpt-sales              pic s9(9)v99.
               10 ws-dpt-cost               pic s9(9)v99.

       01 ws-dpt-count                      pic 999
           value 0.

      *Entry one is the bucket for SKUs with no vendor on file.
       01 ws-vendor-table.
           05 ws-vnd-entry                  occurs 1 to 501 times
               depending on ws-vnd-count
               indexed by ws-vnd-idx.
               10 ws-vnd-number             pic x(6).
               10 ws-vnd-name               pic x(30).
               10 ws-vnd-units              pic s9(7).
               10 ws-vnd-sales              pic s9(9)v99.
               10 ws-vnd-cost               pic s9(9)v99.

       01 ws-vnd-count                      pic 999
           value 1.

       01 ws-store-table.
           05 ws-stm-entry                  occurs 0 to 50 times
               depending on ws-stm-count
               indexed by ws-stm-idx.
               10 ws-stm-number             pic x(2).
               10 ws-stm-name               pic x(20).
               10 ws-stm-units              pic s9(7).
               10 ws-stm-sales              pic s9(9)v99.
               10 ws-stm-cost               pic s9(9)v99.
               10 ws-stm-cost-of-sales      pic 9(7)v99.
               10 ws-stm-cost-of-returns    pic 9(7)v99.

       01 ws-stm-count                      pic 99
           value 0.

      *One movement being costed: the SKU, store, signed units and
      *sales, and the extended cost.
       01 ws-move-sku                       pic x(15)
           value spaces.
       01 ws-move-units                     pic s9(7)
           value 0.
       01 ws-move-sales                     pic s9(9)v99
           value 0.
       01 ws-move-cost                      pic s9(9)v99
           value 0.
       01 ws-effective-qty                  pic 9(3)
           value 0.

      *The figures for one report line.
       01 ws-line-units                     pic s9(7)
           value 0.
       01 ws-line-sales                     pic s9(9)v99
           value 0.
       01 ws-line-cost                      pic s9(9)v99
           value 0.
       01 ws-line-margin                    pic s9(9)v99
           value 0.
       01 ws-line-margin-pct                pic s9(5)v9
           value 0.

       01 ws-chain-units                    pic s9(7)
           value 0.
       01 ws-chain-sales                    pic s9(9)v99
           value 0.
       01 ws-chain-cost                     pic s9(9)v99
           value 0.

       01 ws-counters.
           05 ws-sl-record-count            pic 9(7)
               value 0.
           05 ws-return-record-count        pic 9(7)
               value 0.
           05 ws-input-record-count         pic 9(7)
               value 0.
           05 ws-no-cost-count              pic 9(5)
               value 0.
           05 ws-cogs-record-count          pic 9(5)
               value 0.

      *This header will display the author(s) of this program and
      *the title for this team project.
       01 ws-heading1-name-line.
           05 filler                        pic x(7)
               value "Author:".
           05 filler                        pic x(1)
               value spaces.
           05 filler                        pic x(12)
               value "Waqar Naseer".
           05 filler                        pic x(64)
               value spaces.
           05 filler                        pic x(36)
               value "MAFD4202 - Team Project: Program #29".

       01 ws-heading2-title-line.
           05 filler                        pic x(44)
               value spaces.
           05 filler                        pic x(32)
               value "DAILY GROSS MARGIN REPORT".
           05 filler                        pic x(44)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(97)
               value spaces.

       01 ws-section-heading-line.
           05 ws-shl-title                  pic x(40).
           05 filler                        pic x(80)
               value spaces.

       01 ws-column-heading-line.
           05 ws-chl-key-title              pic x(17).
           05 filler                        pic x(21)
               value "Description".
           05 filler                        pic x(5)
               value "Dept".
           05 filler                        pic x(7)
               value "Vendor".
           05 filler                        pic x(8)
               value "  Units".
           05 filler                        pic x(15)
               value "     Net Sales".
           05 filler                        pic x(15)
               value "          Cost".
           05 filler                        pic x(15)
               value "        Margin".
           05 filler                        pic x(8)
               value "Margin%".
           05 filler                        pic x(9)
               value spaces.

       01 ws-figures-line.
           05 ws-fl-key                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-desc                    pic x(20).
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-dept                    pic x(4).
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-vendor                  pic x(6).
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-units                   pic ------9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-sales                   pic ---,---,--9.99.
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-cost                    pic ---,---,--9.99.
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-margin                  pic ---,---,--9.99.
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-margin-pct              pic x(7).
           05 filler                        pic x(1)
               value spaces.
           05 ws-fl-flag                    pic x(8).
           05 filler                        pic x(1)
               value spaces.

       01 ws-edit-pct                       pic ----9.9.

       01 ws-no-movement-line.
           05 filler                        pic x(40)
               value "No sales or returns on file today.".
           05 filler                        pic x(80)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(29)
               value "SKUs moved with no unit cost:".
           05 ws-sum-no-cost                pic zzzz9.
           05 filler                        pic x(86)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 050-load-sku-master.
           perform 055-load-vendor-master.
           perform 058-load-store-master.

           perform 200-cost-sl-file.
           perform 210-cost-return-file.

           open output gross-margin-report.
           perform 100-print-headings.

           compute ws-input-record-count =
               ws-sl-record-count + ws-return-record-count.

           if ws-input-record-count = 0
               write gross-margin-line from ws-no-movement-line
                   after advancing 2 lines
           else
               perform 400-print-sku-section
               perform 420-print-dept-section
               perform 440-print-vendor-section
               perform 460-print-store-section
           end-if.

           move ws-no-cost-count            to ws-sum-no-cost.
           write gross-margin-line from ws-summary-line
               after advancing 2 lines.

           close gross-margin-report.

           perform 500-write-daily-cogs.

      *    A SKU sold without a cost understates cost of sales -
      *    a warning for the buyers to load the cost, not a
      *    failed step.
           if ws-no-cost-count > 0
               move 4                       to return-code
           end-if.

           perform 900-write-audit-record.

           stop run.

      *    Resolve the data library before any other file opens,
      *    then build every file's full name inside it - one
      *    profile line in the working directory is the whole
      *    difference between the production chain and a test one.
       020-resolve-data-library.

           open input data-library-profile.

           if ws-profile-file-status not = "35"
               read data-library-profile
                   not at end
                       if data-library-profile-line not = spaces
                           move data-library-profile-line
                               to ws-data-library
                       end-if
               end-read
               close data-library-profile
           end-if.

           string ws-data-library       delimited by space
               "s&l.dat"
                                        delimited by size
               into ws-sale-and-layaway-path.

           string ws-data-library       delimited by space
               "returns.dat"
                                        delimited by size
               into ws-return-path.

           string ws-data-library       delimited by space
               "SKU-MASTER.dat"
                                        delimited by size
               into ws-sku-master-path.

           string ws-data-library       delimited by space
               "VENDOR-MASTER.dat"
                                        delimited by size
               into ws-vendor-master-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "gross-margin.out"
                                        delimited by size
               into ws-gross-margin-path.

           string ws-data-library       delimited by space
               "DAILY-COGS.dat"
                                        delimited by size
               into ws-daily-cogs-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Resolve the as-of business date this run reports under.
      *    Operations writes BUSINESS-DATE.dat before a catch-up or
      *    late-file run; a missing file just means the run is for
      *    today, so the normal nightly run needs no set-up step.
       030-resolve-business-date.

           accept ws-business-date          from date yyyymmdd.

           open input business-date-file.

           if ws-business-date-file-status not = "35"
               read business-date-file
                   not at end
                       if business-date-line numeric
                           move business-date-line to ws-business-date
                       end-if
               end-read
               close business-date-file
           end-if.

       050-load-sku-master.

           move ws-false-const              to ws-eof-flag.

           open input sku-master-file.

           if ws-sku-master-file-status not = "35"

               read sku-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-skm-count < 5000
                       add 1                to ws-skm-count
                       set ws-skm-idx       to ws-skm-count
                       move skm-sku-code    to ws-skm-code(ws-skm-idx)
                       move skm-description to ws-skm-desc(ws-skm-idx)
                       move skm-department  to ws-skm-dept(ws-skm-idx)
                       move skm-vendor-number
                           to ws-skm-vendor(ws-skm-idx)
                       if skm-unit-cost numeric
                           move skm-unit-cost
                               to ws-skm-unit-cost(ws-skm-idx)
                       else
                           move 0
                               to ws-skm-unit-cost(ws-skm-idx)
                       end-if
                       perform 060-zero-sku-entry
                   end-if
                   read sku-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close sku-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       055-load-vendor-master.

           move ws-false-const              to ws-eof-flag.

           set ws-vnd-idx                   to 1.
           move spaces              to ws-vnd-number(ws-vnd-idx).
           move "(no vendor on file)" to ws-vnd-name(ws-vnd-idx).
           move 0                   to ws-vnd-units(ws-vnd-idx).
           move 0                   to ws-vnd-sales(ws-vnd-idx).
           move 0                   to ws-vnd-cost(ws-vnd-idx).

           open input vendor-master-file.

           if ws-vendor-master-file-status not = "35"

               read vendor-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-vnd-count < 501
                       add 1                to ws-vnd-count
                       set ws-vnd-idx       to ws-vnd-count
                       move vm-vendor-number
                           to ws-vnd-number(ws-vnd-idx)
                       move vm-vendor-name  to ws-vnd-name(ws-vnd-idx)
                       move 0               to ws-vnd-units(ws-vnd-idx)
                       move 0               to ws-vnd-sales(ws-vnd-idx)
                       move 0               to ws-vnd-cost(ws-vnd-idx)
                   end-if
                   read vendor-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close vendor-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       058-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-stm-count < 50
                       add 1                to ws-stm-count
                       set ws-stm-idx       to ws-stm-count
                       move sm-store-number to ws-stm-number(ws-stm-idx)
                       move sm-store-name   to ws-stm-name(ws-stm-idx)
                       move 0               to ws-stm-units(ws-stm-idx)
                       move 0               to ws-stm-sales(ws-stm-idx)
                       move 0               to ws-stm-cost(ws-stm-idx)
                       move 0
                           to ws-stm-cost-of-sales(ws-stm-idx)
                       move 0
                           to ws-stm-cost-of-returns(ws-stm-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       060-zero-sku-entry.

           move 0                   to ws-skm-units(ws-skm-idx).
           move 0                   to ws-skm-sales(ws-skm-idx).
           move 0                   to ws-skm-cost(ws-skm-idx).
           move ws-false-const      to ws-skm-moved-flag(ws-skm-idx).
           if ws-skm-unit-cost(ws-skm-idx) > 0
               move 'Y'             to ws-skm-cost-flag(ws-skm-idx)
           else
               move 'N'             to ws-skm-cost-flag(ws-skm-idx)
           end-if.

      *    Sales and exchanges carry margin the day they are rung.
      *    Layaway deposits and payments ('L'/'P') are not costed
      *    here: their money sits in the layaway liability, not in
      *    revenue, so the goods carry no margin until the books
      *    recognize the sale.
       200-cost-sl-file.

           move ws-false-const              to ws-eof-flag.

           open input sale-and-layaway-file.

           if ws-sl-file-status not = "35"

               read sale-and-layaway-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-sl-record-count
                   perform 240-derive-effective-qty
                   if il-transaction-code = 'X'
                       perform 230-cost-exchange
                   else
                   if il-transaction-code = 'S'
                       move il-sku-code     to ws-move-sku
                       move ws-effective-qty to ws-move-units
                       move il-transaction-amount to ws-move-sales
                       perform 300-post-movement
                   end-if
                   end-if
                   read sale-and-layaway-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close sale-and-layaway-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A refund reverses the sale: the units come back into
      *    stock at cost and the refunded money comes off sales.
       210-cost-return-file.

           move ws-false-const              to ws-eof-flag.

           open input return-file.

           if ws-return-file-status not = "35"

               read return-file into input-line
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-return-record-count
                   perform 240-derive-effective-qty
                   move il-sku-code         to ws-move-sku
                   compute ws-move-units = 0 - ws-effective-qty
                   compute ws-move-sales = 0 - il-transaction-amount
                   perform 300-post-movement
                   read return-file into input-line
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close return-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Both legs of an exchange are costed: the returned SKU
      *    comes back into stock, the replacement goes out, one
      *    unit each at its gross leg value. An exchange without
      *    leg values books its net amount to the replacement.
       230-cost-exchange.

           if il-exchange-return-amount numeric
                   and il-exchange-new-amount numeric
               move il-sku-code             to ws-move-sku
               move -1                      to ws-move-units
               compute ws-move-sales = 0 - il-exchange-return-amount
               perform 300-post-movement
               move il-exchange-new-sku     to ws-move-sku
               move 1                       to ws-move-units
               move il-exchange-new-amount  to ws-move-sales
               perform 300-post-movement
           else
               move il-sku-code             to ws-move-sku
               move -1                      to ws-move-units
               move 0                       to ws-move-sales
               perform 300-post-movement
               move il-exchange-new-sku     to ws-move-sku
               move 1                       to ws-move-units
               move il-transaction-amount   to ws-move-sales
               perform 300-post-movement
           end-if.

      *    The units a record moves is its quantity field; blank
      *    (older extracts) or zero means one unit.
       240-derive-effective-qty.

           move 1                           to ws-effective-qty.

           if il-quantity numeric and il-quantity > 0
               move il-quantity             to ws-effective-qty
           end-if.

      *    Cost one movement at the SKU's unit cost and post it to
      *    the SKU and its store; units going out are cost of
      *    sales, units coming back are cost of returns.
       300-post-movement.

           move ws-move-sku                 to ws-find-sku.
           perform 250-find-sku-entry.

           if ws-skm-target > 0
               set ws-skm-idx               to ws-skm-target
               compute ws-move-cost =
                   ws-move-units * ws-skm-unit-cost(ws-skm-idx)
               add ws-move-units            to ws-skm-units(ws-skm-idx)
               add ws-move-sales            to ws-skm-sales(ws-skm-idx)
               add ws-move-cost             to ws-skm-cost(ws-skm-idx)
               move ws-true-const
                   to ws-skm-moved-flag(ws-skm-idx)
           else
               move 0                       to ws-move-cost
           end-if.

           perform varying ws-stm-idx from 1 by 1
               until ws-stm-idx > ws-stm-count
               if il-store-number = ws-stm-number(ws-stm-idx)
                   add ws-move-units        to ws-stm-units(ws-stm-idx)
                   add ws-move-sales        to ws-stm-sales(ws-stm-idx)
                   add ws-move-cost         to ws-stm-cost(ws-stm-idx)
                   if ws-move-cost > 0
                       add ws-move-cost
                           to ws-stm-cost-of-sales(ws-stm-idx)
                   else
                       subtract ws-move-cost
                           from ws-stm-cost-of-returns(ws-stm-idx)
                   end-if
               end-if
           end-perform.

      *    Find (or add on the fly, with no cost) the entry for
      *    ws-find-sku, leaving its slot number in ws-skm-target.
      *    A zero target only happens when the table is full.
       250-find-sku-entry.

           move 'N'                         to ws-skm-found-flag.
           move 0                           to ws-skm-target.

           perform varying ws-skm-idx from 1 by 1
               until ws-skm-idx > ws-skm-count
                   or ws-skm-found-flag = 'Y'

               if ws-find-sku = ws-skm-code(ws-skm-idx)
                   move 'Y'                 to ws-skm-found-flag
                   set ws-skm-target        to ws-skm-idx
               end-if

           end-perform.

           if ws-skm-found-flag = 'N'
               if ws-skm-count < 5000
                   add 1                    to ws-skm-count
                   set ws-skm-idx           to ws-skm-count
                   move ws-find-sku         to ws-skm-code(ws-skm-idx)
                   move "(not on SKU Master)"
                       to ws-skm-desc(ws-skm-idx)
                   move spaces              to ws-skm-dept(ws-skm-idx)
                   move spaces
                       to ws-skm-vendor(ws-skm-idx)
                   move 0
                       to ws-skm-unit-cost(ws-skm-idx)
                   perform 060-zero-sku-entry
                   set ws-skm-target        to ws-skm-idx
               end-if
           end-if.

       100-print-headings.

           write gross-margin-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           write gross-margin-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write gross-margin-line from ws-heading2-title-line
               after advancing 1 line.

      *    Every SKU that moved today, in master order, with the
      *    department and vendor roll-ups built as it goes.
       400-print-sku-section.

           move "MARGIN BY SKU"             to ws-shl-title.
           move "SKU"                       to ws-chl-key-title.
           perform 480-print-section-headings.

           perform varying ws-skm-idx from 1 by 1
               until ws-skm-idx > ws-skm-count

               if ws-skm-moved-flag(ws-skm-idx) = ws-true-const
                   move ws-skm-units(ws-skm-idx) to ws-line-units
                   move ws-skm-sales(ws-skm-idx) to ws-line-sales
                   move ws-skm-cost(ws-skm-idx)  to ws-line-cost
                   move ws-skm-code(ws-skm-idx)  to ws-fl-key
                   move ws-skm-desc(ws-skm-idx)  to ws-fl-desc
                   move ws-skm-dept(ws-skm-idx)  to ws-fl-dept
                   move ws-skm-vendor(ws-skm-idx) to ws-fl-vendor
                   perform 490-build-figures-line
                   if ws-skm-cost-flag(ws-skm-idx) = 'N'
                       move "NO COST"       to ws-fl-flag
                       add 1                to ws-no-cost-count
                   end-if
                   write gross-margin-line from ws-figures-line
                       after advancing 1 line

                   add ws-line-units        to ws-chain-units
                   add ws-line-sales        to ws-chain-sales
                   add ws-line-cost         to ws-chain-cost
                   perform 410-roll-up-dept
                   perform 415-roll-up-vendor
               end-if

           end-perform.

           move ws-chain-units              to ws-line-units.
           move ws-chain-sales              to ws-line-sales.
           move ws-chain-cost               to ws-line-cost.
           move spaces                      to ws-fl-key.
           move "CHAIN TOTAL"               to ws-fl-desc.
           move spaces                      to ws-fl-dept.
           move spaces                      to ws-fl-vendor.
           perform 490-build-figures-line.
           write gross-margin-line from ws-figures-line
               after advancing 2 lines.

       410-roll-up-dept.

           move 'N'                         to ws-skm-found-flag.

           perform varying ws-dpt-idx from 1 by 1
               until ws-dpt-idx > ws-dpt-count
                   or ws-skm-found-flag = 'Y'
               if ws-dpt-code(ws-dpt-idx) = ws-skm-dept(ws-skm-idx)
                   move 'Y'                 to ws-skm-found-flag
                   add ws-line-units        to ws-dpt-units(ws-dpt-idx)
                   add ws-line-sales        to ws-dpt-sales(ws-dpt-idx)
                   add ws-line-cost         to ws-dpt-cost(ws-dpt-idx)
               end-if
           end-perform.

           if ws-skm-found-flag = 'N'
               and ws-dpt-count < 100
               add 1                        to ws-dpt-count
               set ws-dpt-idx               to ws-dpt-count
               move ws-skm-dept(ws-skm-idx) to ws-dpt-code(ws-dpt-idx)
               move ws-line-units           to ws-dpt-units(ws-dpt-idx)
               move ws-line-sales           to ws-dpt-sales(ws-dpt-idx)
               move ws-line-cost            to ws-dpt-cost(ws-dpt-idx)
           end-if.

      *    A SKU whose vendor is blank or not on the vendor master
      *    rolls into the first, "no vendor" entry.
       415-roll-up-vendor.

           move 'N'                         to ws-skm-found-flag.

           perform varying ws-vnd-idx from 2 by 1
               until ws-vnd-idx > ws-vnd-count
                   or ws-skm-found-flag = 'Y'
               if ws-vnd-number(ws-vnd-idx)
                       = ws-skm-vendor(ws-skm-idx)
                   move 'Y'                 to ws-skm-found-flag
               end-if
           end-perform.

           if ws-skm-found-flag = 'Y'
               set ws-vnd-idx               down by 1
           else
               set ws-vnd-idx               to 1
           end-if.

           add ws-line-units                to ws-vnd-units(ws-vnd-idx).
           add ws-line-sales                to ws-vnd-sales(ws-vnd-idx).
           add ws-line-cost                 to ws-vnd-cost(ws-vnd-idx).

       420-print-dept-section.

           move "MARGIN BY DEPARTMENT"      to ws-shl-title.
           move "Department"                to ws-chl-key-title.
           perform 480-print-section-headings.

           if ws-dpt-count > 1
               sort ws-dpt-entry on ascending key ws-dpt-code
           end-if.

           perform varying ws-dpt-idx from 1 by 1
               until ws-dpt-idx > ws-dpt-count
               move ws-dpt-units(ws-dpt-idx) to ws-line-units
               move ws-dpt-sales(ws-dpt-idx) to ws-line-sales
               move ws-dpt-cost(ws-dpt-idx)  to ws-line-cost
               move ws-dpt-code(ws-dpt-idx)  to ws-fl-key
               move spaces                   to ws-fl-desc
               if ws-dpt-code(ws-dpt-idx) = spaces
                   move "(no department)"    to ws-fl-desc
               end-if
               move spaces                   to ws-fl-dept
               move spaces                   to ws-fl-vendor
               perform 490-build-figures-line
               write gross-margin-line from ws-figures-line
                   after advancing 1 line
           end-perform.

       440-print-vendor-section.

           move "MARGIN BY VENDOR"          to ws-shl-title.
           move "Vendor"                    to ws-chl-key-title.
           perform 480-print-section-headings.

           perform varying ws-vnd-idx from 1 by 1
               until ws-vnd-idx > ws-vnd-count
               if ws-vnd-units(ws-vnd-idx) not = 0
                       or ws-vnd-sales(ws-vnd-idx) not = 0
                       or ws-vnd-cost(ws-vnd-idx) not = 0
                   move ws-vnd-units(ws-vnd-idx) to ws-line-units
                   move ws-vnd-sales(ws-vnd-idx) to ws-line-sales
                   move ws-vnd-cost(ws-vnd-idx)  to ws-line-cost
                   move ws-vnd-number(ws-vnd-idx) to ws-fl-key
                   move ws-vnd-name(ws-vnd-idx)  to ws-fl-desc
                   move spaces                   to ws-fl-dept
                   move spaces                   to ws-fl-vendor
                   perform 490-build-figures-line
                   write gross-margin-line from ws-figures-line
                       after advancing 1 line
               end-if
           end-perform.

       460-print-store-section.

           move "MARGIN BY STORE"           to ws-shl-title.
           move "Store"                     to ws-chl-key-title.
           perform 480-print-section-headings.

           perform varying ws-stm-idx from 1 by 1
               until ws-stm-idx > ws-stm-count
               move ws-stm-units(ws-stm-idx) to ws-line-units
               move ws-stm-sales(ws-stm-idx) to ws-line-sales
               move ws-stm-cost(ws-stm-idx)  to ws-line-cost
               move ws-stm-number(ws-stm-idx) to ws-fl-key
               move ws-stm-name(ws-stm-idx)  to ws-fl-desc
               move spaces                   to ws-fl-dept
               move spaces                   to ws-fl-vendor
               perform 490-build-figures-line
               write gross-margin-line from ws-figures-line
                   after advancing 1 line
           end-perform.

       480-print-section-headings.

           write gross-margin-line from ws-section-heading-line
               after advancing 3 lines.
           write gross-margin-line from ws-column-heading-line
               after advancing 2 lines.

      *    Margin is net sales less cost; the percent is of net
      *    sales, left blank when there were no net sales.
       490-build-figures-line.

           compute ws-line-margin = ws-line-sales - ws-line-cost.

           move ws-line-units               to ws-fl-units.
           move ws-line-sales               to ws-fl-sales.
           move ws-line-cost                to ws-fl-cost.
           move ws-line-margin              to ws-fl-margin.
           move spaces                      to ws-fl-flag.

           move spaces                      to ws-fl-margin-pct.
           if ws-line-sales not = 0
               compute ws-line-margin-pct rounded =
                   ws-line-margin * 100 / ws-line-sales
                   on size error
                       move 0               to ws-line-margin-pct
               end-compute
               move ws-line-margin-pct      to ws-edit-pct
               move ws-edit-pct             to ws-fl-margin-pct
           end-if.

      *    One record per store with costed movement, dated with
      *    the business date so the GL extract can tell today's
      *    figures from a stale file.
       500-write-daily-cogs.

           open output daily-cogs-file.

           perform varying ws-stm-idx from 1 by 1
               until ws-stm-idx > ws-stm-count
               if ws-stm-cost-of-sales(ws-stm-idx) > 0
                       or ws-stm-cost-of-returns(ws-stm-idx) > 0
                   move ws-business-date    to dc-business-date
                   move ws-stm-number(ws-stm-idx)
                       to dc-store-number
                   move ws-stm-cost-of-sales(ws-stm-idx)
                       to dc-cost-of-sales
                   move ws-stm-cost-of-returns(ws-stm-idx)
                       to dc-cost-of-returns
                   write daily-cogs-line
                   add 1                    to ws-cogs-record-count
               end-if
           end-perform.

           close daily-cogs-file.

      *    Append one line to the shared run-level audit trail so
      *    operations has a queryable history of every run across
      *    the chain, instead of digging through old report
      *    printouts. The file may not exist yet on a shop's very
      *    first run, so an open-extend failure (status 35) falls
      *    back to creating it fresh.
       900-write-audit-record.

           open extend audit-trail-file.

           if ws-audit-file-status = "35"
               open output audit-trail-file
           end-if.

           accept au-run-date               from date yyyymmdd.
           accept au-run-time               from time.

           move "Program_29"                to au-program-name.
           move ws-input-record-count       to au-input-record-count.
           move ws-cogs-record-count        to au-output-record-count-1.
           move ws-no-cost-count            to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_29.
