       identification division.
       program-id. Program_31.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Builds the nightly price book download
      *for the store registers, right after master-file maintenance
      *has run. For every store on the Store Master and every SKU on
      *the SKU Master it works out the price in effect on the next
      *business date - the promotional price when the SKU is on the
      *promo calendar that day, the master unit price otherwise -
      *the same price the edit step checks register amounts
      *against. Only store/SKU prices that changed since the last
      *download are sent (adds, changes, and SKUs dropped from the
      *master as deletes); what was last sent to each store is
      *kept on a keyed file. Prints a register of what went to
      *each store.

       environment division.
       input-output section.
       file-control.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential
               file status is ws-sku-master-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

      *    Promotional price calendar - one record per SKU on
      *    promotion, with the promo price and the dates it is in
      *    force. A missing file just means nothing is on promo.
           select promo-price-file
               assign to ws-promo-price-path
               organization is line sequential
               file status is ws-promo-price-file-status.

      *    What each store's registers were last sent, per SKU,
      *    and which download sent it.
           select price-book-sent-file
               assign to ws-price-book-sent-path
               organization is indexed
               access is dynamic
               record key is ps-key
               file status is ws-price-book-sent-file-status.

      *    Tonight's download for the registers - changed records
      *    only.
           select price-book-file
               assign to ws-price-book-path
               organization is line sequential.

           select price-book-register
               assign to ws-price-book-register-path
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

       fd promo-price-file
           data record is promo-price-line
           record contains 38 characters.

       01 promo-price-line.
           05 pp-sku-code                   pic x(15).
           05 pp-promo-price                pic 9(5)v99.
           05 pp-start-date                 pic 9(8).
           05 pp-end-date                   pic 9(8).

      *    One store/SKU as last sent: what the registers hold,
      *    whether it is still on the book or was sent as a
      *    delete, and the download date that carried it.
       fd price-book-sent-file
           data record is price-book-sent-line
           record contains 69 characters.

       01 price-book-sent-line.
           05 ps-key.
               10 ps-store-number           pic x(2).
               10 ps-sku-code               pic x(15).
           05 ps-description                pic x(30).
           05 ps-department                 pic x(4).
           05 ps-price                      pic 9(5)v99.
           05 ps-price-type                 pic x.
           05 ps-status                     pic x.
               88 ps-on-book-88
                   value 'A'.
               88 ps-deleted-88
                   value 'D'.
           05 ps-action-code                pic x.
           05 ps-download-date              pic 9(8).

      *    Register download layout: action 'A' add, 'C' change,
      *    'D' delete; price type 'R' regular, 'P' promotional
      *    (with the last day of the promotion).
       fd price-book-file
           data record is price-book-line
           record contains 76 characters.

       01 price-book-line.
           05 pb-store-number               pic x(2).
           05 pb-sku-code                   pic x(15).
           05 pb-action-code                pic x.
           05 pb-description                pic x(30).
           05 pb-department                 pic x(4).
           05 pb-price                      pic 9(5)v99.
           05 pb-price-type                 pic x.
           05 pb-effective-date             pic 9(8).
           05 pb-promo-end-date             pic 9(8).

       fd price-book-register
           data record is price-book-register-line
           record contains 120 characters.

       01 price-book-register-line          pic x(120).

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
       01 ws-sku-master-path                   pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-promo-price-path                  pic x(100)
           value spaces.
       01 ws-price-book-sent-path              pic x(100)
           value spaces.
       01 ws-price-book-path                   pic x(100)
           value spaces.
       01 ws-price-book-register-path          pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-sku-master-file-status         pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-promo-price-file-status        pic xx
           value spaces.
       01 ws-price-book-sent-file-status    pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date of this run, resolved from
      *BUSINESS-DATE.dat (a missing file just means "today"), and
      *the next business date the price book takes effect on.
       01 ws-business-date-n                pic 9(8)
           value 0.
       01 ws-effective-date                 pic 9(8)
           value 0.
       01 ws-business-date-int              pic 9(7)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Set only when the keyed sent file actually opened - a
      *runtime without indexed support must end the step with a
      *visible return code, not send a full book every night.
       01 ws-sent-file-ok-flag              pic x
           value 'N'.
       01 ws-sent-found-flag                pic x
           value 'N'.
       01 ws-send-flag                      pic x
           value 'N'.

       01 ws-sku-table.
           05 ws-skm-entry                  occurs 0 to 5000 times
               depending on ws-skm-count
               indexed by ws-skm-idx.
               10 ws-skm-code               pic x(15).
               10 ws-skm-description        pic x(30).
               10 ws-skm-department         pic x(4).
               10 ws-skm-unit-price         pic 9(5)v99.

       01 ws-skm-count                      pic 9(4)
           value 0.
       01 ws-skm-found-flag                 pic x
           value 'N'.

       01 ws-store-table.
           05 ws-store-entry                occurs 0 to 50 times
               depending on ws-store-count
               indexed by ws-store-idx.
               10 ws-store-number           pic x(2).
               10 ws-store-name             pic x(20).

       01 ws-store-count                    pic 99
           value 0.

      *Effective-dated promotional prices off PROMO-PRICE.dat.
       01 ws-promo-table.
           05 ws-promo-entry                occurs 0 to 500 times
               depending on ws-promo-table-count
               indexed by ws-promo-idx.
               10 ws-promo-sku              pic x(15).
               10 ws-promo-price            pic 9(5)v99.
               10 ws-promo-start-date       pic 9(8).
               10 ws-promo-end-date         pic 9(8).

       01 ws-promo-table-count              pic 9(3)
           value 0.
       01 ws-promo-found-flag               pic x
           value 'N'.
       01 ws-promo-found-price              pic 9(5)v99
           value 0.
       01 ws-promo-found-end-date           pic 9(8)
           value 0.

      *The price the registers should carry for the store/SKU on
      *the effective date.
       01 ws-new-price                      pic 9(5)v99
           value 0.
       01 ws-new-price-type                 pic x
           value space.
       01 ws-new-promo-end-date             pic 9(8)
           value 0.
       01 ws-action-code                    pic x
           value space.
       01 ws-current-store                  pic x(2)
           value spaces.

       01 ws-counters.
           05 ws-sent-record-count          pic 9(7)
               value 0.
           05 ws-store-sent-count           pic 9(7)
               value 0.
           05 ws-add-count                  pic 9(7)
               value 0.
           05 ws-change-count               pic 9(7)
               value 0.
           05 ws-delete-count               pic 9(7)
               value 0.
           05 ws-promo-sent-count           pic 9(7)
               value 0.
           05 ws-unpriced-count             pic 9(5)
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
               value "MAFD4202 - Team Project: Program #31".

       01 ws-heading2-title-line.
           05 filler                        pic x(40)
               value spaces.
           05 filler                        pic x(40)
               value "REGISTER PRICE BOOK DOWNLOAD REGISTER".
           05 filler                        pic x(40)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(21)
               value "   Prices Effective: ".
           05 ws-hdr-effective-date         pic 9(8).
           05 filler                        pic x(68)
               value spaces.

       01 ws-heading-not-open-line.
           05 filler                        pic x(40)
               value "*** PRICE-BOOK-SENT FILE UNUSABLE - NO ".
           05 filler                        pic x(40)
               value "PRICE BOOK SENT TO THE STORES ***".
           05 filler                        pic x(40)
               value spaces.

       01 ws-store-heading-line.
           05 filler                        pic x(7)
               value "Store: ".
           05 ws-shl-store                  pic x(2).
           05 filler                        pic x(2)
               value spaces.
           05 ws-shl-store-name             pic x(20).
           05 filler                        pic x(89)
               value spaces.

       01 ws-column-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(8)
               value "Action".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(32)
               value "Description".
           05 filler                        pic x(6)
               value "Dept".
           05 filler                        pic x(11)
               value "     Price".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(20)
               value "Price Type".
           05 filler                        pic x(20)
               value spaces.

       01 ws-detail-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-action                  pic x(6).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-description             pic x(30).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-department              pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-price                   pic zz,zz9.99.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-price-type              pic x(8).
           05 ws-dl-promo-to                pic x(4).
           05 ws-dl-promo-end-date          pic x(8).
           05 filler                        pic x(20)
               value spaces.

       01 ws-store-total-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(25)
               value "Records sent to store:  ".
           05 ws-stl-count                  pic z,zzz,zz9.
           05 filler                        pic x(82)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-unpriced-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-upl-sku                    pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-upl-description            pic x(30).
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(40)
               value "No unit price - held off the price book".
           05 filler                        pic x(27)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(12)
               value "  (none)".
           05 filler                        pic x(108)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(8)
               value "Stores: ".
           05 ws-sum-stores                 pic z9.
           05 filler                        pic x(9)
               value "   SKUs: ".
           05 ws-sum-skus                   pic zzzz9.
           05 filler                        pic x(9)
               value "   Adds: ".
           05 ws-sum-adds                   pic zzzzzz9.
           05 filler                        pic x(12)
               value "   Changes: ".
           05 ws-sum-changes                pic zzzzzz9.
           05 filler                        pic x(12)
               value "   Deletes: ".
           05 ws-sum-deletes                pic zzzzzz9.
           05 filler                        pic x(10)
               value "   Promo: ".
           05 ws-sum-promo                  pic zzzzzz9.
           05 filler                        pic x(13)
               value "   Unpriced: ".
           05 ws-sum-unpriced               pic zzzz9.
           05 filler                        pic x(7)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-sku-master.
           perform 045-load-store-master.
           perform 050-load-promo-prices.

           open output price-book-register.
           perform 100-print-headings.

           perform 060-open-sent-file.

           if ws-sent-file-ok-flag = 'Y'
               open output price-book-file
               perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
                   perform 200-build-store-price-book
               end-perform
               close price-book-file
               close price-book-sent-file
               perform 400-print-unpriced-skus
           else
               write price-book-register-line
                   from ws-heading-not-open-line
                   after advancing 2 lines
           end-if.

           move ws-store-count              to ws-sum-stores.
           move ws-skm-count                to ws-sum-skus.
           move ws-add-count                to ws-sum-adds.
           move ws-change-count             to ws-sum-changes.
           move ws-delete-count             to ws-sum-deletes.
           move ws-promo-sent-count         to ws-sum-promo.
           move ws-unpriced-count           to ws-sum-unpriced.
           write price-book-register-line from ws-summary-line
               after advancing 2 lines.

           close price-book-register.

      *    Without the sent file nothing went to the registers -
      *    the chain must not treat this as a clean run. SKUs
      *    held off the book for want of a price are a warning for
      *    merchandising.
           if ws-sent-file-ok-flag = 'N'
               move 12                      to return-code
           else
           if ws-unpriced-count > 0
               move 4                       to return-code
           end-if
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
               "SKU-MASTER.dat"
                                        delimited by size
               into ws-sku-master-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "PROMO-PRICE.dat"
                                        delimited by size
               into ws-promo-price-path.

           string ws-data-library       delimited by space
               "PRICE-BOOK-SENT.dat"
                                        delimited by size
               into ws-price-book-sent-path.

           string ws-data-library       delimited by space
               "PRICE-BOOK.dat"
                                        delimited by size
               into ws-price-book-path.

           string ws-data-library       delimited by space
               "price-book-register.out"
                                        delimited by size
               into ws-price-book-register-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Resolve the as-of business date this run posts under.
      *    Operations writes BUSINESS-DATE.dat before a catch-up or
      *    late-file run; a missing file just means the run is for
      *    today, so the normal nightly run needs no set-up step.
      *    The price book is for the day after - the registers
      *    load it before they open in the morning.
       030-resolve-business-date.

           accept ws-business-date-n        from date yyyymmdd.

           open input business-date-file.

           if ws-business-date-file-status not = "35"
               read business-date-file
                   not at end
                       if business-date-line numeric
                           move business-date-line
                               to ws-business-date-n
                       end-if
               end-read
               close business-date-file
           end-if.

           compute ws-business-date-int =
               function integer-of-date(ws-business-date-n) + 1.
           compute ws-effective-date =
               function date-of-integer(ws-business-date-int).

       040-load-sku-master.

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
                       move skm-description
                           to ws-skm-description(ws-skm-idx)
                       move skm-department
                           to ws-skm-department(ws-skm-idx)
                       if skm-unit-price numeric
                           move skm-unit-price
                               to ws-skm-unit-price(ws-skm-idx)
                       else
                           move 0
                               to ws-skm-unit-price(ws-skm-idx)
                       end-if
                   end-if
                   read sku-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close sku-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       045-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-store-count < 50
                       add 1                to ws-store-count
                       set ws-store-idx     to ws-store-count
                       move sm-store-number
                           to ws-store-number(ws-store-idx)
                       move sm-store-name
                           to ws-store-name(ws-store-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Load the promotional price calendar. A missing file
      *    just means nothing is on promotion.
       050-load-promo-prices.

           move ws-false-const              to ws-eof-flag.

           open input promo-price-file.

           if ws-promo-price-file-status not = "35"

               read promo-price-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-promo-table-count < 500
                       add 1                to ws-promo-table-count
                       set ws-promo-idx     to ws-promo-table-count
                       move pp-sku-code
                           to ws-promo-sku(ws-promo-idx)
                       if pp-promo-price numeric
                           move pp-promo-price
                               to ws-promo-price(ws-promo-idx)
                       else
                           move 0
                               to ws-promo-price(ws-promo-idx)
                       end-if
                       if pp-start-date numeric
                           move pp-start-date
                               to ws-promo-start-date(ws-promo-idx)
                       else
                           move 0
                               to ws-promo-start-date(ws-promo-idx)
                       end-if
                       if pp-end-date numeric
                           move pp-end-date
                               to ws-promo-end-date(ws-promo-idx)
                       else
                           move 99999999
                               to ws-promo-end-date(ws-promo-idx)
                       end-if
                   end-if
                   read promo-price-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close promo-price-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Open the sent file for in-place updates, creating it
      *    empty on the very first run (every store then gets its
      *    whole book as adds).
       060-open-sent-file.

           open i-o price-book-sent-file.

           if ws-price-book-sent-file-status = "35"
               open output price-book-sent-file
               close price-book-sent-file
               open i-o price-book-sent-file
           end-if.

           if ws-price-book-sent-file-status = "00"
               move 'Y'                     to ws-sent-file-ok-flag
           end-if.

      *    One store's download: every priced SKU whose effective
      *    price, description or department differs from what the
      *    store was last sent, then every SKU the store holds that
      *    has since left the SKU Master. A record already sent in
      *    tonight's download (a rerun for the same business date)
      *    is sent again, so a rerun rebuilds the same file.
       200-build-store-price-book.

           move ws-store-number(ws-store-idx) to ws-current-store.
           move 0                           to ws-store-sent-count.

           move ws-current-store            to ws-shl-store.
           move ws-store-name(ws-store-idx) to ws-shl-store-name.
           write price-book-register-line from ws-store-heading-line
               after advancing 2 lines.
           write price-book-register-line from ws-column-line
               after advancing 1 line.

           perform varying ws-skm-idx from 1 by 1
               until ws-skm-idx > ws-skm-count
               if ws-skm-unit-price(ws-skm-idx) > 0
                   perform 210-price-one-sku
               end-if
           end-perform.

           perform 300-delete-dropped-skus.

           if ws-store-sent-count = 0
               write price-book-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-store-sent-count         to ws-stl-count.
           write price-book-register-line from ws-store-total-line
               after advancing 1 line.

       210-price-one-sku.

           perform 220-lookup-promo-price.

           if ws-promo-found-flag = 'Y'
               move ws-promo-found-price    to ws-new-price
               move 'P'                     to ws-new-price-type
               move ws-promo-found-end-date to ws-new-promo-end-date
           else
               move ws-skm-unit-price(ws-skm-idx) to ws-new-price
               move 'R'                     to ws-new-price-type
               move 0                       to ws-new-promo-end-date
           end-if.

           move ws-current-store            to ps-store-number.
           move ws-skm-code(ws-skm-idx)     to ps-sku-code.
           move 'Y'                         to ws-sent-found-flag.

           read price-book-sent-file
               invalid key
                   move 'N'                 to ws-sent-found-flag
           end-read.

           move 'N'                         to ws-send-flag.

           if ws-sent-found-flag = 'N'
               move 'A'                     to ws-action-code
               move 'Y'                     to ws-send-flag
           else
               if ps-deleted-88
                   move 'A'                 to ws-action-code
                   move 'Y'                 to ws-send-flag
               else
                   if ps-price not = ws-new-price
                       or ps-price-type not = ws-new-price-type
                       or ps-description
                           not = ws-skm-description(ws-skm-idx)
                       or ps-department
                           not = ws-skm-department(ws-skm-idx)
                       move 'C'             to ws-action-code
                       move 'Y'             to ws-send-flag
                   else
                       if ps-download-date = ws-effective-date
                           move ps-action-code to ws-action-code
                           move 'Y'         to ws-send-flag
                       end-if
                   end-if
               end-if
           end-if.

           if ws-send-flag = 'Y'

      *        A record added earlier in this same download stays
      *        an add even if its price moved since.
               if ws-sent-found-flag = 'Y'
                   and ps-download-date = ws-effective-date
                   and ps-action-code = 'A'
                   move 'A'                 to ws-action-code
               end-if

               move ws-skm-description(ws-skm-idx) to ps-description
               move ws-skm-department(ws-skm-idx)  to ps-department
               move ws-new-price            to ps-price
               move ws-new-price-type       to ps-price-type
               move 'A'                     to ps-status
               move ws-action-code          to ps-action-code
               move ws-effective-date       to ps-download-date

               if ws-sent-found-flag = 'Y'
                   rewrite price-book-sent-line
               else
                   write price-book-sent-line
               end-if

               perform 250-send-record
           end-if.

      *    Is a promotional price in force for the SKU on the
      *    effective date? First matching entry wins, the same as
      *    the edit step's lookup.
       220-lookup-promo-price.

           move 'N'                         to ws-promo-found-flag.
           move 0                           to ws-promo-found-price.
           move 0                           to ws-promo-found-end-date.

           perform varying ws-promo-idx from 1 by 1
               until ws-promo-idx > ws-promo-table-count
                   or ws-promo-found-flag = 'Y'
               if ws-skm-code(ws-skm-idx) = ws-promo-sku(ws-promo-idx)
                   and ws-effective-date
                       not < ws-promo-start-date(ws-promo-idx)
                   and ws-effective-date
                       not > ws-promo-end-date(ws-promo-idx)
                   and ws-promo-price(ws-promo-idx) > 0
                   move 'Y'                 to ws-promo-found-flag
                   move ws-promo-price(ws-promo-idx)
                       to ws-promo-found-price
                   move ws-promo-end-date(ws-promo-idx)
                       to ws-promo-found-end-date
               end-if
           end-perform.

      *    Write the download record off the sent record just
      *    updated, and list it on the store's register.
       250-send-record.

           move ps-store-number             to pb-store-number.
           move ps-sku-code                 to pb-sku-code.
           move ps-action-code              to pb-action-code.
           move ps-description              to pb-description.
           move ps-department               to pb-department.
           move ps-price                    to pb-price.
           move ps-price-type               to pb-price-type.
           move ws-effective-date           to pb-effective-date.
           move 0                           to pb-promo-end-date.
           if ps-price-type = 'P'
               move ws-new-promo-end-date   to pb-promo-end-date
           end-if.
           write price-book-line.

           add 1                            to ws-store-sent-count.
           add 1                            to ws-sent-record-count.

           evaluate ps-action-code
               when 'A'
                   add 1                    to ws-add-count
                   move "ADD"               to ws-dl-action
               when 'C'
                   add 1                    to ws-change-count
                   move "CHANGE"            to ws-dl-action
               when other
                   add 1                    to ws-delete-count
                   move "DELETE"            to ws-dl-action
           end-evaluate.

           move ps-sku-code                 to ws-dl-sku.
           move ps-description              to ws-dl-description.
           move ps-department               to ws-dl-department.
           move ps-price                    to ws-dl-price.
           move spaces                      to ws-dl-promo-to.
           move spaces                      to ws-dl-promo-end-date.

           if ps-action-code = 'D'
               move spaces                  to ws-dl-price-type
           else
           if ps-price-type = 'P'
               add 1                        to ws-promo-sent-count
               move "PROMO"                 to ws-dl-price-type
               move " to "                  to ws-dl-promo-to
               move pb-promo-end-date       to ws-dl-promo-end-date
           else
               move "REGULAR"               to ws-dl-price-type
           end-if
           end-if.

           write price-book-register-line from ws-detail-line
               after advancing 1 line.

      *    Every SKU the store's registers still hold that has
      *    left the SKU Master goes down as a delete (and one sent
      *    as a delete in tonight's download goes again on a
      *    rerun).
       300-delete-dropped-skus.

           move ws-false-const              to ws-eof-flag.
           move ws-current-store            to ps-store-number.
           move low-values                  to ps-sku-code.

           start price-book-sent-file
               key not < ps-key
               invalid key
                   move ws-true-const       to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               read price-book-sent-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
                   or ps-store-number not = ws-current-store
               perform 310-check-dropped-sku
               read price-book-sent-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           move ws-false-const              to ws-eof-flag.

       310-check-dropped-sku.

           if ps-deleted-88
               if ps-download-date = ws-effective-date
                   perform 250-send-record
               end-if
           else
               move 'N'                     to ws-skm-found-flag
               perform varying ws-skm-idx from 1 by 1
                   until ws-skm-idx > ws-skm-count
                       or ws-skm-found-flag = 'Y'
                   if ws-skm-code(ws-skm-idx) = ps-sku-code
                       move 'Y'             to ws-skm-found-flag
                   end-if
               end-perform
               if ws-skm-found-flag = 'N'
                   move 'D'                 to ps-status
                   move 'D'                 to ps-action-code
                   move ws-effective-date   to ps-download-date
                   rewrite price-book-sent-line
                   perform 250-send-record
               end-if
           end-if.

      *    SKUs on the master with no unit price yet cannot be
      *    rung at the registers; listed once for merchandising.
       400-print-unpriced-skus.

           move "SKUS HELD OFF THE PRICE BOOK - NOT PRICED"
               to ws-sl-title.
           write price-book-register-line from ws-section-line
               after advancing 2 lines.

           perform varying ws-skm-idx from 1 by 1
               until ws-skm-idx > ws-skm-count
               if ws-skm-unit-price(ws-skm-idx) = 0
                   add 1                    to ws-unpriced-count
                   move ws-skm-code(ws-skm-idx) to ws-upl-sku
                   move ws-skm-description(ws-skm-idx)
                       to ws-upl-description
                   write price-book-register-line
                       from ws-unpriced-line
                       after advancing 1 line
               end-if
           end-perform.

           if ws-unpriced-count = 0
               write price-book-register-line from ws-none-line
                   after advancing 1 line
           end-if.

       100-print-headings.

           write price-book-register-line from ws-heading1-name-line.

           move ws-business-date-n          to ws-hdr-business-date.
           move ws-effective-date           to ws-hdr-effective-date.
           write price-book-register-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write price-book-register-line from ws-heading2-title-line
               after advancing 1 line.

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

           move "Program_31"                to au-program-name.
           move ws-skm-count                to au-input-record-count.
           move ws-sent-record-count        to au-output-record-count-1.
           move ws-store-count              to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_31.
