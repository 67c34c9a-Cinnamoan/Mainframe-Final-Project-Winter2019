       identification division.
       program-id. Program_26.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Inter-store stock transfers. Posts the
      *night's transfer shipments - one line per SKU on a transfer
      *from one store to another - by taking the units off the
      *sending store's on-hand at once and holding them on a keyed
      *in-transit file under the transfer number. When the
      *receiving store confirms the carton the units move onto its
      *on-hand and the transfer line is closed, with any short or
      *over receipt shown. Every transfer line still in transit
      *past a configurable number of days prints on an aged
      *exception list - those are usually lost or stolen cartons.
      *Both feeds are consumed once posted, so a transfer is never
      *booked twice.

       environment division.
       input-output section.
       file-control.

      *    Transfer shipments keyed in by the sending stores. A
      *    missing file just means nothing shipped today.
           select transfer-shipment-file
               assign to ws-transfer-shipment-path
               organization is line sequential
               file status is ws-shipment-file-status.

      *    Receipt confirmations keyed in by the receiving stores.
      *    A missing file just means nothing arrived today.
           select transfer-receipt-file
               assign to ws-transfer-receipt-path
               organization is line sequential
               file status is ws-receipt-file-status.

      *    Every transfer line shipped, keyed by transfer number
      *    and SKU, open until the receiving store confirms it.
           select in-transit-file
               assign to ws-in-transit-path
               organization is indexed
               access is dynamic
               record key is it-key
               file status is ws-in-transit-file-status.

      *    The running on-hand position, one keyed record per
      *    store/SKU pair.
           select on-hand-balance-file
               assign to ws-on-hand-balance-path
               organization is indexed
               access is dynamic
               record key is oh-key
               file status is ws-on-hand-file-status.

      *    Every quantity posted to the ledger, one line each.
           select on-hand-journal-file
               assign to ws-on-hand-journal-path
               organization is line sequential
               file status is ws-on-hand-journal-status.

      *    Transfer options (currently just the in-transit age in
      *    days that makes a transfer line an exception). A
      *    missing file keeps the built-in default.
           select transfer-config-file
               assign to ws-transfer-config-path
               organization is line sequential
               file status is ws-transfer-config-status.

           select transfer-register
               assign to ws-transfer-register-path
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

      *    One SKU on a transfer: who shipped it, who is to get it,
      *    how many units and the day they left.
       fd transfer-shipment-file
           data record is transfer-shipment-line
           record contains 42 characters.

       01 transfer-shipment-line.
           05 ts-from-store                 pic x(2).
           05 ts-to-store                   pic x(2).
           05 ts-sku-code                   pic x(15).
           05 ts-quantity                   pic 9(5).
           05 ts-ship-date                  pic 9(8).
           05 ts-transfer-number            pic x(10).

      *    One SKU of a transfer counted in at the receiving store.
       fd transfer-receipt-file
           data record is transfer-receipt-line
           record contains 40 characters.

       01 transfer-receipt-line.
           05 tr-transfer-number            pic x(10).
           05 tr-sku-code                   pic x(15).
           05 tr-to-store                   pic x(2).
           05 tr-received-qty               pic 9(5).
           05 tr-receipt-date               pic 9(8).

      *    One transfer line: 'T' still in transit, 'R' received.
       fd in-transit-file
           data record is in-transit-line
           record contains 56 characters.

       01 in-transit-line.
           05 it-key.
               10 it-transfer-number        pic x(10).
               10 it-sku-code               pic x(15).
           05 it-from-store                 pic x(2).
           05 it-to-store                   pic x(2).
           05 it-shipped-qty                pic 9(5).
           05 it-ship-date                  pic 9(8).
           05 it-status                     pic x.
               88 it-in-transit-88
                   value 'T'.
               88 it-received-88
                   value 'R'.
           05 it-received-qty               pic 9(5).
           05 it-receipt-date               pic 9(8).

       fd on-hand-balance-file
           data record is on-hand-balance-line
           record contains 34 characters.

       01 on-hand-balance-line.
           05 oh-key.
               10 oh-store-number           pic x(2).
               10 oh-sku-code               pic x(15).
           05 oh-on-hand-qty                pic s9(9).
           05 oh-last-movement-date         pic 9(8).

      *    'T' a transfer shipped out of or received into a store.
       fd on-hand-journal-file
           data record is on-hand-journal-line
           record contains 36 characters.

       01 on-hand-journal-line.
           05 oj-store-number               pic x(2).
           05 oj-sku-code                   pic x(15).
           05 oj-business-date              pic 9(8).
           05 oj-source                     pic x.
           05 oj-quantity                   pic s9(9)
               sign is leading separate.

       fd transfer-config-file
           data record is transfer-config-line
           record contains 3 characters.

       01 transfer-config-line.
           05 tc-aged-days                  pic 9(3).

       fd transfer-register
           data record is transfer-register-line
           record contains 120 characters.

       01 transfer-register-line            pic x(120).

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
       01 ws-transfer-shipment-path            pic x(100)
           value spaces.
       01 ws-transfer-receipt-path             pic x(100)
           value spaces.
       01 ws-in-transit-path                   pic x(100)
           value spaces.
       01 ws-on-hand-balance-path              pic x(100)
           value spaces.
       01 ws-on-hand-journal-path              pic x(100)
           value spaces.
       01 ws-transfer-config-path              pic x(100)
           value spaces.
       01 ws-transfer-register-path            pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-shipment-file-status           pic xx
           value spaces.
       01 ws-receipt-file-status            pic xx
           value spaces.
       01 ws-in-transit-file-status         pic xx
           value spaces.
       01 ws-on-hand-file-status            pic xx
           value spaces.
       01 ws-on-hand-journal-status         pic xx
           value spaces.
       01 ws-transfer-config-status         pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the transfers post under, resolved from
      *BUSINESS-DATE.dat (a missing file just means "today").
       01 ws-business-date                  pic 9(8)
           value 0.
       01 ws-business-date-int              pic 9(7)
           value 0.
       01 ws-ship-date-int                  pic 9(7)
           value 0.
       01 ws-days-in-transit                pic 9(5)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *A transfer line still in transit more than this many days
      *after it shipped is an aged exception. Settable via the
      *transfer config file.
       01 ws-aged-days                      pic 9(3)
           value 7.

      *Set only when both keyed files actually opened - the feeds
      *are left in place for the next run otherwise.
       01 ws-on-hand-file-ok-flag           pic x
           value 'N'.
       01 ws-in-transit-file-ok-flag        pic x
           value 'N'.

      *The quantity being applied to the balance file, set up
      *before each call to 300-apply-to-on-hand. A negative signed
      *quantity is stock going out.
       01 ws-apply-store                    pic x(2)
           value spaces.
       01 ws-apply-sku                      pic x(15)
           value spaces.
       01 ws-apply-qty                      pic s9(9)
           value 0.

       01 ws-receipt-difference             pic s9(5)
           value 0.

       01 ws-counters.
           05 ws-shipment-record-count      pic 9(7)
               value 0.
           05 ws-receipt-record-count       pic 9(7)
               value 0.
           05 ws-shipped-count              pic 9(7)
               value 0.
           05 ws-received-count             pic 9(7)
               value 0.
           05 ws-rejected-count             pic 9(5)
               value 0.
           05 ws-in-transit-count           pic 9(7)
               value 0.
           05 ws-aged-count                 pic 9(5)
               value 0.
           05 ws-shipped-units              pic 9(9)
               value 0.
           05 ws-received-units             pic 9(9)
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
               value "MAFD4202 - Team Project: Program #26".

       01 ws-heading2-title-line.
           05 filler                        pic x(38)
               value spaces.
           05 filler                        pic x(34)
               value "INTER-STORE TRANSFER REGISTER".
           05 filler                        pic x(48)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(97)
               value spaces.

       01 ws-heading-not-open-line.
           05 filler                        pic x(34)
               value "*** ON-HAND OR IN-TRANSIT UNUSABLE".
           05 filler                        pic x(40)
               value " - TRANSFERS LEFT IN THE FEEDS ***".
           05 filler                        pic x(46)
               value spaces.

       01 ws-section-shipped-line.
           05 filler                        pic x(40)
               value "SHIPPED - OFF THE SENDING STORE".
           05 filler                        pic x(80)
               value spaces.

       01 ws-section-received-line.
           05 filler                        pic x(40)
               value "RECEIVED - ONTO THE RECEIVING STORE".
           05 filler                        pic x(80)
               value spaces.

       01 ws-section-rejected-line.
           05 filler                        pic x(40)
               value "REJECTED - NOT POSTED".
           05 filler                        pic x(80)
               value spaces.

       01 ws-section-aged-line.
           05 filler                        pic x(31)
               value "AGED IN TRANSIT - MORE THAN".
           05 ws-aged-days-out              pic zz9.
           05 filler                        pic x(35)
               value " DAYS SINCE SHIPPED".
           05 filler                        pic x(51)
               value spaces.

       01 ws-column-heading-line.
           05 filler                        pic x(12)
               value "Transfer".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(6)
               value "From".
           05 filler                        pic x(6)
               value "To".
           05 filler                        pic x(10)
               value "Shipped".
           05 filler                        pic x(9)
               value " Shp Qty".
           05 filler                        pic x(10)
               value "Received".
           05 filler                        pic x(9)
               value " Rcv Qty".
           05 filler                        pic x(10)
               value "    Short".
           05 filler                        pic x(8)
               value "  Days".
           05 filler                        pic x(23)
               value spaces.

       01 ws-detail-line.
           05 ws-dl-transfer                pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-from                    pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-to                      pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-ship-date               pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-shipped-qty             pic zzzz9.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-receipt-date            pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-received-qty            pic x(5).
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-difference              pic x(6).
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-days                    pic x(5).
           05 filler                        pic x(26)
               value spaces.

       01 ws-edit-qty                       pic zzzz9.
       01 ws-edit-difference                pic -----9.
       01 ws-edit-days                      pic zzzz9.

       01 ws-reject-line.
           05 ws-rjl-feed                   pic x(9).
           05 ws-rjl-record                 pic x(42).
           05 filler                        pic x(2)
               value spaces.
           05 ws-rjl-reason                 pic x(40).
           05 filler                        pic x(27)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(12)
               value "  (none)".
           05 filler                        pic x(108)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(9)
               value "Shipped: ".
           05 ws-sum-shipped                pic zzzzzz9.
           05 filler                        pic x(8)
               value " lines, ".
           05 ws-sum-shipped-units          pic zzzzzzzz9.
           05 filler                        pic x(18)
               value " units  Received: ".
           05 ws-sum-received               pic zzzzzz9.
           05 filler                        pic x(8)
               value " lines, ".
           05 ws-sum-received-units         pic zzzzzzzz9.
           05 filler                        pic x(18)
               value " units  Rejected: ".
           05 ws-sum-rejected               pic zzzz9.
           05 filler                        pic x(22)
               value spaces.

       01 ws-summary2-line.
           05 filler                        pic x(26)
               value "Transfer lines in transit:".
           05 ws-sum-in-transit             pic zzzzzz9.
           05 filler                        pic x(9)
               value "  Aged:  ".
           05 ws-sum-aged                   pic zzzz9.
           05 filler                        pic x(73)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-transfer-config.

           open output transfer-register.
           perform 100-print-headings.

           perform 060-open-keyed-files.

           if ws-on-hand-file-ok-flag = 'Y'
                   and ws-in-transit-file-ok-flag = 'Y'
               perform 070-open-journal
               perform 200-post-shipments
               perform 210-post-receipts
               close on-hand-journal-file
               perform 400-print-aged-transfers
           else
               write transfer-register-line
                   from ws-heading-not-open-line
                   after advancing 2 lines
           end-if.

           move ws-shipped-count            to ws-sum-shipped.
           move ws-shipped-units            to ws-sum-shipped-units.
           move ws-received-count           to ws-sum-received.
           move ws-received-units           to ws-sum-received-units.
           move ws-rejected-count           to ws-sum-rejected.
           write transfer-register-line from ws-summary-line
               after advancing 2 lines.
           move ws-in-transit-count         to ws-sum-in-transit.
           move ws-aged-count               to ws-sum-aged.
           write transfer-register-line from ws-summary2-line
               after advancing 1 line.

           close transfer-register.

           if ws-on-hand-file-ok-flag = 'Y'
               close on-hand-balance-file
           end-if.

           if ws-in-transit-file-ok-flag = 'Y'
               close in-transit-file
           end-if.

      *    A keyed file never opened, so tonight's transfers did
      *    not post - the chain must not treat this as a clean
      *    run. Rejected lines and aged cartons are warnings for
      *    the stores and loss prevention.
           if ws-on-hand-file-ok-flag = 'N'
                   or ws-in-transit-file-ok-flag = 'N'
               move 12                      to return-code
           else
           if ws-rejected-count > 0
                   or ws-aged-count > 0
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
               "TRANSFER-SHIPMENT.dat"
                                        delimited by size
               into ws-transfer-shipment-path.

           string ws-data-library       delimited by space
               "TRANSFER-RECEIPT.dat"
                                        delimited by size
               into ws-transfer-receipt-path.

           string ws-data-library       delimited by space
               "IN-TRANSIT.dat"
                                        delimited by size
               into ws-in-transit-path.

           string ws-data-library       delimited by space
               "ON-HAND-BALANCE.dat"
                                        delimited by size
               into ws-on-hand-balance-path.

           string ws-data-library       delimited by space
               "ON-HAND-JOURNAL.dat"
                                        delimited by size
               into ws-on-hand-journal-path.

           string ws-data-library       delimited by space
               "TRANSFER-CONFIG.dat"
                                        delimited by size
               into ws-transfer-config-path.

           string ws-data-library       delimited by space
               "transfer-register.out"
                                        delimited by size
               into ws-transfer-register-path.

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

           compute ws-business-date-int =
               function integer-of-date(ws-business-date).

      *    A missing config file just keeps the built-in aged
      *    in-transit window.
       040-load-transfer-config.

           open input transfer-config-file.

           if ws-transfer-config-status not = "35"
               read transfer-config-file
                   not at end
                       if tc-aged-days numeric
                               and tc-aged-days > 0
                           move tc-aged-days to ws-aged-days
                       end-if
               end-read
               close transfer-config-file
           end-if.

      *    Open both keyed files for in-place updates, creating
      *    each empty on the very first run.
       060-open-keyed-files.

           open i-o on-hand-balance-file.

           if ws-on-hand-file-status = "35"
               open output on-hand-balance-file
               close on-hand-balance-file
               open i-o on-hand-balance-file
           end-if.

           if ws-on-hand-file-status = "00"
               move 'Y'                     to ws-on-hand-file-ok-flag
           end-if.

           open i-o in-transit-file.

           if ws-in-transit-file-status = "35"
               open output in-transit-file
               close in-transit-file
               open i-o in-transit-file
           end-if.

           if ws-in-transit-file-status = "00"
               move 'Y'                  to ws-in-transit-file-ok-flag
           end-if.

      *    The journal may not exist yet on the very first run,
      *    so an open-extend failure falls back to creating it.
       070-open-journal.

           open extend on-hand-journal-file.

           if ws-on-hand-journal-status = "35"
               open output on-hand-journal-file
           end-if.

      *    Shipments post before receipts, so a carton shipped and
      *    received the same day closes out in one run. The feed
      *    is truncated once posted.
       200-post-shipments.

           write transfer-register-line from ws-section-shipped-line
               after advancing 2 lines.
           write transfer-register-line from ws-column-heading-line
               after advancing 1 line.

           move ws-false-const              to ws-eof-flag.

           open input transfer-shipment-file.

           if ws-shipment-file-status not = "35"

               read transfer-shipment-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                to ws-shipment-record-count
                   perform 220-post-one-shipment thru 220-exit
                   read transfer-shipment-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close transfer-shipment-file

               open output transfer-shipment-file
               close transfer-shipment-file

           end-if.

           if ws-shipped-count = 0
               write transfer-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-false-const              to ws-eof-flag.

       210-post-receipts.

           write transfer-register-line from ws-section-received-line
               after advancing 2 lines.
           write transfer-register-line from ws-column-heading-line
               after advancing 1 line.

           move ws-false-const              to ws-eof-flag.

           open input transfer-receipt-file.

           if ws-receipt-file-status not = "35"

               read transfer-receipt-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                to ws-receipt-record-count
                   perform 230-post-one-receipt thru 230-exit
                   read transfer-receipt-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close transfer-receipt-file

               open output transfer-receipt-file
               close transfer-receipt-file

           end-if.

           if ws-received-count = 0
               write transfer-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A good shipment line comes off the sender's on-hand at
      *    once and is held in transit under its transfer number.
       220-post-one-shipment.

           move "SHIPMENT "                 to ws-rjl-feed.
           move transfer-shipment-line      to ws-rjl-record.

           if ts-from-store = spaces
                   or ts-to-store = spaces
                   or ts-sku-code = spaces
                   or ts-transfer-number = spaces
               move "Store, SKU or transfer number missing"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 220-exit
           end-if.

           if ts-from-store = ts-to-store
               move "Sending and receiving store the same"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 220-exit
           end-if.

           if ts-quantity not numeric
                   or ts-quantity = 0
               move "Quantity not numeric or zero"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 220-exit
           end-if.

           if ts-ship-date not numeric
                   or ts-ship-date = 0
                   or ts-ship-date > ws-business-date
               move "Ship date missing or after business date"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 220-exit
           end-if.

           move ts-transfer-number          to it-transfer-number.
           move ts-sku-code                 to it-sku-code.
           move ts-from-store               to it-from-store.
           move ts-to-store                 to it-to-store.
           move ts-quantity                 to it-shipped-qty.
           move ts-ship-date                to it-ship-date.
           move 'T'                         to it-status.
           move 0                           to it-received-qty.
           move 0                           to it-receipt-date.

           write in-transit-line
               invalid key
                   move "Transfer/SKU already shipped"
                       to ws-rjl-reason
                   perform 240-reject-line
                   go to 220-exit
           end-write.

           move ts-from-store               to ws-apply-store.
           move ts-sku-code                 to ws-apply-sku.
           compute ws-apply-qty = 0 - ts-quantity.
           perform 300-apply-to-on-hand.

           add 1                            to ws-shipped-count.
           add ts-quantity                  to ws-shipped-units.

           perform 250-print-transfer-line.

       220-exit.
           exit.

      *    A confirmed receipt puts what actually arrived onto the
      *    receiving store's on-hand and closes the transfer line;
      *    any difference from what shipped prints beside it.
       230-post-one-receipt.

           move "RECEIPT  "                 to ws-rjl-feed.
           move transfer-receipt-line       to ws-rjl-record.

           if tr-received-qty not numeric
               move "Received quantity not numeric"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 230-exit
           end-if.

           if tr-receipt-date not numeric
                   or tr-receipt-date = 0
                   or tr-receipt-date > ws-business-date
               move "Receipt date missing or after bus. date"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 230-exit
           end-if.

           move tr-transfer-number          to it-transfer-number.
           move tr-sku-code                 to it-sku-code.

           read in-transit-file
               invalid key
                   move "Transfer/SKU never shipped"
                       to ws-rjl-reason
                   perform 240-reject-line
                   go to 230-exit
           end-read.

           if it-received-88
               move "Transfer/SKU already received"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 230-exit
           end-if.

           if tr-to-store not = it-to-store
               move "Received by a store it was not sent to"
                   to ws-rjl-reason
               perform 240-reject-line
               go to 230-exit
           end-if.

           move 'R'                         to it-status.
           move tr-received-qty             to it-received-qty.
           move tr-receipt-date             to it-receipt-date.
           rewrite in-transit-line.

           if tr-received-qty > 0
               move it-to-store             to ws-apply-store
               move it-sku-code             to ws-apply-sku
               move tr-received-qty         to ws-apply-qty
               perform 300-apply-to-on-hand
           end-if.

           add 1                            to ws-received-count.
           add tr-received-qty              to ws-received-units.

           perform 250-print-transfer-line.

       230-exit.
           exit.

       240-reject-line.

           add 1                            to ws-rejected-count.
           write transfer-register-line from ws-reject-line
               after advancing 1 line.

      *    One transfer line off the in-transit record as it now
      *    stands.
       250-print-transfer-line.

           move it-transfer-number          to ws-dl-transfer.
           move it-sku-code                 to ws-dl-sku.
           move it-from-store               to ws-dl-from.
           move it-to-store                 to ws-dl-to.
           move it-ship-date                to ws-dl-ship-date.
           move it-shipped-qty              to ws-dl-shipped-qty.
           move spaces                      to ws-dl-receipt-date.
           move spaces                      to ws-dl-received-qty.
           move spaces                      to ws-dl-difference.
           move spaces                      to ws-dl-days.

           if it-received-88
               move it-receipt-date         to ws-dl-receipt-date
               move it-received-qty         to ws-edit-qty
               move ws-edit-qty             to ws-dl-received-qty
               compute ws-receipt-difference =
                   it-shipped-qty - it-received-qty
               if ws-receipt-difference not = 0
                   move ws-receipt-difference to ws-edit-difference
                   move ws-edit-difference  to ws-dl-difference
               end-if
           end-if.

           if it-in-transit-88
                   and ws-days-in-transit > 0
               move ws-days-in-transit      to ws-edit-days
               move ws-edit-days            to ws-dl-days
           end-if.

           write transfer-register-line from ws-detail-line
               after advancing 1 line.

      *    Apply one signed quantity to its store/SKU balance
      *    record and journal it as a transfer.
       300-apply-to-on-hand.

           move ws-apply-store              to oh-store-number.
           move ws-apply-sku                to oh-sku-code.

           read on-hand-balance-file
               invalid key
                   move ws-apply-store      to oh-store-number
                   move ws-apply-sku        to oh-sku-code
                   move ws-apply-qty        to oh-on-hand-qty
                   move ws-business-date
                       to oh-last-movement-date
                   write on-hand-balance-line
               not invalid key
                   add ws-apply-qty         to oh-on-hand-qty
                   move ws-business-date
                       to oh-last-movement-date
                   rewrite on-hand-balance-line
           end-read.

           move ws-apply-store              to oj-store-number.
           move ws-apply-sku                to oj-sku-code.
           move ws-business-date            to oj-business-date.
           move 'T'                         to oj-source.
           move ws-apply-qty                to oj-quantity.
           write on-hand-journal-line.

      *    Every transfer line still in transit longer than the
      *    configured window, in transfer number order.
       400-print-aged-transfers.

           move ws-aged-days                to ws-aged-days-out.
           write transfer-register-line from ws-section-aged-line
               after advancing 2 lines.
           write transfer-register-line from ws-column-heading-line
               after advancing 1 line.

           move ws-false-const              to ws-eof-flag.
           move low-values                  to it-key.

           start in-transit-file
               key not < it-key
               invalid key
                   move ws-true-const       to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               read in-transit-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
               if it-in-transit-88
                   add 1                    to ws-in-transit-count
                   perform 410-check-aged-transfer
               end-if
               read in-transit-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           if ws-aged-count = 0
               write transfer-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-false-const              to ws-eof-flag.
           move 0                           to ws-days-in-transit.

       410-check-aged-transfer.

           move 0                           to ws-days-in-transit.

           if it-ship-date numeric
                   and it-ship-date > 0
               compute ws-ship-date-int =
                   function integer-of-date(it-ship-date)
               if ws-business-date-int > ws-ship-date-int
                   compute ws-days-in-transit =
                       ws-business-date-int - ws-ship-date-int
               end-if
           end-if.

           if ws-days-in-transit > ws-aged-days
               add 1                        to ws-aged-count
               perform 250-print-transfer-line
           end-if.

       100-print-headings.

           write transfer-register-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           write transfer-register-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write transfer-register-line from ws-heading2-title-line
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

           move "Program_26"                to au-program-name.
           compute au-input-record-count =
               ws-shipment-record-count + ws-receipt-record-count.
           move ws-shipped-count            to au-output-record-count-1.
           move ws-received-count           to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_26.
