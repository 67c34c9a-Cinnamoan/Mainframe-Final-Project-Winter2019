      *shrink signal) and SKUs whose book quantity has not moved
      *in a configurable number of days - so the chain keeps its
      *own running position instead of flying blind between cycle
      *counts. Defective returns land in a separate damaged-stock
      *bucket per store/SKU, not in sellable on-hand, to wait for
      *the return-to-vendor step.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-receiving-file-status.

      *    The receipts this run posted, kept after the feed is
      *    emptied so the archive step can keep the day's
      *    deliveries with the rest of its generation. Rewritten
      *    (empty on a day with no deliveries) every time the
      *    ledger posts.
           select receiving-posted-file
               assign to ws-receiving-posted-path
               organization is line sequential
               file status is ws-receiving-posted-status.

      *    The running on-hand position, one keyed record per
      *    store/SKU pair, read and rewritten in place as the
      *    movements post - the same indexed pattern as the
               record key is oh-key
               file status is ws-on-hand-file-status.

      *    Defective units returned by customers, per store/SKU,
      *    held out of sellable stock until the return-to-vendor
      *    step ships them back to the vendor.
           select damaged-stock-file
               assign to ws-damaged-stock-path
               organization is indexed
               access is dynamic
               record key is dg-key
               file status is ws-damaged-stock-file-status.

      *    Replenishment position per store/SKU kept by the reorder
      *    step - a delivery landing here relieves the quantity
      *    that step still counts as on order. Not there yet just
      *    means nothing has been ordered.
           select replenishment-status-file
               assign to ws-replen-status-path
               organization is indexed
               access is dynamic
               record key is rs-key
               file status is ws-replen-status-file-status.

      *    Every quantity posted to the ledger, one line each,
      *    appended night after night - the count posting works
      *    out what moved after a count was taken from it.
           select on-hand-journal-file
               assign to ws-on-hand-journal-path
               organization is line sequential
               file status is ws-on-hand-journal-status.

      *    The business date the ledger was last posted for. A
      *    rerun of the same date reprints the exception report
      *    without posting the movements a second time.
                   value 'O'.
               88 im-direction-in-88
                   value 'I'.
               88 im-direction-damaged-88
                   value 'D'.
           05 im-quantity                   pic 9(7).
           05 im-amount                     pic 9(9)v99.

           05 rc-receipt-date               pic 9(8).
           05 rc-quantity                   pic 9(5).

       fd receiving-posted-file
           data record is receiving-posted-line
           record contains 30 characters.

       01 receiving-posted-line             pic x(30).

      *    The book position of one store/SKU pair: signed on-hand
      *    units and the last day anything moved it.
       fd on-hand-balance-file
           05 oh-on-hand-qty                pic s9(9).
           05 oh-last-movement-date         pic 9(8).

      *    Damaged units waiting to go back to the vendor and the
      *    last day a defective return added to them.
       fd damaged-stock-file
           data record is damaged-stock-line
           record contains 32 characters.

       01 damaged-stock-line.
           05 dg-key.
               10 dg-store-number           pic x(2).
               10 dg-sku-code               pic x(15).
           05 dg-damaged-qty                pic 9(7).
           05 dg-last-damage-date           pic 9(8).

      *    Units ordered from the warehouse and not yet received,
      *    the smoothed daily sell-through, and the last order day.
       fd replenishment-status-file
           data record is replenishment-status-line
           record contains 39 characters.

       01 replenishment-status-line.
           05 rs-key.
               10 rs-store-number           pic x(2).
               10 rs-sku-code               pic x(15).
           05 rs-on-order-qty               pic 9(7).
           05 rs-avg-daily-units            pic 9(5)v99.
           05 rs-last-order-date            pic 9(8).

      *    'M' a movement off the nightly extract, 'R' a warehouse
      *    receipt; other steps that post to the ledger add their
      *    own sources.
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

       fd last-posted-file
           data record is last-posted-line
           record contains 8 characters.
           value spaces.
       01 ws-receiving-path                    pic x(100)
           value spaces.
       01 ws-receiving-posted-path             pic x(100)
           value spaces.
       01 ws-on-hand-balance-path              pic x(100)
           value spaces.
       01 ws-damaged-stock-path                pic x(100)
           value spaces.
       01 ws-replen-status-path                pic x(100)
           value spaces.
       01 ws-on-hand-journal-path              pic x(100)
           value spaces.
       01 ws-last-posted-path                  pic x(100)
           value spaces.
       01 ws-inventory-config-path             pic x(100)
           value spaces.
       01 ws-receiving-file-status          pic xx
           value spaces.
       01 ws-receiving-posted-status        pic xx
           value spaces.
       01 ws-on-hand-file-status            pic xx
           value spaces.
       01 ws-damaged-stock-file-status      pic xx
           value spaces.
       01 ws-replen-status-file-status      pic xx
           value spaces.
       01 ws-on-hand-journal-status         pic xx
           value spaces.
       01 ws-last-posted-file-status        pic xx
           value spaces.
       01 ws-inventory-config-status        pic xx
      *keyed files in the chain.
       01 ws-on-hand-file-ok-flag           pic x
           value 'N'.
      *Set when the damaged-stock file opened - defective returns
      *cannot post without it, so the step is not clean either.
       01 ws-damaged-file-ok-flag           pic x
           value 'N'.
      *Set when the reorder step's status file opened, so tonight's
      *deliveries come off what it counts as on order.
       01 ws-replen-file-ok-flag            pic x
           value 'N'.
      *Set when the ledger already carries this business date - a
      *rerun reprints the exception report without posting twice.
       01 ws-already-posted-flag            pic x
           value spaces.
       01 ws-apply-qty                      pic s9(9)
           value 0.
       01 ws-apply-source                   pic x
           value spaces.

       01 ws-counters.
           05 ws-movement-record-count      pic 9(7)
               value 0.
           05 ws-stale-count                pic 9(5)
               value 0.
           05 ws-damaged-record-count       pic 9(5)
               value 0.

      *This header will display the author(s) of this program and
      *the title for this team project.
           05 filler                        pic x(10)
               value "  Stale:  ".
           05 ws-sum-stale-out              pic zzzz9.
           05 filler                        pic x(11)
               value "  Damaged: ".
           05 ws-sum-damaged-out            pic zzzz9.
           05 filler                        pic x(5)
               value spaces.

       procedure division.
           perform 060-open-on-hand-file.

           if ws-on-hand-file-ok-flag = 'Y'
                   and ws-damaged-file-ok-flag = 'Y'
                   and ws-already-posted-flag = 'N'
               perform 070-open-journal
               perform 200-post-movements
               perform 210-post-receiving
               close on-hand-journal-file
               perform 250-write-last-posted
           end-if.

           move ws-receiving-record-count   to ws-sum-receipts-out.
           move ws-negative-count           to ws-sum-negative-out.
           move ws-stale-count              to ws-sum-stale-out.
           move ws-damaged-record-count     to ws-sum-damaged-out.
           write on-hand-exception-line from ws-summary-line
               after advancing 2 lines.

           close on-hand-exception-report.

           if ws-replen-file-ok-flag = 'Y'
               close replenishment-status-file
           end-if.

           if ws-damaged-file-ok-flag = 'Y'
               close damaged-stock-file
           end-if.

           if ws-on-hand-file-ok-flag = 'Y'
               close on-hand-balance-file
           end-if.

      *    A ledger file never opened, so tonight's movements did
      *    not post - the chain must not treat this as a clean run.
           if ws-on-hand-file-ok-flag = 'N'
                   or ws-damaged-file-ok-flag = 'N'
               move 12                      to return-code
           end-if.

                                        delimited by size
               into ws-receiving-path.

           string ws-data-library       delimited by space
               "RECEIVING-POSTED.dat"
                                        delimited by size
               into ws-receiving-posted-path.

           string ws-data-library       delimited by space
               "ON-HAND-BALANCE.dat"
                                        delimited by size
               into ws-on-hand-balance-path.

           string ws-data-library       delimited by space
               "DAMAGED-STOCK.dat"
                                        delimited by size
               into ws-damaged-stock-path.

           string ws-data-library       delimited by space
               "REPLENISHMENT-STATUS.dat"
                                        delimited by size
               into ws-replen-status-path.

           string ws-data-library       delimited by space
               "ON-HAND-JOURNAL.dat"
                                        delimited by size
               into ws-on-hand-journal-path.

           string ws-data-library       delimited by space
               "ONHAND-LAST-POSTED.dat"
                                        delimited by size
               move 'Y'                     to ws-on-hand-file-ok-flag
           end-if.

           open i-o damaged-stock-file.

           if ws-damaged-stock-file-status = "35"
               open output damaged-stock-file
               close damaged-stock-file
               open i-o damaged-stock-file
           end-if.

           if ws-damaged-stock-file-status = "00"
               move 'Y'                     to ws-damaged-file-ok-flag
           end-if.

           open i-o replenishment-status-file.

           if ws-replen-status-file-status = "00"
               move 'Y'                     to ws-replen-file-ok-flag
           end-if.

      *    The journal may not exist yet on the very first run,
      *    so an open-extend failure falls back to creating it.
       070-open-journal.

           open extend on-hand-journal-file.

           if ws-on-hand-journal-status = "35"
               open output on-hand-journal-file
           end-if.

       200-post-movements.

           move ws-false-const              to ws-eof-flag.
                   else
                       move 0               to ws-apply-qty
                   end-if
                   if im-direction-damaged-88
                       perform 320-post-damaged-stock
                   else
                       if im-direction-out-88
                           compute ws-apply-qty = 0 - ws-apply-qty
                       end-if
                       move 'M'             to ws-apply-source
                       perform 300-apply-one-movement
                   end-if
                   read inventory-movement-file
                       at end move ws-true-const to ws-eof-flag
                   end-read

      *    Deliveries from the warehouse add stock on hand. The
      *    feed is truncated once posted, so a delivery is never
      *    booked twice; what posted is kept on RECEIVING-POSTED
      *    for the archive step.
       210-post-receiving.

           move ws-false-const              to ws-eof-flag.

           open output receiving-posted-file.

           open input receiving-file.

           if ws-receiving-file-status not = "35"
                   else
                       move 0               to ws-apply-qty
                   end-if
                   move 'R'                 to ws-apply-source
                   perform 300-apply-one-movement
                   write receiving-posted-line from receiving-line
                   if ws-replen-file-ok-flag = 'Y'
                       perform 310-relieve-on-order
                   end-if
                   read receiving-file
                       at end move ws-true-const to ws-eof-flag
                   end-read

           end-if.

           close receiving-posted-file.

           move ws-false-const              to ws-eof-flag.

      *    Apply one signed quantity to its store/SKU balance
                   rewrite on-hand-balance-line
           end-read.

           move ws-apply-store              to oj-store-number.
           move ws-apply-sku                to oj-sku-code.
           move ws-business-date            to oj-business-date.
           move ws-apply-source             to oj-source.
           move ws-apply-qty                to oj-quantity.
           write on-hand-journal-line.

      *    A defective return goes to the store/SKU's damaged
      *    bucket - sellable on-hand and its journal are untouched.
       320-post-damaged-stock.

           add 1                            to ws-damaged-record-count.

           move ws-apply-store              to dg-store-number.
           move ws-apply-sku                to dg-sku-code.

           read damaged-stock-file
               invalid key
                   move ws-apply-store      to dg-store-number
                   move ws-apply-sku        to dg-sku-code
                   move ws-apply-qty        to dg-damaged-qty
                   move ws-business-date    to dg-last-damage-date
                   write damaged-stock-line
               not invalid key
                   add ws-apply-qty         to dg-damaged-qty
                   move ws-business-date    to dg-last-damage-date
                   rewrite damaged-stock-line
           end-read.

      *    A delivery is the warehouse filling an order, so the
      *    units come off the pair's on-order quantity - never
      *    below zero, since stock can arrive that the reorder step
      *    did not ask for.
       310-relieve-on-order.

           move ws-apply-store              to rs-store-number.
           move ws-apply-sku                to rs-sku-code.

           read replenishment-status-file
               invalid key
                   continue
               not invalid key
                   if ws-apply-qty > rs-on-order-qty
                       move 0               to rs-on-order-qty
                   else
                       subtract ws-apply-qty from rs-on-order-qty
                   end-if
                   rewrite replenishment-status-line
           end-read.

       250-write-last-posted.

           open output last-posted-file.
