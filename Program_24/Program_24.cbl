       identification division.
       program-id. Program_24.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Automatic replenishment. Runs after the
      *on-hand ledger has posted the night and works every store/SKU
      *pair on it: the night's units sold off INVENTORY-MOVEMENT.dat
      *are folded into a smoothed daily sell-through, and when the
      *book quantity plus stock already ordered from the warehouse
      *(and not yet landed on the receiving feed) falls below the
      *pair's minimum, an order is raised - enough to cover the
      *sell-through for the cover window above the minimum, capped
      *at the maximum and rounded up to the pack size. Orders go
      *to the warehouse order file and onto a suggested-order
      *register per store, and are counted as on order from then
      *until the receiving feed brings them in, so the same stock
      *is never ordered twice on consecutive nights. Reorder
      *parameters are per store/SKU, with a per-department default
      *(for one store or for every store) behind them.

       environment division.
       input-output section.
       file-control.

      *    The night's aggregated store/SKU movement extract
      *    written by the movement step.
           select inventory-movement-file
               assign to ws-inventory-movement-path
               organization is line sequential
               file status is ws-movement-file-status.

      *    The on-hand ledger, already posted for the night.
           select on-hand-balance-file
               assign to ws-on-hand-balance-path
               organization is indexed
               access is dynamic
               record key is oh-key
               file status is ws-on-hand-file-status.

      *    The replenishment position per store/SKU - on order,
      *    sell-through and last order day - read and rewritten in
      *    place, the same indexed pattern as the on-hand ledger.
           select replenishment-status-file
               assign to ws-replen-status-path
               organization is indexed
               access is dynamic
               record key is rs-key
               file status is ws-replen-status-file-status.

           select reorder-parameter-file
               assign to ws-reorder-param-path
               organization is line sequential
               file status is ws-reorder-param-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential
               file status is ws-sku-master-file-status.

      *    Replenishment options (cover window and smoothing
      *    window, in days). A missing file keeps the built-in
      *    defaults.
           select replen-config-file
               assign to ws-replen-config-path
               organization is line sequential
               file status is ws-replen-config-status.

      *    The business date orders were last raised for. A rerun
      *    of the same date reprints the register without ordering
      *    again.
           select last-posted-file
               assign to ws-last-posted-path
               organization is line sequential
               file status is ws-last-posted-file-status.

      *    Tonight's orders for the warehouse system's load.
           select warehouse-order-file
               assign to ws-warehouse-order-path
               organization is line sequential
               file status is ws-warehouse-order-status.

           select replenishment-report
               assign to ws-replen-report-path
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

       fd inventory-movement-file
           data record is inventory-movement-line
           record contains 44 characters.

       01 inventory-movement-line.
           05 im-store-number               pic x(2).
           05 im-sku-code                   pic x(15).
           05 im-business-date              pic 9(8).
           05 im-direction                  pic x.
               88 im-direction-out-88
                   value 'O'.
               88 im-direction-in-88
                   value 'I'.
           05 im-quantity                   pic 9(7).
           05 im-amount                     pic 9(9)v99.

       fd on-hand-balance-file
           data record is on-hand-balance-line
           record contains 34 characters.

       01 on-hand-balance-line.
           05 oh-key.
               10 oh-store-number           pic x(2).
               10 oh-sku-code               pic x(15).
           05 oh-on-hand-qty                pic s9(9).
           05 oh-last-movement-date         pic 9(8).

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

      *    A store/SKU line carries the SKU; a department default
      *    leaves the SKU blank and names the department, and a
      *    blank store applies it to every store without one of
      *    its own. A zero maximum means no cap.
       fd reorder-parameter-file
           data record is reorder-parameter-line
           record contains 35 characters.

       01 reorder-parameter-line.
           05 rp-store-number               pic x(2).
           05 rp-sku-code                   pic x(15).
           05 rp-department                 pic x(4).
           05 rp-min-qty                    pic 9(5).
           05 rp-max-qty                    pic 9(5).
           05 rp-pack-qty                   pic 9(4).

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

       fd replen-config-file
           data record is replen-config-line
           record contains 6 characters.

       01 replen-config-line.
           05 rn-cover-days                 pic 9(3).
           05 rn-smoothing-days             pic 9(3).

       fd last-posted-file
           data record is last-posted-line
           record contains 8 characters.

       01 last-posted-line                  pic 9(8).

      *    One order line: store, SKU, the night it was raised and
      *    the units wanted (always whole packs).
       fd warehouse-order-file
           data record is warehouse-order-line
           record contains 32 characters.

       01 warehouse-order-line.
           05 wo-store-number               pic x(2).
           05 wo-sku-code                   pic x(15).
           05 wo-order-date                 pic 9(8).
           05 wo-order-qty                  pic 9(7).

       fd replenishment-report
           data record is replenishment-report-line
           record contains 120 characters.

       01 replenishment-report-line         pic x(120).

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
       01 ws-inventory-movement-path           pic x(100)
           value spaces.
       01 ws-on-hand-balance-path              pic x(100)
           value spaces.
       01 ws-replen-status-path                pic x(100)
           value spaces.
       01 ws-reorder-param-path                pic x(100)
           value spaces.
       01 ws-sku-master-path                   pic x(100)
           value spaces.
       01 ws-replen-config-path                pic x(100)
           value spaces.
       01 ws-last-posted-path                  pic x(100)
           value spaces.
       01 ws-warehouse-order-path              pic x(100)
           value spaces.
       01 ws-replen-report-path                pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-movement-file-status           pic xx
           value spaces.
       01 ws-on-hand-file-status            pic xx
           value spaces.
       01 ws-replen-status-file-status      pic xx
           value spaces.
       01 ws-reorder-param-status           pic xx
           value spaces.
       01 ws-sku-master-file-status         pic xx
           value spaces.
       01 ws-replen-config-status           pic xx
           value spaces.
       01 ws-last-posted-file-status        pic xx
           value spaces.
       01 ws-warehouse-order-status         pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the orders are raised under, resolved
      *from BUSINESS-DATE.dat (a missing file just means "today").
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

      *An order covers this many days of sell-through above the
      *minimum; the sell-through is smoothed over roughly this many
      *days, so one big night does not swing the order. Settable
      *via the replenishment config file.
       01 ws-cover-days                     pic 9(3)
           value 14.
       01 ws-smoothing-days                 pic 9(3)
           value 28.

      *Set only when both keyed files actually opened - orders
      *raised against a ledger that did not open would be guesses.
       01 ws-files-ok-flag                  pic x
           value 'N'.
      *Set when orders were already raised for this business date.
       01 ws-already-posted-flag            pic x
           value 'N'.
       01 ws-last-posted-date               pic 9(8)
           value 0.

      *Each SKU's department off SKU-MASTER.dat.
       01 ws-sku-table.
           05 ws-sku-entry                  occurs 0 to 5000 times
               depending on ws-sku-table-count
               ascending key is ws-sku-code
               indexed by ws-sku-idx.
               10 ws-sku-code               pic x(15).
               10 ws-sku-department         pic x(4).

       01 ws-sku-table-count                pic 9(4)
           value 0.
       01 ws-sku-lookup-dept                pic x(4)
           value spaces.

      *Reorder parameters off REORDER-PARAMS.dat.
       01 ws-param-table.
           05 ws-param-entry                occurs 0 to 5000 times
               depending on ws-param-table-count
               indexed by ws-param-idx.
               10 ws-pt-store               pic x(2).
               10 ws-pt-sku                 pic x(15).
               10 ws-pt-department          pic x(4).
               10 ws-pt-min                 pic 9(5).
               10 ws-pt-max                 pic 9(5).
               10 ws-pt-pack                pic 9(4).
               10 ws-pt-seen-flag           pic x.

       01 ws-param-table-count              pic 9(4)
           value 0.

      *The parameters that apply to the pair being reviewed: its
      *own store/SKU line, else the store's department default,
      *else the chain's department default.
       01 ws-param-level                    pic x
           value ' '.
           88 ws-param-none-88
               value ' '.
           88 ws-param-sku-88
               value 'S'.
           88 ws-param-store-dept-88
               value 'D'.
           88 ws-param-chain-dept-88
               value 'C'.
       01 ws-use-min                        pic 9(5)
           value 0.
       01 ws-use-max                        pic 9(5)
           value 0.
       01 ws-use-pack                       pic 9(4)
           value 0.

      *Tonight's units sold per store/SKU, sorted so each pair on
      *the ledger finds its night with a binary SEARCH ALL.
       01 ws-night-sales-table.
           05 ws-ns-entry                   occurs 0 to 5000 times
               depending on ws-ns-count
               ascending key is ws-ns-key
               indexed by ws-ns-idx.
               10 ws-ns-key.
                   15 ws-ns-store           pic x(2).
                   15 ws-ns-sku             pic x(15).
               10 ws-ns-units               pic 9(7).

       01 ws-ns-count                       pic 9(4)
           value 0.
       01 ws-ns-search-key.
           05 ws-ns-search-store            pic x(2).
           05 ws-ns-search-sku              pic x(15).
       01 ws-night-units                    pic 9(7)
           value 0.

      *The pair being reviewed.
       01 ws-review-store                   pic x(2)
           value spaces.
       01 ws-review-sku                     pic x(15)
           value spaces.
       01 ws-review-on-hand                 pic s9(9)
           value 0.
       01 ws-review-position                pic s9(9)
           value 0.
       01 ws-target-qty                     pic s9(9)
           value 0.
       01 ws-order-qty                      pic s9(9)
           value 0.
       01 ws-pack-count                     pic 9(7)
           value 0.
       01 ws-pack-remainder                 pic 9(7)
           value 0.
       01 ws-status-found-flag              pic x
           value 'N'.

      *Tonight's orders, kept for the register so it prints store
      *by store whichever pass raised them.
       01 ws-order-table.
           05 ws-ot-entry                   occurs 0 to 3000 times
               depending on ws-ot-count
               ascending key is ws-ot-store ws-ot-sku
               indexed by ws-ot-idx.
               10 ws-ot-store               pic x(2).
               10 ws-ot-sku                 pic x(15).
               10 ws-ot-department          pic x(4).
               10 ws-ot-on-hand             pic s9(9).
               10 ws-ot-on-order            pic 9(7).
               10 ws-ot-min                 pic 9(5).
               10 ws-ot-max                 pic 9(5).
               10 ws-ot-avg-daily           pic 9(5)v99.
               10 ws-ot-order-qty           pic 9(7).
               10 ws-ot-packs               pic 9(7).

       01 ws-ot-count                       pic 9(4)
           value 0.
       01 ws-break-store                    pic x(2)
           value spaces.
       01 ws-store-order-lines              pic 9(5)
           value 0.
       01 ws-store-order-units              pic 9(9)
           value 0.

       01 ws-counters.
           05 ws-movement-record-count      pic 9(7)
               value 0.
           05 ws-pairs-reviewed-count       pic 9(7)
               value 0.
           05 ws-order-line-count           pic 9(7)
               value 0.
           05 ws-order-unit-count           pic 9(9)
               value 0.
           05 ws-order-overflow-count       pic 9(5)
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
               value "MAFD4202 - Team Project: Program #24".

       01 ws-heading2-title-line.
           05 filler                        pic x(35)
               value spaces.
           05 filler                        pic x(34)
               value "SUGGESTED REPLENISHMENT ORDERS".
           05 filler                        pic x(51)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(97)
               value spaces.

       01 ws-heading-rerun-line.
           05 filler                        pic x(30)
               value "*** RERUN: orders for this ".
           05 filler                        pic x(44)
               value "business date were already raised ***".
           05 filler                        pic x(46)
               value spaces.

       01 ws-heading-not-open-line.
           05 filler                        pic x(30)
               value "*** ON-HAND OR REPLENISHMENT ".
           05 filler                        pic x(34)
               value "FILE UNUSABLE - NO ORDERS ***".
           05 filler                        pic x(56)
               value spaces.

       01 ws-store-heading-line.
           05 filler                        pic x(7)
               value "Store: ".
           05 ws-shl-store                  pic x(2).
           05 filler                        pic x(111)
               value spaces.

       01 ws-column-heading-line.
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(6)
               value "Dept".
           05 filler                        pic x(11)
               value "    On Hand".
           05 filler                        pic x(10)
               value "  On Order".
           05 filler                        pic x(7)
               value "    Min".
           05 filler                        pic x(7)
               value "    Max".
           05 filler                        pic x(11)
               value "  Avg/Day".
           05 filler                        pic x(10)
               value "     Order".
           05 filler                        pic x(8)
               value "   Packs".
           05 filler                        pic x(33)
               value spaces.

       01 ws-order-detail-line.
           05 ws-odl-sku                    pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-odl-department             pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-odl-on-hand                pic -(9)9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-odl-on-order               pic z(8)9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-odl-min                    pic zzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-odl-max                    pic zzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-odl-avg-daily              pic zzzz9.99.
           05 filler                        pic x(3)
               value spaces.
           05 ws-odl-order-qty              pic z(6)9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-odl-packs                  pic z(4)9.
           05 filler                        pic x(35)
               value spaces.

       01 ws-store-total-line.
           05 filler                        pic x(23)
               value "Store order lines: ".
           05 ws-stl-lines                  pic zzzz9.
           05 filler                        pic x(16)
               value "   Units: ".
           05 ws-stl-units                  pic z(8)9.
           05 filler                        pic x(67)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(40)
               value "No store/SKU below its minimum tonight.".
           05 filler                        pic x(80)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(16)
               value "Pairs reviewed: ".
           05 ws-sum-reviewed               pic zzzzzz9.
           05 filler                        pic x(16)
               value "  Order lines: ".
           05 ws-sum-lines                  pic zzzzzz9.
           05 filler                        pic x(10)
               value "  Units: ".
           05 ws-sum-units                  pic z(8)9.
           05 filler                        pic x(26)
               value "  Not held on register: ".
           05 ws-sum-overflow               pic zzzz9.
           05 filler                        pic x(24)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-replen-config.
           perform 045-load-sku-master.
           perform 050-load-reorder-params.
           perform 055-read-last-posted.
           perform 060-open-keyed-files.

           if ws-files-ok-flag = 'Y'
                   and ws-already-posted-flag = 'N'
               perform 070-load-night-sales
               open output warehouse-order-file
               perform 200-review-ledger
               perform 300-review-unstocked-pairs
               close warehouse-order-file
               perform 250-write-last-posted
           end-if.

           if ws-files-ok-flag = 'Y'
               close on-hand-balance-file
               close replenishment-status-file
           end-if.

           open output replenishment-report.
           perform 100-print-headings.

           if ws-files-ok-flag = 'Y'
                   and ws-already-posted-flag = 'N'
               perform 400-print-orders
           end-if.

           move ws-pairs-reviewed-count     to ws-sum-reviewed.
           move ws-order-line-count         to ws-sum-lines.
           move ws-order-unit-count         to ws-sum-units.
           move ws-order-overflow-count     to ws-sum-overflow.
           write replenishment-report-line from ws-summary-line
               after advancing 2 lines.

           close replenishment-report.

      *    No ledger means no orders tonight - the chain must not
      *    treat this as a clean run.
           if ws-files-ok-flag = 'N'
               move 12                      to return-code
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
               "INVENTORY-MOVEMENT.dat"
                                        delimited by size
               into ws-inventory-movement-path.

           string ws-data-library       delimited by space
               "ON-HAND-BALANCE.dat"
                                        delimited by size
               into ws-on-hand-balance-path.

           string ws-data-library       delimited by space
               "REPLENISHMENT-STATUS.dat"
                                        delimited by size
               into ws-replen-status-path.

           string ws-data-library       delimited by space
               "REORDER-PARAMS.dat"
                                        delimited by size
               into ws-reorder-param-path.

           string ws-data-library       delimited by space
               "SKU-MASTER.dat"
                                        delimited by size
               into ws-sku-master-path.

           string ws-data-library       delimited by space
               "REPLEN-CONFIG.dat"
                                        delimited by size
               into ws-replen-config-path.

           string ws-data-library       delimited by space
               "REPLEN-LAST-POSTED.dat"
                                        delimited by size
               into ws-last-posted-path.

           string ws-data-library       delimited by space
               "WAREHOUSE-ORDER.dat"
                                        delimited by size
               into ws-warehouse-order-path.

           string ws-data-library       delimited by space
               "replenishment-orders.out"
                                        delimited by size
               into ws-replen-report-path.

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

      *    A missing config file just keeps the built-in windows.
       040-load-replen-config.

           open input replen-config-file.

           if ws-replen-config-status not = "35"
               read replen-config-file
                   not at end
                       if rn-cover-days numeric
                               and rn-cover-days > 0
                           move rn-cover-days to ws-cover-days
                       end-if
                       if rn-smoothing-days numeric
                               and rn-smoothing-days > 0
                           move rn-smoothing-days
                               to ws-smoothing-days
                       end-if
               end-read
               close replen-config-file
           end-if.

      *    Load each SKU's department for the department-default
      *    parameters. A SKU off the master can still have its own
      *    store/SKU line.
       045-load-sku-master.

           move ws-false-const              to ws-eof-flag.

           open input sku-master-file.

           if ws-sku-master-file-status not = "35"

               read sku-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-sku-table-count < 5000
                       add 1                to ws-sku-table-count
                       set ws-sku-idx       to ws-sku-table-count
                       move skm-sku-code
                           to ws-sku-code(ws-sku-idx)
                       move skm-department
                           to ws-sku-department(ws-sku-idx)
                   end-if
                   read sku-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close sku-master-file

               if ws-sku-table-count > 1
                   sort ws-sku-entry on ascending key ws-sku-code
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    No parameter file means nothing has a minimum, so
      *    nothing is ordered.
       050-load-reorder-params.

           move ws-false-const              to ws-eof-flag.

           open input reorder-parameter-file.

           if ws-reorder-param-status not = "35"

               read reorder-parameter-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-param-table-count < 5000
                           and rp-min-qty numeric
                           and rp-max-qty numeric
                           and rp-pack-qty numeric
                       add 1                to ws-param-table-count
                       set ws-param-idx     to ws-param-table-count
                       move rp-store-number
                           to ws-pt-store(ws-param-idx)
                       move rp-sku-code
                           to ws-pt-sku(ws-param-idx)
                       move rp-department
                           to ws-pt-department(ws-param-idx)
                       move rp-min-qty
                           to ws-pt-min(ws-param-idx)
                       move rp-max-qty
                           to ws-pt-max(ws-param-idx)
                       move rp-pack-qty
                           to ws-pt-pack(ws-param-idx)
                       move 'N'
                           to ws-pt-seen-flag(ws-param-idx)
                   end-if
                   read reorder-parameter-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close reorder-parameter-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Orders already raised for this business date are on the
      *    warehouse file and counted as on order - raising them
      *    again would double them.
       055-read-last-posted.

           open input last-posted-file.

           if ws-last-posted-file-status not = "35"
               read last-posted-file
                   not at end
                       if last-posted-line numeric
                           move last-posted-line
                               to ws-last-posted-date
                       end-if
               end-read
               close last-posted-file
           end-if.

           if ws-last-posted-date = ws-business-date
               move 'Y'                     to ws-already-posted-flag
           end-if.

      *    The ledger is only read here; the status file is
      *    created empty on the very first run.
       060-open-keyed-files.

           open input on-hand-balance-file.

           open i-o replenishment-status-file.

           if ws-replen-status-file-status = "35"
               open output replenishment-status-file
               close replenishment-status-file
               open i-o replenishment-status-file
           end-if.

           if ws-on-hand-file-status = "00"
                   and ws-replen-status-file-status = "00"
               move 'Y'                     to ws-files-ok-flag
           else
               if ws-on-hand-file-status = "00"
                   close on-hand-balance-file
               end-if
               if ws-replen-status-file-status = "00"
                   close replenishment-status-file
               end-if
           end-if.

      *    Units out the door tonight per store/SKU. Units coming
      *    back in on returns are not negative sell-through.
       070-load-night-sales.

           move ws-false-const              to ws-eof-flag.

           open input inventory-movement-file.

           if ws-movement-file-status not = "35"

               read inventory-movement-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                to ws-movement-record-count
                   if im-direction-out-88
                           and im-quantity numeric
                           and ws-ns-count < 5000
                       add 1                to ws-ns-count
                       set ws-ns-idx        to ws-ns-count
                       move im-store-number to ws-ns-store(ws-ns-idx)
                       move im-sku-code     to ws-ns-sku(ws-ns-idx)
                       move im-quantity     to ws-ns-units(ws-ns-idx)
                   end-if
                   read inventory-movement-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close inventory-movement-file

               if ws-ns-count > 1
                   sort ws-ns-entry on ascending key ws-ns-key
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Every pair on the ledger, in key order.
       200-review-ledger.

           move ws-false-const              to ws-eof-flag.
           move low-values                  to oh-key.

           start on-hand-balance-file
               key not < oh-key
               invalid key
                   move ws-true-const       to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               read on-hand-balance-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
               move oh-store-number         to ws-review-store
               move oh-sku-code             to ws-review-sku
               if oh-on-hand-qty numeric
                   move oh-on-hand-qty      to ws-review-on-hand
               else
                   move 0                   to ws-review-on-hand
               end-if
               perform 210-review-one-pair
               read on-hand-balance-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           move ws-false-const              to ws-eof-flag.

      *    Smooth tonight's units into the pair's sell-through,
      *    then order if the book plus what is already on its way
      *    sits below the minimum.
       210-review-one-pair.

           add 1                            to ws-pairs-reviewed-count.

           move ws-review-store             to ws-ns-search-store.
           move ws-review-sku               to ws-ns-search-sku.
           move 0                           to ws-night-units.
           if ws-ns-count > 0
               search all ws-ns-entry
                   at end
                       continue
                   when ws-ns-key(ws-ns-idx) = ws-ns-search-key
                       move ws-ns-units(ws-ns-idx) to ws-night-units
               end-search
           end-if.

           move ws-review-store             to rs-store-number.
           move ws-review-sku               to rs-sku-code.
           read replenishment-status-file
               invalid key
                   move 'N'                 to ws-status-found-flag
                   move ws-review-store     to rs-store-number
                   move ws-review-sku       to rs-sku-code
                   move 0                   to rs-on-order-qty
                   move 0                   to rs-avg-daily-units
                   move 0                   to rs-last-order-date
               not invalid key
                   move 'Y'                 to ws-status-found-flag
           end-read.

           compute rs-avg-daily-units rounded =
               (rs-avg-daily-units * (ws-smoothing-days - 1)
                + ws-night-units) / ws-smoothing-days.

           perform 220-find-parameters.

           if not ws-param-none-88
               compute ws-review-position =
                   ws-review-on-hand + rs-on-order-qty
               if ws-review-position < ws-use-min
                   perform 230-raise-order
               end-if
           end-if.

           if ws-status-found-flag = 'Y'
               rewrite replenishment-status-line
           else
               write replenishment-status-line
           end-if.

       220-find-parameters.

           move ' '                         to ws-param-level.

           move "????"                      to ws-sku-lookup-dept.
           if ws-sku-table-count > 0
               search all ws-sku-entry
                   at end
                       continue
                   when ws-sku-code(ws-sku-idx) = ws-review-sku
                       move ws-sku-department(ws-sku-idx)
                           to ws-sku-lookup-dept
               end-search
           end-if.

           perform varying ws-param-idx from 1 by 1
               until ws-param-idx > ws-param-table-count
                   or ws-param-sku-88

               if ws-pt-sku(ws-param-idx) = ws-review-sku
                   and ws-pt-store(ws-param-idx) = ws-review-store
                   move 'S'                 to ws-param-level
                   move 'Y'            to ws-pt-seen-flag(ws-param-idx)
                   perform 225-take-parameters
               else
               if ws-pt-sku(ws-param-idx) = spaces
                   and ws-pt-department(ws-param-idx)
                       = ws-sku-lookup-dept
                   if ws-pt-store(ws-param-idx) = ws-review-store
                       move 'D'             to ws-param-level
                       perform 225-take-parameters
                   else
                   if ws-pt-store(ws-param-idx) = spaces
                           and ws-param-none-88
                       move 'C'             to ws-param-level
                       perform 225-take-parameters
                   end-if
                   end-if
               end-if
               end-if

           end-perform.

       225-take-parameters.

           move ws-pt-min(ws-param-idx)     to ws-use-min.
           move ws-pt-max(ws-param-idx)     to ws-use-max.
           move ws-pt-pack(ws-param-idx)    to ws-use-pack.

      *    Fill to the minimum plus the cover window's sell-through,
      *    no higher than the maximum, in whole packs.
       230-raise-order.

           compute ws-target-qty rounded =
               ws-use-min + rs-avg-daily-units * ws-cover-days.

           if ws-use-max > 0
                   and ws-target-qty > ws-use-max
               move ws-use-max              to ws-target-qty
           end-if.

           compute ws-order-qty = ws-target-qty - ws-review-position.

           if ws-use-pack < 1
               move 1                       to ws-use-pack
           end-if.

           if ws-order-qty > 0

               divide ws-order-qty by ws-use-pack
                   giving ws-pack-count
                   remainder ws-pack-remainder
               if ws-pack-remainder > 0
                   add 1                    to ws-pack-count
               end-if
               compute ws-order-qty = ws-pack-count * ws-use-pack

               move ws-review-store         to wo-store-number
               move ws-review-sku           to wo-sku-code
               move ws-business-date        to wo-order-date
               move ws-order-qty            to wo-order-qty
               write warehouse-order-line

               add 1                        to ws-order-line-count
               add ws-order-qty             to ws-order-unit-count

               perform 240-hold-order-line

               add ws-order-qty             to rs-on-order-qty
               move ws-business-date        to rs-last-order-date

           end-if.

       240-hold-order-line.

           if ws-ot-count < 3000
               add 1                        to ws-ot-count
               set ws-ot-idx                to ws-ot-count
               move ws-review-store         to ws-ot-store(ws-ot-idx)
               move ws-review-sku           to ws-ot-sku(ws-ot-idx)
               move ws-sku-lookup-dept
                   to ws-ot-department(ws-ot-idx)
               move ws-review-on-hand       to ws-ot-on-hand(ws-ot-idx)
               move rs-on-order-qty
                   to ws-ot-on-order(ws-ot-idx)
               move ws-use-min              to ws-ot-min(ws-ot-idx)
               move ws-use-max              to ws-ot-max(ws-ot-idx)
               move rs-avg-daily-units
                   to ws-ot-avg-daily(ws-ot-idx)
               move ws-order-qty
                   to ws-ot-order-qty(ws-ot-idx)
               move ws-pack-count           to ws-ot-packs(ws-ot-idx)
           else
               add 1                        to ws-order-overflow-count
           end-if.

       250-write-last-posted.

           open output last-posted-file.
           move ws-business-date            to last-posted-line.
           write last-posted-line.
           close last-posted-file.

      *    A store/SKU line for a pair the ledger has never held -
      *    a new line going into a store - starts from nothing on
      *    hand.
       300-review-unstocked-pairs.

           perform varying ws-param-idx from 1 by 1
               until ws-param-idx > ws-param-table-count

               if ws-pt-sku(ws-param-idx) not = spaces
                       and ws-pt-store(ws-param-idx) not = spaces
                       and ws-pt-seen-flag(ws-param-idx) = 'N'
                   move ws-pt-store(ws-param-idx) to oh-store-number
                   move ws-pt-sku(ws-param-idx)   to oh-sku-code
                   read on-hand-balance-file
                       invalid key
                           move ws-pt-store(ws-param-idx)
                               to ws-review-store
                           move ws-pt-sku(ws-param-idx)
                               to ws-review-sku
                           move 0           to ws-review-on-hand
                           perform 210-review-one-pair
                   end-read
               end-if

           end-perform.

       100-print-headings.

           write replenishment-report-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           write replenishment-report-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write replenishment-report-line from ws-heading2-title-line
               after advancing 1 line.

           if ws-files-ok-flag = 'N'
               write replenishment-report-line
                   from ws-heading-not-open-line
                   after advancing 1 line
           else
           if ws-already-posted-flag = 'Y'
               write replenishment-report-line
                   from ws-heading-rerun-line
                   after advancing 1 line
           end-if
           end-if.

      *    Store by store, in SKU order within the store.
       400-print-orders.

           if ws-ot-count = 0
               write replenishment-report-line from ws-none-line
                   after advancing 2 lines
           else

               if ws-ot-count > 1
                   sort ws-ot-entry
                       on ascending key ws-ot-store ws-ot-sku
               end-if

               move spaces                  to ws-break-store

               perform varying ws-ot-idx from 1 by 1
                   until ws-ot-idx > ws-ot-count

                   if ws-ot-store(ws-ot-idx) not = ws-break-store
                       if ws-break-store not = spaces
                           perform 420-print-store-total
                       end-if
                       perform 410-print-store-heading
                   end-if

                   perform 430-print-order-line

               end-perform

               perform 420-print-store-total

           end-if.

       410-print-store-heading.

           move ws-ot-store(ws-ot-idx)      to ws-break-store.
           move 0                           to ws-store-order-lines.
           move 0                           to ws-store-order-units.

           move ws-break-store              to ws-shl-store.
           write replenishment-report-line from ws-store-heading-line
               after advancing 3 lines.
           write replenishment-report-line from ws-column-heading-line
               after advancing 2 lines.

       420-print-store-total.

           move ws-store-order-lines        to ws-stl-lines.
           move ws-store-order-units        to ws-stl-units.
           write replenishment-report-line from ws-store-total-line
               after advancing 2 lines.

       430-print-order-line.

           move ws-ot-sku(ws-ot-idx)        to ws-odl-sku.
           move ws-ot-department(ws-ot-idx) to ws-odl-department.
           move ws-ot-on-hand(ws-ot-idx)    to ws-odl-on-hand.
           move ws-ot-on-order(ws-ot-idx)   to ws-odl-on-order.
           move ws-ot-min(ws-ot-idx)        to ws-odl-min.
           move ws-ot-max(ws-ot-idx)        to ws-odl-max.
           move ws-ot-avg-daily(ws-ot-idx)  to ws-odl-avg-daily.
           move ws-ot-order-qty(ws-ot-idx)  to ws-odl-order-qty.
           move ws-ot-packs(ws-ot-idx)      to ws-odl-packs.

           write replenishment-report-line from ws-order-detail-line
               after advancing 1 line.

           add 1                            to ws-store-order-lines.
           add ws-ot-order-qty(ws-ot-idx)   to ws-store-order-units.

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

           move "Program_24"                to au-program-name.
           move ws-movement-record-count    to au-input-record-count.
           move ws-pairs-reviewed-count     to au-output-record-count-1.
           move ws-order-line-count         to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_24.
