       identification division.
       program-id. Program_25.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Physical / cycle count posting. Takes
      *the count sheets keyed in from the stores (store, SKU,
      *counted quantity, count date) and resets each counted
      *store/SKU on the on-hand ledger to what was really on the
      *shelf. Anything the ledger posted on or after the count
      *date - that night's sales included - happened after the
      *shelf was counted, so it is found on the on-hand journal
      *and applied on top of the count rather than wiped out by
      *it. The difference between the book and the corrected
      *figure is the shrink (or overage), valued at the SKU's unit
      *price and printed by department within store. The count
      *sheet is consumed once posted, so a count is never posted
      *twice.

       environment division.
       input-output section.
       file-control.

      *    Count sheet lines keyed from the stores' physical and
      *    cycle counts. A missing file just means no counts.
           select count-sheet-file
               assign to ws-count-sheet-path
               organization is line sequential
               file status is ws-count-sheet-status.

      *    The running on-hand position, one keyed record per
      *    store/SKU pair.
           select on-hand-balance-file
               assign to ws-on-hand-balance-path
               organization is indexed
               access is dynamic
               record key is oh-key
               file status is ws-on-hand-file-status.

      *    Every quantity the ledger has posted, appended by the
      *    ledger step; count adjustments are appended here too.
           select on-hand-journal-file
               assign to ws-on-hand-journal-path
               organization is line sequential
               file status is ws-on-hand-journal-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential
               file status is ws-sku-master-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

           select count-variance-report
               assign to ws-count-variance-path
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

      *    One counted store/SKU: the units on the shelf and the
      *    day they were counted.
       fd count-sheet-file
           data record is count-sheet-line
           record contains 32 characters.

       01 count-sheet-line.
           05 cs-store-number               pic x(2).
           05 cs-sku-code                   pic x(15).
           05 cs-counted-qty                pic 9(7).
           05 cs-count-date                 pic 9(8).

       fd on-hand-balance-file
           data record is on-hand-balance-line
           record contains 34 characters.

       01 on-hand-balance-line.
           05 oh-key.
               10 oh-store-number           pic x(2).
               10 oh-sku-code               pic x(15).
           05 oh-on-hand-qty                pic s9(9).
           05 oh-last-movement-date         pic 9(8).

      *    'M' a movement, 'R' a warehouse receipt, 'A' a count
      *    adjustment written here.
       fd on-hand-journal-file
           data record is on-hand-journal-line
           record contains 36 characters.

       01 on-hand-journal-line.
           05 oj-store-number               pic x(2).
           05 oj-sku-code                   pic x(15).
           05 oj-business-date              pic 9(8).
           05 oj-source                     pic x.
               88 oj-count-adjustment-88
                   value 'A'.
           05 oj-quantity                   pic s9(9)
               sign is leading separate.

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

       fd count-variance-report
           data record is count-variance-line
           record contains 120 characters.

       01 count-variance-line               pic x(120).

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
       01 ws-count-sheet-path                  pic x(100)
           value spaces.
       01 ws-on-hand-balance-path              pic x(100)
           value spaces.
       01 ws-on-hand-journal-path              pic x(100)
           value spaces.
       01 ws-sku-master-path                   pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-count-variance-path               pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-count-sheet-status             pic xx
           value spaces.
       01 ws-on-hand-file-status            pic xx
           value spaces.
       01 ws-on-hand-journal-status         pic xx
           value spaces.
       01 ws-sku-master-file-status         pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the counts post under, resolved from
      *BUSINESS-DATE.dat (a missing file just means "today").
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

      *Set only when the keyed ledger actually opened - counts are
      *left on the sheet for the next run otherwise.
       01 ws-on-hand-file-ok-flag           pic x
           value 'N'.

      *SKU department and unit price off SKU-MASTER.dat.
       01 ws-sku-table.
           05 ws-sku-entry                  occurs 0 to 5000 times
               depending on ws-sku-table-count
               ascending key is ws-sku-code
               indexed by ws-sku-idx.
               10 ws-sku-code               pic x(15).
               10 ws-sku-department         pic x(4).
               10 ws-sku-unit-price         pic 9(5)v99.

       01 ws-sku-table-count                pic 9(4)
           value 0.

      *Store number/name pairs off STORE-MASTER.dat.
       01 ws-store-table.
           05 ws-store-table-entry          occurs 0 to 50 times
               depending on ws-store-table-count
               indexed by ws-store-idx.
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-name       pic x(20).

       01 ws-store-table-count              pic 99
           value 0.
       01 ws-store-lookup-name              pic x(20)
           value spaces.

      *Every count on the sheet. Sorted by store/SKU while the
      *journal is matched against it, then by store, department
      *and SKU for the report.
       01 ws-count-table.
           05 ws-cc-entry                   occurs 0 to 5000 times
               depending on ws-cc-count
               ascending key is ws-cc-key
               indexed by ws-cc-idx.
               10 ws-cc-key.
                   15 ws-cc-store           pic x(2).
                   15 ws-cc-sku             pic x(15).
               10 ws-cc-department          pic x(4).
               10 ws-cc-unit-price          pic 9(5)v99.
               10 ws-cc-counted             pic 9(7).
               10 ws-cc-count-date          pic 9(8).
               10 ws-cc-post-count          pic s9(9).
               10 ws-cc-book                pic s9(9).
               10 ws-cc-new-qty             pic s9(9).
               10 ws-cc-variance            pic s9(9).
               10 ws-cc-value               pic s9(9)v99.

       01 ws-cc-count                       pic 9(4)
           value 0.
       01 ws-cc-found-flag                  pic x
           value 'N'.
       01 ws-journal-key.
           05 ws-journal-key-store          pic x(2).
           05 ws-journal-key-sku            pic x(15).

      *Control-break fields and running totals for the report.
       01 ws-break-store                    pic x(2)
           value spaces.
       01 ws-break-department               pic x(4)
           value spaces.
       01 ws-total-group.
           05 ws-dept-totals.
               10 ws-dept-shrink-units      pic 9(9).
               10 ws-dept-shrink-value      pic 9(9)v99.
               10 ws-dept-over-units        pic 9(9).
               10 ws-dept-over-value        pic 9(9)v99.
           05 ws-store-totals.
               10 ws-store-shrink-units     pic 9(9).
               10 ws-store-shrink-value     pic 9(9)v99.
               10 ws-store-over-units       pic 9(9).
               10 ws-store-over-value       pic 9(9)v99.
           05 ws-chain-totals.
               10 ws-chain-shrink-units     pic 9(9).
               10 ws-chain-shrink-value     pic 9(9)v99.
               10 ws-chain-over-units       pic 9(9).
               10 ws-chain-over-value       pic 9(9)v99.
       01 ws-abs-variance                   pic 9(9)
           value 0.
       01 ws-abs-value                      pic 9(9)v99
           value 0.

      *A total line is built from one of the three total groups.
       01 ws-print-totals.
           05 ws-pt-shrink-units            pic 9(9).
           05 ws-pt-shrink-value            pic 9(9)v99.
           05 ws-pt-over-units              pic 9(9).
           05 ws-pt-over-value              pic 9(9)v99.

       01 ws-counters.
           05 ws-sheet-record-count         pic 9(7)
               value 0.
           05 ws-rejected-count             pic 9(5)
               value 0.
           05 ws-recount-count              pic 9(5)
               value 0.
           05 ws-journal-read-count         pic 9(7)
               value 0.
           05 ws-posted-count               pic 9(7)
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
               value "MAFD4202 - Team Project: Program #25".

       01 ws-heading2-title-line.
           05 filler                        pic x(35)
               value spaces.
           05 filler                        pic x(34)
               value "COUNT POSTING - SHRINK VARIANCE".
           05 filler                        pic x(51)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(97)
               value spaces.

       01 ws-heading-not-open-line.
           05 filler                        pic x(30)
               value "*** ON-HAND LEDGER UNUSABLE - ".
           05 filler                        pic x(40)
               value "COUNTS LEFT ON THE SHEET, NOT POSTED ***".
           05 filler                        pic x(50)
               value spaces.

       01 ws-reject-line.
           05 filler                        pic x(10)
               value "REJECTED: ".
           05 ws-rjl-record                 pic x(32).
           05 filler                        pic x(2)
               value spaces.
           05 ws-rjl-reason                 pic x(40).
           05 filler                        pic x(36)
               value spaces.

       01 ws-store-heading-line.
           05 filler                        pic x(7)
               value "Store: ".
           05 ws-shl-store                  pic x(2).
           05 filler                        pic x(2)
               value spaces.
           05 ws-shl-name                   pic x(20).
           05 filler                        pic x(89)
               value spaces.

       01 ws-column-heading-line.
           05 filler                        pic x(6)
               value "Dept".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(10)
               value "Count Date".
           05 filler                        pic x(10)
               value "    Book".
           05 filler                        pic x(10)
               value "   Counted".
           05 filler                        pic x(10)
               value " Post-Cnt".
           05 filler                        pic x(10)
               value "  New Qty".
           05 filler                        pic x(10)
               value "  Variance".
           05 filler                        pic x(10)
               value "Unit Price".
           05 filler                        pic x(16)
               value "  Variance Value".
           05 filler                        pic x(11)
               value spaces.

       01 ws-detail-line.
           05 ws-dl-department              pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-count-date              pic 9(8).
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-book                    pic -(8)9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-counted                 pic z(8)9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-post-count              pic -(8)9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-new-qty                 pic -(8)9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-variance                pic -(8)9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-unit-price              pic zz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-value                   pic --,---,--9.99.
           05 filler                        pic x(14)
               value spaces.

       01 ws-total-line.
           05 ws-tl-label                   pic x(22).
           05 filler                        pic x(9)
               value "Shrink: ".
           05 ws-tl-shrink-units            pic z(8)9.
           05 filler                        pic x(7)
               value " units ".
           05 ws-tl-shrink-value            pic $$$,$$$,$$9.99.
           05 filler                        pic x(11)
               value "  Overage: ".
           05 ws-tl-over-units              pic z(8)9.
           05 filler                        pic x(7)
               value " units ".
           05 ws-tl-over-value              pic $$$,$$$,$$9.99.
           05 filler                        pic x(18)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(40)
               value "No counts on the sheet tonight.".
           05 filler                        pic x(80)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(18)
               value "Sheet lines read: ".
           05 ws-sum-read                   pic zzzzzz9.
           05 filler                        pic x(12)
               value "  Posted:  ".
           05 ws-sum-posted                 pic zzzzzz9.
           05 filler                        pic x(13)
               value "  Rejected: ".
           05 ws-sum-rejected               pic zzzz9.
           05 filler                        pic x(13)
               value "  Recounts: ".
           05 ws-sum-recounts               pic zzzz9.
           05 filler                        pic x(40)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-sku-master.
           perform 045-load-store-master.

           open output count-variance-report.
           perform 100-print-headings.

           perform 060-open-on-hand-file.

           if ws-on-hand-file-ok-flag = 'Y'
               perform 070-load-count-sheet
               perform 200-scan-journal thru 200-exit
               perform 300-post-counts thru 300-exit
               close on-hand-balance-file
               perform 400-print-variances thru 400-exit
           else
               write count-variance-line from ws-heading-not-open-line
                   after advancing 2 lines
           end-if.

           move ws-sheet-record-count       to ws-sum-read.
           move ws-posted-count             to ws-sum-posted.
           move ws-rejected-count           to ws-sum-rejected.
           move ws-recount-count            to ws-sum-recounts.
           write count-variance-line from ws-summary-line
               after advancing 2 lines.

           close count-variance-report.

      *    The ledger never opened, so the counts did not post -
      *    the chain must not treat this as a clean run. Rejected
      *    sheet lines are a warning for the stores to recount.
           if ws-on-hand-file-ok-flag = 'N'
               move 12                      to return-code
           else
           if ws-rejected-count > 0
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
               "COUNT-SHEET.dat"
                                        delimited by size
               into ws-count-sheet-path.

           string ws-data-library       delimited by space
               "ON-HAND-BALANCE.dat"
                                        delimited by size
               into ws-on-hand-balance-path.

           string ws-data-library       delimited by space
               "ON-HAND-JOURNAL.dat"
                                        delimited by size
               into ws-on-hand-journal-path.

           string ws-data-library       delimited by space
               "SKU-MASTER.dat"
                                        delimited by size
               into ws-sku-master-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "count-variance.out"
                                        delimited by size
               into ws-count-variance-path.

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

      *    A SKU off the master still posts its count; it is valued
      *    at zero under the '????' department.
       040-load-sku-master.

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
                       if skm-unit-price numeric
                           move skm-unit-price
                               to ws-sku-unit-price(ws-sku-idx)
                       else
                           move 0
                               to ws-sku-unit-price(ws-sku-idx)
                       end-if
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

       045-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-store-table-count < 50
                       add 1                to ws-store-table-count
                       set ws-store-idx     to ws-store-table-count
                       move sm-store-number
                           to ws-store-table-number(ws-store-idx)
                       move sm-store-name
                           to ws-store-table-name(ws-store-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       060-open-on-hand-file.

           open i-o on-hand-balance-file.

           if ws-on-hand-file-status = "35"
               open output on-hand-balance-file
               close on-hand-balance-file
               open i-o on-hand-balance-file
           end-if.

           if ws-on-hand-file-status = "00"
               move 'Y'                     to ws-on-hand-file-ok-flag
           end-if.

      *    Load the sheet, rejecting lines that cannot be posted.
      *    A store/SKU counted twice keeps the later line - the
      *    recount. The sheet is consumed once loaded.
       070-load-count-sheet.

           move ws-false-const              to ws-eof-flag.

           open input count-sheet-file.

           if ws-count-sheet-status not = "35"

               read count-sheet-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-sheet-record-count
                   perform 080-edit-count-line
                   read count-sheet-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close count-sheet-file

               open output count-sheet-file
               close count-sheet-file

               if ws-cc-count > 1
                   sort ws-cc-entry on ascending key ws-cc-key
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

       080-edit-count-line.

           if cs-store-number = spaces
                   or cs-sku-code = spaces
               move "Store or SKU missing"  to ws-rjl-reason
               perform 090-reject-count-line
           else
           if cs-counted-qty not numeric
               move "Counted quantity not numeric"
                   to ws-rjl-reason
               perform 090-reject-count-line
           else
           if cs-count-date not numeric
                   or cs-count-date = 0
               move "Count date not numeric"
                   to ws-rjl-reason
               perform 090-reject-count-line
           else
           if cs-count-date > ws-business-date
               move "Count date after the business date"
                   to ws-rjl-reason
               perform 090-reject-count-line
           else
               perform 085-hold-count-line thru 085-exit
           end-if
           end-if
           end-if
           end-if.

       085-hold-count-line.

           move 'N'                         to ws-cc-found-flag.

           perform varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-count
                   or ws-cc-found-flag = 'Y'
               if ws-cc-store(ws-cc-idx) = cs-store-number
                       and ws-cc-sku(ws-cc-idx) = cs-sku-code
                   move 'Y'                 to ws-cc-found-flag
               end-if
           end-perform.

           if ws-cc-found-flag = 'Y'
               set ws-cc-idx                down by 1
               add 1                        to ws-recount-count
           else
           if ws-cc-count < 5000
               add 1                        to ws-cc-count
               set ws-cc-idx                to ws-cc-count
           else
               move "Count sheet table full" to ws-rjl-reason
               perform 090-reject-count-line
               go to 085-exit
           end-if
           end-if.

           move cs-store-number             to ws-cc-store(ws-cc-idx).
           move cs-sku-code                 to ws-cc-sku(ws-cc-idx).
           move cs-counted-qty              to ws-cc-counted(ws-cc-idx).
           move cs-count-date
               to ws-cc-count-date(ws-cc-idx).
           move 0                       to ws-cc-post-count(ws-cc-idx).

           move "????"                  to ws-cc-department(ws-cc-idx).
           move 0                       to ws-cc-unit-price(ws-cc-idx).
           if ws-sku-table-count > 0
               search all ws-sku-entry
                   at end
                       continue
                   when ws-sku-code(ws-sku-idx) = cs-sku-code
                       move ws-sku-department(ws-sku-idx)
                           to ws-cc-department(ws-cc-idx)
                       move ws-sku-unit-price(ws-sku-idx)
                           to ws-cc-unit-price(ws-cc-idx)
               end-search
           end-if.

       085-exit.
           exit.

       090-reject-count-line.

           add 1                            to ws-rejected-count.
           move count-sheet-line            to ws-rjl-record.
           write count-variance-line from ws-reject-line
               after advancing 1 line.

      *    Everything the ledger posted for a counted pair on or
      *    after its count date happened after the shelf was
      *    counted. Earlier count adjustments are not movements.
       200-scan-journal.

           if ws-cc-count = 0
               go to 200-exit
           end-if.

           move ws-false-const              to ws-eof-flag.

           open input on-hand-journal-file.

           if ws-on-hand-journal-status not = "35"

               read on-hand-journal-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-journal-read-count
                   if not oj-count-adjustment-88
                           and oj-business-date numeric
                           and oj-quantity numeric
                       perform 210-match-journal-line
                   end-if
                   read on-hand-journal-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close on-hand-journal-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       200-exit.
           exit.

       210-match-journal-line.

           move oj-store-number             to ws-journal-key-store.
           move oj-sku-code                 to ws-journal-key-sku.

           search all ws-cc-entry
               at end
                   continue
               when ws-cc-key(ws-cc-idx) = ws-journal-key
                   if oj-business-date
                           not < ws-cc-count-date(ws-cc-idx)
                       add oj-quantity
                           to ws-cc-post-count(ws-cc-idx)
                   end-if
           end-search.

      *    Reset each counted pair to its count plus what moved
      *    since, and journal the adjustment so the ledger's
      *    history still adds up.
       300-post-counts.

           if ws-cc-count = 0
               go to 300-exit
           end-if.

           open extend on-hand-journal-file.

           if ws-on-hand-journal-status = "35"
               open output on-hand-journal-file
           end-if.

           perform varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-count
               perform 310-post-one-count
           end-perform.

           close on-hand-journal-file.

       300-exit.
           exit.

       310-post-one-count.

           compute ws-cc-new-qty(ws-cc-idx) =
               ws-cc-counted(ws-cc-idx) + ws-cc-post-count(ws-cc-idx).

           move ws-cc-store(ws-cc-idx)      to oh-store-number.
           move ws-cc-sku(ws-cc-idx)        to oh-sku-code.

           read on-hand-balance-file
               invalid key
                   move 0                   to ws-cc-book(ws-cc-idx)
                   move ws-cc-store(ws-cc-idx) to oh-store-number
                   move ws-cc-sku(ws-cc-idx)   to oh-sku-code
                   move ws-cc-new-qty(ws-cc-idx) to oh-on-hand-qty
                   move ws-business-date    to oh-last-movement-date
                   write on-hand-balance-line
               not invalid key
                   if oh-on-hand-qty numeric
                       move oh-on-hand-qty  to ws-cc-book(ws-cc-idx)
                   else
                       move 0               to ws-cc-book(ws-cc-idx)
                   end-if
                   move ws-cc-new-qty(ws-cc-idx) to oh-on-hand-qty
                   move ws-business-date    to oh-last-movement-date
                   rewrite on-hand-balance-line
           end-read.

           compute ws-cc-variance(ws-cc-idx) =
               ws-cc-new-qty(ws-cc-idx) - ws-cc-book(ws-cc-idx).
           compute ws-cc-value(ws-cc-idx) =
               ws-cc-variance(ws-cc-idx) * ws-cc-unit-price(ws-cc-idx).

           move ws-cc-store(ws-cc-idx)      to oj-store-number.
           move ws-cc-sku(ws-cc-idx)        to oj-sku-code.
           move ws-business-date            to oj-business-date.
           move 'A'                         to oj-source.
           move ws-cc-variance(ws-cc-idx)   to oj-quantity.
           write on-hand-journal-line.

           add 1                            to ws-posted-count.

      *    Department within store, in SKU order, with shrink and
      *    overage kept apart so one does not hide the other.
       400-print-variances.

           initialize ws-chain-totals.

           if ws-cc-count = 0
               write count-variance-line from ws-none-line
                   after advancing 2 lines
               go to 400-exit
           end-if.

           if ws-cc-count > 1
               sort ws-cc-entry
                   on ascending key ws-cc-store ws-cc-department
                       ws-cc-sku
           end-if.

           move spaces                      to ws-break-store.
           move spaces                      to ws-break-department.

           perform varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-count

               if ws-cc-store(ws-cc-idx) not = ws-break-store
                   if ws-break-store not = spaces
                       perform 430-end-department
                       perform 440-end-store
                   end-if
                   perform 410-start-store
               else
               if ws-cc-department(ws-cc-idx)
                       not = ws-break-department
                   perform 430-end-department
                   move ws-cc-department(ws-cc-idx)
                       to ws-break-department
               end-if
               end-if

               perform 420-print-count-line

           end-perform.

           perform 430-end-department.
           perform 440-end-store.

           move ws-chain-totals             to ws-print-totals.
           move "CHAIN TOTAL"               to ws-tl-label.
           perform 450-print-total-line.

       400-exit.
           exit.

       410-start-store.

           move ws-cc-store(ws-cc-idx)      to ws-break-store.
           move ws-cc-department(ws-cc-idx) to ws-break-department.
           initialize ws-store-totals.
           initialize ws-dept-totals.

           move spaces                      to ws-store-lookup-name.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-table-count
               if ws-store-table-number(ws-store-idx)
                       = ws-break-store
                   move ws-store-table-name(ws-store-idx)
                       to ws-store-lookup-name
               end-if
           end-perform.

           move ws-break-store              to ws-shl-store.
           move ws-store-lookup-name        to ws-shl-name.
           write count-variance-line from ws-store-heading-line
               after advancing 3 lines.
           write count-variance-line from ws-column-heading-line
               after advancing 2 lines.

       420-print-count-line.

           move ws-cc-department(ws-cc-idx) to ws-dl-department.
           move ws-cc-sku(ws-cc-idx)        to ws-dl-sku.
           move ws-cc-count-date(ws-cc-idx) to ws-dl-count-date.
           move ws-cc-book(ws-cc-idx)       to ws-dl-book.
           move ws-cc-counted(ws-cc-idx)    to ws-dl-counted.
           move ws-cc-post-count(ws-cc-idx) to ws-dl-post-count.
           move ws-cc-new-qty(ws-cc-idx)    to ws-dl-new-qty.
           move ws-cc-variance(ws-cc-idx)   to ws-dl-variance.
           move ws-cc-unit-price(ws-cc-idx) to ws-dl-unit-price.
           move ws-cc-value(ws-cc-idx)      to ws-dl-value.

           write count-variance-line from ws-detail-line
               after advancing 1 line.

           if ws-cc-variance(ws-cc-idx) < 0
               compute ws-abs-variance = 0 - ws-cc-variance(ws-cc-idx)
               compute ws-abs-value = 0 - ws-cc-value(ws-cc-idx)
               add ws-abs-variance          to ws-dept-shrink-units
               add ws-abs-value             to ws-dept-shrink-value
           else
               move ws-cc-variance(ws-cc-idx) to ws-abs-variance
               move ws-cc-value(ws-cc-idx)    to ws-abs-value
               add ws-abs-variance          to ws-dept-over-units
               add ws-abs-value             to ws-dept-over-value
           end-if.

       430-end-department.

           move ws-dept-totals              to ws-print-totals.
           move spaces                      to ws-tl-label.
           string "  Dept " delimited by size
               ws-break-department delimited by size
               " total" delimited by size
               into ws-tl-label.
           perform 450-print-total-line.

           add ws-dept-shrink-units         to ws-store-shrink-units.
           add ws-dept-shrink-value         to ws-store-shrink-value.
           add ws-dept-over-units           to ws-store-over-units.
           add ws-dept-over-value           to ws-store-over-value.
           initialize ws-dept-totals.

       440-end-store.

           move ws-store-totals             to ws-print-totals.
           move "STORE TOTAL"               to ws-tl-label.
           perform 450-print-total-line.

           add ws-store-shrink-units        to ws-chain-shrink-units.
           add ws-store-shrink-value        to ws-chain-shrink-value.
           add ws-store-over-units          to ws-chain-over-units.
           add ws-store-over-value          to ws-chain-over-value.

       450-print-total-line.

           move ws-pt-shrink-units          to ws-tl-shrink-units.
           move ws-pt-shrink-value          to ws-tl-shrink-value.
           move ws-pt-over-units            to ws-tl-over-units.
           move ws-pt-over-value            to ws-tl-over-value.
           write count-variance-line from ws-total-line
               after advancing 2 lines.

       100-print-headings.

           write count-variance-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           write count-variance-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write count-variance-line from ws-heading2-title-line
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

           move "Program_25"                to au-program-name.
           move ws-sheet-record-count       to au-input-record-count.
           move ws-posted-count             to au-output-record-count-1.
           move ws-rejected-count           to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_25.
