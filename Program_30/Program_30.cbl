       identification division.
       program-id. Program_30.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Return-to-vendor (RTV) processing for
      *defective merchandise. Sweeps the damaged-stock bucket the
      *on-hand ledger fills with 'DF' customer returns into RTV
      *batches - one RTV authorization per vendor per night, off
      *the vendor on the SKU master - and writes the vendor claim
      *file valued at SKU unit cost. Open RTVs are kept on a keyed
      *file; the vendor's credit, when it comes back on the vendor
      *credit feed, is matched against its RTV and closes it. The
      *register lists the authorizations raised, damaged stock
      *that could not be batched, the credits matched or rejected,
      *and every RTV still uncredited past the chase window - so
      *defective stock the vendor never paid for gets chased.

       environment division.
       input-output section.
       file-control.

      *    Defective units per store/SKU posted by the on-hand
      *    ledger; batched units are taken out of the bucket.
           select damaged-stock-file
               assign to ws-damaged-stock-path
               organization is indexed
               access is dynamic
               record key is dg-key
               file status is ws-damaged-stock-file-status.

      *    Every RTV raised, keyed by authorization number, open
      *    until the vendor's credit is matched against it.
           select rtv-open-file
               assign to ws-rtv-open-path
               organization is indexed
               access is dynamic
               record key is rv-rtv-number
               file status is ws-rtv-open-file-status.

      *    Credits the vendors have issued against RTVs, keyed in
      *    by accounts payable. Consumed (truncated) once matched;
      *    a missing file just means no credits today.
           select vendor-credit-file
               assign to ws-vendor-credit-path
               organization is line sequential
               file status is ws-vendor-credit-file-status.

      *    The night's claim lines for the vendors, valued at cost.
           select rtv-claim-file
               assign to ws-rtv-claim-path
               organization is line sequential.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential
               file status is ws-sku-master-file-status.

           select vendor-master-file
               assign to ws-vendor-master-path
               organization is line sequential
               file status is ws-vendor-master-file-status.

      *    RTV options (currently just the chase window in days). A
      *    missing file keeps the built-in default.
           select rtv-config-file
               assign to ws-rtv-config-path
               organization is line sequential
               file status is ws-rtv-config-status.

      *    The business date RTVs were last raised for. The same
      *    business date again is a rerun - the register is
      *    reprinted without raising or matching anything twice.
           select last-posted-file
               assign to ws-last-posted-path
               organization is line sequential
               file status is ws-last-posted-file-status.

           select rtv-register
               assign to ws-rtv-register-path
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

       fd damaged-stock-file
           data record is damaged-stock-line
           record contains 32 characters.

       01 damaged-stock-line.
           05 dg-key.
               10 dg-store-number           pic x(2).
               10 dg-sku-code               pic x(15).
           05 dg-damaged-qty                pic 9(7).
           05 dg-last-damage-date           pic 9(8).

      *    One RTV authorization: the vendor, the day it was
      *    raised, the claim at cost, and the credit once matched.
       fd rtv-open-file
           data record is rtv-open-line
           record contains 51 characters.

       01 rtv-open-line.
           05 rv-rtv-number                 pic x(10).
           05 rv-vendor-number              pic x(6).
           05 rv-create-date                pic 9(8).
           05 rv-claim-amount               pic 9(7)v99.
           05 rv-credit-amount              pic 9(7)v99.
           05 rv-credit-date                pic 9(8).
           05 rv-status                     pic x.
               88 rv-open-88
                   value 'O'.
               88 rv-credited-88
                   value 'C'.

       fd vendor-credit-file
           data record is vendor-credit-line
           record contains 33 characters.

       01 vendor-credit-line.
           05 vc-rtv-number                 pic x(10).
           05 vc-vendor-number              pic x(6).
           05 vc-credit-amount              pic 9(7)v99.
           05 vc-credit-date                pic 9(8).

       fd rtv-claim-file
           data record is rtv-claim-line
           record contains 56 characters.

       01 rtv-claim-line.
           05 cl-rtv-number                 pic x(10).
           05 cl-vendor-number              pic x(6).
           05 cl-store-number               pic x(2).
           05 cl-sku-code                   pic x(15).
           05 cl-quantity                   pic 9(7).
           05 cl-unit-cost                  pic 9(5)v99.
           05 cl-extended-cost              pic 9(7)v99.

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

       fd rtv-config-file
           data record is rtv-config-line
           record contains 3 characters.

       01 rtv-config-line.
           05 rc-chase-days                 pic 9(3).

       fd last-posted-file
           data record is last-posted-line
           record contains 8 characters.

       01 last-posted-line                  pic 9(8).

       fd rtv-register
           data record is rtv-register-line
           record contains 120 characters.

       01 rtv-register-line                 pic x(120).

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
       01 ws-damaged-stock-path                pic x(100)
           value spaces.
       01 ws-rtv-open-path                     pic x(100)
           value spaces.
       01 ws-vendor-credit-path                pic x(100)
           value spaces.
       01 ws-rtv-claim-path                    pic x(100)
           value spaces.
       01 ws-sku-master-path                   pic x(100)
           value spaces.
       01 ws-vendor-master-path                pic x(100)
           value spaces.
       01 ws-rtv-config-path                   pic x(100)
           value spaces.
       01 ws-last-posted-path                  pic x(100)
           value spaces.
       01 ws-rtv-register-path                 pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-damaged-stock-file-status      pic xx
           value spaces.
       01 ws-rtv-open-file-status           pic xx
           value spaces.
       01 ws-vendor-credit-file-status      pic xx
           value spaces.
       01 ws-sku-master-file-status         pic xx
           value spaces.
       01 ws-vendor-master-file-status      pic xx
           value spaces.
       01 ws-rtv-config-status              pic xx
           value spaces.
       01 ws-last-posted-file-status        pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the RTVs are raised under, resolved from
      *BUSINESS-DATE.dat (a missing file just means "today").
       01 ws-business-date.
           05 ws-business-cc                pic 9(2).
           05 ws-business-yymmdd            pic 9(6).
       01 ws-business-date-n redefines ws-business-date
                                            pic 9(8).
       01 ws-business-date-int              pic 9(7)
           value 0.
       01 ws-create-date-int                pic 9(7)
           value 0.
       01 ws-days-open                      pic 9(5)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *An RTV uncredited for more than this many days is listed
      *for chasing. Settable via the RTV config file.
       01 ws-chase-days                     pic 9(3)
           value 30.

      *Set only when the keyed files actually opened - a runtime
      *without indexed support must end the step with a visible
      *return code, not spin or abend.
       01 ws-damaged-file-ok-flag           pic x
           value 'N'.
       01 ws-rtv-file-ok-flag               pic x
           value 'N'.
       01 ws-already-posted-flag            pic x
           value 'N'.
       01 ws-last-posted-date               pic 9(8)
           value 0.

      *SKU cost and vendor off SKU-MASTER.dat.
       01 ws-sku-table.
           05 ws-skm-entry                  occurs 0 to 5000 times
               depending on ws-skm-count
               indexed by ws-skm-idx.
               10 ws-skm-code               pic x(15).
               10 ws-skm-vendor             pic x(6).
               10 ws-skm-unit-cost          pic 9(5)v99.

       01 ws-skm-count                      pic 9(4)
           value 0.
       01 ws-skm-found-flag                 pic x
           value 'N'.

       01 ws-vendor-table.
           05 ws-vnd-entry                  occurs 0 to 500 times
               depending on ws-vnd-count
               indexed by ws-vnd-idx.
               10 ws-vnd-number             pic x(6).
               10 ws-vnd-name               pic x(30).

       01 ws-vnd-count                      pic 999
           value 0.
       01 ws-find-vendor                    pic x(6)
           value spaces.
       01 ws-found-vendor-name              pic x(30)
           value spaces.

      *Tonight's damaged units to go back, sorted by vendor so
      *each vendor's lines go on one RTV. They come out of the
      *bucket only once their RTV is on the open file.
       01 ws-rtv-line-table.
           05 ws-rl-entry                   occurs 0 to 2000 times
               depending on ws-rl-count
               indexed by ws-rl-idx ws-rl-take-idx.
               10 ws-rl-vendor              pic x(6).
               10 ws-rl-store               pic x(2).
               10 ws-rl-sku                 pic x(15).
               10 ws-rl-qty                 pic 9(7).
               10 ws-rl-unit-cost           pic 9(5)v99.

       01 ws-rl-count                       pic 9(4)
           value 0.
       01 ws-rl-batch-start                 pic 9(4)
           value 0.
       01 ws-break-vendor                   pic x(6)
           value spaces.

      *The authorization number being raised: "RV", the business
      *date as yymmdd, and a two-digit sequence for the day.
       01 ws-new-rtv-number.
           05 filler                        pic x(2)
               value "RV".
           05 ws-nrn-yymmdd                 pic 9(6).
           05 ws-nrn-sequence               pic 9(2).
       01 ws-rtv-number-free-flag           pic x
           value 'N'.
       01 ws-rtv-claim-total                pic 9(7)v99
           value 0.
       01 ws-line-extended-cost             pic 9(7)v99
           value 0.
       01 ws-credit-difference              pic s9(7)v99
           value 0.
       01 ws-reject-reason                  pic x(40)
           value spaces.

       01 ws-counters.
           05 ws-damaged-record-count       pic 9(7)
               value 0.
           05 ws-credit-record-count        pic 9(7)
               value 0.
           05 ws-rtv-raised-count           pic 9(5)
               value 0.
           05 ws-claim-line-count           pic 9(7)
               value 0.
           05 ws-no-vendor-count            pic 9(5)
               value 0.
           05 ws-credit-matched-count       pic 9(5)
               value 0.
           05 ws-credit-rejected-count      pic 9(5)
               value 0.
           05 ws-open-rtv-count             pic 9(5)
               value 0.
           05 ws-chase-count                pic 9(5)
               value 0.
           05 ws-rtv-not-written-count      pic 9(5)
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
               value "MAFD4202 - Team Project: Program #30".

       01 ws-heading2-title-line.
           05 filler                        pic x(38)
               value spaces.
           05 filler                        pic x(40)
               value "RETURN-TO-VENDOR AUTHORIZATION REGISTER".
           05 filler                        pic x(42)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(97)
               value spaces.

       01 ws-heading-not-open-line.
           05 filler                        pic x(40)
               value "*** DAMAGED-STOCK OR RTV FILE UNUSABLE -".
           05 filler                        pic x(40)
               value " NO RTVS RAISED OR CREDITS MATCHED ***".
           05 filler                        pic x(40)
               value spaces.

       01 ws-heading-rerun-line.
           05 filler                        pic x(40)
               value "*** RERUN: RTVs for this business date ".
           05 filler                        pic x(40)
               value "were already raised ***".
           05 filler                        pic x(40)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-rtv-heading-line.
           05 filler                        pic x(5)
               value "RTV: ".
           05 ws-rhl-rtv-number             pic x(10).
           05 filler                        pic x(10)
               value "  Vendor: ".
           05 ws-rhl-vendor                 pic x(6).
           05 filler                        pic x(2)
               value spaces.
           05 ws-rhl-vendor-name            pic x(30).
           05 filler                        pic x(57)
               value spaces.

       01 ws-claim-column-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(10)
               value "      Qty".
           05 filler                        pic x(12)
               value "   Unit Cost".
           05 filler                        pic x(16)
               value "      Claim".
           05 filler                        pic x(54)
               value spaces.

       01 ws-claim-detail-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-cdl-store                  pic x(2).
           05 filler                        pic x(5)
               value spaces.
           05 ws-cdl-sku                    pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-cdl-qty                    pic z,zzz,zz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-cdl-unit-cost              pic zz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-cdl-claim                  pic z,zzz,zz9.99.
           05 filler                        pic x(58)
               value spaces.

       01 ws-rtv-total-line.
           05 filler                        pic x(41)
               value spaces.
           05 filler                        pic x(12)
               value "RTV claim:  ".
           05 ws-rtl-claim                  pic z,zzz,zz9.99.
           05 filler                        pic x(55)
               value spaces.

       01 ws-rtv-not-written-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(37)
               value "*** RTV NOT WRITTEN TO THE OPEN FILE".
           05 filler                        pic x(9)
               value " (status ".
           05 ws-rnw-status                 pic xx.
           05 filler                        pic x(4)
               value ") - ".
           05 filler                        pic x(44)
               value "units left in damaged stock, no claim sent".
           05 filler                        pic x(20)
               value spaces.

       01 ws-no-vendor-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-nvl-store                  pic x(2).
           05 filler                        pic x(5)
               value spaces.
           05 ws-nvl-sku                    pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-nvl-qty                    pic z,zzz,zz9.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(40)
               value "No vendor on the SKU Master - held".
           05 filler                        pic x(41)
               value spaces.

       01 ws-credit-column-line.
           05 filler                        pic x(12)
               value "RTV".
           05 filler                        pic x(8)
               value "Vendor".
           05 filler                        pic x(10)
               value "Raised".
           05 filler                        pic x(14)
               value "       Claim".
           05 filler                        pic x(14)
               value "      Credit".
           05 filler                        pic x(10)
               value "Credited".
           05 filler                        pic x(14)
               value "  Difference".
           05 filler                        pic x(8)
               value "    Days".
           05 filler                        pic x(30)
               value spaces.

       01 ws-credit-detail-line.
           05 ws-crl-rtv-number             pic x(10).
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-vendor                 pic x(6).
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-create-date            pic 9(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-claim                  pic z,zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-credit                 pic x(12).
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-credit-date            pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-difference             pic x(13).
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-days                   pic x(5).
           05 filler                        pic x(2)
               value spaces.
           05 ws-crl-flag                   pic x(10).
           05 filler                        pic x(18)
               value spaces.

       01 ws-edit-amount                    pic z,zzz,zz9.99.
       01 ws-edit-difference                pic -,---,--9.99.
       01 ws-edit-days                      pic zzzz9.

       01 ws-reject-line.
           05 ws-rjl-record                 pic x(33).
           05 filler                        pic x(2)
               value spaces.
           05 ws-rjl-reason                 pic x(40).
           05 filler                        pic x(45)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(12)
               value "  (none)".
           05 filler                        pic x(108)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(13)
               value "RTVs raised: ".
           05 ws-sum-raised                 pic zzzz9.
           05 filler                        pic x(15)
               value "  Claim lines: ".
           05 ws-sum-claim-lines            pic zzzzzz9.
           05 filler                        pic x(13)
               value "  No vendor: ".
           05 ws-sum-no-vendor              pic zzzz9.
           05 filler                        pic x(19)
               value "  Credits matched: ".
           05 ws-sum-matched                pic zzzz9.
           05 filler                        pic x(12)
               value "  Rejected: ".
           05 ws-sum-rejected               pic zzzz9.
           05 filler                        pic x(21)
               value spaces.

       01 ws-summary2-line.
           05 filler                        pic x(18)
               value "RTVs still open:  ".
           05 ws-sum-open                   pic zzzz9.
           05 filler                        pic x(14)
               value "  To chase:   ".
           05 ws-sum-chase                  pic zzzz9.
           05 filler                        pic x(16)
               value "  Not written: ".
           05 ws-sum-not-written            pic zzzz9.
           05 filler                        pic x(57)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-rtv-config.
           perform 045-load-sku-master.
           perform 050-load-vendor-master.
           perform 055-read-last-posted.

           open output rtv-register.
           perform 100-print-headings.

           perform 060-open-keyed-files.

           if ws-damaged-file-ok-flag = 'Y'
                   and ws-rtv-file-ok-flag = 'Y'
               if ws-already-posted-flag = 'Y'
                   write rtv-register-line from ws-heading-rerun-line
                       after advancing 2 lines
               else
                   perform 200-match-vendor-credits
                   perform 300-collect-damaged-stock
                   perform 400-raise-rtv-batches
                   perform 250-write-last-posted
               end-if
               perform 500-print-open-rtvs
           else
               write rtv-register-line from ws-heading-not-open-line
                   after advancing 2 lines
           end-if.

           move ws-rtv-raised-count         to ws-sum-raised.
           move ws-claim-line-count         to ws-sum-claim-lines.
           move ws-no-vendor-count          to ws-sum-no-vendor.
           move ws-credit-matched-count     to ws-sum-matched.
           move ws-credit-rejected-count    to ws-sum-rejected.
           write rtv-register-line from ws-summary-line
               after advancing 2 lines.
           move ws-open-rtv-count           to ws-sum-open.
           move ws-chase-count              to ws-sum-chase.
           move ws-rtv-not-written-count    to ws-sum-not-written.
           write rtv-register-line from ws-summary2-line
               after advancing 1 line.

           close rtv-register.

           if ws-damaged-file-ok-flag = 'Y'
               close damaged-stock-file
           end-if.

           if ws-rtv-file-ok-flag = 'Y'
               close rtv-open-file
           end-if.

      *    A keyed file never opened, so nothing was raised or
      *    matched - the chain must not treat this as a clean run.
      *    Stock held for want of a vendor or of an RTV that
      *    would go on file, rejected credits and RTVs to chase
      *    are warnings for the buyers and payables.
           if ws-damaged-file-ok-flag = 'N'
                   or ws-rtv-file-ok-flag = 'N'
               move 12                      to return-code
           else
           if ws-no-vendor-count > 0
                   or ws-credit-rejected-count > 0
                   or ws-chase-count > 0
                   or ws-rtv-not-written-count > 0
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
               "DAMAGED-STOCK.dat"
                                        delimited by size
               into ws-damaged-stock-path.

           string ws-data-library       delimited by space
               "RTV-OPEN.dat"
                                        delimited by size
               into ws-rtv-open-path.

           string ws-data-library       delimited by space
               "VENDOR-CREDIT.dat"
                                        delimited by size
               into ws-vendor-credit-path.

           string ws-data-library       delimited by space
               "RTV-CLAIM.dat"
                                        delimited by size
               into ws-rtv-claim-path.

           string ws-data-library       delimited by space
               "SKU-MASTER.dat"
                                        delimited by size
               into ws-sku-master-path.

           string ws-data-library       delimited by space
               "VENDOR-MASTER.dat"
                                        delimited by size
               into ws-vendor-master-path.

           string ws-data-library       delimited by space
               "RTV-CONFIG.dat"
                                        delimited by size
               into ws-rtv-config-path.

           string ws-data-library       delimited by space
               "RTV-LAST-POSTED.dat"
                                        delimited by size
               into ws-last-posted-path.

           string ws-data-library       delimited by space
               "rtv-register.out"
                                        delimited by size
               into ws-rtv-register-path.

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
               function integer-of-date(ws-business-date-n).

      *    A missing config file just keeps the built-in chase
      *    window.
       040-load-rtv-config.

           open input rtv-config-file.

           if ws-rtv-config-status not = "35"
               read rtv-config-file
                   not at end
                       if rc-chase-days numeric
                               and rc-chase-days > 0
                           move rc-chase-days to ws-chase-days
                       end-if
               end-read
               close rtv-config-file
           end-if.

       045-load-sku-master.

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
                       move skm-vendor-number
                           to ws-skm-vendor(ws-skm-idx)
                       if skm-unit-cost numeric
                           move skm-unit-cost
                               to ws-skm-unit-cost(ws-skm-idx)
                       else
                           move 0
                               to ws-skm-unit-cost(ws-skm-idx)
                       end-if
                   end-if
                   read sku-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close sku-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       050-load-vendor-master.

           move ws-false-const              to ws-eof-flag.

           open input vendor-master-file.

           if ws-vendor-master-file-status not = "35"

               read vendor-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-vnd-count < 500
                       add 1                to ws-vnd-count
                       set ws-vnd-idx       to ws-vnd-count
                       move vm-vendor-number
                           to ws-vnd-number(ws-vnd-idx)
                       move vm-vendor-name  to ws-vnd-name(ws-vnd-idx)
                   end-if
                   read vendor-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close vendor-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The date RTVs were last raised. The same business date
      *    again is a rerun - the damaged units are already on an
      *    RTV and the credits already matched.
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

           if ws-last-posted-date = ws-business-date-n
               move 'Y'                     to ws-already-posted-flag
           end-if.

      *    Open both keyed files for in-place updates, creating
      *    either empty on the very first run.
       060-open-keyed-files.

           open i-o damaged-stock-file.

           if ws-damaged-stock-file-status = "35"
               open output damaged-stock-file
               close damaged-stock-file
               open i-o damaged-stock-file
           end-if.

           if ws-damaged-stock-file-status = "00"
               move 'Y'                     to ws-damaged-file-ok-flag
           end-if.

           open i-o rtv-open-file.

           if ws-rtv-open-file-status = "35"
               open output rtv-open-file
               close rtv-open-file
               open i-o rtv-open-file
           end-if.

           if ws-rtv-open-file-status = "00"
               move 'Y'                     to ws-rtv-file-ok-flag
           end-if.

      *    Each credit closes the RTV it names. A credit that does
      *    not match an open RTV for the same vendor is rejected
      *    for payables to follow up. The feed is truncated once
      *    read, so a credit is never matched twice.
       200-match-vendor-credits.

           move "VENDOR CREDITS MATCHED TO RTVS" to ws-sl-title.
           write rtv-register-line from ws-section-line
               after advancing 2 lines.
           write rtv-register-line from ws-credit-column-line
               after advancing 1 line.

           move ws-false-const              to ws-eof-flag.

           open input vendor-credit-file.

           if ws-vendor-credit-file-status not = "35"

               read vendor-credit-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-credit-record-count
                   perform 210-match-one-credit thru 210-exit
                   read vendor-credit-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close vendor-credit-file

               open output vendor-credit-file
               close vendor-credit-file

           end-if.

           if ws-credit-matched-count = 0
               write rtv-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-false-const              to ws-eof-flag.

       210-match-one-credit.

           move spaces                      to ws-reject-reason.

           if vc-credit-amount not numeric
               move "Credit amount must be numeric."
                   to ws-reject-reason
               go to 210-exit
           end-if.

           move vc-rtv-number               to rv-rtv-number.

           read rtv-open-file
               invalid key
                   move "RTV not on file."  to ws-reject-reason
           end-read.

           if ws-reject-reason not = spaces
               go to 210-exit
           end-if.

           if rv-vendor-number not = vc-vendor-number
               move "Vendor does not match the RTV."
                   to ws-reject-reason
               go to 210-exit
           end-if.

           if rv-credited-88
               move "RTV already credited."  to ws-reject-reason
               go to 210-exit
           end-if.

           move vc-credit-amount            to rv-credit-amount.
           if vc-credit-date numeric
               move vc-credit-date          to rv-credit-date
           else
               move ws-business-date-n      to rv-credit-date
           end-if.
           move 'C'                         to rv-status.
           rewrite rtv-open-line.

           add 1                            to ws-credit-matched-count.
           perform 520-print-rtv-line.

       210-exit.

           if ws-reject-reason not = spaces
               add 1                        to ws-credit-rejected-count
               move vendor-credit-line      to ws-rjl-record
               move ws-reject-reason        to ws-rjl-reason
               write rtv-register-line from ws-reject-line
                   after advancing 1 line
           end-if.

       250-write-last-posted.

           open output last-posted-file.
           move ws-business-date-n          to last-posted-line.
           write last-posted-line.
           close last-posted-file.

      *    Every store/SKU with damaged units whose SKU carries a
      *    vendor goes onto tonight's RTV lines. Units with no
      *    vendor to send them to stay in the bucket and are listed
      *    until the buyer loads one.
       300-collect-damaged-stock.

           move "DAMAGED STOCK HELD - NO VENDOR TO RETURN TO"
               to ws-sl-title.
           write rtv-register-line from ws-section-line
               after advancing 2 lines.

           move ws-false-const              to ws-eof-flag.
           move low-values                  to dg-key.

           start damaged-stock-file
               key not < dg-key
               invalid key
                   move ws-true-const       to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               read damaged-stock-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
               add 1                        to ws-damaged-record-count
               if dg-damaged-qty numeric
                       and dg-damaged-qty > 0
                   perform 310-take-damaged-units
               end-if
               read damaged-stock-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           if ws-no-vendor-count = 0
               write rtv-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-false-const              to ws-eof-flag.

       310-take-damaged-units.

           move 'N'                         to ws-skm-found-flag.

           perform varying ws-skm-idx from 1 by 1
               until ws-skm-idx > ws-skm-count
                   or ws-skm-found-flag = 'Y'
               if ws-skm-code(ws-skm-idx) = dg-sku-code
                   move 'Y'                 to ws-skm-found-flag
               end-if
           end-perform.

           if ws-skm-found-flag = 'Y'
               set ws-skm-idx               down by 1
           end-if.

           if ws-skm-found-flag = 'N'
                   or ws-skm-vendor(ws-skm-idx) = spaces
                   or ws-rl-count >= 2000
               add 1                        to ws-no-vendor-count
               move dg-store-number         to ws-nvl-store
               move dg-sku-code             to ws-nvl-sku
               move dg-damaged-qty          to ws-nvl-qty
               write rtv-register-line from ws-no-vendor-line
                   after advancing 1 line
           else
               add 1                        to ws-rl-count
               set ws-rl-idx                to ws-rl-count
               move ws-skm-vendor(ws-skm-idx)
                   to ws-rl-vendor(ws-rl-idx)
               move dg-store-number         to ws-rl-store(ws-rl-idx)
               move dg-sku-code             to ws-rl-sku(ws-rl-idx)
               move dg-damaged-qty          to ws-rl-qty(ws-rl-idx)
               move ws-skm-unit-cost(ws-skm-idx)
                   to ws-rl-unit-cost(ws-rl-idx)
           end-if.

      *    One RTV per vendor for tonight's lines: the lines go to
      *    the register, the RTV onto the open file with its total
      *    claim at cost and, once it is there, the lines to the
      *    claim file and out of the damaged-stock bucket.
       400-raise-rtv-batches.

           move "RTV AUTHORIZATIONS RAISED" to ws-sl-title.
           write rtv-register-line from ws-section-line
               after advancing 2 lines.

           open output rtv-claim-file.

           if ws-rl-count = 0
               write rtv-register-line from ws-none-line
                   after advancing 1 line
           else
               if ws-rl-count > 1
                   sort ws-rl-entry
                       on ascending key ws-rl-vendor ws-rl-store
                                        ws-rl-sku
               end-if

               move ws-business-yymmdd      to ws-nrn-yymmdd
               move 0                       to ws-nrn-sequence
               move high-values             to ws-break-vendor

               perform varying ws-rl-idx from 1 by 1
                   until ws-rl-idx > ws-rl-count
                   if ws-rl-vendor(ws-rl-idx) not = ws-break-vendor
                       if ws-break-vendor not = high-values
                           perform 430-close-rtv
                       end-if
                       perform 410-open-rtv
                   end-if
                   perform 420-price-claim-line
               end-perform

               perform 430-close-rtv
           end-if.

           close rtv-claim-file.

      *    Next free authorization number for the day - a day's
      *    numbers already on file (an earlier catch-up run) are
      *    stepped over.
       410-open-rtv.

           move ws-rl-vendor(ws-rl-idx)     to ws-break-vendor.
           set ws-rl-batch-start            to ws-rl-idx.
           move 0                           to ws-rtv-claim-total.

           move 'N'                         to ws-rtv-number-free-flag.
           perform until ws-rtv-number-free-flag = 'Y'
                   or ws-nrn-sequence = 99
               add 1                        to ws-nrn-sequence
               move ws-new-rtv-number       to rv-rtv-number
               read rtv-open-file
                   invalid key
                       move 'Y'             to ws-rtv-number-free-flag
               end-read
           end-perform.

           move ws-break-vendor             to ws-find-vendor.
           perform 440-find-vendor-name.

           move ws-new-rtv-number           to ws-rhl-rtv-number.
           move ws-break-vendor             to ws-rhl-vendor.
           move ws-found-vendor-name        to ws-rhl-vendor-name.
           write rtv-register-line from ws-rtv-heading-line
               after advancing 2 lines.
           write rtv-register-line from ws-claim-column-line
               after advancing 1 line.

       420-price-claim-line.

           compute ws-line-extended-cost =
               ws-rl-qty(ws-rl-idx) * ws-rl-unit-cost(ws-rl-idx).
           add ws-line-extended-cost        to ws-rtv-claim-total.

           move ws-rl-store(ws-rl-idx)      to ws-cdl-store.
           move ws-rl-sku(ws-rl-idx)        to ws-cdl-sku.
           move ws-rl-qty(ws-rl-idx)        to ws-cdl-qty.
           move ws-rl-unit-cost(ws-rl-idx)  to ws-cdl-unit-cost.
           move ws-line-extended-cost       to ws-cdl-claim.
           write rtv-register-line from ws-claim-detail-line
               after advancing 1 line.

       430-close-rtv.

           move ws-rtv-claim-total          to ws-rtl-claim.
           write rtv-register-line from ws-rtv-total-line
               after advancing 1 line.

           move ws-new-rtv-number           to rv-rtv-number.
           move ws-break-vendor             to rv-vendor-number.
           move ws-business-date-n          to rv-create-date.
           move ws-rtv-claim-total          to rv-claim-amount.
           move 0                           to rv-credit-amount.
           move 0                           to rv-credit-date.
           move 'O'                         to rv-status.

      *    The number is one this run found free; an RTV already
      *    on file under it is never overwritten. Not on file, the
      *    RTV claims nothing - its units stay in the bucket for
      *    the next night's run.
           write rtv-open-line
               invalid key
                   add 1            to ws-rtv-not-written-count
                   move ws-rtv-open-file-status to ws-rnw-status
                   write rtv-register-line
                       from ws-rtv-not-written-line
                       after advancing 1 line
                   end-write
               not invalid key
                   add 1                    to ws-rtv-raised-count
                   perform 435-send-claim-line
                       varying ws-rl-take-idx from ws-rl-batch-start
                       by 1 until ws-rl-take-idx >= ws-rl-idx
           end-write.

      *    One line of an RTV now on file: to the vendor claim file,
      *    and its units out of the damaged-stock bucket.
       435-send-claim-line.

           compute ws-line-extended-cost =
               ws-rl-qty(ws-rl-take-idx)
                   * ws-rl-unit-cost(ws-rl-take-idx).

           move ws-new-rtv-number           to cl-rtv-number.
           move ws-rl-vendor(ws-rl-take-idx) to cl-vendor-number.
           move ws-rl-store(ws-rl-take-idx) to cl-store-number.
           move ws-rl-sku(ws-rl-take-idx)   to cl-sku-code.
           move ws-rl-qty(ws-rl-take-idx)   to cl-quantity.
           move ws-rl-unit-cost(ws-rl-take-idx) to cl-unit-cost.
           move ws-line-extended-cost       to cl-extended-cost.
           write rtv-claim-line.
           add 1                            to ws-claim-line-count.

           move ws-rl-store(ws-rl-take-idx) to dg-store-number.
           move ws-rl-sku(ws-rl-take-idx)   to dg-sku-code.

           read damaged-stock-file
               invalid key
                   continue
               not invalid key
                   if dg-damaged-qty > ws-rl-qty(ws-rl-take-idx)
                       subtract ws-rl-qty(ws-rl-take-idx)
                           from dg-damaged-qty
                   else
                       move 0               to dg-damaged-qty
                   end-if
                   rewrite damaged-stock-line
           end-read.

       440-find-vendor-name.

           move "(not on Vendor Master)"    to ws-found-vendor-name.

           perform varying ws-vnd-idx from 1 by 1
               until ws-vnd-idx > ws-vnd-count
               if ws-vnd-number(ws-vnd-idx) = ws-find-vendor
                   move ws-vnd-name(ws-vnd-idx)
                       to ws-found-vendor-name
               end-if
           end-perform.

      *    Every RTV still waiting on its credit; those open longer
      *    than the chase window are flagged for payables to chase
      *    the vendor.
       500-print-open-rtvs.

           move "OPEN RTVS - AWAITING VENDOR CREDIT" to ws-sl-title.
           write rtv-register-line from ws-section-line
               after advancing 2 lines.
           write rtv-register-line from ws-credit-column-line
               after advancing 1 line.

           move ws-false-const              to ws-eof-flag.
           move low-values                  to rv-rtv-number.

           start rtv-open-file
               key not < rv-rtv-number
               invalid key
                   move ws-true-const       to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               read rtv-open-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
               if rv-open-88
                   add 1                    to ws-open-rtv-count
                   perform 520-print-rtv-line
               end-if
               read rtv-open-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           if ws-open-rtv-count = 0
               write rtv-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    One RTV line - credited (with the difference from the
      *    claim, short flagged) or still open (with its age).
       520-print-rtv-line.

           move rv-rtv-number               to ws-crl-rtv-number.
           move rv-vendor-number            to ws-crl-vendor.
           move rv-create-date              to ws-crl-create-date.
           move rv-claim-amount             to ws-crl-claim.
           move spaces                      to ws-crl-credit.
           move spaces                      to ws-crl-credit-date.
           move spaces                      to ws-crl-difference.
           move spaces                      to ws-crl-days.
           move spaces                      to ws-crl-flag.

           move 0                           to ws-days-open.
           if rv-create-date numeric
                   and rv-create-date > 0
               compute ws-create-date-int =
                   function integer-of-date(rv-create-date)
               if ws-business-date-int > ws-create-date-int
                   compute ws-days-open =
                       ws-business-date-int - ws-create-date-int
               end-if
           end-if.
           move ws-days-open                to ws-edit-days.
           move ws-edit-days                to ws-crl-days.

           if rv-credited-88
               move rv-credit-amount        to ws-edit-amount
               move ws-edit-amount          to ws-crl-credit
               move rv-credit-date          to ws-crl-credit-date
               compute ws-credit-difference =
                   rv-credit-amount - rv-claim-amount
               move ws-credit-difference    to ws-edit-difference
               move ws-edit-difference      to ws-crl-difference
               if ws-credit-difference < 0
                   move "SHORT"             to ws-crl-flag
               end-if
           else
               if ws-days-open > ws-chase-days
                   move "** CHASE"          to ws-crl-flag
                   add 1                    to ws-chase-count
               end-if
           end-if.

           write rtv-register-line from ws-credit-detail-line
               after advancing 1 line.

       100-print-headings.

           write rtv-register-line from ws-heading1-name-line.

           move ws-business-date-n          to ws-hdr-business-date.
           write rtv-register-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write rtv-register-line from ws-heading2-title-line
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

           move "Program_30"                to au-program-name.
           compute au-input-record-count =
               ws-damaged-record-count + ws-credit-record-count.
           move ws-claim-line-count         to au-output-record-count-1.
           move ws-rtv-raised-count         to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_30.
