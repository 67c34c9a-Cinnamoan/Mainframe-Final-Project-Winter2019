       identification division.
       program-id. Program_21.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Loyalty points ledger. Reads the day's
      *valid.dat and posts points to a keyed ledger by customer
      *number: points are earned on sales ('S') and layaway
      *payoffs ('P') rung to a loyalty customer, points redeemed
      *at the register come off the balance, and a return ('R')
      *or a void ('V') of an earning invoice backs its points out
      *again - found through the invoice-points file, so a return
      *rung without the card still reaches the customer who
      *earned the points. Every posting is also appended to the
      *points activity file the monthly statement is built from.

       environment division.
       input-output section.
       file-control.

      *    The day's edited transactions, the same file the split
      *    step reads.
           select valid-file
               assign to ws-valid-path
               organization is line sequential
               file status is ws-valid-file-status.

      *    The running points position, one keyed record per
      *    customer, read and rewritten in place as the day posts
      *    - the same indexed pattern as the on-hand ledger.
           select loyalty-points-file
               assign to ws-loyalty-points-path
               organization is indexed
               access is dynamic
               record key is lp-customer-number
               file status is ws-loyalty-points-status.

      *    Points earned per invoice and who earned them, so a
      *    later return or void backs out no more than the
      *    invoice earned, from the customer who earned it.
           select loyalty-invoice-file
               assign to ws-loyalty-invoice-path
               organization is indexed
               access is dynamic
               record key is li-invoice-number
               file status is ws-loyalty-invoice-status.

      *    Every posting, one line each, appended night after
      *    night - the monthly statement's source.
           select loyalty-activity-file
               assign to ws-loyalty-activity-path
               organization is line sequential
               file status is ws-loyalty-activity-status.

      *    The business date the ledger was last posted for. A
      *    rerun of the same date reprints the register without
      *    posting the day a second time.
           select last-posted-file
               assign to ws-last-posted-path
               organization is line sequential
               file status is ws-last-posted-file-status.

      *    Loyalty options (points earned per dollar). A missing
      *    file keeps the built-in default.
           select loyalty-config-file
               assign to ws-loyalty-config-path
               organization is line sequential
               file status is ws-loyalty-config-status.

           select loyalty-register-report
               assign to ws-loyalty-register-path
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

       fd valid-file
           data record is input-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
               88 il-sale-transac-88
                   value 'S'.
               88 il-return-transac-88
                   value 'R'.
               88 il-payoff-transac-88
                   value 'P'.
               88 il-void-transac-88
                   value 'V'.
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-sku-code                   pic x(15).
           05 il-return-reason-code         pic xx.
           05 il-transaction-date           pic 9(8).
           05 il-contract-price             pic x(7).
           05 il-exchange-new-sku           pic x(15).
           05 il-exchange-return-amount     pic x(7).
           05 il-exchange-new-amount        pic x(7).
           05 il-quantity                   pic x(3).
           05 il-cashier-id                 pic x(4).
           05 il-tender-2                   pic xx.
           05 il-tender-2-amount            pic x(7).
           05 il-approval-code              pic x(6).
      *    Loyalty customer number and points redeemed, spaces
      *    when the sale was not rung to a loyalty customer.
           05 il-customer-number            pic x(8).
               88 il-customer-number-blank-88
                   value spaces.
           05 il-points-redeemed            pic 9(5).
           05 il-points-redeemed-x redefines
              il-points-redeemed           pic x(5).
               88 il-points-redeemed-blank-88
                   value spaces.
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

      *    One customer's points position: the balance available
      *    to redeem, everything ever earned, and the last day
      *    anything posted to it - with the points redeemed on
      *    that last posted business date, so an edit step rerun
      *    for the same date can add them back instead of taking
      *    the same redemptions off twice.
       fd loyalty-points-file
           data record is loyalty-points-line
           record contains 51 characters.

       01 loyalty-points-line.
           05 lp-customer-number            pic x(8).
           05 lp-points-balance             pic s9(9).
           05 lp-lifetime-earned            pic 9(9).
           05 lp-last-activity-date         pic 9(8).
           05 lp-last-posted-date           pic 9(8).
           05 lp-last-day-redeemed          pic 9(9).

      *    What one invoice earned, for whom, and how much of it
      *    returns and voids have already taken back.
       fd loyalty-invoice-file
           data record is loyalty-invoice-line
           record contains 39 characters.

       01 loyalty-invoice-line.
           05 li-invoice-number             pic x(9).
           05 li-customer-number            pic x(8).
           05 li-points-earned              pic 9(7).
           05 li-points-backed-out          pic 9(7).
           05 li-business-date              pic 9(8).

      *    'E' earned, 'R' redeemed, 'B' backed out on a return,
      *    'V' backed out on a void. The points are always
      *    positive; the activity type says which way they moved.
       fd loyalty-activity-file
           data record is loyalty-activity-line
           record contains 35 characters.

       01 loyalty-activity-line.
           05 la-business-date              pic 9(8).
           05 la-customer-number            pic x(8).
           05 la-store-number               pic x(2).
           05 la-invoice-number             pic x(9).
           05 la-activity-type              pic x.
           05 la-points                     pic 9(7).

       fd last-posted-file
           data record is last-posted-line
           record contains 8 characters.

       01 last-posted-line                  pic 9(8).

       fd loyalty-config-file
           data record is loyalty-config-line
           record contains 3 characters.

       01 loyalty-config-line.
           05 lc-points-per-dollar          pic 9(3).

       fd loyalty-register-report
           data record is loyalty-register-line
           record contains 100 characters.

       01 loyalty-register-line             pic x(100).

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
       01 ws-valid-path                        pic x(100)
           value spaces.
       01 ws-loyalty-points-path               pic x(100)
           value spaces.
       01 ws-loyalty-invoice-path              pic x(100)
           value spaces.
       01 ws-loyalty-activity-path             pic x(100)
           value spaces.
       01 ws-last-posted-path                  pic x(100)
           value spaces.
       01 ws-loyalty-config-path               pic x(100)
           value spaces.
       01 ws-loyalty-register-path             pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-valid-file-status              pic xx
           value spaces.
       01 ws-loyalty-points-status          pic xx
           value spaces.
       01 ws-loyalty-invoice-status         pic xx
           value spaces.
       01 ws-loyalty-activity-status        pic xx
           value spaces.
       01 ws-last-posted-file-status        pic xx
           value spaces.
       01 ws-loyalty-config-status          pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the ledger posts under, resolved from
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

      *Points earned for every whole dollar of a qualifying sale.
      *Settable via the loyalty config file.
       01 ws-points-per-dollar              pic 9(3)
           value 1.

      *Set only when both keyed files actually opened - the day
      *must not half-post, so either one missing skips posting
      *and ends the step with a visible return code.
       01 ws-ledger-file-ok-flag            pic x
           value 'N'.
      *Set when the ledger already carries this business date - a
      *rerun reprints the register without posting twice.
       01 ws-already-posted-flag            pic x
           value 'N'.
       01 ws-last-posted-date               pic 9(8)
           value 0.

      *Voids collected from valid.dat in a pre-pass, so a void can
      *cancel its original record whichever order the two arrived
      *in - the same netting the split step does. A void with no
      *original tonight is backing out an earlier day's invoice.
       01 ws-void-table.
           05 ws-void-entry                 occurs 0 to 2000 times
               depending on ws-void-table-count
               indexed by ws-void-idx.
               10 ws-void-invoice           pic x(9).
               10 ws-void-amount            pic 9(5)v99.
               10 ws-void-store             pic x(2).
               10 ws-void-matched-flag      pic x.

       01 ws-void-table-count               pic 9(4)
           value 0.
       01 ws-record-voided-flag             pic x
           value 'N'.

      *The posting being applied to the ledger, set up before each
      *call to 300-apply-to-ledger. A negative signed figure takes
      *points off the balance; the redeemed figure is the part of
      *it that was redeemed at the register.
       01 ws-apply-customer                 pic x(8)
           value spaces.
       01 ws-apply-points                   pic s9(9)
           value 0.
       01 ws-apply-earned                   pic 9(9)
           value 0.
       01 ws-apply-redeemed                 pic 9(9)
           value 0.

      *The activity line written for the posting.
       01 ws-act-store                      pic x(2)
           value spaces.
       01 ws-act-invoice                    pic x(9)
           value spaces.
       01 ws-act-type                       pic x
           value space.
       01 ws-act-points                     pic 9(7)
           value 0.

      *Scratch fields for the points one record earns or backs out.
       01 ws-record-points                  pic 9(7)
           value 0.
       01 ws-points-left                    pic 9(7)
           value 0.
       01 ws-backout-amount                 pic 9(5)v99
           value 0.

       01 ws-counters.
           05 ws-valid-record-count         pic 9(7)
               value 0.
           05 ws-earn-count                 pic 9(7)
               value 0.
           05 ws-earn-points                pic 9(9)
               value 0.
           05 ws-redeem-count               pic 9(7)
               value 0.
           05 ws-redeem-points              pic 9(9)
               value 0.
           05 ws-return-count               pic 9(7)
               value 0.
           05 ws-return-points              pic 9(9)
               value 0.
           05 ws-void-count                 pic 9(7)
               value 0.
           05 ws-void-points                pic 9(9)
               value 0.
           05 ws-voided-same-day-count      pic 9(7)
               value 0.
           05 ws-negative-count             pic 9(5)
               value 0.
           05 ws-activity-count             pic 9(7)
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
           05 filler                        pic x(44)
               value spaces.
           05 filler                        pic x(36)
               value "MAFD4202 - Team Project: Program #21".

       01 ws-heading2-title-line.
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(34)
               value "LOYALTY POINTS POSTING REGISTER".
           05 filler                        pic x(36)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(77)
               value spaces.

      *This line warns that the points for this business date were
      *already on the ledger, so this run reprinted the register
      *without posting them a second time.
       01 ws-heading-rerun-line.
           05 filler                        pic x(30)
               value "*** RERUN: points for this ".
           05 filler                        pic x(38)
               value "business date were already posted ***".
           05 filler                        pic x(32)
               value spaces.

       01 ws-posting-header-line.
           05 filler                        pic x(30)
               value "POSTINGS".
           05 filler                        pic x(12)
               value "   Records".
           05 filler                        pic x(14)
               value "       Points".
           05 filler                        pic x(44)
               value spaces.

       01 ws-posting-detail-line.
           05 ws-pdl-text                   pic x(30).
           05 filler                        pic x(3)
               value spaces.
           05 ws-pdl-count                  pic zzzzzz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-pdl-points                 pic zzz,zzz,zz9.
           05 filler                        pic x(46)
               value spaces.

       01 ws-section-negative-line.
           05 filler                        pic x(46)
               value "CUSTOMERS BELOW ZERO (redeemed then returned)".
           05 filler                        pic x(54)
               value spaces.

       01 ws-negative-detail-line.
           05 filler                        pic x(12)
               value "  Customer: ".
           05 ws-ndl-customer               pic x(8).
           05 filler                        pic x(11)
               value "  Balance: ".
           05 ws-ndl-balance                pic -(9)9.
           05 filler                        pic x(16)
               value "  Last posted: ".
           05 ws-ndl-last-date              pic 9(8).
           05 filler                        pic x(35)
               value spaces.

       01 ws-none-line.
           05 filler                        pic x(12)
               value "  (none)".
           05 filler                        pic x(88)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-loyalty-config.
           perform 050-read-last-posted.
           perform 060-open-ledger-files.

           if ws-ledger-file-ok-flag = 'Y'
                   and ws-already-posted-flag = 'N'
               perform 070-preload-void-table
               perform 200-post-valid-records
               perform 240-post-prior-day-voids
               close loyalty-activity-file
               perform 250-write-last-posted
           end-if.

           open output loyalty-register-report.
           perform 100-print-headings.

           perform 400-print-postings.

           if ws-ledger-file-ok-flag = 'Y'
               perform 410-print-negative-balances
               close loyalty-points-file
               close loyalty-invoice-file
           else
      *        The ledger never opened, so tonight's points did
      *        not post - the chain must not treat this as a
      *        clean run.
               move 12                      to return-code
           end-if.

           close loyalty-register-report.

      *    A balance below zero is a warning for the loyalty desk,
      *    not a failed step.
           if ws-negative-count > 0
                   and return-code = 0
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
               "valid.dat"
                                        delimited by size
               into ws-valid-path.

           string ws-data-library       delimited by space
               "LOYALTY-POINTS.dat"
                                        delimited by size
               into ws-loyalty-points-path.

           string ws-data-library       delimited by space
               "LOYALTY-INVOICE.dat"
                                        delimited by size
               into ws-loyalty-invoice-path.

           string ws-data-library       delimited by space
               "LOYALTY-ACTIVITY.dat"
                                        delimited by size
               into ws-loyalty-activity-path.

           string ws-data-library       delimited by space
               "LOYALTY-LAST-POSTED.dat"
                                        delimited by size
               into ws-last-posted-path.

           string ws-data-library       delimited by space
               "LOYALTY-CONFIG.dat"
                                        delimited by size
               into ws-loyalty-config-path.

           string ws-data-library       delimited by space
               "loyalty-register.out"
                                        delimited by size
               into ws-loyalty-register-path.

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

      *    A missing config file just keeps the built-in earning
      *    rate.
       040-load-loyalty-config.

           open input loyalty-config-file.

           if ws-loyalty-config-status not = "35"
               read loyalty-config-file
                   not at end
                       if lc-points-per-dollar numeric
                               and lc-points-per-dollar > 0
                           move lc-points-per-dollar
                               to ws-points-per-dollar
                       end-if
               end-read
               close loyalty-config-file
           end-if.

      *    The date the ledger last posted. The same business date
      *    again is a rerun - the points are already on the
      *    balances, so posting them again would double them.
       050-read-last-posted.

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

      *    Open both keyed files for in-place updates, creating
      *    each empty on the very first run - the same pattern as
      *    the on-hand ledger.
       060-open-ledger-files.

           open i-o loyalty-points-file.

           if ws-loyalty-points-status = "35"
               open output loyalty-points-file
               close loyalty-points-file
               open i-o loyalty-points-file
           end-if.

           open i-o loyalty-invoice-file.

           if ws-loyalty-invoice-status = "35"
               open output loyalty-invoice-file
               close loyalty-invoice-file
               open i-o loyalty-invoice-file
           end-if.

           if ws-loyalty-points-status = "00"
                   and ws-loyalty-invoice-status = "00"
               move 'Y'                     to ws-ledger-file-ok-flag
           else
               if ws-loyalty-points-status = "00"
                   close loyalty-points-file
               end-if
               if ws-loyalty-invoice-status = "00"
                   close loyalty-invoice-file
               end-if
           end-if.

      *    Pre-pass over valid.dat collecting the day's 'V' records,
      *    so the main pass can cancel each void against its
      *    original whichever order the POS sent the two in.
       070-preload-void-table.

           move ws-false-const              to ws-eof-flag.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if il-void-transac-88
                       and ws-void-table-count < 2000
                       add 1                to ws-void-table-count
                       set ws-void-idx      to ws-void-table-count
                       move il-invoice-number
                           to ws-void-invoice(ws-void-idx)
                       move il-transaction-amount
                           to ws-void-amount(ws-void-idx)
                       move il-store-number
                           to ws-void-store(ws-void-idx)
                       move ws-false-const
                           to ws-void-matched-flag(ws-void-idx)
                   end-if
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       200-post-valid-records.

           move ws-false-const              to ws-eof-flag.

           open extend loyalty-activity-file.

           if ws-loyalty-activity-status = "35"
               open output loyalty-activity-file
           end-if.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-valid-record-count
                   perform 210-post-one-record
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A sale or payoff a cashier voided tonight never earned
      *    anything, and its redemption never happened - skip it
      *    whole. Voids themselves are worked after the pass.
       210-post-one-record.

           move 'N'                         to ws-record-voided-flag.

           if il-sale-transac-88 or il-payoff-transac-88
               perform 215-check-void-match
           end-if.

           if ws-record-voided-flag = 'Y'
               add 1                        to ws-voided-same-day-count
           else
           if il-sale-transac-88 or il-payoff-transac-88
               perform 220-post-earned-points
               if il-sale-transac-88
                   perform 225-post-redeemed-points
               end-if
           else
           if il-return-transac-88
               move il-transaction-amount   to ws-backout-amount
               move 'B'                     to ws-act-type
               perform 230-back-out-invoice
           end-if
           end-if
           end-if.

       215-check-void-match.

           perform varying ws-void-idx from 1 by 1
               until ws-void-idx > ws-void-table-count
                   or ws-record-voided-flag = 'Y'

               if ws-void-matched-flag(ws-void-idx) = ws-false-const
                   and il-invoice-number
                       = ws-void-invoice(ws-void-idx)
                   and il-transaction-amount
                       = ws-void-amount(ws-void-idx)
                   move 'Y'                 to ws-record-voided-flag
                   move ws-true-const
                       to ws-void-matched-flag(ws-void-idx)
               end-if

           end-perform.

      *    Whole dollars times the earning rate. The invoice record
      *    accumulates over every line of a multi-line sale so a
      *    return of any one line can find the customer.
       220-post-earned-points.

           if il-customer-number-blank-88
                   or il-transaction-amount not numeric
               continue
           else

               compute ws-record-points =
                   il-transaction-amount * ws-points-per-dollar

               if ws-record-points > 0

                   move il-invoice-number   to li-invoice-number
                   read loyalty-invoice-file
                       invalid key
                           move il-invoice-number
                               to li-invoice-number
                           move il-customer-number
                               to li-customer-number
                           move ws-record-points
                               to li-points-earned
                           move 0   to li-points-backed-out
                           move ws-business-date
                               to li-business-date
                           write loyalty-invoice-line
                           end-write
                       not invalid key
                           add ws-record-points
                               to li-points-earned
                           rewrite loyalty-invoice-line
                   end-read

                   move il-customer-number  to ws-apply-customer
                   move ws-record-points    to ws-apply-points
                   move ws-record-points    to ws-apply-earned
                   move 0                   to ws-apply-redeemed
                   perform 300-apply-to-ledger

                   move il-store-number     to ws-act-store
                   move il-invoice-number   to ws-act-invoice
                   move 'E'                 to ws-act-type
                   move ws-record-points    to ws-act-points
                   perform 310-write-activity

                   add 1                    to ws-earn-count
                   add ws-record-points     to ws-earn-points

               end-if

           end-if.

      *    The edit step already held the redemption to the
      *    customer's balance, so it simply comes off here.
       225-post-redeemed-points.

           if il-customer-number-blank-88
                   or il-points-redeemed-blank-88
                   or il-points-redeemed not numeric
               continue
           else
           if il-points-redeemed > 0

               move il-customer-number      to ws-apply-customer
               compute ws-apply-points = 0 - il-points-redeemed
               move 0                       to ws-apply-earned
               move il-points-redeemed      to ws-apply-redeemed
               perform 300-apply-to-ledger

               move il-store-number         to ws-act-store
               move il-invoice-number       to ws-act-invoice
               move 'R'                     to ws-act-type
               move il-points-redeemed      to ws-act-points
               perform 310-write-activity

               add 1                        to ws-redeem-count
               add il-points-redeemed       to ws-redeem-points

           end-if
           end-if.

      *    Back out the points ws-backout-amount earned on the
      *    invoice, from the customer who earned them, never more
      *    than the invoice has left to give back. An invoice that
      *    earned nothing has nothing to back out.
       230-back-out-invoice.

           move il-invoice-number           to li-invoice-number.

           read loyalty-invoice-file
               invalid key
                   continue
               not invalid key

                   compute ws-record-points =
                       ws-backout-amount * ws-points-per-dollar
                   compute ws-points-left =
                       li-points-earned - li-points-backed-out
                   if ws-record-points > ws-points-left
                       move ws-points-left  to ws-record-points
                   end-if

                   if ws-record-points > 0

                       add ws-record-points to li-points-backed-out
                       rewrite loyalty-invoice-line

                       move li-customer-number
                           to ws-apply-customer
                       compute ws-apply-points =
                           0 - ws-record-points
                       move 0               to ws-apply-earned
                       move 0               to ws-apply-redeemed
                       perform 300-apply-to-ledger

                       move il-store-number to ws-act-store
                       move il-invoice-number
                           to ws-act-invoice
                       move ws-record-points
                           to ws-act-points
                       perform 310-write-activity

                       if ws-act-type = 'B'
                           add 1            to ws-return-count
                           add ws-record-points
                               to ws-return-points
                       else
                           add 1            to ws-void-count
                           add ws-record-points
                               to ws-void-points
                       end-if

                   end-if

           end-read.

      *    A void whose original did not come through tonight is
      *    cancelling an invoice an earlier night already posted.
       240-post-prior-day-voids.

           perform varying ws-void-idx from 1 by 1
               until ws-void-idx > ws-void-table-count

               if ws-void-matched-flag(ws-void-idx) = ws-false-const
                   move ws-void-invoice(ws-void-idx)
                       to il-invoice-number
                   move ws-void-store(ws-void-idx)
                       to il-store-number
                   move ws-void-amount(ws-void-idx)
                       to ws-backout-amount
                   move 'V'                 to ws-act-type
                   perform 230-back-out-invoice
               end-if

           end-perform.

      *    Apply one signed posting to the customer's ledger
      *    record: a customer not yet on the ledger starts from
      *    zero, an existing one is rewritten in place. The
      *    day's redeemed total starts over on the first posting
      *    of a new business date.
       300-apply-to-ledger.

           move ws-apply-customer           to lp-customer-number.

           read loyalty-points-file
               invalid key
                   move ws-apply-customer   to lp-customer-number
                   move ws-apply-points     to lp-points-balance
                   move ws-apply-earned     to lp-lifetime-earned
                   move ws-business-date
                       to lp-last-activity-date
                   move ws-business-date
                       to lp-last-posted-date
                   move ws-apply-redeemed   to lp-last-day-redeemed
                   write loyalty-points-line
                   end-write
               not invalid key
                   add ws-apply-points      to lp-points-balance
                   add ws-apply-earned      to lp-lifetime-earned
                   move ws-business-date
                       to lp-last-activity-date
                   if lp-last-posted-date not = ws-business-date
                           or lp-last-day-redeemed not numeric
                       move ws-business-date
                           to lp-last-posted-date
                       move 0               to lp-last-day-redeemed
                   end-if
                   add ws-apply-redeemed    to lp-last-day-redeemed
                   rewrite loyalty-points-line
           end-read.

       310-write-activity.

           move ws-business-date            to la-business-date.
           move ws-apply-customer           to la-customer-number.
           move ws-act-store                to la-store-number.
           move ws-act-invoice              to la-invoice-number.
           move ws-act-type                 to la-activity-type.
           move ws-act-points               to la-points.
           write loyalty-activity-line.

           add 1                            to ws-activity-count.

       250-write-last-posted.

           open output last-posted-file.
           move ws-business-date            to last-posted-line.
           write last-posted-line.
           close last-posted-file.

       100-print-headings.

           write loyalty-register-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           write loyalty-register-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write loyalty-register-line from ws-heading2-title-line
               after advancing 1 line.

           if ws-already-posted-flag = 'Y'
               write loyalty-register-line from ws-heading-rerun-line
                   after advancing 1 line
           end-if.

       400-print-postings.

           write loyalty-register-line from ws-posting-header-line
               after advancing 2 lines.

           move "  Earned (sales / payoffs)"  to ws-pdl-text.
           move ws-earn-count               to ws-pdl-count.
           move ws-earn-points              to ws-pdl-points.
           write loyalty-register-line from ws-posting-detail-line
               after advancing 1 line.

           move "  Redeemed at the register"  to ws-pdl-text.
           move ws-redeem-count             to ws-pdl-count.
           move ws-redeem-points            to ws-pdl-points.
           write loyalty-register-line from ws-posting-detail-line
               after advancing 1 line.

           move "  Backed out on returns"     to ws-pdl-text.
           move ws-return-count             to ws-pdl-count.
           move ws-return-points            to ws-pdl-points.
           write loyalty-register-line from ws-posting-detail-line
               after advancing 1 line.

           move "  Backed out on voids"       to ws-pdl-text.
           move ws-void-count               to ws-pdl-count.
           move ws-void-points              to ws-pdl-points.
           write loyalty-register-line from ws-posting-detail-line
               after advancing 1 line.

           move "  Voided the same day"       to ws-pdl-text.
           move ws-voided-same-day-count    to ws-pdl-count.
           move 0                           to ws-pdl-points.
           write loyalty-register-line from ws-posting-detail-line
               after advancing 1 line.

      *    One pass over the ledger in key order listing every
      *    customer whose balance went below zero - points spent
      *    and then backed out by a return.
       410-print-negative-balances.

           write loyalty-register-line from ws-section-negative-line
               after advancing 2 lines.

           move ws-false-const              to ws-eof-flag.
           move low-values                  to lp-customer-number.

           start loyalty-points-file
               key not < lp-customer-number
               invalid key
                   move ws-true-const       to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               read loyalty-points-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
               if lp-points-balance numeric
                       and lp-points-balance < 0
                   add 1                    to ws-negative-count
                   move lp-customer-number  to ws-ndl-customer
                   move lp-points-balance   to ws-ndl-balance
                   move lp-last-activity-date
                       to ws-ndl-last-date
                   write loyalty-register-line
                       from ws-negative-detail-line
                       after advancing 1 line
               end-if
               read loyalty-points-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           if ws-negative-count = 0
               write loyalty-register-line from ws-none-line
                   after advancing 1 line
           end-if.

           move ws-false-const              to ws-eof-flag.

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

           move "Program_21"                to au-program-name.
           move ws-valid-record-count       to au-input-record-count.
           move ws-activity-count           to au-output-record-count-1.
           move ws-negative-count           to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_21.
