       identification division.
       program-id. Program_22.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Monthly loyalty points statement. Runs
      *at month end over the points activity file the nightly
      *ledger step appends to, and prints one statement per
      *loyalty customer on CUSTOMER-MASTER: the balance brought
      *forward, points earned, points redeemed, points backed out
      *on returns and voids, and the closing balance for the
      *month. With no request on file the statement month is the
      *calendar month before the business date, the same default
      *the month-end period close uses.

       environment division.
       input-output section.
       file-control.

      *    Every points posting the nightly ledger step has made.
           select loyalty-activity-file
               assign to ws-loyalty-activity-path
               organization is line sequential
               file status is ws-loyalty-activity-status.

           select customer-master-file
               assign to ws-customer-master-path
               organization is line sequential
               file status is ws-customer-master-file-status.

      *    Optional yyyymm to print instead of the default month -
      *    a reprint of an earlier month. One-shot, consumed once
      *    read.
           select statement-request-file
               assign to ws-statement-request-path
               organization is line sequential
               file status is ws-statement-request-status.

           select loyalty-statement-report
               assign to ws-loyalty-statement-path
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

      *    'E' earned, 'R' redeemed, 'B' backed out on a return,
      *    'V' backed out on a void.
       fd loyalty-activity-file
           data record is loyalty-activity-line
           record contains 35 characters.

       01 loyalty-activity-line.
           05 la-business-date              pic 9(8).
           05 la-customer-number            pic x(8).
           05 la-store-number               pic x(2).
           05 la-invoice-number             pic x(9).
           05 la-activity-type              pic x.
               88 la-earned-88
                   value 'E'.
               88 la-redeemed-88
                   value 'R'.
               88 la-backed-out-88
                   value 'B', 'V'.
           05 la-points                     pic 9(7).

       fd customer-master-file
           data record is customer-master-line
           record contains 52 characters.

       01 customer-master-line.
           05 cu-customer-number            pic x(8).
           05 cu-customer-name              pic x(30).
           05 cu-postal-code                pic x(6).
           05 cu-enrol-date                 pic 9(8).

       fd statement-request-file
           data record is statement-request-line
           record contains 6 characters.

       01 statement-request-line            pic 9(6).

       fd loyalty-statement-report
           data record is loyalty-statement-line
           record contains 100 characters.

       01 loyalty-statement-line            pic x(100).

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
       01 ws-loyalty-activity-path             pic x(100)
           value spaces.
       01 ws-customer-master-path              pic x(100)
           value spaces.
       01 ws-statement-request-path            pic x(100)
           value spaces.
       01 ws-loyalty-statement-path            pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-loyalty-activity-status        pic xx
           value spaces.
       01 ws-customer-master-file-status    pic xx
           value spaces.
       01 ws-statement-request-status       pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date, used to derive the default statement
      *month when no request is on file.
       01 ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mm                pic 9(2).
           05 ws-business-dd                pic 9(2).

      *The month being stated, and the first and last dates inside
      *it the activity is compared against.
       01 ws-target-month.
           05 ws-target-yyyy                pic 9(4).
           05 ws-target-mm                  pic 9(2).
       01 ws-target-month-n redefines ws-target-month
                                            pic 9(6).
       01 ws-month-first-date.
           05 ws-mfd-year-month             pic 9(6).
           05 ws-mfd-dd                     pic 9(2)
               value 01.
       01 ws-month-first-date-n redefines ws-month-first-date
                                            pic 9(8).
       01 ws-month-last-date.
           05 ws-mld-year-month             pic 9(6).
           05 ws-mld-dd                     pic 9(2)
               value 31.
       01 ws-month-last-date-n redefines ws-month-last-date
                                            pic 9(8).
       01 ws-request-seen-flag              pic x
           value 'N'.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *One entry per customer on the master, sorted so each
      *activity line finds its customer with a binary SEARCH ALL,
      *carrying the month's buckets.
       01 ws-customer-table.
           05 ws-customer-entry             occurs 0 to 5000 times
               depending on ws-customer-table-count
               ascending key is ws-ct-number
               indexed by ws-customer-idx.
               10 ws-ct-number              pic x(8).
               10 ws-ct-name                pic x(30).
               10 ws-ct-postal              pic x(6).
               10 ws-ct-opening             pic s9(9).
               10 ws-ct-earned              pic 9(9).
               10 ws-ct-redeemed            pic 9(9).
               10 ws-ct-backed-out          pic 9(9).
               10 ws-ct-activity-flag       pic x.

       01 ws-customer-table-count           pic 9(4)
           value 0.
       01 ws-closing-balance                pic s9(9)
           value 0.

       01 ws-counters.
           05 ws-activity-read-count        pic 9(7)
               value 0.
           05 ws-statement-count            pic 9(5)
               value 0.
           05 ws-unknown-customer-count     pic 9(7)
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
               value "MAFD4202 - Team Project: Program #22".

       01 ws-heading2-title-line.
           05 filler                        pic x(30)
               value spaces.
           05 filler                        pic x(34)
               value "LOYALTY POINTS STATEMENTS".
           05 filler                        pic x(36)
               value spaces.

       01 ws-heading2b-month-line.
           05 filler                        pic x(17)
               value "Statement Month: ".
           05 ws-hdr-yyyy                   pic 9(4).
           05 filler                        pic x
               value "-".
           05 ws-hdr-mm                     pic 99.
           05 filler                        pic x(76)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(60)
               value all "-".
           05 filler                        pic x(40)
               value spaces.

       01 ws-stmt-customer-line.
           05 filler                        pic x(10)
               value "Customer: ".
           05 ws-scl-number                 pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-scl-name                   pic x(30).
           05 filler                        pic x(2)
               value spaces.
           05 ws-scl-postal                 pic x(6).
           05 filler                        pic x(42)
               value spaces.

       01 ws-stmt-amount-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-sal-text                   pic x(36).
           05 ws-sal-points                 pic -(9)9.
           05 filler                        pic x(50)
               value spaces.

       01 ws-no-activity-line.
           05 filler                        pic x(44)
               value "No customers with points to state this month".
           05 filler                        pic x(56)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(20)
               value "Statements printed: ".
           05 ws-sum-statements-out         pic zzzz9.
           05 filler                        pic x(31)
               value "  Activity for unknown cust.: ".
           05 ws-sum-unknown-out            pic zzzzzz9.
           05 filler                        pic x(37)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-resolve-statement-month.
           perform 050-load-customer-master.
           perform 060-accumulate-activity.

           open output loyalty-statement-report.
           perform 100-print-headings.

           perform 200-print-one-statement
               varying ws-customer-idx from 1 by 1
               until ws-customer-idx > ws-customer-table-count.

           if ws-statement-count = 0
               write loyalty-statement-line from ws-no-activity-line
                   after advancing 2 lines
           end-if.

           move ws-statement-count          to ws-sum-statements-out.
           move ws-unknown-customer-count   to ws-sum-unknown-out.
           write loyalty-statement-line from ws-summary-line
               after advancing 2 lines.

           close loyalty-statement-report.

      *    Points posted to a number that is no longer on the
      *    master cannot be stated - a warning for the loyalty
      *    desk, not a failed run.
           if ws-unknown-customer-count > 0
               move 4                       to return-code
           end-if.

           perform 500-consume-request.

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
               "LOYALTY-ACTIVITY.dat"
                                        delimited by size
               into ws-loyalty-activity-path.

           string ws-data-library       delimited by space
               "CUSTOMER-MASTER.dat"
                                        delimited by size
               into ws-customer-master-path.

           string ws-data-library       delimited by space
               "LOYALTY-STMT-REQUEST.dat"
                                        delimited by size
               into ws-statement-request-path.

           string ws-data-library       delimited by space
               "loyalty-statements.out"
                                        delimited by size
               into ws-loyalty-statement-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Resolve the as-of business date this run keys its
      *    default statement month from.
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

      *    With no request on file the statement covers the
      *    calendar month before the business date - the month-end
      *    job runs after the last DAILYRUN of the month.
       040-resolve-statement-month.

           move ws-business-yyyy            to ws-target-yyyy.
           if ws-business-mm = 01
               subtract 1                   from ws-target-yyyy
               move 12                      to ws-target-mm
           else
               compute ws-target-mm = ws-business-mm - 1
           end-if.

           open input statement-request-file.

           if ws-statement-request-status not = "35"
               read statement-request-file
                   not at end
                       if statement-request-line numeric
                           move 'Y'         to ws-request-seen-flag
                           move statement-request-line
                               to ws-target-month-n
                       end-if
               end-read
               close statement-request-file
           end-if.

           move ws-target-month-n           to ws-mfd-year-month.
           move ws-target-month-n           to ws-mld-year-month.

       050-load-customer-master.

           move ws-false-const              to ws-eof-flag.

           open input customer-master-file.

           if ws-customer-master-file-status not = "35"

               read customer-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-customer-table-count < 5000
                       add 1                to ws-customer-table-count
                       set ws-customer-idx  to ws-customer-table-count
                       move cu-customer-number
                           to ws-ct-number(ws-customer-idx)
                       move cu-customer-name
                           to ws-ct-name(ws-customer-idx)
                       move cu-postal-code
                           to ws-ct-postal(ws-customer-idx)
                       move 0
                           to ws-ct-opening(ws-customer-idx)
                       move 0
                           to ws-ct-earned(ws-customer-idx)
                       move 0
                           to ws-ct-redeemed(ws-customer-idx)
                       move 0
                           to ws-ct-backed-out(ws-customer-idx)
                       move 'N'
                           to ws-ct-activity-flag(ws-customer-idx)
                   end-if
                   read customer-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close customer-master-file

               sort ws-customer-entry
                   on ascending key ws-ct-number

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Everything before the month builds the balance brought
      *    forward; everything inside it lands in the month's
      *    buckets; anything after it belongs to next month.
       060-accumulate-activity.

           move ws-false-const              to ws-eof-flag.

           open input loyalty-activity-file.

           if ws-loyalty-activity-status not = "35"

               read loyalty-activity-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-activity-read-count
                   if la-business-date numeric
                           and la-points numeric
                           and la-business-date
                               not > ws-month-last-date-n
                       perform 070-post-one-activity
                   end-if
                   read loyalty-activity-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close loyalty-activity-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       070-post-one-activity.

           search all ws-customer-entry
               at end
                   add 1                    to ws-unknown-customer-count
               when ws-ct-number(ws-customer-idx)
                       = la-customer-number
                   if la-business-date < ws-month-first-date-n
                       if la-earned-88
                           add la-points
                               to ws-ct-opening(ws-customer-idx)
                       else
                           subtract la-points
                               from ws-ct-opening(ws-customer-idx)
                       end-if
                   else
                       move 'Y'
                           to ws-ct-activity-flag(ws-customer-idx)
                       if la-earned-88
                           add la-points
                               to ws-ct-earned(ws-customer-idx)
                       else
                       if la-redeemed-88
                           add la-points
                               to ws-ct-redeemed(ws-customer-idx)
                       else
                           add la-points
                               to ws-ct-backed-out(ws-customer-idx)
                       end-if
                       end-if
                   end-if
           end-search.

       100-print-headings.

           write loyalty-statement-line from ws-heading1-name-line.

           move ws-target-yyyy              to ws-hdr-yyyy.
           move ws-target-mm                to ws-hdr-mm.
           write loyalty-statement-line from ws-heading2b-month-line
               after advancing 1 line.

           write loyalty-statement-line from ws-heading2-title-line
               after advancing 1 line.

      *    A customer gets a statement when anything posted in the
      *    month or a balance was brought forward into it.
       200-print-one-statement.

           if ws-ct-activity-flag(ws-customer-idx) = 'Y'
                   or ws-ct-opening(ws-customer-idx) not = 0

               add 1                        to ws-statement-count

               compute ws-closing-balance =
                   ws-ct-opening(ws-customer-idx)
                   + ws-ct-earned(ws-customer-idx)
                   - ws-ct-redeemed(ws-customer-idx)
                   - ws-ct-backed-out(ws-customer-idx)

               write loyalty-statement-line from ws-separator-line
                   after advancing 2 lines

               move ws-ct-number(ws-customer-idx) to ws-scl-number
               move ws-ct-name(ws-customer-idx)   to ws-scl-name
               move ws-ct-postal(ws-customer-idx) to ws-scl-postal
               write loyalty-statement-line from ws-stmt-customer-line
                   after advancing 1 line

               move "Balance brought forward"     to ws-sal-text
               move ws-ct-opening(ws-customer-idx) to ws-sal-points
               write loyalty-statement-line from ws-stmt-amount-line
                   after advancing 2 lines

               move "Points earned"               to ws-sal-text
               move ws-ct-earned(ws-customer-idx) to ws-sal-points
               write loyalty-statement-line from ws-stmt-amount-line
                   after advancing 1 line

               move "Points redeemed"             to ws-sal-text
               move ws-ct-redeemed(ws-customer-idx) to ws-sal-points
               write loyalty-statement-line from ws-stmt-amount-line
                   after advancing 1 line

               move "Backed out (returns and voids)" to ws-sal-text
               move ws-ct-backed-out(ws-customer-idx)
                   to ws-sal-points
               write loyalty-statement-line from ws-stmt-amount-line
                   after advancing 1 line

               move "Closing balance"             to ws-sal-text
               move ws-closing-balance            to ws-sal-points
               write loyalty-statement-line from ws-stmt-amount-line
                   after advancing 1 line

           end-if.

      *    Requests are one-shot, the same as the period-close and
      *    archive requests.
       500-consume-request.

           if ws-request-seen-flag = 'Y'
               open output statement-request-file
               close statement-request-file
           end-if.

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

           move "Program_22"                to au-program-name.
           move ws-activity-read-count      to au-input-record-count.
           move ws-statement-count          to au-output-record-count-1.
           move ws-unknown-customer-count   to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_22.
