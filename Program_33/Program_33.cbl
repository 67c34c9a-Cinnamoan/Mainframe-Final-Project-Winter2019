       identification division.
       program-id. Program_33.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Monthly house (charge) account
      *statements. Reads the AR ledger the sales and returns
      *chain posts every house charge, return credited to an
      *account and payment on account to, in account order, and
      *prints for each account with a balance or activity its
      *balance brought forward, the month's charges, credits and
      *payments with a running balance, the balance due and the
      *balance aged 30/60/90 days - payments and credits applied
      *to the oldest charges first. Accounts over their credit
      *limit on the HOUSE-ACCOUNT master are flagged. The run
      *closes with the accounts-receivable control totals for
      *agreeing to the AR control account in the GL. With no
      *request on file the statement month is the calendar month
      *before the business date, the same default the loyalty
      *statements use.

       environment division.
       input-output section.
       file-control.

      *    Every house charge, return credit and payment on
      *    account, keyed by account, business date and sequence.
           select ar-ledger-file
               assign to ws-ar-ledger-path
               organization is indexed
               access is dynamic
               record key is ar-key
               file status is ws-ar-ledger-file-status.

           select house-account-file
               assign to ws-house-account-path
               organization is line sequential
               file status is ws-house-account-file-status.

      *    Optional yyyymm to state instead of the default month -
      *    a reprint of an earlier month. One-shot, consumed once
      *    read.
           select statement-request-file
               assign to ws-statement-request-path
               organization is line sequential
               file status is ws-statement-request-status.

           select ar-statement-report
               assign to ws-ar-statement-path
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

      *    'C' a house charge, 'R' a return credited back to the
      *    account, 'P' a payment on account.
       fd ar-ledger-file
           data record is ar-ledger-line
           record contains 50 characters.

       01 ar-ledger-line.
           05 ar-key.
               10 ar-account-number         pic x(8).
               10 ar-business-date          pic 9(8).
               10 ar-sequence               pic 9(5).
           05 ar-entry-type                 pic x.
               88 ar-charge-88
                   value 'C'.
               88 ar-return-credit-88
                   value 'R'.
               88 ar-payment-88
                   value 'P'.
           05 ar-store-number               pic x(2).
           05 ar-invoice-number             pic x(9).
           05 ar-transaction-date           pic 9(8).
           05 ar-amount                     pic 9(7)v99.

      *    Status 'A' open for charging, 'H' on credit hold.
       fd house-account-file
           data record is house-account-line
           record contains 48 characters.

       01 house-account-line.
           05 ha-account-number             pic x(8).
           05 ha-account-name               pic x(30).
           05 ha-credit-limit               pic 9(7)v99.
           05 ha-account-status             pic x.

       fd statement-request-file
           data record is statement-request-line
           record contains 6 characters.

       01 statement-request-line            pic 9(6).

       fd ar-statement-report
           data record is ar-statement-line
           record contains 120 characters.

       01 ar-statement-line                 pic x(120).

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
       01 ws-ar-ledger-path                    pic x(100)
           value spaces.
       01 ws-house-account-path                pic x(100)
           value spaces.
       01 ws-statement-request-path            pic x(100)
           value spaces.
       01 ws-ar-statement-path                 pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-ar-ledger-file-status          pic xx
           value spaces.
       01 ws-house-account-file-status      pic xx
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

      *The month being stated, its first day, and the statement
      *date - the month's last day - everything is aged to.
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
       01 ws-next-month-first-date.
           05 ws-nmf-yyyy                   pic 9(4).
           05 ws-nmf-mm                     pic 9(2).
           05 ws-nmf-dd                     pic 9(2)
               value 01.
       01 ws-next-month-first-date-n
           redefines ws-next-month-first-date
                                            pic 9(8).
       01 ws-statement-date                 pic 9(8)
           value 0.
       01 ws-statement-date-int             pic 9(7)
           value 0.
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

      *House accounts on the master, sorted so each ledger account
      *finds its name and limit with a binary SEARCH ALL.
       01 ws-house-table.
           05 ws-house-table-entry          occurs 0 to 2000 times
               depending on ws-house-table-count
               ascending key is ws-house-table-account
               indexed by ws-house-idx.
               10 ws-house-table-account    pic x(8).
               10 ws-house-table-name       pic x(30).
               10 ws-house-table-limit      pic 9(7)v99.
               10 ws-house-table-status     pic x.

       01 ws-house-table-count              pic 9(4)
           value 0.

      *The account in hand: its master details, where its balance
      *stood going into the month and where it stands now, and
      *whether its statement has been headed up yet.
       01 ws-prev-account                   pic x(8)
           value spaces.
       01 ws-on-master-flag                 pic x
           value 'N'.
       01 ws-acct-limit                     pic 9(7)v99
           value 0.
       01 ws-acct-heading-flag              pic x
           value 'N'.
       01 ws-acct-opening                   pic s9(9)v99
           value 0.
       01 ws-acct-balance                   pic s9(9)v99
           value 0.
       01 ws-acct-credits                   pic 9(9)v99
           value 0.
       01 ws-entry-amount                   pic s9(9)v99
           value 0.

      *The account's charges up to the statement date, oldest
      *first, for applying its credits and payments against and
      *aging what is left.
       01 ws-charge-table.
           05 ws-charge-entry               occurs 0 to 3000 times
               depending on ws-charge-count
               indexed by ws-charge-idx.
               10 ws-charge-date            pic 9(8).
               10 ws-charge-amount          pic 9(9)v99.

       01 ws-charge-count                   pic 9(4)
           value 0.
       01 ws-credit-left                    pic 9(9)v99
           value 0.
       01 ws-charge-open                    pic 9(9)v99
           value 0.
       01 ws-age-days                       pic s9(7)
           value 0.

      *Aging buckets for the account and for the whole ledger:
      *current (30 days and under), 31-60, 61-90 and over 90.
       01 ws-acct-aging.
           05 ws-acct-age-amount            occurs 4 times
                                            pic s9(9)v99.
       01 ws-grand-aging.
           05 ws-grand-age-amount           occurs 4 times
                                            pic s9(9)v99.
       01 ws-age-sub                        pic 9
           value 0.

      *Control totals for agreeing the ledger to the AR control
      *account in the GL.
       01 ws-grand-totals.
           05 ws-grand-opening              pic s9(9)v99
               value 0.
           05 ws-grand-charges              pic 9(9)v99
               value 0.
           05 ws-grand-return-credits       pic 9(9)v99
               value 0.
           05 ws-grand-payments             pic 9(9)v99
               value 0.
           05 ws-grand-closing              pic s9(9)v99
               value 0.

       01 ws-counters.
           05 ws-ledger-read-count          pic 9(7)
               value 0.
           05 ws-account-count              pic 9(5)
               value 0.
           05 ws-over-limit-count           pic 9(5)
               value 0.
           05 ws-not-on-file-count          pic 9(5)
               value 0.
           05 ws-overflow-count             pic 9(7)
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
               value "MAFD4202 - Team Project: Program #33".

       01 ws-heading2-title-line.
           05 filler                        pic x(40)
               value spaces.
           05 filler                        pic x(32)
               value "MONTHLY HOUSE ACCOUNT STATEMENTS".
           05 filler                        pic x(48)
               value spaces.

       01 ws-heading2b-date-line.
           05 filler                        pic x(16)
               value "Statement Date: ".
           05 ws-hdr-statement-date         pic 9999/99/99.
           05 filler                        pic x(94)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(94)
               value all "-".
           05 filler                        pic x(26)
               value spaces.

       01 ws-account-heading-line.
           05 filler                        pic x(9)
               value "Account: ".
           05 ws-ahl-account                pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ahl-name                   pic x(30).
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(7)
               value "Limit: ".
           05 ws-ahl-limit                  pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(8)
               value "Status: ".
           05 ws-ahl-status                 pic x(7).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ahl-flag                   pic x(20).
           05 filler                        pic x(10)
               value spaces.

       01 ws-column-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(12)
               value "Date".
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(11)
               value "Invoice".
           05 filler                        pic x(16)
               value "Entry".
           05 filler                        pic x(14)
               value "        Amount".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(14)
               value "       Balance".
           05 filler                        pic x(40)
               value spaces.

       01 ws-detail-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-date                    pic 9999/99/99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-store                   pic x(2).
           05 filler                        pic x(5)
               value spaces.
           05 ws-dl-invoice                 pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-entry                   pic x(16).
           05 ws-dl-amount                  pic $$,$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-balance                 pic $$,$$$,$$9.99-.
           05 filler                        pic x(40)
               value spaces.

       01 ws-balance-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-bl-text                    pic x(62).
           05 ws-bl-balance                 pic $$,$$$,$$9.99-.
           05 filler                        pic x(40)
               value spaces.

       01 ws-aging-heading-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(16)
               value "         Current".
           05 filler                        pic x(16)
               value "      31-60 Days".
           05 filler                        pic x(16)
               value "      61-90 Days".
           05 filler                        pic x(16)
               value "    Over 90 Days".
           05 filler                        pic x(16)
               value "     Balance Due".
           05 filler                        pic x(36)
               value spaces.

       01 ws-aging-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-aging-column               occurs 5 times.
               10 filler                    pic x(2).
               10 ws-agl-amount             pic $$,$$$,$$9.99-.
           05 filler                        pic x(36)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-no-activity-line.
           05 filler                        pic x(48)
               value "No house account balances or activity on file.".
           05 filler                        pic x(72)
               value spaces.

       01 ws-overflow-line.
           05 filler                        pic x(45)
               value "** Charges past the aging table, aged newest:".
           05 filler                        pic x(1)
               value spaces.
           05 ws-ol-count                   pic zzzzzz9.
           05 filler                        pic x(67)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(22)
               value "Accounts stated:      ".
           05 ws-sum-accounts-out           pic zzzz9.
           05 filler                        pic x(20)
               value "   Over limit:      ".
           05 ws-sum-over-limit-out         pic zzzz9.
           05 filler                        pic x(20)
               value "   Not on master:   ".
           05 ws-sum-not-on-file-out        pic zzzz9.
           05 filler                        pic x(43)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-resolve-statement-month.
           perform 050-load-house-accounts.

           open output ar-statement-report.
           perform 100-print-headings.

           perform 200-print-statements.

           if ws-account-count = 0
               write ar-statement-line from ws-no-activity-line
                   after advancing 2 lines
           end-if.

           perform 300-print-control-totals.

           if ws-overflow-count > 0
               move ws-overflow-count       to ws-ol-count
               write ar-statement-line from ws-overflow-line
                   after advancing 2 lines
           end-if.

           move ws-account-count            to ws-sum-accounts-out.
           move ws-over-limit-count         to ws-sum-over-limit-out.
           move ws-not-on-file-count        to ws-sum-not-on-file-out.
           write ar-statement-line from ws-summary-line
               after advancing 2 lines.

           close ar-statement-report.

      *    Ledger activity on an account no longer on the master,
      *    or charges the aging table could not hold, need looking
      *    at before the statements go out - a warning, not a
      *    failed run.
           if ws-not-on-file-count > 0
                   or ws-overflow-count > 0
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
               "AR-LEDGER.dat"
                                        delimited by size
               into ws-ar-ledger-path.

           string ws-data-library       delimited by space
               "HOUSE-ACCOUNT.dat"
                                        delimited by size
               into ws-house-account-path.

           string ws-data-library       delimited by space
               "AR-STMT-REQUEST.dat"
                                        delimited by size
               into ws-statement-request-path.

           string ws-data-library       delimited by space
               "ar-statements.out"
                                        delimited by size
               into ws-ar-statement-path.

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

      *    With no request on file the statements cover the
      *    calendar month before the business date - the month-end
      *    job runs after the last DAILYRUN of the month. The
      *    statement date is the month's last day: the day before
      *    the first of the month after.
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

           move ws-target-yyyy              to ws-nmf-yyyy.
           if ws-target-mm = 12
               add 1                        to ws-nmf-yyyy
               move 01                      to ws-nmf-mm
           else
               compute ws-nmf-mm = ws-target-mm + 1
           end-if.

           compute ws-statement-date-int =
               function integer-of-date(ws-next-month-first-date-n)
               - 1.
           compute ws-statement-date =
               function date-of-integer(ws-statement-date-int).

       050-load-house-accounts.

           move ws-false-const              to ws-eof-flag.

           open input house-account-file.

           if ws-house-account-file-status not = "35"

               read house-account-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-house-table-count < 2000
                       add 1                to ws-house-table-count
                       set ws-house-idx     to ws-house-table-count
                       move ha-account-number
                           to ws-house-table-account(ws-house-idx)
                       move ha-account-name
                           to ws-house-table-name(ws-house-idx)
                       move ha-account-status
                           to ws-house-table-status(ws-house-idx)
                       if ha-credit-limit numeric
                           move ha-credit-limit
                               to ws-house-table-limit(ws-house-idx)
                       else
                           move 0
                               to ws-house-table-limit(ws-house-idx)
                       end-if
                   end-if
                   read house-account-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close house-account-file

               if ws-house-table-count > 1
                   sort ws-house-table-entry
                       on ascending key ws-house-table-account
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

       100-print-headings.

           move spaces                      to ws-aging-line.

           write ar-statement-line from ws-heading1-name-line.

           move ws-statement-date           to ws-hdr-statement-date.
           write ar-statement-line from ws-heading2b-date-line
               after advancing 1 line.

           write ar-statement-line from ws-heading2-title-line
               after advancing 1 line.

      *    The whole ledger in key order - account, then business
      *    date - with a control break on the account. Entries
      *    dated after the statement date belong to next month's
      *    statement and are passed over. No ledger yet just means
      *    no house charge has ever been posted.
       200-print-statements.

           perform 210-clear-grand-aging
               varying ws-age-sub from 1 by 1
               until ws-age-sub > 4.

           move spaces                      to ws-prev-account.
           move ws-false-const              to ws-eof-flag.

           open input ar-ledger-file.

           if ws-ar-ledger-file-status not = "00"
               move ws-true-const           to ws-eof-flag
           else
               read ar-ledger-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = ws-true-const
               add 1                        to ws-ledger-read-count
               if ar-business-date not > ws-statement-date
                   if ar-account-number not = ws-prev-account
                       if ws-prev-account not = spaces
                           perform 240-close-account
                       end-if
                       perform 220-start-account
                   end-if
                   perform 230-take-entry
               end-if
               read ar-ledger-file next record
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           if ws-prev-account not = spaces
               perform 240-close-account
           end-if.

           if ws-ar-ledger-file-status not = "35"
               close ar-ledger-file
           end-if.

           move ws-false-const              to ws-eof-flag.

       210-clear-grand-aging.

           move 0                    to ws-grand-age-amount(ws-age-sub).

      *    A new account: look it up on the master and start its
      *    balance from nothing.
       220-start-account.

           move ar-account-number           to ws-prev-account.
           move 'N'                         to ws-acct-heading-flag.
           move 0                           to ws-acct-opening.
           move 0                           to ws-acct-balance.
           move 0                           to ws-acct-credits.
           move 0                           to ws-charge-count.

           move ar-account-number           to ws-ahl-account.
           move spaces                      to ws-ahl-flag.

           search all ws-house-table-entry
               at end
                   move 'N'                 to ws-on-master-flag
                   move spaces              to ws-ahl-name
                   move 0                   to ws-acct-limit
                   move spaces              to ws-ahl-status
                   move "** NOT ON MASTER"  to ws-ahl-flag
               when ws-house-table-account(ws-house-idx)
                       = ar-account-number
                   move 'Y'                 to ws-on-master-flag
                   move ws-house-table-name(ws-house-idx)
                       to ws-ahl-name
                   move ws-house-table-limit(ws-house-idx)
                       to ws-acct-limit
                   if ws-house-table-status(ws-house-idx) = 'H'
                       move "On hold"       to ws-ahl-status
                   else
                       move "Open"          to ws-ahl-status
                   end-if
           end-search.

           move ws-acct-limit               to ws-ahl-limit.

      *    A charge adds to the balance; a return credit or a
      *    payment takes it down. Entries before the month only
      *    build the balance brought forward; the month's own
      *    entries print under it with the running balance.
       230-take-entry.

           if ar-charge-88
               move ar-amount               to ws-entry-amount
               perform 235-hold-charge
           else
               compute ws-entry-amount = 0 - ar-amount
               add ar-amount                to ws-acct-credits
           end-if.

           add ws-entry-amount              to ws-acct-balance.

           if ar-business-date < ws-month-first-date-n
               add ws-entry-amount          to ws-acct-opening
           else
               if ws-acct-heading-flag = 'N'
                   perform 250-print-account-heading
               end-if
               move ar-business-date        to ws-dl-date
               move ar-store-number         to ws-dl-store
               move ar-invoice-number       to ws-dl-invoice
               evaluate true
                   when ar-charge-88
                       move "Charge"        to ws-dl-entry
                       add ar-amount        to ws-grand-charges
                   when ar-return-credit-88
                       move "Return credit" to ws-dl-entry
                       add ar-amount        to ws-grand-return-credits
                   when other
                       move "Payment"       to ws-dl-entry
                       add ar-amount        to ws-grand-payments
               end-evaluate
               move ws-entry-amount         to ws-dl-amount
               move ws-acct-balance         to ws-dl-balance
               write ar-statement-line from ws-detail-line
                   after advancing 1 line
           end-if.

      *    The charges are read oldest first, so the table is
      *    already in the order credits are applied in. Past the
      *    table, a charge is folded into the newest one held.
       235-hold-charge.

           if ws-charge-count < 3000
               add 1                        to ws-charge-count
               set ws-charge-idx            to ws-charge-count
               move ar-business-date
                   to ws-charge-date(ws-charge-idx)
               move ar-amount
                   to ws-charge-amount(ws-charge-idx)
           else
               add 1                        to ws-overflow-count
               set ws-charge-idx            to ws-charge-count
               add ar-amount
                   to ws-charge-amount(ws-charge-idx)
           end-if.

      *    An account with nothing owing and no activity in the
      *    month gets no statement. Otherwise close it off with
      *    the balance due, aged, and check it against its limit.
       240-close-account.

           if ws-acct-heading-flag = 'N'
                   and ws-acct-opening = 0
               go to 240-exit
           end-if.

           if ws-acct-heading-flag = 'N'
               perform 250-print-account-heading
           end-if.

           perform 260-age-balance.

           move "Balance due"               to ws-bl-text.
           move ws-acct-balance             to ws-bl-balance.
           write ar-statement-line from ws-balance-line
               after advancing 1 line.

           write ar-statement-line from ws-aging-heading-line
               after advancing 1 line.
           perform 270-move-account-aging
               varying ws-age-sub from 1 by 1
               until ws-age-sub > 4.
           move ws-acct-balance             to ws-agl-amount(5).
           write ar-statement-line from ws-aging-line
               after advancing 1 line.

           if ws-on-master-flag = 'Y'
                   and ws-acct-balance > ws-acct-limit
               move "** OVER CREDIT LIMIT - limit" to ws-bl-text
               move ws-acct-limit           to ws-bl-balance
               write ar-statement-line from ws-balance-line
                   after advancing 1 line
           end-if.

           add ws-acct-opening              to ws-grand-opening.
           add ws-acct-balance              to ws-grand-closing.

       240-exit.
           exit.

       250-print-account-heading.

           move 'Y'                         to ws-acct-heading-flag.
           add 1                            to ws-account-count.

           if ws-on-master-flag = 'N'
               add 1                        to ws-not-on-file-count
           end-if.

           write ar-statement-line from ws-separator-line
               after advancing 2 lines.
           write ar-statement-line from ws-account-heading-line
               after advancing 1 line.
           write ar-statement-line from ws-column-line
               after advancing 1 line.

      *    The opening balance is known by now - the entries come
      *    in date order, so every earlier one has been taken.
           move "Balance brought forward"   to ws-bl-text.
           move ws-acct-opening             to ws-bl-balance.
           write ar-statement-line from ws-balance-line
               after advancing 1 line.

      *    Credits and payments pay off the oldest charges first;
      *    whatever is left of each charge is aged from the day it
      *    posted to the statement date. Credits beyond every
      *    charge are a credit balance, shown as current.
       260-age-balance.

           move 0                           to ws-acct-age-amount(1).
           move 0                           to ws-acct-age-amount(2).
           move 0                           to ws-acct-age-amount(3).
           move 0                           to ws-acct-age-amount(4).

           move ws-acct-credits             to ws-credit-left.

           perform 265-age-one-charge
               varying ws-charge-idx from 1 by 1
               until ws-charge-idx > ws-charge-count.

           if ws-credit-left > 0
               subtract ws-credit-left      from ws-acct-age-amount(1)
           end-if.

           perform 275-add-grand-aging
               varying ws-age-sub from 1 by 1
               until ws-age-sub > 4.

      *    The over-limit check waits for the closing balance.
           if ws-on-master-flag = 'Y'
                   and ws-acct-balance > ws-acct-limit
               add 1                        to ws-over-limit-count
           end-if.

       265-age-one-charge.

           if ws-credit-left not < ws-charge-amount(ws-charge-idx)
               subtract ws-charge-amount(ws-charge-idx)
                   from ws-credit-left
           else
               compute ws-charge-open =
                   ws-charge-amount(ws-charge-idx) - ws-credit-left
               move 0                       to ws-credit-left
               compute ws-age-days = ws-statement-date-int -
                   function integer-of-date
                       (ws-charge-date(ws-charge-idx))
               evaluate true
                   when ws-age-days not > 30
                       move 1               to ws-age-sub
                   when ws-age-days not > 60
                       move 2               to ws-age-sub
                   when ws-age-days not > 90
                       move 3               to ws-age-sub
                   when other
                       move 4               to ws-age-sub
               end-evaluate
               add ws-charge-open
                   to ws-acct-age-amount(ws-age-sub)
           end-if.

       270-move-account-aging.

           move ws-acct-age-amount(ws-age-sub)
               to ws-agl-amount(ws-age-sub).

       275-add-grand-aging.

           add ws-acct-age-amount(ws-age-sub)
               to ws-grand-age-amount(ws-age-sub).

      *    The month's movement on the ledger as a whole: brought
      *    forward, plus charges, less credits and payments, is
      *    the closing balance the AR control account should
      *    carry at the statement date.
       300-print-control-totals.

           move "ACCOUNTS RECEIVABLE CONTROL TOTALS" to ws-sl-title.
           write ar-statement-line from ws-section-line
               after advancing 3 lines.

           move "Balances brought forward"  to ws-bl-text.
           move ws-grand-opening            to ws-bl-balance.
           write ar-statement-line from ws-balance-line
               after advancing 1 line.

           move "Charges to house accounts" to ws-bl-text.
           move ws-grand-charges            to ws-bl-balance.
           write ar-statement-line from ws-balance-line
               after advancing 1 line.

           move "Returns credited to accounts" to ws-bl-text.
           compute ws-entry-amount = 0 - ws-grand-return-credits.
           move ws-entry-amount             to ws-bl-balance.
           write ar-statement-line from ws-balance-line
               after advancing 1 line.

           move "Payments on account"       to ws-bl-text.
           compute ws-entry-amount = 0 - ws-grand-payments.
           move ws-entry-amount             to ws-bl-balance.
           write ar-statement-line from ws-balance-line
               after advancing 1 line.

           move "Closing balance - AR control" to ws-bl-text.
           move ws-grand-closing            to ws-bl-balance.
           write ar-statement-line from ws-balance-line
               after advancing 1 line.

           write ar-statement-line from ws-aging-heading-line
               after advancing 2 lines.
           perform 310-move-grand-aging
               varying ws-age-sub from 1 by 1
               until ws-age-sub > 4.
           move ws-grand-closing            to ws-agl-amount(5).
           write ar-statement-line from ws-aging-line
               after advancing 1 line.

       310-move-grand-aging.

           move ws-grand-age-amount(ws-age-sub)
               to ws-agl-amount(ws-age-sub).

      *    Requests are one-shot, the same as the period-close and
      *    statement requests.
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

           move "Program_33"                to au-program-name.
           move ws-ledger-read-count        to au-input-record-count.
           move ws-account-count            to au-output-record-count-1.
           move ws-over-limit-count         to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_33.
