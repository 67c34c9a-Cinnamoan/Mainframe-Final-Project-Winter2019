       identification division.
       program-id. Program_39.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Employee purchase ledger and HR report.
      *Every sale and return rung at the employee discount on the
      *night's valid.dat is posted to the year-to-date employee
      *purchase ledger under the employee who bought it, and each
      *employee's year-to-date position is written back for the
      *edit step to check the next night's staff purchases against
      *the annual allowance. The HR report shows every employee's
      *allowance used so far this year, the night's purchases that
      *took an employee over the allowance, and the purchases an
      *employee rang up for themselves at their own register -
      *at the staff discount or at full price.

       environment division.
       input-output section.
       file-control.

      *    The day's edited transactions, the same file the split
      *    step reads.
           select valid-file
               assign to ws-valid-path
               organization is line sequential
               file status is ws-valid-file-status.

      *    Employees who may buy at the staff discount, with each
      *    one's discount percentage and annual purchase allowance.
           select employee-master-file
               assign to ws-employee-master-path
               organization is line sequential
               file status is ws-employee-master-file-status.

      *    One line per discounted purchase or return, kept night
      *    after night for this year and last. Rewritten through a
      *    work file so a rerun of a date replaces that date's
      *    lines.
           select purchase-ledger-file
               assign to ws-purchase-ledger-path
               organization is line sequential
               file status is ws-purchase-ledger-status.

           select purchase-ledger-work-file
               assign to ws-purchase-ledger-work-path
               organization is line sequential
               file status is ws-ledger-work-status.

      *    Each employee's year-to-date position as of this
      *    posting, rewritten whole every run - the edit step reads
      *    it to hold staff purchases to the allowance.
           select employee-ytd-file
               assign to ws-employee-ytd-path
               organization is line sequential
               file status is ws-employee-ytd-file-status.

           select hr-report
               assign to ws-hr-report-path
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
           05 il-transaction-amount         pic 9(5)v99.
           05 il-payment-type               pic xx.
           05 il-store-number               pic xx.
           05 il-invoice-number             pic x(9).
           05 il-sku-code                   pic x(15).
           05 il-return-reason-code         pic xx.
           05 il-transaction-date           pic 9(8).
           05 il-contract-price             pic x(7).
           05 il-exchange-new-sku           pic x(15).
           05 il-exchange-return-amount     pic 9(5)v99.
           05 il-exchange-new-amount        pic 9(5)v99.
           05 il-quantity                   pic x(3).
           05 il-cashier-id                 pic x(4).
           05 il-tender-2                   pic xx.
           05 il-tender-2-amount            pic x(7).
           05 il-approval-code              pic x(6).
           05 il-customer-number            pic x(8).
           05 il-points-redeemed            pic x(5).
           05 il-transaction-time           pic x(4).
           05 il-exempt-cert-number         pic x(12).
           05 il-exempt-type                pic xx.
      *    Employee the purchase was rung for, off the staff card,
      *    and 'E' when the employee discount was taken - spaces on
      *    a customer sale and on older extracts.
           05 il-purchaser-id               pic x(4).
               88 il-purchaser-id-blank-88
                   value spaces.
           05 il-employee-discount          pic x.
               88 il-employee-discount-88
                   value 'E'.

      *    Status 'A' is an active employee; anything else (on
      *    leave, terminated) buys at the normal price.
       fd employee-master-file
           data record is employee-master-line
           record contains 37 characters.

       01 employee-master-line.
           05 em-employee-id                pic x(4).
           05 em-employee-name              pic x(20).
           05 em-home-store                 pic x(2).
           05 em-discount-pct               pic 99v9.
           05 em-annual-allowance           pic 9(5)v99.
           05 em-employee-status            pic x.

      *    One discounted purchase ('S') or return ('R'): what the
      *    employee paid - negative on a return - and the discount
      *    it carried at the employee's rate.
       fd purchase-ledger-file
           data record is purchase-ledger-line
           record contains 67 characters.

       01 purchase-ledger-line.
           05 pl-business-date              pic 9(8).
           05 pl-business-date-r redefines
              pl-business-date.
               10 pl-business-yyyy          pic 9(4).
               10 pl-business-mmdd          pic 9(4).
           05 pl-employee-id                pic x(4).
           05 pl-store-number               pic x(2).
           05 pl-invoice-number             pic x(9).
           05 pl-cashier-id                 pic x(4).
           05 pl-transaction-code           pic x.
           05 pl-amount                     pic s9(5)v99
               sign is leading separate.
           05 pl-discount-amount            pic s9(5)v99
               sign is leading separate.
           05 pl-transaction-date           pic 9(8).
           05 pl-sku-code                   pic x(15).

       fd purchase-ledger-work-file
           data record is purchase-ledger-work-line
           record contains 67 characters.

       01 purchase-ledger-work-line         pic x(67).

      *    The last-day amount is what the posting through-date
      *    itself added, so a same-day rerun of the edit step can
      *    leave it out.
       fd employee-ytd-file
           data record is employee-ytd-line
           record contains 51 characters.

       01 employee-ytd-line.
           05 ey-year                       pic 9(4).
           05 ey-employee-id                pic x(4).
           05 ey-ytd-amount                 pic s9(7)v99
               sign is leading separate.
           05 ey-ytd-discount               pic s9(7)v99
               sign is leading separate.
           05 ey-ytd-count                  pic 9(5).
           05 ey-through-date               pic 9(8).
           05 ey-last-day-amount            pic s9(7)v99
               sign is leading separate.

       fd hr-report
           data record is hr-report-line
           record contains 120 characters.

       01 hr-report-line                    pic x(120).

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
       01 ws-employee-master-path              pic x(100)
           value spaces.
       01 ws-purchase-ledger-path              pic x(100)
           value spaces.
       01 ws-purchase-ledger-work-path         pic x(100)
           value spaces.
       01 ws-employee-ytd-path                 pic x(100)
           value spaces.
       01 ws-hr-report-path                    pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-valid-file-status              pic xx
           value spaces.
       01 ws-employee-master-file-status    pic xx
           value spaces.
       01 ws-purchase-ledger-status         pic xx
           value spaces.
       01 ws-ledger-work-status             pic xx
           value spaces.
       01 ws-employee-ytd-file-status       pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the night is posted under, resolved
      *from BUSINESS-DATE.dat (a missing file just means "today").
      *The allowance year is the business date's year; the ledger
      *keeps that year and the one before.
       01 ws-business-date                  pic 9(8)
           value 0.
       01 ws-business-date-r redefines ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mmdd              pic 9(4).
       01 ws-prior-yyyy                     pic 9(4)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Every employee on the master, sorted for a binary SEARCH
      *ALL: the year's purchases on the ledger before tonight, and
      *tonight's.
       01 ws-employee-table.
           05 ws-em-entry                   occurs 0 to 3000 times
               depending on ws-em-table-count
               ascending key is ws-em-id
               indexed by ws-em-idx.
               10 ws-em-id                  pic x(4).
               10 ws-em-name                pic x(20).
               10 ws-em-store               pic x(2).
               10 ws-em-discount-pct        pic 99v9.
               10 ws-em-allowance           pic 9(5)v99.
               10 ws-em-status              pic x.
               10 ws-em-prior-amount        pic s9(7)v99.
               10 ws-em-prior-discount      pic s9(7)v99.
               10 ws-em-prior-count         pic 9(5).
               10 ws-em-prior-own           pic 9(5).
               10 ws-em-night-amount        pic s9(7)v99.
               10 ws-em-night-discount      pic s9(7)v99.
               10 ws-em-night-count         pic 9(5).
               10 ws-em-night-own           pic 9(5).

       01 ws-em-table-count                 pic 9(4)
           value 0.
       01 ws-em-found-flag                  pic x
           value 'N'.
       01 ws-find-employee                  pic x(4)
           value spaces.

      *Tonight's purchases that took an employee over the year's
      *allowance, and purchases the employee rang up at their own
      *register, held for the report.
       01 ws-over-table.
           05 ws-ov-entry                   occurs 0 to 500 times
               depending on ws-over-count
               indexed by ws-ov-idx.
               10 ws-ov-store               pic x(2).
               10 ws-ov-invoice             pic x(9).
               10 ws-ov-employee            pic x(4).
               10 ws-ov-name                pic x(20).
               10 ws-ov-amount              pic s9(5)v99.
               10 ws-ov-ytd-after           pic s9(7)v99.
               10 ws-ov-allowance           pic 9(5)v99.
               10 ws-ov-over-by             pic s9(7)v99.

       01 ws-over-count                     pic 9(3)
           value 0.

       01 ws-own-table.
           05 ws-ow-entry                   occurs 0 to 500 times
               depending on ws-own-count
               indexed by ws-ow-idx.
               10 ws-ow-store               pic x(2).
               10 ws-ow-invoice             pic x(9).
               10 ws-ow-employee            pic x(4).
               10 ws-ow-name                pic x(20).
               10 ws-ow-code                pic x.
               10 ws-ow-amount              pic s9(5)v99.

       01 ws-own-count                      pic 9(3)
           value 0.

       01 ws-line-amount                    pic s9(5)v99
           value 0.
       01 ws-line-discount                  pic s9(5)v99
           value 0.
       01 ws-ytd-before                     pic s9(7)v99
           value 0.
       01 ws-ytd-after                      pic s9(7)v99
           value 0.
       01 ws-ytd-amount                     pic s9(7)v99
           value 0.
       01 ws-ytd-count                      pic 9(5)
           value 0.
       01 ws-used-pct                       pic 9(5)v9
           value 0.
       01 ws-remaining                      pic s9(7)v99
           value 0.

       01 ws-counters.
           05 ws-valid-record-count         pic 9(7)
               value 0.
           05 ws-purchase-record-count      pic 9(7)
               value 0.
           05 ws-unknown-employee-count     pic 9(7)
               value 0.
           05 ws-ledger-kept-count          pic 9(7)
               value 0.
           05 ws-ledger-dropped-count       pic 9(7)
               value 0.
           05 ws-ytd-written-count          pic 9(5)
               value 0.
           05 ws-listed-employee-count      pic 9(5)
               value 0.
           05 ws-over-allowance-count       pic 9(5)
               value 0.
           05 ws-over-purchase-count        pic 9(5)
               value 0.
           05 ws-own-purchase-count         pic 9(5)
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
               value "MAFD4202 - Team Project: Program #39".

       01 ws-heading2-title-line.
           05 filler                        pic x(40)
               value spaces.
           05 filler                        pic x(40)
               value "EMPLOYEE PURCHASE PROGRAM - HR REPORT".
           05 filler                        pic x(40)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(16)
               value "Allowance year: ".
           05 ws-hdr-year                   pic 9(4).
           05 filler                        pic x(73)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(118)
               value all "-".
           05 filler                        pic x(2)
               value spaces.

       01 ws-none-line.
           05 ws-nl-text                    pic x(60).
           05 filler                        pic x(60)
               value spaces.

      *Allowance used, one line per employee with purchases this
      *year.
       01 ws-allowance-column-line.
           05 filler                        pic x(6)
               value "Emp".
           05 filler                        pic x(22)
               value "Name".
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(7)
               value "Disc%".
           05 filler                        pic x(12)
               value " Allowance".
           05 filler                        pic x(14)
               value "YTD Purchase".
           05 filler                        pic x(8)
               value " Used%".
           05 filler                        pic x(14)
               value "   Remaining".
           05 filler                        pic x(6)
               value "Purch".
           05 filler                        pic x(7)
               value "  Own".
           05 filler                        pic x(17)
               value "Flag".

       01 ws-allowance-line.
           05 ws-al-employee                pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-al-name                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-al-store                   pic x(2).
           05 filler                        pic x(5)
               value spaces.
           05 ws-al-discount-pct            pic z9.9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-al-allowance               pic $$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-al-ytd-amount              pic $$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-al-used-pct                pic zzz9.9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-al-remaining               pic $$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-al-count                   pic zzzz9.
           05 filler                        pic x(1)
               value spaces.
           05 ws-al-own                     pic zzzz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-al-flag                    pic x(17).

      *Tonight's purchases over the allowance.
       01 ws-over-column-line.
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(11)
               value "Invoice".
           05 filler                        pic x(6)
               value "Emp".
           05 filler                        pic x(22)
               value "Name".
           05 filler                        pic x(12)
               value "    Amount".
           05 filler                        pic x(14)
               value "YTD Purchase".
           05 filler                        pic x(12)
               value " Allowance".
           05 filler                        pic x(12)
               value "     Over by".
           05 filler                        pic x(24)
               value spaces.

       01 ws-over-line.
           05 ws-ol-store                   pic x(2).
           05 filler                        pic x(5)
               value spaces.
           05 ws-ol-invoice                 pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ol-employee                pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ol-name                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-ol-amount                  pic $$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ol-ytd-after               pic $$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ol-allowance               pic $$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-ol-over-by                 pic $$$$,$$9.99-.
           05 filler                        pic x(22)
               value spaces.

      *Tonight's purchases rung by the employee who bought them.
       01 ws-own-column-line.
           05 filler                        pic x(7)
               value "Store".
           05 filler                        pic x(11)
               value "Invoice".
           05 filler                        pic x(6)
               value "Emp".
           05 filler                        pic x(22)
               value "Name".
           05 filler                        pic x(10)
               value "Type".
           05 filler                        pic x(10)
               value "    Amount".
           05 filler                        pic x(54)
               value spaces.

       01 ws-own-line.
           05 ws-owl-store                  pic x(2).
           05 filler                        pic x(5)
               value spaces.
           05 ws-owl-invoice                pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-owl-employee               pic x(4).
           05 filler                        pic x(2)
               value spaces.
           05 ws-owl-name                   pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-owl-type                   pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-owl-amount                 pic $$,$$9.99-.
           05 filler                        pic x(54)
               value spaces.

       01 ws-count-summary-line.
           05 ws-csl-label                  pic x(40).
           05 ws-csl-count                  pic zz,zzz,zz9.
           05 filler                        pic x(70)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.
           perform 030-resolve-business-date.
           perform 050-load-employee-master.

           open output purchase-ledger-work-file.
           perform 200-read-ledger.
           perform 300-post-valid-records.
           close purchase-ledger-work-file.

           perform 400-write-ytd-file.
           perform 450-copy-ledger-back.

           open output hr-report.
           perform 100-print-headings.
           perform 500-print-allowance-section.
           perform 600-print-over-limit-section.
           perform 650-print-own-purchase-section.
           perform 700-print-summary.
           close hr-report.

      *    A staff purchase for an employee the master no longer
      *    carries cannot be held to an allowance - a warning for
      *    HR to set the employee up again or look into it.
           if ws-unknown-employee-count > 0
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
               "EMPLOYEE-MASTER.dat"
                                        delimited by size
               into ws-employee-master-path.

           string ws-data-library       delimited by space
               "EMPLOYEE-PURCHASE-LEDGER.dat"
                                        delimited by size
               into ws-purchase-ledger-path.

           string ws-data-library       delimited by space
               "EMPLOYEE-PURCHASE-LEDGER-WORK.dat"
                                        delimited by size
               into ws-purchase-ledger-work-path.

           string ws-data-library       delimited by space
               "EMPLOYEE-PURCHASE-YTD.dat"
                                        delimited by size
               into ws-employee-ytd-path.

           string ws-data-library       delimited by space
               "employee-purchase-hr.out"
                                        delimited by size
               into ws-hr-report-path.

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

           compute ws-prior-yyyy = ws-business-yyyy - 1.

       050-load-employee-master.

           move ws-false-const              to ws-eof-flag.

           open input employee-master-file.

           if ws-employee-master-file-status not = "35"

               read employee-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-em-table-count < 3000
                       add 1                to ws-em-table-count
                       set ws-em-idx        to ws-em-table-count
                       initialize ws-em-entry(ws-em-idx)
                       move em-employee-id  to ws-em-id(ws-em-idx)
                       move em-employee-name
                           to ws-em-name(ws-em-idx)
                       move em-home-store   to ws-em-store(ws-em-idx)
                       move em-employee-status
                           to ws-em-status(ws-em-idx)
                       if em-discount-pct numeric
                           move em-discount-pct
                               to ws-em-discount-pct(ws-em-idx)
                       end-if
                       if em-annual-allowance numeric
                           move em-annual-allowance
                               to ws-em-allowance(ws-em-idx)
                       end-if
                   end-if
                   read employee-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close employee-master-file

               if ws-em-table-count > 1
                   sort ws-em-entry on ascending key ws-em-id
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

       100-print-headings.

           write hr-report-line from ws-heading1-name-line.

           move ws-business-date            to ws-hdr-business-date.
           move ws-business-yyyy            to ws-hdr-year.
           write hr-report-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write hr-report-line from ws-heading2-title-line
               after advancing 1 line.

      *    Copy the ledger to the work file, leaving out lines
      *    already there for the business date (an earlier run of
      *    the same night) and lines from before last year, and
      *    total each employee's purchases this year as they pass.
       200-read-ledger.

           move ws-false-const              to ws-eof-flag.

           open input purchase-ledger-file.

           if ws-purchase-ledger-status not = "35"

               read purchase-ledger-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   perform 210-check-ledger-line thru 210-exit
                   read purchase-ledger-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close purchase-ledger-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       210-check-ledger-line.

           if pl-business-date = ws-business-date
                   or pl-business-date not numeric
                   or pl-business-yyyy < ws-prior-yyyy
               add 1                        to ws-ledger-dropped-count
               go to 210-exit
           end-if.

           write purchase-ledger-work-line from purchase-ledger-line.
           add 1                            to ws-ledger-kept-count.

           if pl-business-yyyy not = ws-business-yyyy
               go to 210-exit
           end-if.

           move pl-employee-id              to ws-find-employee.
           perform 220-find-employee.

           if ws-em-found-flag = 'N'
               go to 210-exit
           end-if.

           if pl-amount numeric
               add pl-amount        to ws-em-prior-amount(ws-em-idx)
           end-if.
           if pl-discount-amount numeric
               add pl-discount-amount
                   to ws-em-prior-discount(ws-em-idx)
           end-if.
           add 1                    to ws-em-prior-count(ws-em-idx).
           if pl-cashier-id = pl-employee-id
               add 1                to ws-em-prior-own(ws-em-idx)
           end-if.

       210-exit.
           exit.

       220-find-employee.

           move 'N'                         to ws-em-found-flag.

           search all ws-em-entry
               at end
                   continue
               when ws-em-id(ws-em-idx) = ws-find-employee
                   move 'Y'                 to ws-em-found-flag
           end-search.

      *    Post every sale and return rung at the employee discount
      *    on tonight's valid.dat.
       300-post-valid-records.

           move ws-false-const              to ws-eof-flag.

           open input valid-file.

           if ws-valid-file-status not = "35"

               read valid-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-valid-record-count
                   perform 310-post-one-record thru 310-exit
                   read valid-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close valid-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    A sale adds what the employee paid to the year's
      *    purchases and a return takes it back off. The discount
      *    is worked back from the price paid at the employee's
      *    rate. A sale that leaves the employee over the allowance
      *    is listed - the edit step accepts the sale that crosses
      *    the line and refuses the ones after it. Any sale or
      *    return naming a purchaser rung on that employee's own
      *    Cashier ID is listed too, at the discount or not.
       310-post-one-record.

           if il-purchaser-id-blank-88
                   or (not il-sale-transac-88
                       and not il-return-transac-88)
               go to 310-exit
           end-if.

           move 0                           to ws-line-amount.
           if il-transaction-amount numeric
               move il-transaction-amount   to ws-line-amount
           end-if.
           if il-return-transac-88
               compute ws-line-amount = 0 - ws-line-amount
           end-if.

           move il-purchaser-id             to ws-find-employee.
           perform 220-find-employee.

           if il-cashier-id = il-purchaser-id
               add 1                        to ws-own-purchase-count
               if ws-own-count < 500
                   add 1                    to ws-own-count
                   set ws-ow-idx            to ws-own-count
                   move il-store-number     to ws-ow-store(ws-ow-idx)
                   move il-invoice-number   to ws-ow-invoice(ws-ow-idx)
                   move il-purchaser-id
                       to ws-ow-employee(ws-ow-idx)
                   move il-transaction-code to ws-ow-code(ws-ow-idx)
                   move ws-line-amount      to ws-ow-amount(ws-ow-idx)
                   if ws-em-found-flag = 'Y'
                       move ws-em-name(ws-em-idx)
                           to ws-ow-name(ws-ow-idx)
                   else
                       move "** not on master **"
                           to ws-ow-name(ws-ow-idx)
                   end-if
               end-if
           end-if.

      *    Only a purchase at the staff discount goes on the ledger
      *    and counts against the allowance.
           if not il-employee-discount-88
               go to 310-exit
           end-if.

           add 1                            to ws-purchase-record-count.

           move 0                           to ws-line-discount.
           if ws-em-found-flag = 'Y'
               if ws-em-discount-pct(ws-em-idx) < 100
                   compute ws-line-discount rounded =
                       ws-line-amount * ws-em-discount-pct(ws-em-idx)
                           / (100 - ws-em-discount-pct(ws-em-idx))
               end-if
           else
               add 1                    to ws-unknown-employee-count
           end-if.

           move ws-business-date            to pl-business-date.
           move il-purchaser-id             to pl-employee-id.
           move il-store-number             to pl-store-number.
           move il-invoice-number           to pl-invoice-number.
           move il-cashier-id               to pl-cashier-id.
           move il-transaction-code         to pl-transaction-code.
           move ws-line-amount              to pl-amount.
           move ws-line-discount            to pl-discount-amount.
           move il-transaction-date         to pl-transaction-date.
           move il-sku-code                 to pl-sku-code.
           write purchase-ledger-work-line from purchase-ledger-line.

           if ws-em-found-flag = 'N'
               go to 310-exit
           end-if.

           compute ws-ytd-before =
               ws-em-prior-amount(ws-em-idx)
                   + ws-em-night-amount(ws-em-idx).
           compute ws-ytd-after = ws-ytd-before + ws-line-amount.

           add ws-line-amount       to ws-em-night-amount(ws-em-idx).
           add ws-line-discount     to ws-em-night-discount(ws-em-idx).
           add 1                    to ws-em-night-count(ws-em-idx).
           if il-cashier-id = il-purchaser-id
               add 1                to ws-em-night-own(ws-em-idx)
           end-if.

           if il-sale-transac-88
                   and ws-ytd-after > ws-em-allowance(ws-em-idx)
               add 1                        to ws-over-purchase-count
               if ws-over-count < 500
                   add 1                    to ws-over-count
                   set ws-ov-idx            to ws-over-count
                   move il-store-number     to ws-ov-store(ws-ov-idx)
                   move il-invoice-number   to ws-ov-invoice(ws-ov-idx)
                   move il-purchaser-id
                       to ws-ov-employee(ws-ov-idx)
                   move ws-em-name(ws-em-idx) to ws-ov-name(ws-ov-idx)
                   move ws-line-amount      to ws-ov-amount(ws-ov-idx)
                   move ws-ytd-after
                       to ws-ov-ytd-after(ws-ov-idx)
                   move ws-em-allowance(ws-em-idx)
                       to ws-ov-allowance(ws-ov-idx)
                   if ws-ytd-before > ws-em-allowance(ws-em-idx)
                       move ws-line-amount
                           to ws-ov-over-by(ws-ov-idx)
                   else
                       compute ws-ov-over-by(ws-ov-idx) =
                           ws-ytd-after - ws-em-allowance(ws-em-idx)
                   end-if
               end-if
           end-if.

       310-exit.
           exit.

      *    Every employee with purchases this year, as of tonight,
      *    for the edit step's allowance check.
       400-write-ytd-file.

           open output employee-ytd-file.

           perform varying ws-em-idx from 1 by 1
               until ws-em-idx > ws-em-table-count
               if ws-em-prior-count(ws-em-idx) > 0
                       or ws-em-night-count(ws-em-idx) > 0
                   move ws-business-yyyy    to ey-year
                   move ws-em-id(ws-em-idx) to ey-employee-id
                   compute ey-ytd-amount =
                       ws-em-prior-amount(ws-em-idx)
                           + ws-em-night-amount(ws-em-idx)
                   compute ey-ytd-discount =
                       ws-em-prior-discount(ws-em-idx)
                           + ws-em-night-discount(ws-em-idx)
                   compute ey-ytd-count =
                       ws-em-prior-count(ws-em-idx)
                           + ws-em-night-count(ws-em-idx)
                   move ws-business-date    to ey-through-date
                   move ws-em-night-amount(ws-em-idx)
                       to ey-last-day-amount
                   write employee-ytd-line
                   add 1                    to ws-ytd-written-count
               end-if
           end-perform.

           close employee-ytd-file.

       450-copy-ledger-back.

           move ws-false-const              to ws-eof-flag.

           open input purchase-ledger-work-file.
           open output purchase-ledger-file.

           read purchase-ledger-work-file
               at end move ws-true-const    to ws-eof-flag
           end-read.

           perform until ws-eof-flag = ws-true-const
               write purchase-ledger-line from purchase-ledger-work-line
               read purchase-ledger-work-file
                   at end move ws-true-const to ws-eof-flag
               end-read
           end-perform.

           close purchase-ledger-work-file.
           close purchase-ledger-file.

           move ws-false-const              to ws-eof-flag.

      *    Allowance used so far this year by every employee who
      *    has bought at the discount, in employee order.
       500-print-allowance-section.

           move spaces                      to ws-sl-title.
           string "ALLOWANCE USED - YEAR TO DATE "
                                            delimited by size
               ws-business-yyyy             delimited by size
               into ws-sl-title.
           write hr-report-line from ws-section-line
               after advancing 2 lines.
           write hr-report-line from ws-allowance-column-line
               after advancing 1 line.
           write hr-report-line from ws-separator-line
               after advancing 1 line.

           perform varying ws-em-idx from 1 by 1
               until ws-em-idx > ws-em-table-count
               if ws-em-prior-count(ws-em-idx) > 0
                       or ws-em-night-count(ws-em-idx) > 0
                   add 1                to ws-listed-employee-count
                   perform 510-print-one-employee
               end-if
           end-perform.

           if ws-listed-employee-count = 0
               move "No employee purchases this year."
                   to ws-nl-text
               write hr-report-line from ws-none-line
                   after advancing 1 line
           end-if.

       510-print-one-employee.

           compute ws-ytd-amount =
               ws-em-prior-amount(ws-em-idx)
                   + ws-em-night-amount(ws-em-idx).
           compute ws-ytd-count =
               ws-em-prior-count(ws-em-idx)
                   + ws-em-night-count(ws-em-idx).
           compute ws-remaining =
               ws-em-allowance(ws-em-idx) - ws-ytd-amount.

           move 0                           to ws-used-pct.
           if ws-em-allowance(ws-em-idx) > 0
                   and ws-ytd-amount > 0
               compute ws-used-pct rounded =
                   ws-ytd-amount * 100 / ws-em-allowance(ws-em-idx)
                   on size error
                       move 9999.9          to ws-used-pct
               end-compute
           end-if.

           move ws-em-id(ws-em-idx)         to ws-al-employee.
           move ws-em-name(ws-em-idx)       to ws-al-name.
           move ws-em-store(ws-em-idx)      to ws-al-store.
           move ws-em-discount-pct(ws-em-idx) to ws-al-discount-pct.
           move ws-em-allowance(ws-em-idx)  to ws-al-allowance.
           move ws-ytd-amount               to ws-al-ytd-amount.
           move ws-used-pct                 to ws-al-used-pct.
           move ws-remaining                to ws-al-remaining.
           move ws-ytd-count                to ws-al-count.
           compute ws-al-own =
               ws-em-prior-own(ws-em-idx) + ws-em-night-own(ws-em-idx).

           move spaces                      to ws-al-flag.
           if ws-ytd-amount > ws-em-allowance(ws-em-idx)
               add 1                        to ws-over-allowance-count
               move "** OVER LIMIT **"      to ws-al-flag
           else
           if ws-em-status(ws-em-idx) not = 'A'
               move "not active"            to ws-al-flag
           end-if
           end-if.

           write hr-report-line from ws-allowance-line
               after advancing 1 line.

       600-print-over-limit-section.

           move spaces                      to ws-sl-title.
           move "PURCHASES OVER LIMIT TONIGHT" to ws-sl-title.
           write hr-report-line from ws-section-line
               after advancing 3 lines.
           write hr-report-line from ws-over-column-line
               after advancing 1 line.
           write hr-report-line from ws-separator-line
               after advancing 1 line.

           perform varying ws-ov-idx from 1 by 1
               until ws-ov-idx > ws-over-count
               move ws-ov-store(ws-ov-idx)  to ws-ol-store
               move ws-ov-invoice(ws-ov-idx) to ws-ol-invoice
               move ws-ov-employee(ws-ov-idx) to ws-ol-employee
               move ws-ov-name(ws-ov-idx)   to ws-ol-name
               move ws-ov-amount(ws-ov-idx) to ws-ol-amount
               move ws-ov-ytd-after(ws-ov-idx) to ws-ol-ytd-after
               move ws-ov-allowance(ws-ov-idx) to ws-ol-allowance
               move ws-ov-over-by(ws-ov-idx) to ws-ol-over-by
               write hr-report-line from ws-over-line
                   after advancing 1 line
           end-perform.

           if ws-over-count = 0
               move "No purchase went over an allowance tonight."
                   to ws-nl-text
               write hr-report-line from ws-none-line
                   after advancing 1 line
           end-if.

       650-print-own-purchase-section.

           move spaces                      to ws-sl-title.
           move "EMPLOYEES RINGING THEIR OWN PURCHASES TONIGHT"
               to ws-sl-title.
           write hr-report-line from ws-section-line
               after advancing 3 lines.
           write hr-report-line from ws-own-column-line
               after advancing 1 line.
           write hr-report-line from ws-separator-line
               after advancing 1 line.

           perform varying ws-ow-idx from 1 by 1
               until ws-ow-idx > ws-own-count
               move ws-ow-store(ws-ow-idx)  to ws-owl-store
               move ws-ow-invoice(ws-ow-idx) to ws-owl-invoice
               move ws-ow-employee(ws-ow-idx) to ws-owl-employee
               move ws-ow-name(ws-ow-idx)   to ws-owl-name
               if ws-ow-code(ws-ow-idx) = 'R'
                   move "Return"            to ws-owl-type
               else
                   move "Sale"              to ws-owl-type
               end-if
               move ws-ow-amount(ws-ow-idx) to ws-owl-amount
               write hr-report-line from ws-own-line
                   after advancing 1 line
           end-perform.

           if ws-own-count = 0
               move "No employee rang up their own purchase tonight."
                   to ws-nl-text
               write hr-report-line from ws-none-line
                   after advancing 1 line
           end-if.

       700-print-summary.

           move spaces                      to ws-sl-title.
           move "SUMMARY"                   to ws-sl-title.
           write hr-report-line from ws-section-line
               after advancing 3 lines.
           write hr-report-line from ws-separator-line
               after advancing 1 line.

           move "Valid records read:"       to ws-csl-label.
           move ws-valid-record-count       to ws-csl-count.
           write hr-report-line from ws-count-summary-line
               after advancing 1 line.

           move "Employee purchases posted:" to ws-csl-label.
           move ws-purchase-record-count    to ws-csl-count.
           write hr-report-line from ws-count-summary-line
               after advancing 1 line.

           move "Purchases for employees not on master:"
               to ws-csl-label.
           move ws-unknown-employee-count   to ws-csl-count.
           write hr-report-line from ws-count-summary-line
               after advancing 1 line.

           move "Employees over allowance this year:"
               to ws-csl-label.
           move ws-over-allowance-count     to ws-csl-count.
           write hr-report-line from ws-count-summary-line
               after advancing 1 line.

           move "Purchases over limit tonight:" to ws-csl-label.
           move ws-over-purchase-count      to ws-csl-count.
           write hr-report-line from ws-count-summary-line
               after advancing 1 line.

           move "Purchases rung on own Cashier ID:"
               to ws-csl-label.
           move ws-own-purchase-count       to ws-csl-count.
           write hr-report-line from ws-count-summary-line
               after advancing 1 line.

           move "Ledger lines kept from earlier nights:"
               to ws-csl-label.
           move ws-ledger-kept-count        to ws-csl-count.
           write hr-report-line from ws-count-summary-line
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

           move "Program_39"                to au-program-name.
           move ws-valid-record-count       to au-input-record-count.
           move ws-purchase-record-count    to au-output-record-count-1.
           move ws-over-purchase-count      to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_39.
