       identification division.
       program-id. Program_32.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Monthly tax exemption register for the
      *auditor. Lists every exemption certificate a sale or return
      *was rung under in the month - off the exemption activity
      *file the sales and returns steps post each tax-exempt line
      *to - with the holder and expiry from the EXEMPTION-CERT
      *master, each line the certificate was used on, the amount
      *and the tax the store's rate would have charged on it.
      *Returns show negative. Certificates are totalled, then
      *each exemption type, then the month. With no request on
      *file the register month is the calendar month before the
      *business date, the same default the month-end period close
      *uses.

       environment division.
       input-output section.
       file-control.

      *    Every tax-exempt line posted by Program_3 (sales) and
      *    Program_4 (returns), keyed by business date.
           select exemption-activity-file
               assign to ws-exemption-activity-path
               organization is indexed
               access is dynamic
               record key is ea-key
               file status is ws-exemption-activity-status.

           select exemption-cert-file
               assign to ws-exemption-cert-path
               organization is line sequential
               file status is ws-exemption-cert-file-status.

      *    Optional yyyymm to print instead of the default month -
      *    a reprint of an earlier month. One-shot, consumed once
      *    read.
           select register-request-file
               assign to ws-register-request-path
               organization is line sequential
               file status is ws-register-request-status.

           select exemption-register-report
               assign to ws-exemption-register-path
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

      *    Side 'S' lines are posted by Program_3 off the sales,
      *    side 'R' lines by Program_4 off the returns; the tax
      *    exempted is what the store's rate would have charged.
       fd exemption-activity-file
           data record is exemption-activity-line
           record contains 81 characters.

       01 exemption-activity-line.
           05 ea-key.
               10 ea-business-date          pic 9(8).
               10 ea-side                   pic x.
                   88 ea-return-side-88
                       value 'R'.
               10 ea-sequence               pic 9(7).
           05 ea-store-number               pic x(2).
           05 ea-invoice-number             pic x(9).
           05 ea-sku-code                   pic x(15).
           05 ea-transaction-code           pic x.
           05 ea-transaction-date           pic 9(8).
           05 ea-exempt-cert-number         pic x(12).
           05 ea-exempt-type                pic xx.
           05 ea-transaction-amount         pic 9(5)v99.
           05 ea-tax-exempted               pic 9(7)v99.

       fd exemption-cert-file
           data record is exemption-cert-line
           record contains 52 characters.

       01 exemption-cert-line.
           05 ec-cert-number                pic x(12).
           05 ec-exempt-type                pic xx.
           05 ec-holder-name                pic x(30).
           05 ec-expiry-date                pic 9(8).

       fd register-request-file
           data record is register-request-line
           record contains 6 characters.

       01 register-request-line             pic 9(6).

       fd exemption-register-report
           data record is exemption-register-line
           record contains 120 characters.

       01 exemption-register-line           pic x(120).

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
       01 ws-exemption-activity-path           pic x(100)
           value spaces.
       01 ws-exemption-cert-path               pic x(100)
           value spaces.
       01 ws-register-request-path             pic x(100)
           value spaces.
       01 ws-exemption-register-path           pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-exemption-activity-status      pic xx
           value spaces.
       01 ws-exemption-cert-file-status     pic xx
           value spaces.
       01 ws-register-request-status        pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date, used to derive the default register
      *month when no request is on file.
       01 ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mm                pic 9(2).
           05 ws-business-dd                pic 9(2).

      *The month being listed, and the first and last dates inside
      *it the activity is read between.
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

      *Certificates on the master, sorted so each certificate used
      *finds its holder with a binary SEARCH ALL.
       01 ws-exempt-table.
           05 ws-exempt-table-entry         occurs 0 to 5000 times
               depending on ws-exempt-table-count
               ascending key is ws-exempt-table-cert
               indexed by ws-exempt-idx.
               10 ws-exempt-table-cert      pic x(12).
               10 ws-exempt-table-type      pic xx.
               10 ws-exempt-table-holder    pic x(30).
               10 ws-exempt-table-expiry    pic 9(8).

       01 ws-exempt-table-count             pic 9(4)
           value 0.

      *The month's exempt lines, sorted into certificate order
      *for printing. Returns carry negative amounts.
       01 ws-use-table.
           05 ws-use-entry                  occurs 0 to 9999 times
               depending on ws-use-count
               indexed by ws-use-idx.
               10 ws-use-cert               pic x(12).
               10 ws-use-date               pic 9(8).
               10 ws-use-side               pic x.
               10 ws-use-sequence           pic 9(7).
               10 ws-use-type               pic xx.
               10 ws-use-store              pic x(2).
               10 ws-use-invoice            pic x(9).
               10 ws-use-sku                pic x(15).
               10 ws-use-code               pic x.
               10 ws-use-trans-date         pic 9(8).
               10 ws-use-amount             pic s9(7)v99.
               10 ws-use-tax                pic s9(7)v99.

       01 ws-use-count                      pic 9(4)
           value 0.

      *Running totals - by certificate, by exemption type and for
      *the month. The three valid types are listed in their own
      *table; anything else falls into the last entry.
       01 ws-prev-cert                      pic x(12)
           value spaces.
       01 ws-cert-amount                    pic s9(9)v99
           value 0.
       01 ws-cert-tax                       pic s9(9)v99
           value 0.
       01 ws-grand-amount                   pic s9(9)v99
           value 0.
       01 ws-grand-tax                      pic s9(9)v99
           value 0.

       01 ws-type-names.
           05 filler                        pic x(32)
               value "SCStatus card                   ".
           05 filler                        pic x(32)
               value "RSPurchase for resale          ".
           05 filler                        pic x(32)
               value "CHCharity / non-profit         ".
           05 filler                        pic x(32)
               value "  Other / unrecognised type    ".
       01 ws-type-table redefines ws-type-names.
           05 ws-type-entry                 occurs 4 times
               indexed by ws-type-idx.
               10 ws-type-code              pic xx.
               10 ws-type-name              pic x(30).

       01 ws-type-totals.
           05 ws-type-total-entry           occurs 4 times.
               10 ws-type-amount            pic s9(9)v99.
               10 ws-type-tax               pic s9(9)v99.
               10 ws-type-lines             pic 9(7).

       01 ws-type-sub                       pic 9
           value 0.

       01 ws-counters.
           05 ws-activity-read-count        pic 9(7)
               value 0.
           05 ws-cert-count                 pic 9(5)
               value 0.
           05 ws-not-on-file-count          pic 9(5)
               value 0.
           05 ws-expired-use-count          pic 9(5)
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
               value "MAFD4202 - Team Project: Program #32".

       01 ws-heading2-title-line.
           05 filler                        pic x(40)
               value spaces.
           05 filler                        pic x(30)
               value "MONTHLY TAX EXEMPTION REGISTER".
           05 filler                        pic x(50)
               value spaces.

       01 ws-heading2b-month-line.
           05 filler                        pic x(16)
               value "Register Month: ".
           05 ws-hdr-yyyy                   pic 9(4).
           05 filler                        pic x
               value "-".
           05 ws-hdr-mm                     pic 99.
           05 filler                        pic x(97)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(94)
               value all "-".
           05 filler                        pic x(26)
               value spaces.

       01 ws-cert-heading-line.
           05 filler                        pic x(13)
               value "Certificate: ".
           05 ws-chl-cert                   pic x(12).
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(6)
               value "Type: ".
           05 ws-chl-type                   pic xx.
           05 filler                        pic x(2)
               value spaces.
           05 ws-chl-holder                 pic x(30).
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(9)
               value "Expires: ".
           05 ws-chl-expiry                 pic 9999/99/99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-chl-flag                   pic x(20).
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
           05 filler                        pic x(17)
               value "SKU".
           05 filler                        pic x(6)
               value "Code".
           05 filler                        pic x(7)
               value "Side".
           05 filler                        pic x(14)
               value "        Amount".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(14)
               value "  Tax Exempted".
           05 filler                        pic x(26)
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
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-code                    pic x.
           05 filler                        pic x(5)
               value spaces.
           05 ws-dl-side                    pic x(6).
           05 filler                        pic x(1)
               value spaces.
           05 ws-dl-amount                  pic $$,$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-tax                     pic $$,$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-flag                    pic x(10).
           05 filler                        pic x(14)
               value spaces.

       01 ws-total-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-tl-text                    pic x(60).
           05 ws-tl-amount                  pic $$,$$$,$$9.99-.
           05 filler                        pic x(2)
               value spaces.
           05 ws-tl-tax                     pic $$,$$$,$$9.99-.
           05 filler                        pic x(26)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-no-activity-line.
           05 filler                        pic x(48)
               value "No tax-exempt sales or returns in this month.".
           05 filler                        pic x(72)
               value spaces.

       01 ws-overflow-line.
           05 filler                        pic x(45)
               value "** Lines past the register table, not listed:".
           05 filler                        pic x(1)
               value spaces.
           05 ws-ol-count                   pic zzzzzz9.
           05 filler                        pic x(67)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(22)
               value "Certificates listed:  ".
           05 ws-sum-certs-out              pic zzzz9.
           05 filler                        pic x(20)
               value "   Exempt lines:    ".
           05 ws-sum-lines-out              pic zzzz9.
           05 filler                        pic x(20)
               value "   Not on master:   ".
           05 ws-sum-not-on-file-out        pic zzzz9.
           05 filler                        pic x(20)
               value "   Used past expiry:".
           05 ws-sum-expired-out            pic zzzz9.
           05 filler                        pic x(18)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-resolve-register-month.
           perform 050-load-exemption-certs.
           perform 060-collect-activity.

           open output exemption-register-report.
           perform 100-print-headings.

           if ws-use-count = 0
               write exemption-register-line from ws-no-activity-line
                   after advancing 2 lines
           else
               perform 200-print-register
           end-if.

           if ws-overflow-count > 0
               move ws-overflow-count       to ws-ol-count
               write exemption-register-line from ws-overflow-line
                   after advancing 2 lines
           end-if.

           move ws-cert-count               to ws-sum-certs-out.
           move ws-use-count                to ws-sum-lines-out.
           move ws-not-on-file-count        to ws-sum-not-on-file-out.
           move ws-expired-use-count        to ws-sum-expired-out.
           write exemption-register-line from ws-summary-line
               after advancing 2 lines.

           close exemption-register-report.

      *    A certificate used that is no longer on the master, one
      *    used past its expiry, or lines the register could not
      *    hold all need looking at before the auditor sees it -
      *    a warning, not a failed run.
           if ws-not-on-file-count > 0
                   or ws-expired-use-count > 0
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
               "EXEMPTION-ACTIVITY.dat"
                                        delimited by size
               into ws-exemption-activity-path.

           string ws-data-library       delimited by space
               "EXEMPTION-CERT.dat"
                                        delimited by size
               into ws-exemption-cert-path.

           string ws-data-library       delimited by space
               "EXEMPT-REGISTER-REQUEST.dat"
                                        delimited by size
               into ws-register-request-path.

           string ws-data-library       delimited by space
               "exemption-register.out"
                                        delimited by size
               into ws-exemption-register-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Resolve the as-of business date this run keys its
      *    default register month from.
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

      *    With no request on file the register covers the
      *    calendar month before the business date - the month-end
      *    job runs after the last DAILYRUN of the month.
       040-resolve-register-month.

           move ws-business-yyyy            to ws-target-yyyy.
           if ws-business-mm = 01
               subtract 1                   from ws-target-yyyy
               move 12                      to ws-target-mm
           else
               compute ws-target-mm = ws-business-mm - 1
           end-if.

           open input register-request-file.

           if ws-register-request-status not = "35"
               read register-request-file
                   not at end
                       if register-request-line numeric
                           move 'Y'         to ws-request-seen-flag
                           move register-request-line
                               to ws-target-month-n
                       end-if
               end-read
               close register-request-file
           end-if.

           move ws-target-month-n           to ws-mfd-year-month.
           move ws-target-month-n           to ws-mld-year-month.

       050-load-exemption-certs.

           move ws-false-const              to ws-eof-flag.

           open input exemption-cert-file.

           if ws-exemption-cert-file-status not = "35"

               read exemption-cert-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-exempt-table-count < 5000
                       add 1                to ws-exempt-table-count
                       set ws-exempt-idx    to ws-exempt-table-count
                       move ec-cert-number
                           to ws-exempt-table-cert(ws-exempt-idx)
                       move ec-exempt-type
                           to ws-exempt-table-type(ws-exempt-idx)
                       move ec-holder-name
                           to ws-exempt-table-holder(ws-exempt-idx)
                       if ec-expiry-date numeric
                           move ec-expiry-date
                               to ws-exempt-table-expiry(ws-exempt-idx)
                       else
                           move 0
                               to ws-exempt-table-expiry(ws-exempt-idx)
                       end-if
                   end-if
                   read exemption-cert-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close exemption-cert-file

               if ws-exempt-table-count > 1
                   sort ws-exempt-table-entry
                       on ascending key ws-exempt-table-cert
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Read the month's slice of the activity file by its
      *    business-date key and hold every line for sorting into
      *    certificate order. No activity file yet just means no
      *    exempt sale has ever been posted.
       060-collect-activity.

           move ws-false-const              to ws-eof-flag.

           open input exemption-activity-file.

           if ws-exemption-activity-status not = "00"
               move ws-true-const           to ws-eof-flag
           else
               move ws-month-first-date-n   to ea-business-date
               move low-values              to ea-side
               move 0                       to ea-sequence
               start exemption-activity-file
                   key not < ea-key
                   invalid key
                       move ws-true-const   to ws-eof-flag
               end-start
               if ws-eof-flag not = ws-true-const
                   read exemption-activity-file next record
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-if
           end-if.

           perform until ws-eof-flag = ws-true-const
               if ea-business-date > ws-month-last-date-n
                   move ws-true-const       to ws-eof-flag
               else
                   add 1                    to ws-activity-read-count
                   perform 070-hold-one-line
                   read exemption-activity-file next record
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-if
           end-perform.

           if ws-exemption-activity-status not = "35"
               close exemption-activity-file
           end-if.

           if ws-use-count > 1
               sort ws-use-entry
                   on ascending key ws-use-cert ws-use-date
                                    ws-use-side ws-use-sequence
           end-if.

           move ws-false-const              to ws-eof-flag.

       070-hold-one-line.

           if ws-use-count not < 9999
               add 1                        to ws-overflow-count
           else
               add 1                        to ws-use-count
               set ws-use-idx               to ws-use-count
               move ea-exempt-cert-number   to ws-use-cert(ws-use-idx)
               move ea-business-date        to ws-use-date(ws-use-idx)
               move ea-side                 to ws-use-side(ws-use-idx)
               move ea-sequence
                   to ws-use-sequence(ws-use-idx)
               move ea-exempt-type          to ws-use-type(ws-use-idx)
               move ea-store-number         to ws-use-store(ws-use-idx)
               move ea-invoice-number
                   to ws-use-invoice(ws-use-idx)
               move ea-sku-code             to ws-use-sku(ws-use-idx)
               move ea-transaction-code     to ws-use-code(ws-use-idx)
               move ea-transaction-date
                   to ws-use-trans-date(ws-use-idx)
               if ea-return-side-88
                   compute ws-use-amount(ws-use-idx) =
                       0 - ea-transaction-amount
                   compute ws-use-tax(ws-use-idx) =
                       0 - ea-tax-exempted
               else
                   move ea-transaction-amount
                       to ws-use-amount(ws-use-idx)
                   move ea-tax-exempted
                       to ws-use-tax(ws-use-idx)
               end-if
           end-if.

       100-print-headings.

           write exemption-register-line from ws-heading1-name-line.

           move ws-target-yyyy              to ws-hdr-yyyy.
           move ws-target-mm                to ws-hdr-mm.
           write exemption-register-line from ws-heading2b-month-line
               after advancing 1 line.

           write exemption-register-line from ws-heading2-title-line
               after advancing 1 line.

      *    Certificate by certificate, each use under it, then the
      *    totals by exemption type and for the month.
       200-print-register.

           perform 210-clear-type-totals
               varying ws-type-sub from 1 by 1
               until ws-type-sub > 4.

           move spaces                      to ws-prev-cert.

           perform 220-print-one-use
               varying ws-use-idx from 1 by 1
               until ws-use-idx > ws-use-count.

           perform 240-print-cert-total.

           move "TOTALS BY EXEMPTION TYPE"  to ws-sl-title.
           write exemption-register-line from ws-section-line
               after advancing 3 lines.

           perform 260-print-type-total
               varying ws-type-sub from 1 by 1
               until ws-type-sub > 4.

           move "TOTAL EXEMPT FOR THE MONTH" to ws-tl-text.
           move ws-grand-amount             to ws-tl-amount.
           move ws-grand-tax                to ws-tl-tax.
           write exemption-register-line from ws-total-line
               after advancing 2 lines.

       210-clear-type-totals.

           move 0                    to ws-type-amount(ws-type-sub).
           move 0                    to ws-type-tax(ws-type-sub).
           move 0                    to ws-type-lines(ws-type-sub).

      *    A change of certificate closes off the one before and
      *    heads up the next with its holder and expiry.
       220-print-one-use.

           if ws-use-cert(ws-use-idx) not = ws-prev-cert
               if ws-prev-cert not = spaces
                   perform 240-print-cert-total
               end-if
               perform 230-print-cert-heading
           end-if.

           move ws-use-date(ws-use-idx)     to ws-dl-date.
           move ws-use-store(ws-use-idx)    to ws-dl-store.
           move ws-use-invoice(ws-use-idx)  to ws-dl-invoice.
           move ws-use-sku(ws-use-idx)      to ws-dl-sku.
           move ws-use-code(ws-use-idx)     to ws-dl-code.
           if ws-use-side(ws-use-idx) = 'R'
               move "Return"                to ws-dl-side
           else
               move "Sale"                  to ws-dl-side
           end-if.
           move ws-use-amount(ws-use-idx)   to ws-dl-amount.
           move ws-use-tax(ws-use-idx)      to ws-dl-tax.

      *    Program_1 refuses a sale past expiry, but a correction
      *    or a return against an older sale can still carry one.
           move spaces                      to ws-dl-flag.
           if ws-chl-flag = spaces
                   and ws-use-trans-date(ws-use-idx)
                       > ws-exempt-table-expiry(ws-exempt-idx)
               move "** EXPIRED"            to ws-dl-flag
               add 1                        to ws-expired-use-count
           end-if.

           write exemption-register-line from ws-detail-line
               after advancing 1 line.

           add ws-use-amount(ws-use-idx)    to ws-cert-amount.
           add ws-use-tax(ws-use-idx)       to ws-cert-tax.

           perform 250-find-type.
           add ws-use-amount(ws-use-idx)
               to ws-type-amount(ws-type-sub).
           add ws-use-tax(ws-use-idx)
               to ws-type-tax(ws-type-sub).
           add 1                   to ws-type-lines(ws-type-sub).

       230-print-cert-heading.

           add 1                            to ws-cert-count.
           move ws-use-cert(ws-use-idx)     to ws-prev-cert.
           move 0                           to ws-cert-amount.
           move 0                           to ws-cert-tax.

           move ws-use-cert(ws-use-idx)     to ws-chl-cert.
           move spaces                      to ws-chl-flag.

           search all ws-exempt-table-entry
               at end
                   move ws-use-type(ws-use-idx) to ws-chl-type
                   move spaces              to ws-chl-holder
                   move 0                   to ws-chl-expiry
                   move "** NOT ON MASTER"  to ws-chl-flag
                   add 1                    to ws-not-on-file-count
               when ws-exempt-table-cert(ws-exempt-idx)
                       = ws-use-cert(ws-use-idx)
                   move ws-exempt-table-type(ws-exempt-idx)
                       to ws-chl-type
                   move ws-exempt-table-holder(ws-exempt-idx)
                       to ws-chl-holder
                   move ws-exempt-table-expiry(ws-exempt-idx)
                       to ws-chl-expiry
           end-search.

           write exemption-register-line from ws-separator-line
               after advancing 2 lines.
           write exemption-register-line from ws-cert-heading-line
               after advancing 1 line.
           write exemption-register-line from ws-column-line
               after advancing 1 line.

       240-print-cert-total.

           move "Total for certificate"     to ws-tl-text.
           move ws-cert-amount              to ws-tl-amount.
           move ws-cert-tax                 to ws-tl-tax.
           write exemption-register-line from ws-total-line
               after advancing 1 line.

           add ws-cert-amount               to ws-grand-amount.
           add ws-cert-tax                  to ws-grand-tax.

      *    The type keyed on the line, not the master's - it is
      *    what the store actually claimed the exemption under.
       250-find-type.

           set ws-type-idx                  to 1.
           search ws-type-entry
               at end
                   set ws-type-idx          to 4
               when ws-type-code(ws-type-idx) = ws-use-type(ws-use-idx)
                   continue
           end-search.
           set ws-type-sub                  to ws-type-idx.

       260-print-type-total.

           if ws-type-lines(ws-type-sub) > 0
               move spaces                  to ws-tl-text
               string ws-type-code(ws-type-sub) delimited by size
                   " - "                    delimited by size
                   ws-type-name(ws-type-sub) delimited by size
                   into ws-tl-text
               move ws-type-amount(ws-type-sub) to ws-tl-amount
               move ws-type-tax(ws-type-sub) to ws-tl-tax
               write exemption-register-line from ws-total-line
                   after advancing 1 line
           end-if.

      *    Requests are one-shot, the same as the period-close and
      *    statement requests.
       500-consume-request.

           if ws-request-seen-flag = 'Y'
               open output register-request-file
               close register-request-file
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

           move "Program_32"                to au-program-name.
           move ws-activity-read-count      to au-input-record-count.
           move ws-use-count                to au-output-record-count-1.
           move ws-not-on-file-count        to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_32.
