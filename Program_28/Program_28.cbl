       identification division.
       program-id. Program_28.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Sales plan versus actual. For the month
      *of the business date it measures each store's month-to-date
      *net sales off the dated daily history against finance's
      *plan for the month, prorated by day: month-to-date plan,
      *percent to plan, and the month-end the store is on course
      *for at its month-to-date run rate, with each district and
      *the chain rolled up underneath. A store tracking more than
      *a configurable percentage behind its prorated plan is
      *flagged, so the chain measures itself against the plan and
      *not just against last week.

       environment division.
       input-output section.
       file-control.

      *    One record per store per business date, appended by the
      *    split step each night.
           select daily-history-file
               assign to ws-daily-history-path
               organization is line sequential
               file status is ws-daily-history-file-status.

      *    Finance's monthly plan by store, maintained through the
      *    master-file maintenance step.
           select sales-plan-file
               assign to ws-sales-plan-path
               organization is line sequential
               file status is ws-sales-plan-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

      *    How far behind its prorated plan (in percent) a store
      *    may run before it is flagged. A missing file keeps the
      *    built-in threshold.
           select plan-config-file
               assign to ws-plan-config-path
               organization is line sequential
               file status is ws-plan-config-status.

           select plan-report
               assign to ws-plan-report-path
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

       fd daily-history-file
           data record is daily-history-line
           record contains 32 characters.

       01 daily-history-line.
           05 dh-business-date              pic 9(8).
           05 dh-store-number               pic x(2).
           05 dh-sl-amount                  pic 9(9)v99.
           05 dh-return-amount              pic 9(9)v99.

      *    A department of spaces is the store's whole-month plan;
      *    otherwise the line is one department's share of it.
       fd sales-plan-file
           data record is sales-plan-line
           record contains 23 characters.

       01 sales-plan-line.
           05 sp-store-number               pic x(2).
           05 sp-month                      pic 9(6).
           05 sp-department                 pic x(4).
           05 sp-planned-net-sales          pic 9(9)v99.

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

       fd plan-config-file
           data record is plan-config-line
           record contains 4 characters.

       01 plan-config-line.
           05 pc-behind-pct                 pic 9(3)v9.

       fd plan-report
           data record is plan-report-line
           record contains 120 characters.

       01 plan-report-line                  pic x(120).

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
       01 ws-daily-history-path                pic x(100)
           value spaces.
       01 ws-sales-plan-path                   pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-plan-config-path                  pic x(100)
           value spaces.
       01 ws-plan-report-path                  pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-daily-history-file-status      pic xx
           value spaces.
       01 ws-sales-plan-file-status         pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-plan-config-status             pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date the month is measured to, resolved from
      *BUSINESS-DATE.dat (a missing file just means "today").
       01 ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mm                pic 9(2).
           05 ws-business-dd                pic 9(2).
       01 ws-business-date-n redefines ws-business-date
                                            pic 9(8).
       01 ws-business-month                 pic 9(6)
           value 0.
       01 ws-month-start-date               pic 9(8)
           value 0.
       01 ws-days-in-month                  pic 99
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *A store running more than this percentage behind its
      *prorated plan is flagged. Settable via the plan config file.
       01 ws-behind-pct                     pic 9(3)v9
           value 5.0.

      *Every store on the master with its month's plan (whole-store
      *line, else the sum of its department lines) and its
      *month-to-date net sales.
       01 ws-store-table.
           05 ws-st-entry                   occurs 0 to 50 times
               depending on ws-store-table-count
               indexed by ws-st-idx.
               10 ws-st-store               pic x(2).
               10 ws-st-name                pic x(20).
               10 ws-st-district            pic x(2).
               10 ws-st-store-plan          pic 9(9)v99.
               10 ws-st-store-plan-flag     pic x.
               10 ws-st-dept-plan           pic 9(9)v99.
               10 ws-st-mtd-actual          pic s9(9)v99.

       01 ws-store-table-count              pic 99
           value 0.
       01 ws-store-found-flag               pic x
           value 'N'.
       01 ws-find-store                     pic x(2)
           value spaces.

      *The figures for one report line - a store, a district or
      *the chain.
       01 ws-line-figures.
           05 ws-lf-month-plan              pic 9(9)v99.
           05 ws-lf-mtd-plan                pic 9(9)v99.
           05 ws-lf-mtd-actual              pic s9(9)v99.
       01 ws-lf-pct-to-plan                 pic s9(5)v9
           value 0.
       01 ws-lf-projected                   pic s9(9)v99
           value 0.
       01 ws-lf-has-plan-flag               pic x
           value 'N'.
       01 ws-district-figures.
           05 ws-df-month-plan              pic 9(9)v99.
           05 ws-df-mtd-plan                pic 9(9)v99.
           05 ws-df-mtd-actual              pic s9(9)v99.
       01 ws-chain-figures.
           05 ws-cf-month-plan              pic 9(9)v99.
           05 ws-cf-mtd-plan                pic 9(9)v99.
           05 ws-cf-mtd-actual              pic s9(9)v99.
       01 ws-break-district                 pic x(2)
           value spaces.

       01 ws-counters.
           05 ws-history-read-count         pic 9(7)
               value 0.
           05 ws-plan-read-count            pic 9(7)
               value 0.
           05 ws-behind-count               pic 9(5)
               value 0.
           05 ws-no-plan-count              pic 9(5)
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
               value "MAFD4202 - Team Project: Program #28".

       01 ws-heading2-title-line.
           05 filler                        pic x(38)
               value spaces.
           05 filler                        pic x(34)
               value "SALES PLAN VERSUS ACTUAL - MTD".
           05 filler                        pic x(48)
               value spaces.

       01 ws-heading2b-business-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9(8).
           05 filler                        pic x(9)
               value "  Month: ".
           05 ws-hdr-month                  pic 9(6).
           05 filler                        pic x(7)
               value "  Day: ".
           05 ws-hdr-day                    pic z9.
           05 filler                        pic x(4)
               value " of ".
           05 ws-hdr-days-in-month          pic z9.
           05 filler                        pic x(27)
               value "  Flag when behind by over ".
           05 ws-hdr-behind-pct             pic zz9.9.
           05 filler                        pic x(9)
               value "% of plan".
           05 filler                        pic x(26)
               value spaces.

       01 ws-column-heading-line.
           05 filler                        pic x(6)
               value "Store".
           05 filler                        pic x(22)
               value "Name".
           05 filler                        pic x(16)
               value "    Month Plan  ".
           05 filler                        pic x(16)
               value "      MTD Plan  ".
           05 filler                        pic x(16)
               value "    MTD Actual  ".
           05 filler                        pic x(10)
               value "  % Plan  ".
           05 filler                        pic x(16)
               value "Proj Month-End  ".
           05 filler                        pic x(18)
               value spaces.

       01 ws-district-heading-line.
           05 filler                        pic x(10)
               value "District: ".
           05 ws-dhl-district               pic x(2).
           05 filler                        pic x(108)
               value spaces.

       01 ws-figures-line.
           05 ws-fl-store                   pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 ws-fl-name                    pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-month-plan              pic zzz,zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-mtd-plan                pic zzz,zzz,zz9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-mtd-actual              pic ---,---,--9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-pct                     pic x(8).
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-projected               pic ---,---,--9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-fl-flag                    pic x(18).

       01 ws-edit-pct                       pic ----9.9.

       01 ws-none-line.
           05 filler                        pic x(40)
               value "No stores on the store master.".
           05 filler                        pic x(80)
               value spaces.

       01 ws-summary-line.
           05 filler                        pic x(23)
               value "Stores behind plan:    ".
           05 ws-sum-behind                 pic zzzz9.
           05 filler                        pic x(23)
               value "  Stores with no plan: ".
           05 ws-sum-no-plan                pic zzzz9.
           05 filler                        pic x(64)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-plan-config.
           perform 045-load-store-master.
           perform 050-load-sales-plan.
           perform 060-accumulate-history.

           open output plan-report.
           perform 100-print-headings.

           if ws-store-table-count = 0
               write plan-report-line from ws-none-line
                   after advancing 2 lines
           else
               perform 400-print-plan-report
           end-if.

           move ws-behind-count             to ws-sum-behind.
           move ws-no-plan-count            to ws-sum-no-plan.
           write plan-report-line from ws-summary-line
               after advancing 2 lines.

           close plan-report.

      *    Stores behind plan are a warning for the district
      *    managers, not a failed step.
           if ws-behind-count > 0
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
               "DAILY-HISTORY.dat"
                                        delimited by size
               into ws-daily-history-path.

           string ws-data-library       delimited by space
               "SALES-PLAN.dat"
                                        delimited by size
               into ws-sales-plan-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "PLAN-CONFIG.dat"
                                        delimited by size
               into ws-plan-config-path.

           string ws-data-library       delimited by space
               "plan-vs-actual.out"
                                        delimited by size
               into ws-plan-report-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Resolve the as-of business date this run reports under.
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

           compute ws-business-month =
               ws-business-yyyy * 100 + ws-business-mm.
           compute ws-month-start-date =
               ws-business-month * 100 + 1.

           evaluate ws-business-mm
               when 04
               when 06
               when 09
               when 11
                   move 30                  to ws-days-in-month
               when 02
                   if function mod(ws-business-yyyy, 4) = 0
                       and (function mod(ws-business-yyyy, 100)
                               not = 0
                           or function mod(ws-business-yyyy, 400)
                               = 0)
                       move 29              to ws-days-in-month
                   else
                       move 28              to ws-days-in-month
                   end-if
               when other
                   move 31                  to ws-days-in-month
           end-evaluate.

      *    A missing config file just keeps the built-in threshold.
       040-load-plan-config.

           open input plan-config-file.

           if ws-plan-config-status not = "35"
               read plan-config-file
                   not at end
                       if pc-behind-pct numeric
                           move pc-behind-pct to ws-behind-pct
                       end-if
               end-read
               close plan-config-file
           end-if.

      *    Stores in district order, so each district's stores
      *    print together above the district total.
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
                       set ws-st-idx        to ws-store-table-count
                       initialize ws-st-entry(ws-st-idx)
                       move sm-store-number to ws-st-store(ws-st-idx)
                       move sm-store-name   to ws-st-name(ws-st-idx)
                       move sm-district-code
                           to ws-st-district(ws-st-idx)
                       move 'N'
                           to ws-st-store-plan-flag(ws-st-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

               if ws-store-table-count > 1
                   sort ws-st-entry
                       on ascending key ws-st-district ws-st-store
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Only this month's plan lines count. A whole-store line
      *    is the store's plan; department lines add up to it when
      *    finance planned the store by department only.
       050-load-sales-plan.

           move ws-false-const              to ws-eof-flag.

           open input sales-plan-file.

           if ws-sales-plan-file-status not = "35"

               read sales-plan-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-plan-read-count
                   if sp-month = ws-business-month
                           and sp-planned-net-sales numeric
                       move sp-store-number to ws-find-store
                       perform 200-find-store
                       if ws-store-found-flag = 'Y'
                           if sp-department = spaces
                               move sp-planned-net-sales
                                   to ws-st-store-plan(ws-st-idx)
                               move 'Y'
                                 to ws-st-store-plan-flag(ws-st-idx)
                           else
                               add sp-planned-net-sales
                                   to ws-st-dept-plan(ws-st-idx)
                           end-if
                       end-if
                   end-if
                   read sales-plan-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close sales-plan-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Month-to-date net sales: every day of this month up to
      *    and including the business date.
       060-accumulate-history.

           move ws-false-const              to ws-eof-flag.

           open input daily-history-file.

           if ws-daily-history-file-status not = "35"

               read daily-history-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-history-read-count
                   if dh-business-date numeric
                           and dh-business-date
                               not < ws-month-start-date
                           and dh-business-date
                               not > ws-business-date-n
                       move dh-store-number to ws-find-store
                       perform 200-find-store
                       if ws-store-found-flag = 'Y'
                           if dh-sl-amount numeric
                               add dh-sl-amount
                                   to ws-st-mtd-actual(ws-st-idx)
                           end-if
                           if dh-return-amount numeric
                               subtract dh-return-amount
                                   from ws-st-mtd-actual(ws-st-idx)
                           end-if
                       end-if
                   end-if
                   read daily-history-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close daily-history-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       200-find-store.

           move 'N'                         to ws-store-found-flag.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count
                   or ws-store-found-flag = 'Y'
               if ws-st-store(ws-st-idx) = ws-find-store
                   move 'Y'                 to ws-store-found-flag
               end-if
           end-perform.

           if ws-store-found-flag = 'Y'
               set ws-st-idx                down by 1
           end-if.

      *    Store lines grouped by district, a total under each
      *    district and the chain total at the end.
       400-print-plan-report.

           initialize ws-chain-figures.
           move high-values                 to ws-break-district.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-table-count

               if ws-st-district(ws-st-idx) not = ws-break-district
                   if ws-break-district not = high-values
                       perform 430-end-district
                   end-if
                   perform 410-start-district
               end-if

               perform 420-print-store-line

           end-perform.

           perform 430-end-district.

           move ws-chain-figures            to ws-line-figures.
           move spaces                      to ws-fl-store.
           move "CHAIN TOTAL"               to ws-fl-name.
           perform 450-build-figures-line.
           move spaces                      to ws-fl-flag.
           write plan-report-line from ws-figures-line
               after advancing 2 lines.

       410-start-district.

           move ws-st-district(ws-st-idx)   to ws-break-district.
           initialize ws-district-figures.

           move ws-break-district           to ws-dhl-district.
           write plan-report-line from ws-district-heading-line
               after advancing 3 lines.
           write plan-report-line from ws-column-heading-line
               after advancing 2 lines.

       420-print-store-line.

           if ws-st-store-plan-flag(ws-st-idx) = 'Y'
               move ws-st-store-plan(ws-st-idx) to ws-lf-month-plan
           else
               move ws-st-dept-plan(ws-st-idx)  to ws-lf-month-plan
           end-if.

           compute ws-lf-mtd-plan rounded =
               ws-lf-month-plan * ws-business-dd / ws-days-in-month.
           move ws-st-mtd-actual(ws-st-idx) to ws-lf-mtd-actual.

           add ws-lf-month-plan             to ws-df-month-plan.
           add ws-lf-mtd-plan               to ws-df-mtd-plan.
           add ws-lf-mtd-actual             to ws-df-mtd-actual.

           move ws-st-store(ws-st-idx)      to ws-fl-store.
           move ws-st-name(ws-st-idx)       to ws-fl-name.
           perform 450-build-figures-line.

           move spaces                      to ws-fl-flag.
           if ws-lf-has-plan-flag = 'N'
               move "NO PLAN"               to ws-fl-flag
               add 1                        to ws-no-plan-count
           else
           if ws-lf-pct-to-plan < 100 - ws-behind-pct
               move "** BEHIND PLAN **"     to ws-fl-flag
               add 1                        to ws-behind-count
           end-if
           end-if.

           write plan-report-line from ws-figures-line
               after advancing 1 line.

       430-end-district.

           move ws-district-figures         to ws-line-figures.
           move spaces                      to ws-fl-store.
           move "DISTRICT TOTAL"            to ws-fl-name.
           perform 450-build-figures-line.
           move spaces                      to ws-fl-flag.
           write plan-report-line from ws-figures-line
               after advancing 2 lines.

           add ws-df-month-plan             to ws-cf-month-plan.
           add ws-df-mtd-plan               to ws-cf-mtd-plan.
           add ws-df-mtd-actual             to ws-cf-mtd-actual.

      *    Percent to plan against the prorated plan, and the
      *    month-end at the month-to-date daily run rate.
       450-build-figures-line.

           move ws-lf-month-plan            to ws-fl-month-plan.
           move ws-lf-mtd-plan              to ws-fl-mtd-plan.
           move ws-lf-mtd-actual            to ws-fl-mtd-actual.

           compute ws-lf-projected rounded =
               ws-lf-mtd-actual * ws-days-in-month / ws-business-dd.
           move ws-lf-projected             to ws-fl-projected.

           move spaces                      to ws-fl-pct.
           move 0                           to ws-lf-pct-to-plan.
           if ws-lf-mtd-plan > 0
               move 'Y'                     to ws-lf-has-plan-flag
               compute ws-lf-pct-to-plan rounded =
                   ws-lf-mtd-actual * 100 / ws-lf-mtd-plan
                   on size error
                       move 0               to ws-lf-pct-to-plan
               end-compute
               move ws-lf-pct-to-plan       to ws-edit-pct
               move ws-edit-pct             to ws-fl-pct
           else
               move 'N'                     to ws-lf-has-plan-flag
           end-if.

       100-print-headings.

           write plan-report-line from ws-heading1-name-line.

           move ws-business-date-n          to ws-hdr-business-date.
           move ws-business-month           to ws-hdr-month.
           move ws-business-dd              to ws-hdr-day.
           move ws-days-in-month            to ws-hdr-days-in-month.
           move ws-behind-pct               to ws-hdr-behind-pct.
           write plan-report-line
               from ws-heading2b-business-date-line
               after advancing 1 line.

           write plan-report-line from ws-heading2-title-line
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

           move "Program_28"                to au-program-name.
           move ws-history-read-count       to au-input-record-count.
           move ws-behind-count             to au-output-record-count-1.
           move ws-no-plan-count            to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_28.
