       identification division.
       program-id. Program_35.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: Quarterly dormant store-credit and
      *gift-card balance report with breakage posting. Nets every
      *'I' (issue) and 'D' (draw-down) movement on the STORE-CREDIT
      *ledger the sales and returns chain keeps forever into one
      *balance per issued credit, and ages the outstanding balance
      *by issue date. The POS record carries no card number, so a
      *draw-down is applied to the oldest open credit issued at the
      *same store first, then to the oldest open credit anywhere in
      *the chain. Credits with a balance that have seen no activity
      *for the configured number of months are listed by store and
      *rolled up by province for breakage income and unclaimed-
      *property filing. Each dormant credit not already written off
      *is written off on the CREDIT-WRITEOFF file and its balance
      *recognized as breakage - debit gift card liability, credit
      *breakage income - on a journal file in the GL-JOURNAL layout
      *for the GL import. A draw-down the open credits cannot cover
      *that lands on a written-off credit is a redemption after
      *write-off: it prints on an exception line and, when it came
      *in since the last quarterly run, its breakage is reversed on
      *the journal.

       environment division.
       input-output section.
       file-control.

      *    Every gift-card/store-credit issue and draw-down, kept
      *    forever by the sales and returns chain.
           select store-credit-file
               assign to ws-store-credit-path
               organization is line sequential
               file status is ws-store-credit-file-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

      *    Months without activity before an issued credit is
      *    treated as dormant and written off to breakage.
           select dormant-config-file
               assign to ws-dormant-config-path
               organization is line sequential
               file status is ws-dormant-config-file-status.

      *    GL role-to-account mapping the nightly journal uses.
           select gl-account-master-file
               assign to ws-gl-account-master-path
               organization is line sequential
               file status is ws-gl-account-file-status.

      *    Persistent register of every credit written off to
      *    breakage, rewritten in full each run.
           select credit-writeoff-file
               assign to ws-credit-writeoff-path
               organization is line sequential
               file status is ws-credit-writeoff-file-status.

      *    When this job last ran, so a redemption after write-off
      *    is reversed on the journal only once.
           select breakage-control-file
               assign to ws-breakage-control-path
               organization is line sequential
               file status is ws-breakage-control-file-status.

           select breakage-journal-file
               assign to ws-breakage-journal-path
               organization is line sequential.

           select dormant-credit-report
               assign to ws-dormant-credit-path
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

      *    'I' when a return refunds onto store credit (a credit is
      *    issued, keyed by the return invoice), 'D' when a sale or
      *    layaway payment is tendered with one (keyed by the sale
      *    invoice).
       fd store-credit-file
           data record is store-credit-line
           record contains 29 characters.

       01 store-credit-line.
           05 sc-business-date              pic 9(8).
           05 sc-store-number               pic x(2).
           05 sc-invoice-number             pic x(9).
           05 sc-movement-type              pic x.
               88 sc-issue-88
                   value 'I'.
               88 sc-draw-down-88
                   value 'D'.
           05 sc-amount                     pic 9(7)v99.

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
      *    Province the store trades in, for the provincial
      *    roll-ups finance files under. Spaces on records
      *    from before provinces were kept.
           05 sm-province-code              pic x(2).

       fd dormant-config-file
           data record is dormant-config-line
           record contains 3 characters.

       01 dormant-config-line.
           05 dc-dormant-months             pic 9(3).

       fd gl-account-master-file
           data record is gl-account-master-line
           record contains 32 characters.

       01 gl-account-master-line.
           05 ga-role                       pic x(8).
           05 ga-account-number             pic x(4).
           05 ga-account-name               pic x(20).

      *    One record per credit written off: the credit's store,
      *    issuing (return) invoice and issue date, the business
      *    date of the run that wrote it off and the balance
      *    recognized as breakage then.
       fd credit-writeoff-file
           data record is credit-writeoff-line
           record contains 36 characters.

       01 credit-writeoff-line.
           05 cw-store-number               pic x(2).
           05 cw-invoice-number             pic x(9).
           05 cw-issue-date                 pic 9(8).
           05 cw-writeoff-date              pic 9(8).
           05 cw-amount                     pic 9(7)v99.

      *    The business date of the last run and of the run before
      *    it - a same-date rerun looks back to the earlier one.
       fd breakage-control-file
           data record is breakage-control-line
           record contains 16 characters.

       01 breakage-control-line.
           05 bc-last-run-date              pic 9(8).
           05 bc-prior-run-date             pic 9(8).

      *    Same layout as the nightly GL-JOURNAL, so the GL import
      *    takes the breakage batch as it stands.
       fd breakage-journal-file
           data record is breakage-journal-line
           record contains 45 characters.

       01 breakage-journal-line.
           05 gj-business-date              pic 9(8).
           05 gj-account-number             pic x(4).
           05 gj-account-name               pic x(20).
           05 gj-store-number               pic x(2).
           05 gj-dr-cr                      pic x(2).
           05 gj-amount                     pic 9(7)v99.

       fd dormant-credit-report
           data record is dormant-credit-line
           record contains 120 characters.

       01 dormant-credit-line               pic x(120).

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
       01 ws-store-credit-path                 pic x(100)
           value spaces.
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-dormant-config-path               pic x(100)
           value spaces.
       01 ws-gl-account-master-path            pic x(100)
           value spaces.
       01 ws-credit-writeoff-path              pic x(100)
           value spaces.
       01 ws-breakage-control-path             pic x(100)
           value spaces.
       01 ws-breakage-journal-path             pic x(100)
           value spaces.
       01 ws-dormant-credit-path               pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.


       01 ws-store-credit-file-status       pic xx
           value spaces.
       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-dormant-config-file-status     pic xx
           value spaces.
       01 ws-gl-account-file-status         pic xx
           value spaces.
       01 ws-credit-writeoff-file-status    pic xx
           value spaces.
       01 ws-breakage-control-file-status   pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

      *As-of business date every credit is aged to.
       01 ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mm                pic 9(2).
           05 ws-business-dd                pic 9(2).
       01 ws-business-date-n redefines ws-business-date
                                            pic 9(8).

      *Months idle before a credit is dormant - two years unless
      *the config file says otherwise.
       01 ws-dormant-months                 pic 9(3)
           value 24.

      *Business dates of the last two runs off the control file.
      *Redemptions after write-off dated after the window start
      *came in since the last run and are reversed this run; a
      *same-date rerun takes its window from the run before.
       01 ws-last-run-date                  pic 9(8)
           value 0.
       01 ws-prior-run-date                 pic 9(8)
           value 0.
       01 ws-window-start-date              pic 9(8)
           value 0.
       01 ws-rerun-flag                     pic x
           value 'N'.

       01 ws-eof-flag                       pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

      *Role-to-account defaults, the same ones the nightly GL
      *journal uses, overridden by the GL account mapping master.
       01 ws-account-constants.
           05 ws-acct-giftcard-liability    pic x(4)
               value "2300".
           05 ws-acct-breakage-income       pic x(4)
               value "4900".

       01 ws-account-names.
           05 ws-name-giftcard-liability    pic x(20)
               value "GIFT CARD LIABILITY".
           05 ws-name-breakage-income       pic x(20)
               value "BREAKAGE INCOME".

      *Stores on the master, for the name and province each
      *dormant credit is listed and rolled up under.
       01 ws-store-table.
           05 ws-store-entry                occurs 0 to 99 times
               depending on ws-store-count
               indexed by ws-store-idx.
               10 ws-store-number           pic x(2).
               10 ws-store-name             pic x(20).
               10 ws-store-province         pic x(2).

       01 ws-store-count                    pic 9(2)
           value 0.

      *Every movement on the ledger, put in date order with a
      *day's issues ahead of its draw-downs so a credit issued and
      *spent the same day nets to nothing.
       01 ws-movement-table.
           05 ws-mv-entry                   occurs 0 to 99999 times
               depending on ws-mv-count
               indexed by ws-mv-idx.
               10 ws-mv-date                pic 9(8).
               10 ws-mv-type                pic x.
               10 ws-mv-store               pic x(2).
               10 ws-mv-invoice             pic x(9).
               10 ws-mv-amount              pic 9(7)v99.

       01 ws-mv-count                       pic 9(5)
           value 0.

      *One entry per issued credit: what was issued, what has been
      *drawn against it, what is left, when it last moved, and
      *whether (and when) it has been written off to breakage.
       01 ws-credit-table.
           05 ws-cr-entry                   occurs 0 to 99999 times
               depending on ws-cr-count
               indexed by ws-cr-idx.
               10 ws-cr-store               pic x(2).
               10 ws-cr-issue-date          pic 9(8).
               10 ws-cr-invoice             pic x(9).
               10 ws-cr-issued              pic 9(7)v99.
               10 ws-cr-redeemed            pic 9(7)v99.
               10 ws-cr-balance             pic 9(7)v99.
               10 ws-cr-last-date           pic 9(8).
               10 ws-cr-writeoff-flag       pic x.
                   88 ws-cr-written-off-88
                       value 'Y'.
               10 ws-cr-writeoff-date       pic 9(8).
               10 ws-cr-new-writeoff-flag   pic x.
                   88 ws-cr-new-writeoff-88
                       value 'Y'.

       01 ws-cr-count                       pic 9(5)
           value 0.
       01 ws-cr-sub                         pic s9(6)
           value 0.

      *The write-off register as last saved, sorted for a SEARCH
      *ALL as each credit is issued; this run's write-offs are
      *added behind it before it is saved again.
       01 ws-writeoff-table.
           05 ws-wo-entry                   occurs 0 to 99999 times
               depending on ws-wo-count
               ascending key is ws-wo-key
               indexed by ws-wo-idx.
               10 ws-wo-key.
                   15 ws-wo-store           pic x(2).
                   15 ws-wo-invoice         pic x(9).
                   15 ws-wo-issue-date      pic 9(8).
               10 ws-wo-writeoff-date       pic 9(8).
               10 ws-wo-amount              pic 9(7)v99.

       01 ws-wo-count                       pic 9(5)
           value 0.
       01 ws-wo-loaded-count                pic 9(5)
           value 0.
       01 ws-wo-search-key.
           05 ws-wo-search-store            pic x(2).
           05 ws-wo-search-invoice          pic x(9).
           05 ws-wo-search-issue-date       pic 9(8).

      *Redemptions that landed on a written-off credit, for the
      *exception lines.
       01 ws-exception-table.
           05 ws-ex-entry                   occurs 0 to 5000 times
               depending on ws-ex-count
               indexed by ws-ex-idx.
               10 ws-ex-draw-date           pic 9(8).
               10 ws-ex-draw-store          pic x(2).
               10 ws-ex-draw-invoice        pic x(9).
               10 ws-ex-credit-store        pic x(2).
               10 ws-ex-credit-invoice      pic x(9).
               10 ws-ex-credit-issue-date   pic 9(8).
               10 ws-ex-amount              pic 9(7)v99.
               10 ws-ex-new-flag            pic x.
                   88 ws-ex-new-88
                       value 'Y'.

       01 ws-ex-count                       pic 9(4)
           value 0.

      *Breakage recognized and reversed per store this run, for
      *the journal.
       01 ws-post-table.
           05 ws-post-entry                 occurs 0 to 99 times
               depending on ws-post-count
               indexed by ws-post-idx.
               10 ws-post-store             pic x(2).
               10 ws-post-writeoff          pic 9(9)v99.
               10 ws-post-reversal          pic 9(9)v99.

       01 ws-post-count                     pic 9(2)
           value 0.
       01 ws-post-search-store              pic x(2)
           value spaces.

      *Dormant credits rolled up by province.
       01 ws-province-table.
           05 ws-prov-entry                 occurs 0 to 20 times
               depending on ws-prov-count
               indexed by ws-prov-idx.
               10 ws-prov-code              pic x(2).
               10 ws-prov-credits           pic 9(5).
               10 ws-prov-amount            pic 9(9)v99.

       01 ws-prov-count                     pic 9(2)
           value 0.

      *The draw-down being applied: what is still to place, and
      *which of the four passes is placing it - 1 open credits at
      *the same store, 2 open credits anywhere, 3 written-off
      *credits at the same store, 4 written-off credits anywhere.
       01 ws-draw-left                      pic 9(7)v99
           value 0.
       01 ws-draw-take                      pic 9(7)v99
           value 0.
       01 ws-apply-pass                     pic 9
           value 0.
       01 ws-eligible-flag                  pic x
           value 'N'.
       01 ws-effective-writeoff-flag        pic x
           value 'N'.

      *Whole months between a date and the business date, for the
      *aging and the dormancy test.
       01 ws-from-date.
           05 ws-from-yyyy                  pic 9(4).
           05 ws-from-mm                    pic 9(2).
           05 ws-from-dd                    pic 9(2).
       01 ws-from-date-n redefines ws-from-date
                                            pic 9(8).
       01 ws-month-count                    pic s9(5)
           value 0.
       01 ws-idle-months                    pic 9(5)
           value 0.
       01 ws-age-sub                        pic 9
           value 0.

      *Outstanding (not written-off) balance aged by issue date:
      *0-12, 13-24, 25-36 and over 36 months.
       01 ws-aging-totals.
           05 ws-age-bucket                 occurs 4 times.
               10 ws-age-credits            pic 9(5).
               10 ws-age-amount             pic 9(9)v99.

       01 ws-aging-labels.
           05 filler                        pic x(20)
               value "0 - 12 months".
           05 filler                        pic x(20)
               value "13 - 24 months".
           05 filler                        pic x(20)
               value "25 - 36 months".
           05 filler                        pic x(20)
               value "Over 36 months".
       01 ws-aging-label-table redefines ws-aging-labels.
           05 ws-age-label                  pic x(20)
               occurs 4 times.

      *Store in hand on the dormant listing.
       01 ws-prev-store                     pic x(2)
           value spaces.
       01 ws-store-dormant-credits          pic 9(5)
           value 0.
       01 ws-store-dormant-amount           pic 9(9)v99
           value 0.
       01 ws-lookup-name                    pic x(20)
           value spaces.
       01 ws-lookup-province                pic x(2)
           value spaces.

       01 ws-counters.
           05 ws-ledger-read-count          pic 9(7)
               value 0.
           05 ws-outstanding-credits        pic 9(5)
               value 0.
           05 ws-outstanding-amount         pic 9(9)v99
               value 0.
           05 ws-dormant-count              pic 9(5)
               value 0.
           05 ws-dormant-amount             pic 9(9)v99
               value 0.
           05 ws-new-writeoff-count         pic 9(5)
               value 0.
           05 ws-new-writeoff-amount        pic 9(9)v99
               value 0.
           05 ws-new-exception-count        pic 9(5)
               value 0.
           05 ws-reversal-amount            pic 9(9)v99
               value 0.
           05 ws-unapplied-count            pic 9(5)
               value 0.
           05 ws-unapplied-amount           pic 9(9)v99
               value 0.
           05 ws-journal-count              pic 9(5)
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
               value "MAFD4202 - Team Project: Program #35".

       01 ws-heading2-title-line.
           05 filler                        pic x(40)
               value spaces.
           05 filler                        pic x(33)
               value "DORMANT STORE CREDIT AND BREAKAGE".
           05 filler                        pic x(47)
               value spaces.

       01 ws-heading2b-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9999/99/99.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(26)
               value "Dormant after no activity".
           05 filler                        pic x(4)
               value "for ".
           05 ws-hdr-dormant-months         pic zz9.
           05 filler                        pic x(7)
               value " months".
           05 filler                        pic x(51)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(94)
               value all "-".
           05 filler                        pic x(26)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-aging-column-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(20)
               value "Age since issue".
           05 filler                        pic x(8)
               value " Credits".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(14)
               value "   Outstanding".
           05 filler                        pic x(72)
               value spaces.

       01 ws-aging-line.
           05 filler                        pic x(4)
               value spaces.
           05 ws-agl-label                  pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 ws-agl-credits                pic zz,zz9.
           05 filler                        pic x(2)
               value spaces.
           05 ws-agl-amount                 pic $$$,$$$,$$9.99.
           05 filler                        pic x(72)
               value spaces.

       01 ws-dormant-column-line.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(2)
               value "St".
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(9)
               value "Invoice".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(10)
               value "Issued".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(10)
               value "Last Used".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "Amount Issued".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "     Redeemed".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "      Balance".
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(3)
               value "Mos".
           05 filler                        pic x(3)
               value spaces.
           05 filler                        pic x(26)
               value "Status".

       01 ws-dormant-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-store                   pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 ws-dl-invoice                 pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-issue-date              pic 9999/99/99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-last-date               pic 9999/99/99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-issued                  pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-redeemed                pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-balance                 pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-dl-idle-months             pic zz9.
           05 filler                        pic x(3)
               value spaces.
           05 ws-dl-status                  pic x(26).

       01 ws-dormant-status-line.
           05 filler                        pic x(12)
               value "WRITTEN OFF ".
           05 ws-dsl-writeoff-date          pic 9999/99/99.
           05 filler                        pic x(4)
               value spaces.

       01 ws-store-total-line.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(6)
               value "Store ".
           05 ws-stl-store                  pic x(2).
           05 filler                        pic x(2)
               value spaces.
           05 ws-stl-name                   pic x(20).
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(17)
               value "Dormant credits: ".
           05 ws-stl-credits                pic zz,zz9.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "Outstanding: ".
           05 ws-stl-amount                 pic $$$,$$$,$$9.99.
           05 filler                        pic x(34)
               value spaces.

       01 ws-province-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(9)
               value "Province ".
           05 ws-pl-province                pic x(2).
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(17)
               value "Dormant credits: ".
           05 ws-pl-credits                 pic zz,zz9.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(13)
               value "Outstanding: ".
           05 ws-pl-amount                  pic $$$,$$$,$$9.99.
           05 filler                        pic x(49)
               value spaces.

       01 ws-exception-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-el-draw-date               pic 9999/99/99.
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(6)
               value "Store ".
           05 ws-el-draw-store              pic x(2).
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(8)
               value "Invoice ".
           05 ws-el-draw-invoice            pic x(9).
           05 filler                        pic x(2)
               value spaces.
           05 filler                        pic x(15)
               value "against credit ".
           05 ws-el-credit-store            pic x(2).
           05 filler                        pic x(1)
               value "/".
           05 ws-el-credit-invoice          pic x(9).
           05 filler                        pic x(1)
               value spaces.
           05 filler                        pic x(7)
               value "issued ".
           05 ws-el-credit-issue-date       pic 9999/99/99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-el-amount                  pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
               value spaces.
           05 ws-el-flag                    pic x(13).

       01 ws-none-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(5)
               value "None.".
           05 filler                        pic x(111)
               value spaces.

       01 ws-count-summary-line.
           05 ws-csl-label                  pic x(40).
           05 ws-csl-count                  pic zz,zzz,zz9.
           05 filler                        pic x(70)
               value spaces.

       01 ws-amount-summary-line.
           05 ws-asl-label                  pic x(40).
           05 ws-asl-amount                 pic $$$,$$$,$$9.99.
           05 filler                        pic x(66)
               value spaces.

       procedure division.
       000-main.

           perform 020-resolve-data-library.

           perform 030-resolve-business-date.
           perform 040-load-dormant-config.
           perform 045-load-breakage-control.
           perform 050-load-store-master.
           perform 060-load-account-master.
           perform 070-load-write-offs.
           perform 080-load-credit-ledger.

           perform 200-net-movements.
           perform 300-classify-credits.

           open output dormant-credit-report.
           perform 100-print-headings.

           perform 400-print-aging.
           perform 410-print-dormant-credits.
           perform 440-print-provinces.
           perform 450-print-exceptions.
           perform 460-print-summary.

           close dormant-credit-report.

      *    Entries past the tables leave every balance behind
      *    them wrong, so nothing this run worked out is posted:
      *    the journal goes out empty and the write-off register
      *    and control file stay as they were, so the rerun once
      *    the tables are widened writes off the same credits.
           if ws-overflow-count > 0
               perform 510-write-empty-journal
           else
               perform 500-write-journal
               perform 520-save-write-offs
               perform 530-save-breakage-control
           end-if.

      *    A redemption after write-off or a draw-down no issued
      *    credit could cover wants looking at before the breakage
      *    batch is imported - a warning, not a failed run. Entries
      *    past the tables stop the run.
           if ws-overflow-count > 0
               move 12                      to return-code
           else
           if ws-new-exception-count > 0
                   or ws-unapplied-count > 0
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
               "STORE-CREDIT.dat"
                                        delimited by size
               into ws-store-credit-path.

           string ws-data-library       delimited by space
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "DORMANT-CONFIG.dat"
                                        delimited by size
               into ws-dormant-config-path.

           string ws-data-library       delimited by space
               "GL-ACCOUNT-MASTER.dat"
                                        delimited by size
               into ws-gl-account-master-path.

           string ws-data-library       delimited by space
               "CREDIT-WRITEOFF.dat"
                                        delimited by size
               into ws-credit-writeoff-path.

           string ws-data-library       delimited by space
               "BREAKAGE-CONTROL.dat"
                                        delimited by size
               into ws-breakage-control-path.

           string ws-data-library       delimited by space
               "BREAKAGE-JOURNAL.dat"
                                        delimited by size
               into ws-breakage-journal-path.

           string ws-data-library       delimited by space
               "dormant-credit.out"
                                        delimited by size
               into ws-dormant-credit-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.


      *    Resolve the as-of business date every credit is aged to.
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

       040-load-dormant-config.

           open input dormant-config-file.

           if ws-dormant-config-file-status not = "35"
               read dormant-config-file
                   not at end
                       if dc-dormant-months numeric
                               and dc-dormant-months > 0
                           move dc-dormant-months
                               to ws-dormant-months
                       end-if
               end-read
               close dormant-config-file
           end-if.

      *    The window for reversing redemptions after write-off
      *    opens at the last run's business date - or, on a rerun
      *    for the same business date, at the run before it, so the
      *    rerun reverses what the first attempt did. No control
      *    file yet means every such redemption is new.
       045-load-breakage-control.

           open input breakage-control-file.

           if ws-breakage-control-file-status not = "35"
               read breakage-control-file
                   not at end
                       if bc-last-run-date numeric
                           move bc-last-run-date
                               to ws-last-run-date
                       end-if
                       if bc-prior-run-date numeric
                           move bc-prior-run-date
                               to ws-prior-run-date
                       end-if
               end-read
               close breakage-control-file
           end-if.

           if ws-last-run-date = ws-business-date-n
               move 'Y'                     to ws-rerun-flag
               move ws-prior-run-date       to ws-window-start-date
           else
               move ws-last-run-date        to ws-window-start-date
           end-if.

       050-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-store-count < 99
                       add 1                to ws-store-count
                       set ws-store-idx     to ws-store-count
                       move sm-store-number
                           to ws-store-number(ws-store-idx)
                       move sm-store-name
                           to ws-store-name(ws-store-idx)
                       move sm-province-code
                           to ws-store-province(ws-store-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Only the two roles breakage posts to are wanted; both
      *    keep their built-in default when the master has no line
      *    for them.
       060-load-account-master.

           move ws-false-const              to ws-eof-flag.

           open input gl-account-master-file.

           if ws-gl-account-file-status not = "35"

               read gl-account-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   evaluate ga-role
                       when "GCLIAB  "
                           move ga-account-number
                               to ws-acct-giftcard-liability
                           move ga-account-name
                               to ws-name-giftcard-liability
                       when "BREAKAGE"
                           move ga-account-number
                               to ws-acct-breakage-income
                           move ga-account-name
                               to ws-name-breakage-income
                   end-evaluate
                   read gl-account-master-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close gl-account-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Write-offs dated the business date itself are the ones
      *    an earlier attempt of this same run made; they are
      *    dropped so the rerun derives them again rather than
      *    treating them as already written off.
       070-load-write-offs.

           move ws-false-const              to ws-eof-flag.

           open input credit-writeoff-file.

           if ws-credit-writeoff-file-status not = "35"

               read credit-writeoff-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if cw-issue-date numeric
                           and cw-writeoff-date numeric
                           and cw-amount numeric
                           and cw-writeoff-date not = ws-business-date-n
                       if ws-wo-count < 99999
                           add 1            to ws-wo-count
                           set ws-wo-idx    to ws-wo-count
                           move cw-store-number
                               to ws-wo-store(ws-wo-idx)
                           move cw-invoice-number
                               to ws-wo-invoice(ws-wo-idx)
                           move cw-issue-date
                               to ws-wo-issue-date(ws-wo-idx)
                           move cw-writeoff-date
                               to ws-wo-writeoff-date(ws-wo-idx)
                           move cw-amount
                               to ws-wo-amount(ws-wo-idx)
                       else
                           add 1            to ws-overflow-count
                       end-if
                   end-if
                   read credit-writeoff-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close credit-writeoff-file

               if ws-wo-count > 1
                   sort ws-wo-entry
                       on ascending key ws-wo-key
               end-if

           end-if.

           move ws-wo-count                 to ws-wo-loaded-count.

           move ws-false-const              to ws-eof-flag.

      *    The whole ledger, sorted into business date order with
      *    each day's issues ahead of its draw-downs. Movements past
      *    the table are counted and left out.
       080-load-credit-ledger.

           move ws-false-const              to ws-eof-flag.

           open input store-credit-file.

           if ws-store-credit-file-status not = "35"

               read store-credit-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-ledger-read-count
                   if (sc-issue-88 or sc-draw-down-88)
                           and sc-business-date numeric
                           and sc-amount numeric
                       if ws-mv-count < 99999
                           add 1            to ws-mv-count
                           set ws-mv-idx    to ws-mv-count
                           move sc-business-date
                               to ws-mv-date(ws-mv-idx)
                           move sc-movement-type
                               to ws-mv-type(ws-mv-idx)
                           move sc-store-number
                               to ws-mv-store(ws-mv-idx)
                           move sc-invoice-number
                               to ws-mv-invoice(ws-mv-idx)
                           move sc-amount
                               to ws-mv-amount(ws-mv-idx)
                       else
                           add 1            to ws-overflow-count
                       end-if
                   end-if
                   read store-credit-file
                       at end move ws-true-const to ws-eof-flag
               end-perform

               close store-credit-file

               if ws-mv-count > 1
                   sort ws-mv-entry
                       on ascending key ws-mv-date
                       on descending key ws-mv-type
               end-if

           end-if.

           move ws-false-const              to ws-eof-flag.

       100-print-headings.

           write dormant-credit-line from ws-heading1-name-line.

           move ws-business-date-n          to ws-hdr-business-date.
           move ws-dormant-months           to ws-hdr-dormant-months.
           write dormant-credit-line from ws-heading2b-date-line
               after advancing 1 line.

           write dormant-credit-line from ws-heading2-title-line
               after advancing 1 line.

      *    Play the ledger forward in date order: each issue opens
      *    a credit, each draw-down is applied against the credits
      *    open at the time.
       200-net-movements.

           perform varying ws-mv-idx from 1 by 1
                   until ws-mv-idx > ws-mv-count
               if ws-mv-type(ws-mv-idx) = 'I'
                   perform 210-add-issue
               else
                   perform 220-apply-draw-down
               end-if
           end-perform.

      *    Several issues on the same return invoice the same day
      *    (one per refunded line) are one credit. The register
      *    says whether the credit was written off on an earlier
      *    run.
       210-add-issue.

           move 'N'                         to ws-eligible-flag.

           perform varying ws-cr-sub from ws-cr-count by -1
                   until ws-cr-sub < 1
                   or ws-eligible-flag not = 'N'
               if ws-cr-issue-date(ws-cr-sub)
                       not = ws-mv-date(ws-mv-idx)
                   move 'S'                 to ws-eligible-flag
               else
                   if ws-cr-store(ws-cr-sub) = ws-mv-store(ws-mv-idx)
                           and ws-cr-invoice(ws-cr-sub)
                               = ws-mv-invoice(ws-mv-idx)
                       move 'Y'             to ws-eligible-flag
                       add ws-mv-amount(ws-mv-idx)
                           to ws-cr-issued(ws-cr-sub)
                              ws-cr-balance(ws-cr-sub)
                   end-if
               end-if
           end-perform.

           if ws-eligible-flag not = 'Y'
               if ws-cr-count < 99999
                   add 1                    to ws-cr-count
                   set ws-cr-idx            to ws-cr-count
                   move ws-mv-store(ws-mv-idx)
                       to ws-cr-store(ws-cr-idx)
                   move ws-mv-invoice(ws-mv-idx)
                       to ws-cr-invoice(ws-cr-idx)
                   move ws-mv-date(ws-mv-idx)
                       to ws-cr-issue-date(ws-cr-idx)
                          ws-cr-last-date(ws-cr-idx)
                   move ws-mv-amount(ws-mv-idx)
                       to ws-cr-issued(ws-cr-idx)
                          ws-cr-balance(ws-cr-idx)
                   move 0                   to ws-cr-redeemed(ws-cr-idx)
                   move 'N'
                       to ws-cr-writeoff-flag(ws-cr-idx)
                          ws-cr-new-writeoff-flag(ws-cr-idx)
                   move 0
                       to ws-cr-writeoff-date(ws-cr-idx)
                   perform 215-find-write-off
               else
                   add 1                    to ws-overflow-count
               end-if
           end-if.

       215-find-write-off.

           if ws-wo-loaded-count > 0
               move ws-cr-store(ws-cr-idx)  to ws-wo-search-store
               move ws-cr-invoice(ws-cr-idx)
                   to ws-wo-search-invoice
               move ws-cr-issue-date(ws-cr-idx)
                   to ws-wo-search-issue-date
               search all ws-wo-entry
                   when ws-wo-key(ws-wo-idx) = ws-wo-search-key
                       move 'Y'
                           to ws-cr-writeoff-flag(ws-cr-idx)
                       move ws-wo-writeoff-date(ws-wo-idx)
                           to ws-cr-writeoff-date(ws-cr-idx)
               end-search
           end-if.

      *    With no card number on the ledger a draw-down is placed
      *    oldest credit first: open credits at the same store,
      *    then open credits anywhere, and only then credits
      *    already written off - same store first again. A credit
      *    only counts as written off for draw-downs dated after
      *    its write-off. What nothing covers is unapplied.
       220-apply-draw-down.

           move ws-mv-amount(ws-mv-idx)     to ws-draw-left.
           move 1                           to ws-apply-pass.

           perform 225-apply-one-pass
               until ws-apply-pass > 4
               or ws-draw-left = 0.

           if ws-draw-left > 0
               add 1                        to ws-unapplied-count
               add ws-draw-left             to ws-unapplied-amount
           end-if.

       225-apply-one-pass.

           perform varying ws-cr-idx from 1 by 1
                   until ws-cr-idx > ws-cr-count
                   or ws-draw-left = 0
               if ws-cr-balance(ws-cr-idx) > 0
                   perform 230-apply-to-credit
               end-if
           end-perform.

           add 1                            to ws-apply-pass.

       230-apply-to-credit.

           if ws-cr-written-off-88(ws-cr-idx)
                   and ws-mv-date(ws-mv-idx)
                       > ws-cr-writeoff-date(ws-cr-idx)
               move 'Y'
                   to ws-effective-writeoff-flag
           else
               move 'N'
                   to ws-effective-writeoff-flag
           end-if.

           move 'N'                         to ws-eligible-flag.

           evaluate ws-apply-pass
               when 1
                   if ws-effective-writeoff-flag = 'N'
                           and ws-cr-store(ws-cr-idx)
                               = ws-mv-store(ws-mv-idx)
                       move 'Y'             to ws-eligible-flag
                   end-if
               when 2
                   if ws-effective-writeoff-flag = 'N'
                       move 'Y'             to ws-eligible-flag
                   end-if
               when 3
                   if ws-effective-writeoff-flag = 'Y'
                           and ws-cr-store(ws-cr-idx)
                               = ws-mv-store(ws-mv-idx)
                       move 'Y'             to ws-eligible-flag
                   end-if
               when 4
                   if ws-effective-writeoff-flag = 'Y'
                       move 'Y'             to ws-eligible-flag
                   end-if
           end-evaluate.

           if ws-eligible-flag = 'Y'
               if ws-cr-balance(ws-cr-idx) < ws-draw-left
                   move ws-cr-balance(ws-cr-idx) to ws-draw-take
               else
                   move ws-draw-left        to ws-draw-take
               end-if
               subtract ws-draw-take
                   from ws-draw-left ws-cr-balance(ws-cr-idx)
               add ws-draw-take
                   to ws-cr-redeemed(ws-cr-idx)
               move ws-mv-date(ws-mv-idx)
                   to ws-cr-last-date(ws-cr-idx)
               if ws-effective-writeoff-flag = 'Y'
                   perform 235-record-exception
               end-if
           end-if.

      *    A redemption against a written-off credit. One that came
      *    in since the last run has its breakage reversed on this
      *    run's journal; earlier ones were reversed then and are
      *    listed for the record.
       235-record-exception.

           if ws-ex-count < 5000
               add 1                        to ws-ex-count
               set ws-ex-idx                to ws-ex-count
               move ws-mv-date(ws-mv-idx)
                   to ws-ex-draw-date(ws-ex-idx)
               move ws-mv-store(ws-mv-idx)
                   to ws-ex-draw-store(ws-ex-idx)
               move ws-mv-invoice(ws-mv-idx)
                   to ws-ex-draw-invoice(ws-ex-idx)
               move ws-cr-store(ws-cr-idx)
                   to ws-ex-credit-store(ws-ex-idx)
               move ws-cr-invoice(ws-cr-idx)
                   to ws-ex-credit-invoice(ws-ex-idx)
               move ws-cr-issue-date(ws-cr-idx)
                   to ws-ex-credit-issue-date(ws-ex-idx)
               move ws-draw-take            to ws-ex-amount(ws-ex-idx)
               if ws-mv-date(ws-mv-idx) > ws-window-start-date
                   move 'Y'                 to ws-ex-new-flag(ws-ex-idx)
               else
                   move 'N'                 to ws-ex-new-flag(ws-ex-idx)
               end-if
           else
               add 1                        to ws-overflow-count
           end-if.

           if ws-mv-date(ws-mv-idx) > ws-window-start-date
               add 1                        to ws-new-exception-count
               add ws-draw-take             to ws-reversal-amount
               move ws-cr-store(ws-cr-idx)  to ws-post-search-store
               perform 320-find-post-store
               add ws-draw-take
                   to ws-post-reversal(ws-post-idx)
           end-if.

      *    Age each credit with a balance, and write off the ones
      *    idle past the dormancy months that are not written off
      *    already. Then put the credits in store and issue date
      *    order for the listing.
       300-classify-credits.

           perform varying ws-cr-idx from 1 by 1
                   until ws-cr-idx > ws-cr-count
               if ws-cr-balance(ws-cr-idx) > 0
                   perform 310-classify-one-credit
               end-if
           end-perform.

           if ws-cr-count > 1
               sort ws-cr-entry
                   on ascending key ws-cr-store
                   on ascending key ws-cr-issue-date
                   on ascending key ws-cr-invoice
           end-if.

       310-classify-one-credit.

           if not ws-cr-written-off-88(ws-cr-idx)
               add 1                        to ws-outstanding-credits
               add ws-cr-balance(ws-cr-idx) to ws-outstanding-amount
               move ws-cr-issue-date(ws-cr-idx) to ws-from-date-n
               perform 600-compute-months
               evaluate true
                   when ws-idle-months <= 12
                       move 1               to ws-age-sub
                   when ws-idle-months <= 24
                       move 2               to ws-age-sub
                   when ws-idle-months <= 36
                       move 3               to ws-age-sub
                   when other
                       move 4               to ws-age-sub
               end-evaluate
               add 1
                   to ws-age-credits(ws-age-sub)
               add ws-cr-balance(ws-cr-idx)
                   to ws-age-amount(ws-age-sub)
           end-if.

           move ws-cr-last-date(ws-cr-idx)  to ws-from-date-n.
           perform 600-compute-months.

           if ws-idle-months >= ws-dormant-months
                   and not ws-cr-written-off-88(ws-cr-idx)
               move 'Y'
                   to ws-cr-writeoff-flag(ws-cr-idx)
                      ws-cr-new-writeoff-flag(ws-cr-idx)
               move ws-business-date-n
                   to ws-cr-writeoff-date(ws-cr-idx)
               add 1                        to ws-new-writeoff-count
               add ws-cr-balance(ws-cr-idx) to ws-new-writeoff-amount
               move ws-cr-store(ws-cr-idx)  to ws-post-search-store
               perform 320-find-post-store
               add ws-cr-balance(ws-cr-idx)
                   to ws-post-writeoff(ws-post-idx)
               if ws-wo-count < 99999
                   add 1                    to ws-wo-count
                   set ws-wo-idx            to ws-wo-count
                   move ws-cr-store(ws-cr-idx)
                       to ws-wo-store(ws-wo-idx)
                   move ws-cr-invoice(ws-cr-idx)
                       to ws-wo-invoice(ws-wo-idx)
                   move ws-cr-issue-date(ws-cr-idx)
                       to ws-wo-issue-date(ws-wo-idx)
                   move ws-business-date-n
                       to ws-wo-writeoff-date(ws-wo-idx)
                   move ws-cr-balance(ws-cr-idx)
                       to ws-wo-amount(ws-wo-idx)
               else
                   add 1                    to ws-overflow-count
               end-if
           end-if.

      *    The store's breakage posting entry, added on first use.
      *    Stores past the table post under the last entry.
       320-find-post-store.

           set ws-post-idx                  to 1.
           search ws-post-entry
               at end
                   if ws-post-count < 99
                       add 1                to ws-post-count
                       set ws-post-idx      to ws-post-count
                       move ws-post-search-store
                           to ws-post-store(ws-post-idx)
                       move 0
                           to ws-post-writeoff(ws-post-idx)
                              ws-post-reversal(ws-post-idx)
                   else
                       add 1                to ws-overflow-count
                       set ws-post-idx      to ws-post-count
                   end-if
               when ws-post-store(ws-post-idx) = ws-post-search-store
                   continue
           end-search.

       400-print-aging.

           move "OUTSTANDING CREDIT AGED BY ISSUE DATE"
                                            to ws-sl-title.
           write dormant-credit-line from ws-section-line
               after advancing 2 lines.
           write dormant-credit-line from ws-separator-line
               after advancing 1 line.
           write dormant-credit-line from ws-aging-column-line
               after advancing 1 line.

           perform varying ws-age-sub from 1 by 1
                   until ws-age-sub > 4
               move ws-age-label(ws-age-sub) to ws-agl-label
               move ws-age-credits(ws-age-sub) to ws-agl-credits
               move ws-age-amount(ws-age-sub) to ws-agl-amount
               write dormant-credit-line from ws-aging-line
                   after advancing 1 line
           end-perform.

           move "Total outstanding"         to ws-agl-label.
           move ws-outstanding-credits      to ws-agl-credits.
           move ws-outstanding-amount       to ws-agl-amount.
           write dormant-credit-line from ws-aging-line
               after advancing 2 lines.

      *    Every credit with a balance idle past the dormancy
      *    months, in store and issue date order with a subtotal
      *    per store, rolled up by province as it goes.
       410-print-dormant-credits.

           move "DORMANT CREDITS BY STORE"  to ws-sl-title.
           write dormant-credit-line from ws-section-line
               after advancing 2 lines.
           write dormant-credit-line from ws-separator-line
               after advancing 1 line.
           write dormant-credit-line from ws-dormant-column-line
               after advancing 1 line.

           move spaces                      to ws-prev-store.

           perform varying ws-cr-idx from 1 by 1
                   until ws-cr-idx > ws-cr-count
               if ws-cr-balance(ws-cr-idx) > 0
                   move ws-cr-last-date(ws-cr-idx) to ws-from-date-n
                   perform 600-compute-months
                   if ws-idle-months >= ws-dormant-months
                       perform 415-print-one-dormant
                   end-if
               end-if
           end-perform.

           if ws-prev-store not = spaces
               perform 420-print-store-total
           end-if.

           if ws-dormant-count = 0
               write dormant-credit-line from ws-none-line
                   after advancing 1 line
           end-if.

       415-print-one-dormant.

           if ws-cr-store(ws-cr-idx) not = ws-prev-store
               if ws-prev-store not = spaces
                   perform 420-print-store-total
               end-if
               move ws-cr-store(ws-cr-idx)  to ws-prev-store
               move 0                       to ws-store-dormant-credits
                                               ws-store-dormant-amount
           end-if.

           move ws-cr-store(ws-cr-idx)      to ws-dl-store.
           move ws-cr-invoice(ws-cr-idx)    to ws-dl-invoice.
           move ws-cr-issue-date(ws-cr-idx) to ws-dl-issue-date.
           move ws-cr-last-date(ws-cr-idx)  to ws-dl-last-date.
           move ws-cr-issued(ws-cr-idx)     to ws-dl-issued.
           move ws-cr-redeemed(ws-cr-idx)   to ws-dl-redeemed.
           move ws-cr-balance(ws-cr-idx)    to ws-dl-balance.
           move ws-idle-months              to ws-dl-idle-months.

           if ws-cr-new-writeoff-88(ws-cr-idx)
               move "WRITE-OFF THIS RUN"    to ws-dl-status
           else
               move ws-cr-writeoff-date(ws-cr-idx)
                   to ws-dsl-writeoff-date
               move ws-dormant-status-line  to ws-dl-status
           end-if.

           write dormant-credit-line from ws-dormant-line
               after advancing 1 line.

           add 1                            to ws-dormant-count
                                               ws-store-dormant-credits.
           add ws-cr-balance(ws-cr-idx)     to ws-dormant-amount
                                               ws-store-dormant-amount.

           move ws-cr-store(ws-cr-idx)      to ws-post-search-store.
           perform 425-look-up-store.
           perform 430-post-province.

       420-print-store-total.

           move ws-prev-store               to ws-stl-store
                                               ws-post-search-store.
           perform 425-look-up-store.
           move ws-lookup-name              to ws-stl-name.
           move ws-store-dormant-credits    to ws-stl-credits.
           move ws-store-dormant-amount     to ws-stl-amount.
           write dormant-credit-line from ws-store-total-line
               after advancing 1 line.
           write dormant-credit-line from ws-separator-line
               after advancing 1 line.

      *    Name and province of the store in ws-post-search-store;
      *    a store since dropped from the master has no province.
       425-look-up-store.

           move "NOT ON STORE MASTER"       to ws-lookup-name.
           move spaces                      to ws-lookup-province.

           if ws-store-count > 0
               set ws-store-idx             to 1
               search ws-store-entry
                   when ws-store-number(ws-store-idx)
                           = ws-post-search-store
                       move ws-store-name(ws-store-idx)
                           to ws-lookup-name
                       move ws-store-province(ws-store-idx)
                           to ws-lookup-province
               end-search
           end-if.

       430-post-province.

           set ws-prov-idx                  to 1.
           search ws-prov-entry
               at end
                   if ws-prov-count < 20
                       add 1                to ws-prov-count
                       set ws-prov-idx      to ws-prov-count
                       move ws-lookup-province
                           to ws-prov-code(ws-prov-idx)
                       move 0
                           to ws-prov-credits(ws-prov-idx)
                              ws-prov-amount(ws-prov-idx)
                   else
                       add 1                to ws-overflow-count
                       set ws-prov-idx      to ws-prov-count
                   end-if
               when ws-prov-code(ws-prov-idx) = ws-lookup-province
                   continue
           end-search.

           add 1
               to ws-prov-credits(ws-prov-idx).
           add ws-cr-balance(ws-cr-idx)
               to ws-prov-amount(ws-prov-idx).

       440-print-provinces.

           move "DORMANT CREDITS BY PROVINCE" to ws-sl-title.
           write dormant-credit-line from ws-section-line
               after advancing 2 lines.
           write dormant-credit-line from ws-separator-line
               after advancing 1 line.

           if ws-prov-count > 1
               sort ws-prov-entry
                   on ascending key ws-prov-code
           end-if.

           perform varying ws-prov-idx from 1 by 1
                   until ws-prov-idx > ws-prov-count
               if ws-prov-code(ws-prov-idx) = spaces
                   move "--"                to ws-pl-province
               else
                   move ws-prov-code(ws-prov-idx) to ws-pl-province
               end-if
               move ws-prov-credits(ws-prov-idx) to ws-pl-credits
               move ws-prov-amount(ws-prov-idx) to ws-pl-amount
               write dormant-credit-line from ws-province-line
                   after advancing 1 line
           end-perform.

           if ws-prov-count = 0
               write dormant-credit-line from ws-none-line
                   after advancing 1 line
           end-if.

       450-print-exceptions.

           move "REDEMPTIONS AGAINST WRITTEN-OFF CREDITS"
                                            to ws-sl-title.
           write dormant-credit-line from ws-section-line
               after advancing 2 lines.
           write dormant-credit-line from ws-separator-line
               after advancing 1 line.

           perform varying ws-ex-idx from 1 by 1
                   until ws-ex-idx > ws-ex-count
               move ws-ex-draw-date(ws-ex-idx) to ws-el-draw-date
               move ws-ex-draw-store(ws-ex-idx) to ws-el-draw-store
               move ws-ex-draw-invoice(ws-ex-idx)
                   to ws-el-draw-invoice
               move ws-ex-credit-store(ws-ex-idx)
                   to ws-el-credit-store
               move ws-ex-credit-invoice(ws-ex-idx)
                   to ws-el-credit-invoice
               move ws-ex-credit-issue-date(ws-ex-idx)
                   to ws-el-credit-issue-date
               move ws-ex-amount(ws-ex-idx) to ws-el-amount
               if ws-ex-new-88(ws-ex-idx)
                   move "NEW-REVERSED"      to ws-el-flag
               else
                   move "EARLIER"           to ws-el-flag
               end-if
               write dormant-credit-line from ws-exception-line
                   after advancing 1 line
           end-perform.

           if ws-ex-count = 0
               write dormant-credit-line from ws-none-line
                   after advancing 1 line
           end-if.

       460-print-summary.

           move "SUMMARY"                   to ws-sl-title.
           write dormant-credit-line from ws-section-line
               after advancing 2 lines.
           write dormant-credit-line from ws-separator-line
               after advancing 1 line.

           move "Ledger movements read:"    to ws-csl-label.
           move ws-ledger-read-count        to ws-csl-count.
           write dormant-credit-line from ws-count-summary-line
               after advancing 1 line.

           move "Credits issued on the ledger:" to ws-csl-label.
           move ws-cr-count                 to ws-csl-count.
           write dormant-credit-line from ws-count-summary-line
               after advancing 1 line.

           move "Outstanding credit balance:" to ws-asl-label.
           move ws-outstanding-amount       to ws-asl-amount.
           write dormant-credit-line from ws-amount-summary-line
               after advancing 1 line.

           move "Dormant credits listed:"   to ws-csl-label.
           move ws-dormant-count            to ws-csl-count.
           write dormant-credit-line from ws-count-summary-line
               after advancing 1 line.

           move "Dormant balance listed:"   to ws-asl-label.
           move ws-dormant-amount           to ws-asl-amount.
           write dormant-credit-line from ws-amount-summary-line
               after advancing 1 line.

           move "Credits written off this run:" to ws-csl-label.
           move ws-new-writeoff-count       to ws-csl-count.
           write dormant-credit-line from ws-count-summary-line
               after advancing 1 line.

           move "Breakage recognized this run:" to ws-asl-label.
           move ws-new-writeoff-amount      to ws-asl-amount.
           write dormant-credit-line from ws-amount-summary-line
               after advancing 1 line.

           move "New redemptions after write-off:" to ws-csl-label.
           move ws-new-exception-count      to ws-csl-count.
           write dormant-credit-line from ws-count-summary-line
               after advancing 1 line.

           move "Breakage reversed this run:" to ws-asl-label.
           move ws-reversal-amount          to ws-asl-amount.
           write dormant-credit-line from ws-amount-summary-line
               after advancing 1 line.

           move "Draw-downs no credit covered:" to ws-csl-label.
           move ws-unapplied-count          to ws-csl-count.
           write dormant-credit-line from ws-count-summary-line
               after advancing 1 line.

           move "Draw-down amount left unapplied:" to ws-asl-label.
           move ws-unapplied-amount         to ws-asl-amount.
           write dormant-credit-line from ws-amount-summary-line
               after advancing 1 line.

           if ws-overflow-count > 0
               move "** Entries past the tables - not posted:"
                                            to ws-csl-label
               move ws-overflow-count       to ws-csl-count
               write dormant-credit-line from ws-count-summary-line
                   after advancing 1 line
           end-if.

      *    One balanced pair per store for the breakage recognized
      *    - debit gift card liability, credit breakage income -
      *    and one reversing pair per store for redemptions after
      *    write-off that came in since the last run.
       500-write-journal.

           open output breakage-journal-file.

           move ws-business-date-n          to gj-business-date.

           perform varying ws-post-idx from 1 by 1
                   until ws-post-idx > ws-post-count
               move ws-post-store(ws-post-idx) to gj-store-number
               if ws-post-writeoff(ws-post-idx) > 0
                   move ws-post-writeoff(ws-post-idx) to gj-amount
                   move ws-acct-giftcard-liability
                       to gj-account-number
                   move ws-name-giftcard-liability
                       to gj-account-name
                   move "DR"                to gj-dr-cr
                   write breakage-journal-line
                   move ws-acct-breakage-income
                       to gj-account-number
                   move ws-name-breakage-income
                       to gj-account-name
                   move "CR"                to gj-dr-cr
                   write breakage-journal-line
                   add 2                    to ws-journal-count
               end-if
               if ws-post-reversal(ws-post-idx) > 0
                   move ws-post-reversal(ws-post-idx) to gj-amount
                   move ws-acct-breakage-income
                       to gj-account-number
                   move ws-name-breakage-income
                       to gj-account-name
                   move "DR"                to gj-dr-cr
                   write breakage-journal-line
                   move ws-acct-giftcard-liability
                       to gj-account-number
                   move ws-name-giftcard-liability
                       to gj-account-name
                   move "CR"                to gj-dr-cr
                   write breakage-journal-line
                   add 2                    to ws-journal-count
               end-if
           end-perform.

           close breakage-journal-file.

      *    The journal emptied, so the GL import finds neither
      *    the last run's batch again nor this run's short one.
       510-write-empty-journal.

           open output breakage-journal-file.
           close breakage-journal-file.

      *    The register as loaded plus this run's write-offs.
       520-save-write-offs.

           open output credit-writeoff-file.

           perform varying ws-wo-idx from 1 by 1
                   until ws-wo-idx > ws-wo-count
               move ws-wo-store(ws-wo-idx)  to cw-store-number
               move ws-wo-invoice(ws-wo-idx) to cw-invoice-number
               move ws-wo-issue-date(ws-wo-idx) to cw-issue-date
               move ws-wo-writeoff-date(ws-wo-idx) to cw-writeoff-date
               move ws-wo-amount(ws-wo-idx) to cw-amount
               write credit-writeoff-line
           end-perform.

           close credit-writeoff-file.

      *    A rerun for the same business date leaves the control
      *    file as the first attempt left it.
       530-save-breakage-control.

           if ws-rerun-flag = 'N'
               open output breakage-control-file
               move ws-business-date-n      to bc-last-run-date
               move ws-last-run-date        to bc-prior-run-date
               write breakage-control-line
               close breakage-control-file
           end-if.

      *    Whole months from ws-from-date to the business date - a
      *    month is not complete until its day of the month comes
      *    round again.
       600-compute-months.

           compute ws-month-count =
               (ws-business-yyyy * 12 + ws-business-mm)
               - (ws-from-yyyy * 12 + ws-from-mm).

           if ws-business-dd < ws-from-dd
               subtract 1                   from ws-month-count
           end-if.

           if ws-month-count < 0
               move 0                       to ws-idle-months
           else
               move ws-month-count          to ws-idle-months
           end-if.

       900-write-audit-record.

           open extend audit-trail-file.

           if ws-audit-file-status = "35"
               open output audit-trail-file
           end-if.

           accept au-run-date               from date yyyymmdd.
           accept au-run-time               from time.

           move "Program_35"                to au-program-name.
           move ws-ledger-read-count        to au-input-record-count.
           move ws-dormant-count            to au-output-record-count-1.
           move ws-journal-count            to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_35.
