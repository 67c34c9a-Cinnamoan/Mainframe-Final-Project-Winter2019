      *the chain-wide roll-up underneath and the percentage swing
      *flagged when it passes the threshold - the Monday-morning
      *"how did each store do this week" answer that used to be
      *dug out of archived report printouts. A comparable-store
      *(same-store sales) roll-up follows the chain line: only the
      *stores the store calendar shows trading for the whole span
      *from the year-ago week to the business date, with no
      *planned closure in any of the three weeks compared, so a
      *new store or a renovation does not read as chain growth or
      *decline.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-store-master-file-status.

      *    Store calendar maintained through Program_6: opening
      *    and closing dates and planned closure days decide which
      *    stores are comparable. A missing file leaves every
      *    store on the master comparable.
           select store-calendar-file
               assign to ws-store-calendar-path
               organization is line sequential
               file status is ws-store-calendar-file-status.

           select week-comparative-report
               assign to ws-week-comparative-path
               organization is line sequential.

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

       fd store-calendar-file
           data record is store-calendar-line
           record contains 47 characters.

       01 store-calendar-line.
           05 cal-store-number              pic x(2).
           05 cal-entry-type                pic x.
               88 cal-trading-dates-88
                   value 'S'.
               88 cal-closure-88
                   value 'C'.
           05 cal-date                      pic 9(8).
           05 cal-start-date                pic 9(8).
           05 cal-end-date                  pic 9(8).
           05 cal-description               pic x(20).

       fd week-comparative-report
           data record is week-comparative-line
           value spaces.
       01 ws-week-comparative-path             pic x(100)
           value spaces.
       01 ws-store-calendar-path               pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-store-calendar-file-status     pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

       01 ws-days-back                      pic s9(5)
           value 0.

      *The comparison period runs from the first day of the
      *year-ago week to the business date; a comparable store
      *traded every day of it. Closure ranges off the calendar are
      *turned into days back from the business date to test them
      *against the three compared weeks.
       01 ws-period-start-int               pic 9(7)
           value 0.
       01 ws-cal-from-int                   pic 9(7)
           value 0.
       01 ws-cal-to-int                     pic 9(7)
           value 0.
       01 ws-cal-from-back                  pic s9(5)
           value 0.
       01 ws-cal-to-back                    pic s9(5)
           value 0.

       01 ws-eof-flag                       pic x
           value 'N'.

               10 ws-cp-this-week           pic s9(9)v99.
               10 ws-cp-last-week           pic s9(9)v99.
               10 ws-cp-year-ago            pic s9(9)v99.
               10 ws-cp-comparable          pic x.
                   88 ws-cp-comparable-88
                       value 'Y'.
                   88 ws-cp-not-comparable-88
                       value 'N'.

       01 ws-cp-count                       pic 99
           value 0.
       01 ws-chain-year-ago                 pic s9(11)v99
           value 0.

      *Same-store roll-up: the comparable stores' lines only.
       01 ws-comp-this-week                 pic s9(11)v99
           value 0.
       01 ws-comp-last-week                 pic s9(11)v99
           value 0.
       01 ws-comp-year-ago                  pic s9(11)v99
           value 0.
       01 ws-comp-store-count               pic 99
           value 0.

      *Whichever roll-up is being printed, chain or comparable.
       01 ws-roll-this-week                 pic s9(11)v99
           value 0.
       01 ws-roll-last-week                 pic s9(11)v99
           value 0.
       01 ws-roll-year-ago                  pic s9(11)v99
           value 0.

       01 ws-net-amount                     pic s9(9)v99
           value 0.
       01 ws-swing-pct                      pic s9(5)v9
           05 filler                        pic x(3)
               value " - ".
           05 ws-cdl-store-name             pic x(20).
           05 ws-cdl-comp-mark              pic x(1)
               value spaces.
           05 ws-cdl-this-week              pic $$$,$$$,$$9.99-.
           05 ws-cdl-last-week              pic $$$,$$$,$$9.99-.
           05 ws-cdl-flag                   pic x(18)
               value spaces.

      *The chain-wide and comparable-store roll-up lines: the
      *same numeric columns as the store detail, with the label in
      *one piece where the store number / name columns sit.
       01 ws-chain-detail-line.
           05 ws-chl-label                  pic x(25)
               value "CHAIN WIDE".
           05 filler                        pic x(1)
               value spaces.
           05 filler                        pic x(67)
               value spaces.

       01 ws-comparable-summary-line.
           05 filler                        pic x(34)
               value "Comparable stores:".
           05 filler                        pic x(1)
               value spaces.
           05 ws-csl-comparable-out         pic z9.
           05 filler                        pic x(4)
               value " of ".
           05 ws-csl-store-out              pic z9.
           05 filler                        pic x(3)
               value spaces.
           05 filler                        pic x(44)
               value "(* = not trading the full comparison period)".
           05 filler                        pic x(30)
               value spaces.

       procedure division.
       000-main.


           perform 030-resolve-business-date.
           perform 050-load-store-master.
           perform 060-load-store-calendar.
           perform 200-accumulate-history.

           open output week-comparative-report.
           else
               perform 300-print-store-lines
               perform 350-print-chain-line
               perform 355-print-comparable-line
           end-if.

           move ws-flagged-count            to ws-sum-flagged-out.
           write week-comparative-line from ws-summary-line
               after advancing 2 lines.

           move ws-comp-store-count         to ws-csl-comparable-out.
           move ws-cp-count                 to ws-csl-store-out.
           write week-comparative-line from ws-comparable-summary-line
               after advancing 1 line.

           close week-comparative-report.

           perform 900-write-audit-record.
                                        delimited by size
               into ws-week-comparative-path.

           string ws-data-library       delimited by space
               "STORE-CALENDAR.dat"
                                        delimited by size
               into ws-store-calendar-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size

           compute ws-business-date-int =
               function integer-of-date(ws-business-date).
           compute ws-period-start-int = ws-business-date-int - 370.

      *    Seed the comparison table with every store on the
      *    master, so a store with no history still shows a line
                           to ws-cp-last-week(ws-cp-idx)
                       move 0
                           to ws-cp-year-ago(ws-cp-idx)
                       set ws-cp-comparable-88(ws-cp-idx) to true
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag

           move ws-false-const              to ws-eof-flag.

      *    Knock out of the comparable set every store on the
      *    master the calendar shows opening after the comparison
      *    period began, already closed for good, or shut for a
      *    planned closure in any of the three compared weeks.
       060-load-store-calendar.

           move ws-false-const              to ws-eof-flag.

           open input store-calendar-file.

           if ws-store-calendar-file-status not = "35"

               read store-calendar-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   perform 070-apply-calendar-entry
                   read store-calendar-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close store-calendar-file

           end-if.

           move ws-false-const              to ws-eof-flag.

       070-apply-calendar-entry.

           move 'N'                         to ws-cp-found-flag.
           move 0                           to ws-cp-target.

           perform varying ws-cp-idx from 1 by 1
               until ws-cp-idx > ws-cp-count
                   or ws-cp-found-flag = 'Y'
               if cal-store-number = ws-cp-store(ws-cp-idx)
                   move 'Y'                 to ws-cp-found-flag
                   move ws-cp-idx           to ws-cp-target
               end-if
           end-perform.

           if ws-cp-target > 0
               set ws-cp-idx                to ws-cp-target

               if cal-trading-dates-88
                       and cal-start-date numeric
                       and cal-end-date numeric
                   if cal-start-date > 0
                       compute ws-cal-from-int =
                           function integer-of-date(cal-start-date)
                       if ws-cal-from-int > ws-period-start-int
                           set ws-cp-not-comparable-88(ws-cp-idx)
                               to true
                       end-if
                   end-if
                   if cal-end-date > 0
                           and cal-end-date < ws-business-date
                       set ws-cp-not-comparable-88(ws-cp-idx)
                           to true
                   end-if
               end-if

      *        A closure counts only where it overlaps a week being
      *        compared - 0-13 days back (this week and last) or
      *        364-370 back (the year-ago week). A closure in the
      *        weeks between compares nothing.
               if cal-closure-88
                       and cal-date numeric
                       and cal-date > 0
                   compute ws-cal-from-int =
                       function integer-of-date(cal-date)
                   if cal-end-date numeric
                           and cal-end-date >= cal-date
                       compute ws-cal-to-int =
                           function integer-of-date(cal-end-date)
                   else
                       move ws-cal-from-int to ws-cal-to-int
                   end-if
                   compute ws-cal-from-back =
                       ws-business-date-int - ws-cal-from-int
                   compute ws-cal-to-back =
                       ws-business-date-int - ws-cal-to-int
                   if (ws-cal-to-back <= 13
                           and ws-cal-from-back >= 0)
                       or (ws-cal-to-back <= 370
                           and ws-cal-from-back >= 364)
                       set ws-cp-not-comparable-88(ws-cp-idx)
                           to true
                   end-if
               end-if
           end-if.

      *    One pass over the history: each record lands in the
      *    week bucket its date falls in - 0-6 days back is this
      *    week, 7-13 is last week, 364-370 is the same week a
                       to ws-cp-last-week(ws-cp-idx)
                   move 0
                       to ws-cp-year-ago(ws-cp-idx)
                   set ws-cp-not-comparable-88(ws-cp-idx) to true
                   move ws-cp-count         to ws-cp-target
               end-if
           end-if.
           move ws-cp-last-week(ws-cp-idx)  to ws-cdl-last-week.
           move ws-cp-year-ago(ws-cp-idx)   to ws-cdl-year-ago.

           if ws-cp-comparable-88(ws-cp-idx)
               move spaces                  to ws-cdl-comp-mark
               add 1                        to ws-comp-store-count
               add ws-cp-this-week(ws-cp-idx) to ws-comp-this-week
               add ws-cp-last-week(ws-cp-idx) to ws-comp-last-week
               add ws-cp-year-ago(ws-cp-idx)  to ws-comp-year-ago
           else
               move "*"                     to ws-cdl-comp-mark
           end-if.

           move spaces                      to ws-cdl-flag.

           perform 320-compute-lw-swing.

       350-print-chain-line.

           move "CHAIN WIDE"                to ws-chl-label.
           move ws-chain-this-week          to ws-roll-this-week.
           move ws-chain-last-week          to ws-roll-last-week.
           move ws-chain-year-ago           to ws-roll-year-ago.

           perform 360-format-rollup-line.

           write week-comparative-line from ws-chain-detail-line
               after advancing 2 lines.

      *    Same-store sales: the roll-up over the comparable stores
      *    alone, the figure the year-over-year growth is quoted
      *    on.
       355-print-comparable-line.

           move "COMPARABLE STORES"         to ws-chl-label.
           move ws-comp-this-week           to ws-roll-this-week.
           move ws-comp-last-week           to ws-roll-last-week.
           move ws-comp-year-ago            to ws-roll-year-ago.

           perform 360-format-rollup-line.

           write week-comparative-line from ws-chain-detail-line
               after advancing 1 line.

       360-format-rollup-line.

           move ws-roll-this-week           to ws-chl-this-week.
           move ws-roll-last-week           to ws-chl-last-week.
           move ws-roll-year-ago            to ws-chl-year-ago.

           if ws-roll-last-week = 0
               move 0                       to ws-chl-lw-pct
           else
               compute ws-swing-pct rounded =
                   (ws-roll-this-week - ws-roll-last-week)
                   * 100 / ws-roll-last-week
               move ws-swing-pct            to ws-chl-lw-pct
           end-if.

           if ws-roll-year-ago = 0
               move 0                       to ws-chl-ly-pct
           else
               compute ws-swing-pct rounded =
                   (ws-roll-this-week - ws-roll-year-ago)
                   * 100 / ws-roll-year-ago
               move ws-swing-pct            to ws-chl-ly-pct
           end-if.

      *    Append one line to the shared run-level audit trail so
      *    operations has a queryable history of every run across
      *    the chain, instead of digging through old report
