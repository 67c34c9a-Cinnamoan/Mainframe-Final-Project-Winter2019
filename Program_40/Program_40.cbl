       identification division.
       program-id. Program_40.
       author. name Waqar Naseer.
       date-written. 2026-10-15.
      *Program Description: District partition pre-split check.
      *A district's edit step only ever sees its own stores'
      *extracts, so an invoice number rung under stores of two
      *different districts passes both districts' duplicate
      *checks. Run once before the districts' edit steps, this
      *step reads the night's whole driver list and the staged
      *corrections, puts every new-sale record in invoice order
      *and lists each invoice rung in more than one district,
      *with the store that rang it first. Every district's edit
      *step loads the list and rejects the invoice under any
      *other store - the same one record is kept, and the same
      *others rejected, as an unpartitioned night would.

       environment division.
       input-output section.
       file-control.

      *    Which district each store is in.
           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-file-status.

      *    The night's store extract list.
           select driver-file
               assign to ws-driver-path
               organization is line sequential
               file status is ws-driver-file-status.

      *    One store's extract, or the staged corrections, the name
      *    resolved at run time.
           select extract-file
               assign to ws-extract-name
               organization is line sequential
               file status is ws-extract-file-status.

      *    Invoice/store pairs of every new sale, put in invoice
      *    order with the order they were read in.
           select sort-work-file
               assign to ws-sort-work-path.

      *    The list the districts' edit steps load.
           select cross-district-file
               assign to ws-cross-district-path
               organization is line sequential
               file status is ws-cross-district-file-status.

           select precheck-report
               assign to ws-precheck-report-path
               organization is line sequential.

      *    Operations' as-of business date for a catch-up or
      *    late-file run; absent means today.
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
      *    production library.
           select data-library-profile
           assign to "data-library.profile"
           organization is line sequential
           file status is ws-profile-file-status.

       data division.
       file section.

       fd store-master-file
           data record is store-master-line
           record contains 26 characters.

       01 store-master-line.
           05 sm-store-number               pic x(2).
           05 sm-store-name                 pic x(20).
           05 sm-district-code              pic x(2).
           05 sm-province-code              pic x(2).

       fd driver-file
           data record is driver-line
           record contains 100 characters.

       01 driver-line.
           05 dl-store-number               pic x(2).
           05 dl-file-name                  pic x(98).

      *    Only the fields of the point-of-sale record this check
      *    needs.
       fd extract-file
           data record is extract-line
           record contains 140 characters.

       01 extract-line.
           05 ex-transaction-code           pic x.
           05 filler                        pic x(9).
           05 ex-store-number               pic x(2).
           05 ex-invoice-number             pic x(9).
           05 filler                        pic x(119).

       sd sort-work-file
           data record is sw-record.

       01 sw-record.
           05 sw-invoice-number             pic x(9).
           05 sw-read-order                 pic 9(9).
           05 sw-store-number               pic x(2).
           05 sw-district                   pic x(2).

      *    First line the business date the list is for; then one
      *    line per invoice with the store that rang it first.
       fd cross-district-file
           data record is cross-district-line
           record contains 11 characters.

       01 cross-district-line.
           05 cx-invoice-number             pic x(9).
           05 cx-owner-store                pic x(2).
       01 cross-district-header-line.
           05 cx-business-date              pic 9(8).
           05 filler                        pic x(3).

       fd precheck-report
           data record is precheck-line
           record contains 120 characters.

       01 precheck-line                     pic x(120).

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
       01 ws-store-master-path                 pic x(100)
           value spaces.
       01 ws-driver-path                       pic x(100)
           value spaces.
       01 ws-recycle-path                      pic x(100)
           value spaces.
       01 ws-sort-work-path                    pic x(100)
           value spaces.
       01 ws-cross-district-path               pic x(100)
           value spaces.
       01 ws-precheck-report-path              pic x(100)
           value spaces.
       01 ws-business-date-path                pic x(100)
           value spaces.
       01 ws-audit-trail-path                  pic x(100)
           value spaces.
       01 ws-extract-name                      pic x(100)
           value spaces.

       01 ws-store-master-file-status       pic xx
           value spaces.
       01 ws-driver-file-status             pic xx
           value spaces.
       01 ws-extract-file-status            pic xx
           value spaces.
       01 ws-cross-district-file-status     pic xx
           value spaces.
       01 ws-business-date-file-status      pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.

       01 ws-eof-flag                       pic x
           value 'N'.
       01 ws-driver-eof-flag                pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.

      *Used for eof flag.
       01 ws-boolean-const.
           05 ws-true-const                 pic x
               value "Y".
           05 ws-false-const                pic x
               value "N".

       01 ws-business-date.
           05 ws-business-yyyy              pic 9(4).
           05 ws-business-mm                pic 9(2).
           05 ws-business-dd                pic 9(2).
       01 ws-business-date-n redefines ws-business-date
                                            pic 9(8).

      *Stores and the district each one belongs to.
       01 ws-store-table.
           05 ws-store-entry                occurs 0 to 500 times
               depending on ws-store-table-count
               indexed by ws-store-idx.
               10 ws-store-table-number     pic x(2).
               10 ws-store-table-district   pic x(2).
       01 ws-store-table-count              pic 9(4)
           value 0.
       01 ws-lookup-store                   pic x(2)
           value spaces.
       01 ws-lookup-district                pic x(2)
           value spaces.

      *The invoice being looked at on the sorted pairs: the store
      *and district that rang it first, and whether it has been
      *listed yet.
       01 ws-owner-invoice                  pic x(9)
           value spaces.
       01 ws-owner-store                    pic x(2)
           value spaces.
       01 ws-owner-district                 pic x(2)
           value spaces.
       01 ws-owner-listed-flag              pic x
           value 'N'.
       01 ws-list-ok-flag                   pic x
           value 'N'.

       01 ws-counters.
           05 ws-read-order                 pic 9(9)
               value 0.
           05 ws-extract-read-count         pic 9(5)
               value 0.
           05 ws-extract-failed-count       pic 9(5)
               value 0.
           05 ws-record-count               pic 9(7)
               value 0.
           05 ws-sale-released-count        pic 9(7)
               value 0.
           05 ws-cross-district-count       pic 9(5)
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
               value "MAFD4202 - Team Project: Program #40".

       01 ws-heading2-title-line.
           05 filler                        pic x(36)
               value spaces.
           05 filler                        pic x(42)
               value "DISTRICT PARTITION PRE-SPLIT INVOICE CHECK".
           05 filler                        pic x(42)
               value spaces.

       01 ws-heading2b-date-line.
           05 filler                        pic x(15)
               value "Business Date: ".
           05 ws-hdr-business-date          pic 9999/99/99.
           05 filler                        pic x(95)
               value spaces.

       01 ws-separator-line.
           05 filler                        pic x(118)
               value all "-".
           05 filler                        pic x(2)
               value spaces.

       01 ws-section-line.
           05 ws-sl-title                   pic x(60).
           05 filler                        pic x(60)
               value spaces.

       01 ws-exception-line.
           05 filler                        pic x(2)
               value spaces.
           05 ws-el-text                    pic x(100).
           05 filler                        pic x(18)
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

           perform 050-load-store-master.

           open output precheck-report.
           perform 100-print-headings.

           move spaces                      to ws-sl-title.
           move "EXTRACTS NOT READ"         to ws-sl-title.
           write precheck-line from ws-section-line
               after advancing 2 lines.
           write precheck-line from ws-separator-line
               after advancing 1 line.

           sort sort-work-file
               on ascending key sw-invoice-number
                                sw-read-order
               input procedure is 200-release-sales
               output procedure is 300-list-cross-district.

           if ws-cross-district-count = 0
                   and ws-list-ok-flag = 'Y'
               move "None."                 to ws-el-text
               write precheck-line from ws-exception-line
                   after advancing 1 line
           end-if.

           perform 890-print-summary.

           close precheck-report.

      *    Without the list every district's edit step runs with
      *    the cross-district check off, so the night must not go
      *    on to the split unseen; invoices found are rejected by
      *    the edit steps and are only for review.
           evaluate true
               when ws-list-ok-flag = 'N'
                   move 12                  to return-code
               when ws-cross-district-count > 0
                   move 4                   to return-code
               when other
                   move 0                   to return-code
           end-evaluate.

           perform 900-write-audit-record.

           stop run.

      *    Resolve the data library before any other file opens,
      *    then build every file's full name inside it.
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
               "STORE-MASTER.dat"
                                        delimited by size
               into ws-store-master-path.

           string ws-data-library       delimited by space
               "input-file-list.dat"
                                        delimited by size
               into ws-driver-path.

           string ws-data-library       delimited by space
               "RECYCLE.dat"
                                        delimited by size
               into ws-recycle-path.

           string ws-data-library       delimited by space
               "precheck-sortwork.tmp"
                                        delimited by size
               into ws-sort-work-path.

           string ws-data-library       delimited by space
               "CROSS-DISTRICT-INVOICE.dat"
                                        delimited by size
               into ws-cross-district-path.

           string ws-data-library       delimited by space
               "partition-precheck.out"
                                        delimited by size
               into ws-precheck-report-path.

           string ws-data-library       delimited by space
               "BUSINESS-DATE.dat"
                                        delimited by size
               into ws-business-date-path.

           string ws-data-library       delimited by space
               "AUDIT-TRAIL.dat"
                                        delimited by size
               into ws-audit-trail-path.

      *    Resolve the as-of business date the night runs under,
      *    the same way the edit step does.
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

      *    Load every store with its district. A store with no
      *    district keyed is in no partition and is not edited.
       050-load-store-master.

           move ws-false-const              to ws-eof-flag.

           open input store-master-file.

           if ws-store-master-file-status not = "35"

               read store-master-file
                   at end move ws-true-const to ws-eof-flag
               end-read

               perform until ws-eof-flag = ws-true-const
                   if ws-store-table-count < 500
                       add 1                to ws-store-table-count
                       set ws-store-idx     to ws-store-table-count
                       move sm-store-number
                           to ws-store-table-number(ws-store-idx)
                       move sm-district-code
                           to ws-store-table-district(ws-store-idx)
                   end-if
                   read store-master-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform

               close store-master-file

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    The district of ws-lookup-store, "??" when the store is
      *    not on the master or has no district keyed.
       058-lookup-store-district.

           move "??"                        to ws-lookup-district.

           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-table-count
               if ws-store-table-number(ws-store-idx)
                       = ws-lookup-store
                   and ws-store-table-district(ws-store-idx)
                       not = spaces
                   move ws-store-table-district(ws-store-idx)
                       to ws-lookup-district
               end-if
           end-perform.

       100-print-headings.

           write precheck-line from ws-heading1-name-line.

           move ws-business-date-n          to ws-hdr-business-date.
           write precheck-line from ws-heading2b-date-line
               after advancing 1 line.

           write precheck-line from ws-heading2-title-line
               after advancing 1 line.

      *    Sort input procedure: every driver-list extract of a
      *    store some district edits, in list order, then the
      *    staged corrections - the order the edit steps read
      *    them in, so the first store found here is the one whose
      *    record the edit steps keep.
       200-release-sales.

           move ws-false-const              to ws-driver-eof-flag.

           open input driver-file.

           if ws-driver-file-status = "00"
               read driver-file
                   at end move ws-true-const to ws-driver-eof-flag
               end-read
               perform until ws-driver-eof-flag = ws-true-const
                   if driver-line not = spaces
                       move dl-store-number to ws-lookup-store
                       perform 058-lookup-store-district
                       if ws-lookup-district not = "??"
                           move dl-file-name to ws-extract-name
                           perform 210-release-one-extract
                       end-if
                   end-if
                   read driver-file
                       at end move ws-true-const to ws-driver-eof-flag
                   end-read
               end-perform
               close driver-file
           end-if.

           move ws-recycle-path             to ws-extract-name.
           perform 210-release-one-extract.

           move ws-false-const              to ws-driver-eof-flag.

      *    One file's new-sale records - 'S' and 'X' are the only
      *    ones that create an invoice - released with the store's
      *    district. A record under a store in no district is not
      *    edited by any partition. An extract that cannot be read
      *    is listed here; the edit step reports the store as
      *    failed in its own right.
       210-release-one-extract.

           move ws-false-const              to ws-eof-flag.

           open input extract-file.

           if ws-extract-file-status = "00"
               add 1                        to ws-extract-read-count
               read extract-file
                   at end move ws-true-const to ws-eof-flag
               end-read
               perform until ws-eof-flag = ws-true-const
                   add 1                    to ws-record-count
                   add 1                    to ws-read-order
                   if ex-transaction-code = 'S'
                           or ex-transaction-code = 'X'
                       move ex-store-number to ws-lookup-store
                       perform 058-lookup-store-district
                       if ws-lookup-district not = "??"
                           move ex-invoice-number
                               to sw-invoice-number
                           move ws-read-order
                               to sw-read-order
                           move ex-store-number
                               to sw-store-number
                           move ws-lookup-district
                               to sw-district
                           release sw-record
                           add 1        to ws-sale-released-count
                       end-if
                   end-if
                   read extract-file
                       at end move ws-true-const to ws-eof-flag
                   end-read
               end-perform
               close extract-file
           else
           if ws-extract-name not = ws-recycle-path
               add 1                        to ws-extract-failed-count
               move spaces                  to ws-el-text
               string "Extract not read (status "
                                            delimited by size
                   ws-extract-file-status   delimited by size
                   ") - "                   delimited by size
                   ws-extract-name          delimited by space
                   into ws-el-text
               write precheck-line from ws-exception-line
                   after advancing 1 line
           end-if
           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Sort output procedure: the first record of each invoice
      *    names the store that rang it first. A later record of
      *    the invoice under a store of another district puts the
      *    invoice on the list, once, with that first store.
       300-list-cross-district.

           move 'N'                         to ws-sort-eof-flag.
           move spaces                      to ws-owner-invoice.

           if ws-extract-failed-count = 0
               move "None."                 to ws-el-text
               write precheck-line from ws-exception-line
                   after advancing 1 line
           end-if.

           move spaces                      to ws-sl-title.
           move "INVOICES RUNG IN MORE THAN ONE DISTRICT"
               to ws-sl-title.
           write precheck-line from ws-section-line
               after advancing 2 lines.
           write precheck-line from ws-separator-line
               after advancing 1 line.

           open output cross-district-file.

           if ws-cross-district-file-status = "00"
               move 'Y'                     to ws-list-ok-flag
               move spaces              to cross-district-header-line
               move ws-business-date-n      to cx-business-date
               write cross-district-header-line
           else
               move spaces                  to ws-el-text
               string "CROSS-DISTRICT-INVOICE.dat not written (status "
                                            delimited by size
                   ws-cross-district-file-status
                                            delimited by size
                   ")"                      delimited by size
                   into ws-el-text
               write precheck-line from ws-exception-line
                   after advancing 1 line
           end-if.

           return sort-work-file
               at end move 'Y'              to ws-sort-eof-flag
           end-return.

           perform until ws-sort-eof-flag = 'Y'
               if sw-invoice-number not = ws-owner-invoice
                   move sw-invoice-number   to ws-owner-invoice
                   move sw-store-number     to ws-owner-store
                   move sw-district         to ws-owner-district
                   move 'N'                 to ws-owner-listed-flag
               else
                   if sw-district not = ws-owner-district
                           and ws-owner-listed-flag = 'N'
                       move 'Y'             to ws-owner-listed-flag
                       perform 310-list-one-invoice
                   end-if
               end-if
               return sort-work-file
                   at end move 'Y'          to ws-sort-eof-flag
               end-return
           end-perform.

           if ws-list-ok-flag = 'Y'
               close cross-district-file
           end-if.

       310-list-one-invoice.

           add 1                            to ws-cross-district-count.

           if ws-list-ok-flag = 'Y'
               move ws-owner-invoice        to cx-invoice-number
               move ws-owner-store          to cx-owner-store
               write cross-district-line
           end-if.

           move spaces                      to ws-el-text.
           string "Invoice "                delimited by size
               ws-owner-invoice             delimited by size
               " first rung at store "      delimited by size
               ws-owner-store               delimited by size
               " (district "                delimited by size
               ws-owner-district            delimited by size
               ") - also at store "         delimited by size
               sw-store-number              delimited by size
               " (district "                delimited by size
               sw-district                  delimited by size
               ")"                          delimited by size
               into ws-el-text.
           write precheck-line from ws-exception-line
               after advancing 1 line.

       890-print-summary.

           move spaces                      to ws-sl-title.
           move "SUMMARY"                   to ws-sl-title.
           write precheck-line from ws-section-line
               after advancing 2 lines.
           write precheck-line from ws-separator-line
               after advancing 1 line.

           move "Files read:"               to ws-csl-label.
           move ws-extract-read-count       to ws-csl-count.
           write precheck-line from ws-count-summary-line
               after advancing 1 line.

           move "Extracts not read:"        to ws-csl-label.
           move ws-extract-failed-count     to ws-csl-count.
           write precheck-line from ws-count-summary-line
               after advancing 1 line.

           move "Records read:"             to ws-csl-label.
           move ws-record-count             to ws-csl-count.
           write precheck-line from ws-count-summary-line
               after advancing 1 line.

           move "New-sale records checked:" to ws-csl-label.
           move ws-sale-released-count      to ws-csl-count.
           write precheck-line from ws-count-summary-line
               after advancing 1 line.

           move "Cross-district invoices:"  to ws-csl-label.
           move ws-cross-district-count     to ws-csl-count.
           write precheck-line from ws-count-summary-line
               after advancing 1 line.

       900-write-audit-record.

           open extend audit-trail-file.

           if ws-audit-file-status = "35"
               open output audit-trail-file
           end-if.

           accept au-run-date               from date yyyymmdd.
           accept au-run-time               from time.

           move "Program_40"                to au-program-name.
           move ws-record-count             to au-input-record-count.
           move ws-sale-released-count      to au-output-record-count-1.
           move ws-cross-district-count     to au-output-record-count-2.
           move return-code                 to au-return-code.

           write audit-line.
           close audit-trail-file.

       end program Program_40.
