      *set so the re-run posts under the day it belongs to. An
      *archive catalog carries every generation date, and dates
      *past the retention window are listed as purge candidates
      *for operations. The keyed masters (layaway balances, the
      *invoice history, on-hand and damaged stock) are unloaded
      *to dated sequential images alongside the rest, so the
      *forward recovery program has a generation to rebuild them
      *from.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-copy-to-file-status.

      *    The keyed masters, read in key order and unloaded to a
      *    sequential image - the generic copy cannot read them.
      *    Each is opened under the name the copy list resolves.
           select layaway-balance-file
               assign to ws-copy-from-name
               organization is indexed
               access is sequential
               record key is lb-invoice-number
               file status is ws-copy-from-file-status.

           select sales-invoice-history-file
               assign to ws-copy-from-name
               organization is indexed
               access is sequential
               record key is sh-key
               file status is ws-copy-from-file-status.

           select on-hand-balance-file
               assign to ws-copy-from-name
               organization is indexed
               access is sequential
               record key is oh-key
               file status is ws-copy-from-file-status.

           select damaged-stock-file
               assign to ws-copy-from-name
               organization is indexed
               access is sequential
               record key is dg-key
               file status is ws-copy-from-file-status.

      *    The as-of business date control the whole chain reads;
      *    mode 'R' rewrites it so the re-run posts under the
      *    restored generation's date, and the normal nightly pass

       01 copy-to-line                      pic x(250).

       fd layaway-balance-file
           data record is layaway-balance-line
           record contains 49 characters.

       01 layaway-balance-line.
           05 lb-invoice-number             pic x(9).
           05 filler                        pic x(40).

       fd sales-invoice-history-file
           data record is sales-invoice-history-line
           record contains 48 characters.

       01 sales-invoice-history-line.
           05 sh-key                        pic x(12).
           05 filler                        pic x(36).

       fd on-hand-balance-file
           data record is on-hand-balance-line
           record contains 34 characters.

       01 on-hand-balance-line.
           05 oh-key                        pic x(17).
           05 filler                        pic x(17).

       fd damaged-stock-file
           data record is damaged-stock-line
           record contains 32 characters.

       01 damaged-stock-line.
           05 dg-key                        pic x(17).
           05 filler                        pic x(15).

       fd business-date-file
           data record is business-date-line
           record contains 8 characters.
      *Every file the chain produces in a day, with the stem and
      *extension its dated generation is named from, and what kind
      *of file it is: 'D' data (restored by mode 'R'), 'R' report
      *(reprinted by mode 'P'), 'X' extract (archived only), 'K'
      *keyed master (unloaded to a sequential image, archived
      *only - a reprocess run replaces its own postings).
       01 ws-file-table.
           05 ws-ft-entry                   occurs 0 to 40 times
               depending on ws-ft-count
           move 'X'                         to ws-add-class.
           perform 070-add-file-entry.

      *    The day's warehouse receipts as the on-hand step posted
      *    them - RECEIVING.dat itself is emptied once posted.
           move "RECEIVING-POSTED.dat"      to ws-add-source.
           move "RECEIVING"                 to ws-add-stem.
           move ".dat"                      to ws-add-ext.
           move 'X'                         to ws-add-class.
           perform 070-add-file-entry.

      *    End-of-day state of the masters the forward recovery
      *    rebuilds - the base generation a rebuild starts from.
           move "STORE-CREDIT.dat"          to ws-add-source.
           move "STORE-CREDIT"              to ws-add-stem.
           move ".dat"                      to ws-add-ext.
           move 'X'                         to ws-add-class.
           perform 070-add-file-entry.

           move "LAYAWAY-BALANCE.dat"       to ws-add-source.
           move "LAYAWAY-BALANCE"           to ws-add-stem.
           move ".dat"                      to ws-add-ext.
           move 'K'                         to ws-add-class.
           perform 070-add-file-entry.

           move "SALES-INVOICE-HIST.dat"    to ws-add-source.
           move "SALES-INVOICE-HIST"        to ws-add-stem.
           move ".dat"                      to ws-add-ext.
           move 'K'                         to ws-add-class.
           perform 070-add-file-entry.

           move "ON-HAND-BALANCE.dat"       to ws-add-source.
           move "ON-HAND-BALANCE"           to ws-add-stem.
           move ".dat"                      to ws-add-ext.
           move 'K'                         to ws-add-class.
           perform 070-add-file-entry.

           move "DAMAGED-STOCK.dat"         to ws-add-source.
           move "DAMAGED-STOCK"             to ws-add-stem.
           move ".dat"                      to ws-add-ext.
           move 'K'                         to ws-add-class.
           perform 070-add-file-entry.

           move "valid-extract.csv"         to ws-add-source.
           move "valid-extract"             to ws-add-stem.
           move ".csv"                      to ws-add-ext.

               perform 110-build-source-name
               perform 120-build-generation-name
               if ws-ft-class(ws-ft-idx) = 'K'
                   move "unloaded"          to ws-act-verb
                   perform 160-unload-keyed-file
               else
                   move "archived"          to ws-act-verb
                   perform 150-copy-one-file
               end-if

           end-perform.


           move ws-false-const              to ws-eof-flag.

      *    Unload one keyed master to its dated sequential image,
      *    in key order. A master not created yet is skipped like
      *    any other missing file.
       160-unload-keyed-file.

           move ws-false-const              to ws-eof-flag.
           move 0                           to ws-copy-record-count.

           evaluate ws-ft-source(ws-ft-idx)
               when "LAYAWAY-BALANCE.dat"
                   open input layaway-balance-file
               when "SALES-INVOICE-HIST.dat"
                   open input sales-invoice-history-file
               when "ON-HAND-BALANCE.dat"
                   open input on-hand-balance-file
               when other
                   open input damaged-stock-file
           end-evaluate.

           if ws-copy-from-file-status not = "00"

               add 1                        to ws-skipped-file-count
               move ws-copy-from-name(ws-library-name-offset:42)
                   to ws-act-from
               move "(not found - skipped)" to ws-act-to
               move spaces                  to ws-act-note
               write archive-register-line from ws-action-detail-line
                   after advancing 1 line

           else

               open output copy-to-file

               perform 165-read-keyed-file

               perform until ws-eof-flag = ws-true-const
                   write copy-to-line
                   add 1                    to ws-copy-record-count
                   perform 165-read-keyed-file
               end-perform

               evaluate ws-ft-source(ws-ft-idx)
                   when "LAYAWAY-BALANCE.dat"
                       close layaway-balance-file
                   when "SALES-INVOICE-HIST.dat"
                       close sales-invoice-history-file
                   when "ON-HAND-BALANCE.dat"
                       close on-hand-balance-file
                   when other
                       close damaged-stock-file
               end-evaluate

               close copy-to-file

               add 1                        to ws-copied-file-count
               move ws-copy-from-name(ws-library-name-offset:42)
                   to ws-act-from
               move ws-copy-to-name(ws-library-name-offset:42)
                   to ws-act-to
               move spaces                  to ws-act-note
               write archive-register-line from ws-action-detail-line
                   after advancing 1 line

           end-if.

           move ws-false-const              to ws-eof-flag.

      *    Next record of whichever master is being unloaded,
      *    placed in the image record.
       165-read-keyed-file.

           move spaces                      to copy-to-line.

           evaluate ws-ft-source(ws-ft-idx)
               when "LAYAWAY-BALANCE.dat"
                   read layaway-balance-file next record
                       at end move ws-true-const to ws-eof-flag
                       not at end
                           move layaway-balance-line
                               to copy-to-line
                   end-read
               when "SALES-INVOICE-HIST.dat"
                   read sales-invoice-history-file next record
                       at end move ws-true-const to ws-eof-flag
                       not at end
                           move sales-invoice-history-line
                               to copy-to-line
                   end-read
               when "ON-HAND-BALANCE.dat"
                   read on-hand-balance-file next record
                       at end move ws-true-const to ws-eof-flag
                       not at end
                           move on-hand-balance-line
                               to copy-to-line
                   end-read
               when other
                   read damaged-stock-file next record
                       at end move ws-true-const to ws-eof-flag
                       not at end
                           move damaged-stock-line
                               to copy-to-line
                   end-read
           end-evaluate.

      *    Remember this generation date in the catalog - once per
      *    date, however many times the day is re-archived.
       230-record-catalog-date.
