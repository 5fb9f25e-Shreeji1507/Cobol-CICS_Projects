      *  -            Stamp the posting date from the business
      *               date the consolidation step leaves, not the
      *               machine clock.
      *  -            Release the merchandise of each cancelled or
      *               forfeited layaway back to stock off Program21's
      *               cancellation file - one unit in per layaway.
      *  -            Send the reversing movements a store-day backout
      *               leaves on project1StockBackout.dat after the
      *               day's own, under this pass's business date and
      *               carrying the backout reference, once the file
      *               ties to its trailer.
      *  -            Send a cancelled layaway's release on its own
      *               line tagged as a cancellation, apart from the
      *               day's rings, so a store-day backout leaves it
      *               alone; stop the run rather than drop reversing
      *               movements past the table limit.

       environment division.

               organization is line sequential
               file status is ws-exch-file-status.

      *the day's layaway cancellations and forfeitures, as left
      *by Program21_Layaway
           select cancel-file assign       to
                               "../../../data/project1LayCancel.dat"
               organization is line sequential
               file status is ws-cancel-file-status.

      *reversing movements for a store-day backed out since the
      *last pass, as left by Program49_Store_Backout
           select stock-backout-file assign to
                           "../../../data/project1StockBackout.dat"
               organization is line sequential
               file status is ws-stb-file-status.

      *the unit-movement posting file the stock system imports
           select stock-file assign        to
                               "../../../data/project1StockMove.dat"
           05 xl-exchange-sku              pic x(15).
           05 filler                       pic x(16).

      *one cancelled or forfeited layaway - its SKU goes back on
      *the shelf
       fd cancel-file
           data record is cancel-line
               record contains 70 characters.
       01 cancel-line.
           05 lc-invoice-num               pic x(9).
           05 lc-store-num                 pic xx.
           05 lc-sku-code                  pic x(15).
           05 lc-cancel-type               pic x.
           05 lc-deposit                   pic 9(7)v99.
           05 filler                       pic x(34).

      *one reversing movement, in the posting file's own layout
       fd stock-backout-file
           data record is stock-backout-line
               record contains 70 characters.
       01 stock-backout-line.
           05 bs-movement                  pic x(51).
           05 bs-movement-view redefines bs-movement.
               10 filler                   pic x(17).
               10 bs-units-out             pic 9(5).
               10 bs-units-in              pic 9(5).
               10 filler                   pic x(24).
           05 filler                       pic x(19).

      *one unit-movement posting record - 70 bytes so the shared
      *control-record layout brackets it like the other handoffs.
      *A reversing movement carries the backout it reverses; a
      *layaway's release carries 'C', the day's rings a space
       fd stock-file
           data record is stock-line
               record contains 70 characters.
           05 tk-units-out                 pic 9(5).
           05 tk-units-in                  pic 9(5).
           05 tk-post-date                 pic 9(8).
           05 tk-backout-ref               pic x(16).
           05 tk-move-type                 pic x.
           05 filler                       pic x(18).

      *the business date the consolidation step leaves
       fd busdate-file
           value 'n'.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-cancel-file-status             pic xx
           value spaces.
       01 ws-stb-file-status                pic xx
           value spaces.

      *control verification for the file being read
       01 ws-ctl-record-sw                  pic x
           88 ws-trl-seen               value 'y'.

      *per-store per-SKU unit movement, grown as combinations are
      *seen - cancellation releases bucketed apart from the rings
       01 ws-move-table.
           05 ws-mv-entry                  occurs 2000 times
               indexed by ws-mv-idx.
               10 ws-mv-sku                pic x(15).
               10 ws-mv-out                pic 9(5).
               10 ws-mv-in                 pic 9(5).
               10 ws-mv-type               pic x.
       01 ws-mv-count                      pic 9(4)
           value 0.
       01 ws-cur-mv-idx                    pic 9(4)
           value spaces.
       01 ws-work-sku                      pic x(15)
           value spaces.
       01 ws-work-type                     pic x
           value space.

      *the day's sales by invoice, held so a void can be matched
      *back to the sale whose unit it cancels
       01 ws-cur-sa-idx                    pic 9(5)
           value 0.

      *reversing movements for a store-day backed out, sent after
      *the day's own
       01 ws-backout-table.
           05 ws-bo-movement               pic x(51)
               occurs 2000 times.
       01 ws-bo-count                      pic 9(4)
           value 0.
       01 ws-bo-idx                        pic 9(4)
           value 0.

      *today, for the posting date
       01 ws-run-date-full                 pic 9(8)
           value 0.
           perform 110-accumulate-returns.
           perform 120-accumulate-exchanges.
           perform 130-back-out-voids.
           perform 140-release-cancellations.
           perform 160-load-backout-movements.

           perform 300-write-posting-file.

               end-if
           end-if.

      *layaway cancellations and forfeitures - the unit held for
      *the customer goes back on the shelf. A layaway opened
      *before the master carried its SKU has nothing to release
       140-release-cancellations.
           perform 090-reset-ctl-check.
           open input cancel-file
           if ws-cancel-file-status = '00'
               read cancel-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move cancel-line        to ws-ctl-record
                   perform 095-classify-ctl-record
                   if not ws-is-ctl-record
                       add 1               to ws-ctl-in-cnt
                       if lc-deposit is numeric
                           add lc-deposit  to ws-ctl-in-hash
                       end-if
                       if lc-sku-code not = spaces
                           move lc-store-num
                                           to ws-work-store
                           move lc-sku-code
                                           to ws-work-sku
                           move 'C'        to ws-work-type
                           perform 200-find-or-add-movement
                           if ws-cur-mv-idx > 0
                               add 1       to
                                   ws-mv-in (ws-cur-mv-idx)
                           end-if
                           move space      to ws-work-type
                       end-if
                   end-if
                   read cancel-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close cancel-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

       150-match-one-void.
           move 0                          to ws-cur-sa-idx.
           perform varying ws-sa-idx from 1 by 1
               end-if
           end-if.

      *the reversing movements a store-day backout left -
      *verified against their trailer like the split files. A
      *missing file means nothing was backed out
       160-load-backout-movements.
           perform 090-reset-ctl-check.
           open input stock-backout-file
           if ws-stb-file-status = '00'
               read stock-backout-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move stock-backout-line to ws-ctl-record
                   perform 095-classify-ctl-record
                   if not ws-is-ctl-record
                       add 1               to ws-ctl-in-cnt
                       if bs-units-out is numeric
                           and bs-units-in is numeric
                           add bs-units-out
                                           to ws-ctl-in-hash
                           add bs-units-in to ws-ctl-in-hash
                       end-if
                       if ws-bo-count = 2000
                           perform 925-refuse-table-full
                       end-if
                       add 1               to ws-bo-count
                       move bs-movement    to
                           ws-bo-movement (ws-bo-count)
                   end-if
                   read stock-backout-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close stock-backout-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *looks the store/SKU combination up in the movement table,
      *adding a new zeroed entry when it hasn't been seen; 0 only
      *when the table is already full and the combination new
               until ws-mv-idx > ws-mv-count
               if ws-mv-store (ws-mv-idx) = ws-work-store
                   and ws-mv-sku (ws-mv-idx) = ws-work-sku
                   and ws-mv-type (ws-mv-idx) = ws-work-type
                   set ws-cur-mv-idx       to ws-mv-idx
               end-if
           end-perform.
                   ws-mv-out (ws-mv-count)
               move 0                      to
                   ws-mv-in (ws-mv-count)
               move ws-work-type           to
                   ws-mv-type (ws-mv-count)
               move ws-mv-count            to ws-cur-mv-idx
           end-if.


      *the posting file - header, one record per store/SKU with
      *movement, trailer counting the records and hashing total
      *units so a cut-off file can't post short. Reversing
      *movements follow the day's own, under this pass's date
       300-write-posting-file.
           open output stock-file.
           move spaces                     to ws-ctl-record.
               move ws-mv-out (ws-mv-idx)  to tk-units-out
               move ws-mv-in (ws-mv-idx)   to tk-units-in
               move ws-run-date-full       to tk-post-date
               move ws-mv-type (ws-mv-idx) to tk-move-type
               write stock-line
               add 1                       to ws-total-lines
               add ws-mv-out (ws-mv-idx)   to ws-total-units
               add ws-mv-out (ws-mv-idx)   to ws-units-hash
               add ws-mv-in (ws-mv-idx)    to ws-units-hash
           end-perform.
           perform varying ws-bo-idx from 1 by 1
               until ws-bo-idx > ws-bo-count
               move spaces                 to stock-line
               move ws-bo-movement (ws-bo-idx)
                                           to stock-line (1:51)
               move ws-run-date-full       to tk-post-date
               write stock-line
               add 1                       to ws-total-lines
               add tk-units-out            to ws-total-units
               add tk-units-in             to ws-total-units
               add tk-units-out            to ws-units-hash
               add tk-units-in             to ws-units-hash
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-total-lines             to ws-ctl-count.
           move 8                          to return-code.
           stop run.

      *more reversing movements than the table holds - the backout
      *file is left where it is for a rerun, not sent short
       925-refuse-table-full.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "CRIT"                     to ws-alr-severity.
           move "Program28_Stock_Extract"  to ws-alr-program.
           move "BACKOUT MOVEMENTS OVER TABLE LIMIT"
                                           to ws-alr-message.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.
           move 8                          to return-code.
           stop run.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
