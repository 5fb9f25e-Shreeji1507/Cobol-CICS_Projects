      *              mapping. This is the interface that retires the
      *              daily manual keying off three report footers.
      *              The split files are verified against their
      *              trailers before a line is written. Batches
      *              the ledger has not yet accepted are re-offered
      *              ahead of the day's own off the pending-postings
      *              file.
      *Modifications:
      *  22-Aug-2026  Original.
      *  -            Post gift-card activity to its own liability
      *               it, and neither leg ever reaches the bank-
      *               clearing line - the books finally carry the
      *               money we owe on outstanding cards.
      *  -            Post the day's layaway cancellations and
      *               forfeitures off Program21's cancellation file:
      *               the deposit debited back off the layaway
      *               account, the restocking fee credited to its own
      *               income account, and the refund left to the
      *               clearing line.
      *  -            Post the matched card chargebacks off
      *               Program41_Chargeback's handoff: the disputed
      *               amount debited to the chargeback-loss account
      *               per store of the original sale, the processor's
      *               pull-back coming off the clearing line.
      *  -            Keep every posting line sent on the pending-
      *               postings file (project1GLPending.dat) until
      *               Program42_GL_Ack_Recon sees the ledger accept
      *               its store batch, re-offering whatever is still
      *               pending ahead of the day's own sets; post under
      *               the business date so each store batch (store and
      *               post date) is unique across backlog passes.
      *  -            Send the reversing lines a store-day backout
      *               leaves on project1GLBackout.dat after the day's
      *               own sets, under this pass's business date and
      *               onto the pending file, once the file ties to its
      *               trailer.
      *  -            Post loyalty points off the shared GLACCTS
      *               mapping: a ring paid in points ('LP') debits the
      *               loyalty liability per store and never reaches the
      *               clearing line, and the day's accrual off
      *               Program55_Loyalty_Post's handoff goes out as a
      *               balanced expense/liability pair under the head-
      *               office store code.
      *  -            Leave out any store's set whose store and post
      *               date are on the accepted-batch register
      *               Program42_GL_Ack_Recon keeps, with a WARN
      *               alert, so a rerun of a business date never
      *               sends the ledger a batch it already accepted.
      *               Stop with a CRIT alert instead of dropping
      *               lines when the pending file or a handoff
      *               holds more than its table does.
      *  -            Send the gift-card escheat pairs
      *               Program40_Card_Escheat leaves on
      *               project1GLEscheat.dat, once the file ties to
      *               its trailer, under this pass's business date
      *               and onto the pending file.
      *  -            Post layaway cancellations and chargebacks as a
      *               set of their own per store, with their own
      *               clearing line, apart from the day's takings, so
      *               a store-day backout can leave them alone. Carry
      *               reversing and escheat lines already sent under
      *               this business date forward on the pending file
      *               when the date is run again, since their files
      *               are gone once sent.

       environment division.

               organization is line sequential
               file status is ws-taxret-file-status.

      *the day's layaway cancellations and forfeitures, as left
      *by Program21_Layaway
           select cancel-file assign       to
                               "../../../data/project1LayCancel.dat"
               organization is line sequential
               file status is ws-cancel-file-status.

      *the day's matched card chargebacks, as left by
      *Program41_Chargeback
           select chargeback-file assign   to
                               "../../../data/project1Chargebacks.dat"
               organization is line sequential
               file status is ws-cb-file-status.

      *the loyalty points liability and the day's accrual, as
      *left by Program55_Loyalty_Post
           select loyalty-file assign      to
                               "../../../data/project1LoyaltyGL.dat"
               organization is line sequential
               file status is ws-loy-file-status.

      *reversing lines for a store-day backed out since the last
      *pass, as left by Program49_Store_Backout
           select gl-backout-file assign   to
                               "../../../data/project1GLBackout.dat"
               organization is line sequential
               file status is ws-glb-file-status.

      *gift-card balances escheated since the last pass, as left
      *by Program40_Card_Escheat
           select gl-escheat-file assign   to
                               "../../../data/project1GLEscheat.dat"
               organization is line sequential
               file status is ws-gle-file-status.

      *every store batch the ledger has accepted, as registered by
      *Program42_GL_Ack_Recon - a missing file means none yet
           select register-file assign     to
                               "../../../data/project1GLAccepted.dat"
               organization is line sequential
               file status is ws-reg-file-status.

      *the posting file the ledger system imports
           select gl-file assign           to
                               "../../../data/project1GLPost.dat"
               organization is line sequential.

      *the posting lines sent and not yet accepted by the ledger -
      *read in whole, re-offered, then written back with today's.
      *File status lets us tell "first run, nothing pending" apart
      *from a real open error
           select pending-file assign      to
                               "../../../data/project1GLPending.dat"
               organization is line sequential
               file status is ws-pend-file-status.

      *the business date the postings are dated with
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the store master kept by the maintenance program
           select store-master-file assign to
                               "../../../data/project1StoreMaster.dat"
           05 tr-store-num                 pic xx.
           05 tr-tax-amount                pic 9(7)v99.

      *one cancelled or forfeited layaway - what the customer had
      *paid in, the fee the store keeps and the refund due
       fd cancel-file
           data record is cancel-line
               record contains 70 characters.
       01 cancel-line.
           05 lc-invoice-num               pic x(9).
           05 lc-store-num                 pic xx.
           05 lc-sku-code                  pic x(15).
           05 lc-cancel-type               pic x.
           05 lc-deposit                   pic 9(7)v99.
           05 lc-fee                       pic 9(7)v99.
           05 lc-refund                    pic 9(7)v99.
           05 lc-cancel-date               pic 9(8).
           05 filler                       pic x(8).

      *one matched chargeback - the store of the disputed sale and
      *the amount the processor pulled back
       fd chargeback-file
           data record is chargeback-line
               record contains 80 characters.
       01 chargeback-line.
           05 cm-invoice-num               pic x(9).
           05 cm-store-num                 pic xx.
           05 cm-sale-date                 pic 9(8).
           05 cm-sale-amount               pic 9(5)v99.
           05 cm-cb-amount                 pic 9(7)v99.
           05 filler                       pic x(45).

      *the chain's outstanding points liability after the post,
      *and the day's accrual - the change in that liability with
      *the points spent at the tills added back, on whichever
      *side it falls
       fd loyalty-file
           data record is loyalty-line
               record contains 70 characters.
       01 loyalty-line.
           05 lg-liability                 pic 9(9)v99.
           05 lg-accrual-dr-cr             pic x.
           05 lg-accrual                   pic 9(9)v99.
           05 lg-points-outstanding        pic 9(11).
           05 lg-post-date                 pic 9(8).
           05 filler                       pic x(28).

      *one reversing line, in the import layout padded to the
      *control record's length
       fd gl-backout-file
           data record is gl-backout-line
               record contains 70 characters.
       01 gl-backout-line.
           05 bg-gl-line                   pic x(48).
           05 bg-gl-view redefines bg-gl-line.
               10 filler                   pic x(9).
               10 bg-amount                pic 9(9)v99.
               10 filler                   pic x(28).
           05 filler                       pic x(22).

      *one escheat posting line, in the import layout padded to
      *the control record's length
       fd gl-escheat-file
           data record is gl-escheat-line
               record contains 70 characters.
       01 gl-escheat-line.
           05 eg-gl-line                   pic x(48).
           05 eg-gl-view redefines eg-gl-line.
               10 filler                   pic x(9).
               10 eg-amount                pic 9(9)v99.
               10 filler                   pic x(28).
           05 filler                       pic x(22).

      *one accepted store batch
       fd register-file
           data record is register-line
               record contains 40 characters.
       01 register-line.
           05 ar-store-num                 pic xx.
           05 ar-post-date                 pic 9(8).
           05 ar-accepted-date             pic 9(8).
           05 ar-debit-total               pic 9(9)v99.
           05 ar-credit-total              pic 9(9)v99.

      *one posting line in the ledger import's fixed layout
       fd gl-file
           data record is gl-line
           05 gl-post-date                 pic 9(8).
           05 gl-desc                      pic x(20).

      *one posting line as sent, with the date it was last offered
      *to the ledger
       fd pending-file
           data record is pending-line
               record contains 56 characters.
       01 pending-line.
           05 pp-gl-line                   pic x(48).
           05 pp-gl-view redefines pp-gl-line.
               10 filler                   pic xx.
               10 pp-account               pic x(6).
               10 filler                   pic x(12).
               10 pp-post-date             pic 9(8).
               10 pp-desc                  pic x(20).
           05 pp-offered-date              pic 9(8).

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

      *store master record
       fd store-master-file
           data record is store-master-line
           value spaces.
       01 ws-stm-file-status                pic xx
           value spaces.
       01 ws-cancel-file-status             pic xx
           value spaces.
       01 ws-cb-file-status                 pic xx
           value spaces.
       01 ws-pend-file-status               pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-glb-file-status                pic xx
           value spaces.
       01 ws-loy-file-status                pic xx
           value spaces.
       01 ws-gle-file-status                pic xx
           value spaces.
       01 ws-reg-file-status                pic xx
           value spaces.
       01 ws-stm-eof                        pic x
           value 'n'.
       01 ws-eof                           pic x
               10 ws-gl-tax-refd           pic 9(9)v99.
               10 ws-gl-gc-issued          pic 9(9)v99.
               10 ws-gl-gc-redeem          pic s9(9)v99.
               10 ws-gl-lay-cancel         pic 9(9)v99.
               10 ws-gl-lay-fee            pic 9(9)v99.
               10 ws-gl-chargeback         pic 9(9)v99.
               10 ws-gl-lp-redeem          pic s9(9)v99.

       01 ws-cur-store-idx                 pic 99
           value 0.
       77 ws-gift-card-sku                 pic x(15)
           value "GIFTCARD".

      *the day's loyalty accrual off the points post - debited to
      *the points expense and credited to the liability when 'D',
      *the other way round when 'C'
       01 ws-loy-accrual-dr-cr             pic x
           value space.
       01 ws-loy-accrual                   pic 9(9)v99
           value 0.

      *signed nets and the balancing clearing figure
       01 ws-exch-net                      pic s9(9)v99
           value 0.
       01 ws-tax-net                       pic s9(9)v99
           value 0.
       01 ws-adj-clearing                  pic s9(10)v99
           value 0.
       01 ws-clearing                      pic s9(10)v99
           value 0.
       01 ws-abs-amount                    pic 9(9)v99
           value 0.

      *the business date, for the posting date, and today by the
      *machine clock, for the date a line was offered
       01 ws-run-date-full                 pic 9(8)
           value 0.
       01 ws-offered-date                  pic 9(8)
           value 0.

      *posting lines still waiting on the ledger from earlier
      *days, re-offered ahead of today's
       01 ws-pending-table.
           05 ws-pd-line                   pic x(48)
               occurs 5000 times.
       01 ws-pd-count                      pic 9(4)
           value 0.
       01 ws-pd-idx                        pic 9(4)
           value 0.
       77 ws-max-pending                   pic 9(4)
           value 5000.

      *reversing lines for a store-day backed out, sent after the
      *day's own sets
       01 ws-backout-table.
           05 ws-bo-line                   pic x(48)
               occurs 2000 times.
       01 ws-bo-count                      pic 9(4)
           value 0.
       01 ws-bo-idx                        pic 9(4)
           value 0.

      *escheat pairs for gift-card balances turned over to the
      *province, sent after the backout lines
       01 ws-escheat-table.
           05 ws-es-line                   pic x(48)
               occurs 2000 times.
       01 ws-es-count                      pic 9(4)
           value 0.
       01 ws-es-idx                        pic 9(4)
           value 0.
      *an escheat line on the file that a pending line already
      *stands for, so it is matched once only
       01 ws-es-taken-table.
           05 ws-es-taken-sw               pic x
               occurs 2000 times.
               88 ws-es-taken           value 'y'.

      *whether a pending line under this business date goes on
       01 ws-carry-sw                      pic x
           value 'y'.
           88 ws-carry-line             value 'y'.

      *the store batches the pending lines belong to, so only the
      *register entries that could be sent again are held
       01 ws-pend-batch-table.
           05 ws-pb-entry                  occurs 2000 times.
               10 ws-pb-store              pic xx.
               10 ws-pb-post-date          pic 9(8).
       01 ws-pb-count                      pic 9(4)
           value 0.
       01 ws-pb-idx                        pic 9(4)
           value 0.
       01 ws-pb-found-sw                   pic x
           value 'n'.
           88 ws-pb-found               value 'y'.

      *the store batches the ledger has already accepted that this
      *run could send - this business date's and the pending
      *lines' - a set for one of them is not sent again. The
      *warned switch keeps it to one alert per batch
       01 ws-register-table.
           05 ws-rg-entry                  occurs 5000 times.
               10 ws-rg-store              pic xx.
               10 ws-rg-post-date          pic 9(8).
               10 ws-rg-warned-sw          pic x.
                   88 ws-rg-warned      value 'y'.
       01 ws-rg-count                      pic 9(4)
           value 0.
       01 ws-rg-idx                        pic 9(4)
           value 0.
       77 ws-max-register                  pic 9(4)
           value 5000.

      *the batch being checked against the register
       01 ws-chk-store                     pic xx
           value spaces.
       01 ws-chk-post-date                 pic 9(8)
           value 0.
       01 ws-accepted-sw                   pic x
           value 'n'.
           88 ws-already-accepted       value 'y'.

      *what a CRIT stop names
       01 ws-refuse-message                pic x(40)
           value spaces.

      *lines written, and store batches left out as already
      *accepted, for the audit log
       01 ws-total-lines                   pic 9(5)
           value 0.
       01 ws-total-skipped                 pic 9(5)
           value 0.

       procedure division.
           perform 050-settle-run-date.
           accept ws-offered-date          from date yyyymmdd.

           perform 005-load-store-master.
           move zeros                      to ws-gl-table.
           perform 120-accumulate-voids.
           perform 130-accumulate-exchanges.
           perform 140-accumulate-tax.
           perform 150-accumulate-cancellations.
           perform 160-accumulate-chargebacks.
           perform 165-accumulate-loyalty.

           perform 180-load-backout-lines.
           perform 185-load-escheat-lines.
           perform 170-load-pending.
           perform 175-load-register.

           open output gl-file.
           open output pending-file.
           perform 200-reoffer-pending.
           perform 300-write-posting-sets.
           perform 390-write-backout-lines.
           perform 395-write-escheat-lines.
           close pending-file.
           close gl-file.

           perform 600-write-audit-line.

           goback.

      *the postings are dated with the business date the
      *consolidation step left, falling back to the machine date
       050-settle-run-date.
           accept ws-run-date-full         from date yyyymmdd.
           open input busdate-file
           if ws-busd-file-status = '00'
               read busdate-file
                   at end continue
                   not at end
                       if busdate-line is numeric
                           move busdate-line
                                           to ws-run-date-full
                       end-if
               end-read
               close busdate-file
           end-if.

      *loads the active store-master entries, matching
      *Program01_Edit
       005-load-store-master.
                                       ws-gl-gc-redeem
                                           (ws-cur-store-idx)
                               end-if
      *points spent are the loyalty liability coming back in
                               if sl-pay-type = 'LP'
                                   add sl-trans-amount to
                                       ws-gl-lp-redeem
                                           (ws-cur-store-idx)
                               end-if
                           end-if
                       end-if
                   end-if
                                       ws-gl-gc-redeem
                                           (ws-cur-store-idx)
                               end-if
                               if rl-pay-type = 'LP'
                                   subtract rl-trans-amount from
                                       ws-gl-lp-redeem
                                           (ws-cur-store-idx)
                               end-if
                           end-if
                       end-if
                   end-if
                                       ws-gl-gc-redeem
                                           (ws-cur-store-idx)
                               end-if
                               if vl-pay-type = 'LP'
                                   subtract vl-trans-amount from
                                       ws-gl-lp-redeem
                                           (ws-cur-store-idx)
                               end-if
                           end-if
                       end-if
                   end-if
                                           from ws-gl-gc-redeem
                                               (ws-cur-store-idx)
                                   end-if
                                   if xl-pay-type = 'LP'
                                       subtract xl-trans-amount
                                           from ws-gl-lp-redeem
                                               (ws-cur-store-idx)
                                   end-if
                               else
                                   add xl-trans-amount to
                                       ws-gl-exch-coll
                                           ws-gl-gc-redeem
                                               (ws-cur-store-idx)
                                   end-if
                                   if xl-pay-type = 'LP'
                                       add xl-trans-amount to
                                           ws-gl-lp-redeem
                                               (ws-cur-store-idx)
                                   end-if
                               end-if
                           end-if
                       end-if
               close taxret-file
           end-if.

      *layaway cancellations and forfeitures - the deposit comes
      *back off the layaway account, the fee the store keeps is
      *its own income, and the refund falls to the clearing line
       150-accumulate-cancellations.
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
                       move lc-store-num   to ws-lookup-store
                       perform 080-find-store-idx
                       if ws-cur-store-idx > 0
                           and lc-deposit is numeric
                           and lc-fee is numeric
                           add lc-deposit  to
                               ws-gl-lay-cancel (ws-cur-store-idx)
                           add lc-fee      to
                               ws-gl-lay-fee (ws-cur-store-idx)
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

      *matched card chargebacks - the amount the processor
      *pulled back is a loss against the store of the sale
       160-accumulate-chargebacks.
           perform 090-reset-ctl-check.
           open input chargeback-file
           if ws-cb-file-status = '00'
               read chargeback-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move chargeback-line    to ws-ctl-record
                   perform 095-classify-ctl-record
                   if not ws-is-ctl-record
                       add 1               to ws-ctl-in-cnt
                       if cm-cb-amount is numeric
                           add cm-cb-amount
                                           to ws-ctl-in-hash
                       end-if
                       move cm-store-num   to ws-lookup-store
                       perform 080-find-store-idx
                       if ws-cur-store-idx > 0
                           and cm-cb-amount is numeric
                           add cm-cb-amount
                                           to
                               ws-gl-chargeback (ws-cur-store-idx)
                       end-if
                   end-if
                   read chargeback-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close chargeback-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *the loyalty accrual - one detail record between the header
      *and trailer. A missing file means no points were posted
       165-accumulate-loyalty.
           perform 090-reset-ctl-check.
           open input loyalty-file
           if ws-loy-file-status = '00'
               read loyalty-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move loyalty-line       to ws-ctl-record
                   perform 095-classify-ctl-record
                   if not ws-is-ctl-record
                       add 1               to ws-ctl-in-cnt
                       if lg-accrual is numeric
                           add lg-accrual  to ws-ctl-in-hash
                           add lg-accrual  to ws-loy-accrual
                           move lg-accrual-dr-cr
                                           to ws-loy-accrual-dr-cr
                       end-if
                   end-if
                   read loyalty-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close loyalty-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *the lines still waiting on the ledger - a store-set line
      *dated with this business date is left behind, since this
      *run builds that day's sets afresh
       170-load-pending.
           move 'n'                        to ws-eof.
           open input pending-file
           if ws-pend-file-status = '00'
               read pending-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move 'y'                to ws-carry-sw
                   if pp-post-date = ws-run-date-full
                       perform 171-judge-same-day-line
                   end-if
                   if ws-carry-line
                       if ws-pd-count >= ws-max-pending
                           close pending-file
                           move "PENDING POSTINGS OVER TABLE LIMIT"
                                           to ws-refuse-message
                           perform 925-refuse-table-full
                       end-if
                       add 1               to ws-pd-count
                       move pp-gl-line     to
                           ws-pd-line (ws-pd-count)
                       perform 172-note-pending-batch
                   end-if
                   read pending-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close pending-file
           end-if.

      *a reversing or escheat line under this business date came
      *off a file that is gone once sent - it is carried, unless
      *the file is still on hand and sends that line again
       171-judge-same-day-line.
           move 'n'                        to ws-carry-sw.
           if pp-desc (1:8) = "BACKOUT "
               move 'y'                    to ws-carry-sw
               perform varying ws-bo-idx from 1 by 1
                   until ws-bo-idx > ws-bo-count
                   if ws-bo-line (ws-bo-idx) (29:20) = pp-desc
                       move 'n'            to ws-carry-sw
                   end-if
               end-perform
           end-if.
           if pp-account = ws-gl-acct-unclaimed
               or pp-desc = ws-gl-desc-escheat
               move 'y'                    to ws-carry-sw
               perform varying ws-es-idx from 1 by 1
                   until ws-es-idx > ws-es-count
                   or not ws-carry-line
                   if not ws-es-taken (ws-es-idx)
                       and ws-es-line (ws-es-idx) (1:20)
                           = pp-gl-line (1:20)
                       and ws-es-line (ws-es-idx) (29:20) = pp-desc
                       move 'y'            to
                           ws-es-taken-sw (ws-es-idx)
                       move 'n'            to ws-carry-sw
                   end-if
               end-perform
           end-if.

      *the store batch a pending line belongs to, noted once
       172-note-pending-batch.
           move 'n'                        to ws-pb-found-sw.
           perform varying ws-pb-idx from 1 by 1
               until ws-pb-idx > ws-pb-count
               if ws-pb-store (ws-pb-idx) = pp-gl-line (1:2)
                   and ws-pb-post-date (ws-pb-idx) = pp-post-date
                   move 'y'                to ws-pb-found-sw
               end-if
           end-perform.
           if not ws-pb-found
               if ws-pb-count >= 2000
                   close pending-file
                   move "PENDING BATCHES OVER TABLE LIMIT"
                                           to ws-refuse-message
                   perform 925-refuse-table-full
               end-if
               add 1                       to ws-pb-count
               move pp-gl-line (1:2)       to ws-pb-store (ws-pb-count)
               move pp-post-date           to
                   ws-pb-post-date (ws-pb-count)
           end-if.

      *the accepted store batches this run could send again -
      *this business date's, and any a pending line belongs to
       175-load-register.
           move 'n'                        to ws-eof.
           open input register-file
           if ws-reg-file-status = '00'
               read register-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move 'n'                to ws-pb-found-sw
                   if ar-post-date = ws-run-date-full
                       move 'y'            to ws-pb-found-sw
                   else
                       perform varying ws-pb-idx from 1 by 1
                           until ws-pb-idx > ws-pb-count
                           if ws-pb-store (ws-pb-idx) = ar-store-num
                               and ws-pb-post-date (ws-pb-idx)
                                   = ar-post-date
                               move 'y'    to ws-pb-found-sw
                           end-if
                       end-perform
                   end-if
                   if ws-pb-found
                       perform 177-hold-register-entry
                   end-if
                   read register-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close register-file
           end-if.

       177-hold-register-entry.
           if ws-rg-count >= ws-max-register
               close register-file
               move "ACCEPTED REGISTER OVER TABLE LIMIT"
                                           to ws-refuse-message
               perform 925-refuse-table-full
           end-if.
           add 1                           to ws-rg-count.
           move ar-store-num               to
               ws-rg-store (ws-rg-count).
           move ar-post-date               to
               ws-rg-post-date (ws-rg-count).
           move 'n'                        to
               ws-rg-warned-sw (ws-rg-count).

      *earlier days' unaccepted lines go out again as they were
      *first sent, and back onto the pending file - unless the
      *ledger has since accepted their batch
       200-reoffer-pending.
           perform varying ws-pd-idx from 1 by 1
               until ws-pd-idx > ws-pd-count
               move ws-pd-line (ws-pd-idx) to gl-line
               move gl-store-num           to ws-chk-store
               move gl-post-date           to ws-chk-post-date
               perform 370-check-accepted
               if not ws-already-accepted
                   write gl-line
                   add 1                   to ws-total-lines
                   move gl-line            to pp-gl-line
                   move ws-offered-date    to pp-offered-date
                   write pending-line
               end-if
           end-perform.

      *the reversing lines a store-day backout left - verified
      *against their trailer like the split files. A missing file
      *means nothing was backed out
       180-load-backout-lines.
           perform 090-reset-ctl-check.
           open input gl-backout-file
           if ws-glb-file-status = '00'
               read gl-backout-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move gl-backout-line    to ws-ctl-record
                   perform 095-classify-ctl-record
                   if not ws-is-ctl-record
                       add 1               to ws-ctl-in-cnt
                       if bg-amount is numeric
                           add bg-amount   to ws-ctl-in-hash
                       end-if
                       if ws-bo-count >= 2000
                           close gl-backout-file
                           move "BACKOUT LINES OVER TABLE LIMIT"
                                           to ws-refuse-message
                           perform 925-refuse-table-full
                       end-if
                       add 1               to ws-bo-count
                       move bg-gl-line     to
                           ws-bo-line (ws-bo-count)
                   end-if
                   read gl-backout-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close gl-backout-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *the escheat pairs the card sweep left - verified against
      *their trailer like the backout lines. A missing file means
      *nothing was escheated
       185-load-escheat-lines.
           perform 090-reset-ctl-check.
           open input gl-escheat-file
           if ws-gle-file-status = '00'
               read gl-escheat-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move gl-escheat-line    to ws-ctl-record
                   perform 095-classify-ctl-record
                   if not ws-is-ctl-record
                       add 1               to ws-ctl-in-cnt
                       if eg-amount is numeric
                           add eg-amount   to ws-ctl-in-hash
                       end-if
                       if ws-es-count >= 2000
                           close gl-escheat-file
                           move "ESCHEAT LINES OVER TABLE LIMIT"
                                           to ws-refuse-message
                           perform 925-refuse-table-full
                       end-if
                       add 1               to ws-es-count
                       move eg-gl-line     to
                           ws-es-line (ws-es-count)
                       move 'n'            to
                           ws-es-taken-sw (ws-es-count)
                   end-if
                   read gl-escheat-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close gl-escheat-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *looks a store up in the store table
       080-find-store-idx.
           move 0                          to ws-cur-store-idx
                   or ws-gl-tax-refd (ws-cur-store-idx) > 0
                   or ws-gl-gc-issued (ws-cur-store-idx) > 0
                   or ws-gl-gc-redeem (ws-cur-store-idx) not = 0
                   or ws-gl-lay-cancel (ws-cur-store-idx) > 0
                   or ws-gl-chargeback (ws-cur-store-idx) > 0
                   or ws-gl-lp-redeem (ws-cur-store-idx) not = 0
                   move ws-store-code (ws-cur-store-idx)
                                           to ws-chk-store
                   move ws-run-date-full   to ws-chk-post-date
                   perform 370-check-accepted
                   if not ws-already-accepted
                       perform 350-write-one-store-set
                   end-if
               end-if
           end-perform.
           if ws-loy-accrual > 0
               move ws-gl-store-head-office
                                           to ws-chk-store
               move ws-run-date-full       to ws-chk-post-date
               perform 370-check-accepted
               if not ws-already-accepted
                   perform 360-write-loyalty-set
               end-if
           end-if.

       350-write-one-store-set.
           move 0                          to ws-clearing.
           move 0                          to ws-adj-clearing.

           if ws-gl-sales (ws-cur-store-idx) > 0
               move ws-gl-acct-sales       to gl-account
                                           from ws-clearing
           end-if.

      *loyalty liability - a ring paid in points debits it, and
      *that money never reaches the bank either
           if ws-gl-lp-redeem (ws-cur-store-idx) not = 0
               move ws-gl-acct-loyalty     to gl-account
               move ws-gl-desc-loyalty     to gl-desc
               if ws-gl-lp-redeem (ws-cur-store-idx) > 0
                   move 'D'                to gl-dr-cr
                   move ws-gl-lp-redeem (ws-cur-store-idx)
                                           to ws-abs-amount
               else
                   move 'C'                to gl-dr-cr
                   compute ws-abs-amount =
                       0 - ws-gl-lp-redeem (ws-cur-store-idx)
               end-if
               move ws-abs-amount          to gl-amount
               perform 380-write-gl-line
               subtract ws-gl-lp-redeem (ws-cur-store-idx)
                                           from ws-clearing
           end-if.

      *the clearing line takes whatever makes the day's takings
      *balance - the cash that should reach the bank
           if ws-clearing not = 0
               move ws-gl-acct-clearing    to gl-account
               move ws-gl-desc-clearing    to gl-desc
               perform 380-write-gl-line
           end-if.

      *cancellations and chargebacks come off other files than
      *the store's day, so they balance to a clearing line of
      *their own that a store-day backout leaves be. A cancelled
      *layaway's deposit comes back off the layaway account; the
      *restocking fee stays as income, and the refund paid out
      *falls to that clearing line
           if ws-gl-lay-cancel (ws-cur-store-idx) > 0
               move ws-gl-acct-layaway     to gl-account
               move ws-gl-desc-lay-cancel  to gl-desc
               move 'D'                    to gl-dr-cr
               move ws-gl-lay-cancel (ws-cur-store-idx)
                                           to gl-amount
               perform 380-write-gl-line
               subtract ws-gl-lay-cancel (ws-cur-store-idx)
                                           from ws-adj-clearing
           end-if.

           if ws-gl-lay-fee (ws-cur-store-idx) > 0
               move ws-gl-acct-lay-fee     to gl-account
               move ws-gl-desc-lay-fee     to gl-desc
               move 'C'                    to gl-dr-cr
               move ws-gl-lay-fee (ws-cur-store-idx)
                                           to gl-amount
               perform 380-write-gl-line
               add ws-gl-lay-fee (ws-cur-store-idx)
                                           to ws-adj-clearing
           end-if.

      *a chargeback is a loss debited against the store of the
      *sale; the processor already took the money back, so it
      *comes off the same clearing line
           if ws-gl-chargeback (ws-cur-store-idx) > 0
               move ws-gl-acct-chargeback  to gl-account
               move ws-gl-desc-chargeback  to gl-desc
               move 'D'                    to gl-dr-cr
               move ws-gl-chargeback (ws-cur-store-idx)
                                           to gl-amount
               perform 380-write-gl-line
               subtract ws-gl-chargeback (ws-cur-store-idx)
                                           from ws-adj-clearing
           end-if.

           if ws-adj-clearing not = 0
               move ws-gl-acct-clearing    to gl-account
               move ws-gl-desc-clr-adjust  to gl-desc
               if ws-adj-clearing > 0
                   move 'D'                to gl-dr-cr
                   move ws-adj-clearing    to ws-abs-amount
               else
                   move 'C'                to gl-dr-cr
                   compute ws-abs-amount = 0 - ws-adj-clearing
               end-if
               move ws-abs-amount          to gl-amount
               perform 380-write-gl-line
           end-if.

      *the points accrual belongs to the chain, not to a store -
      *a balanced pair under the head-office store code, expense
      *against liability, on whichever side the day fell
       360-write-loyalty-set.
           move ws-loy-accrual             to gl-amount.
           move ws-gl-acct-loy-expense     to gl-account.
           move ws-gl-desc-loy-expense     to gl-desc.
           if ws-loy-accrual-dr-cr = 'C'
               move 'C'                    to gl-dr-cr
           else
               move 'D'                    to gl-dr-cr
           end-if.
           perform 385-write-head-office-line.
           move ws-loy-accrual             to gl-amount.
           move ws-gl-acct-loyalty         to gl-account.
           move ws-gl-desc-loyalty         to gl-desc.
           if ws-loy-accrual-dr-cr = 'C'
               move 'D'                    to gl-dr-cr
           else
               move 'C'                    to gl-dr-cr
           end-if.
           perform 385-write-head-office-line.

      *is this store batch on the accepted register? The first
      *time one is found, operations is told it was left out
       370-check-accepted.
           move 'n'                        to ws-accepted-sw.
           perform varying ws-rg-idx from 1 by 1
               until ws-rg-idx > ws-rg-count
               if ws-rg-store (ws-rg-idx) = ws-chk-store
                   and ws-rg-post-date (ws-rg-idx) = ws-chk-post-date
                   move 'y'                to ws-accepted-sw
                   if not ws-rg-warned (ws-rg-idx)
                       move 'y'            to
                           ws-rg-warned-sw (ws-rg-idx)
                       perform 930-warn-already-accepted
                   end-if
               end-if
           end-perform.

      *one posting line in the import layout
       380-write-gl-line.
           move ws-store-code (ws-cur-store-idx)
                                           to gl-store-num.
           perform 386-send-gl-line.

      *one head-office posting line in the import layout
       385-write-head-office-line.
           move ws-gl-store-head-office    to gl-store-num.
           perform 386-send-gl-line.

      *the line goes to the ledger and onto the pending file
       386-send-gl-line.
           move ws-run-date-full           to gl-post-date.
           write gl-line.
           add 1                           to ws-total-lines.
           move gl-line                    to pp-gl-line.
           move ws-offered-date            to pp-offered-date.
           write pending-line.

      *the reversing lines go out under this pass's business date,
      *so they join the store's batch the ledger acknowledges -
      *each keeps the backout reference it was given as its
      *wording, and goes onto the pending file like any other
       390-write-backout-lines.
           perform varying ws-bo-idx from 1 by 1
               until ws-bo-idx > ws-bo-count
               move ws-bo-line (ws-bo-idx) to gl-line
               move ws-run-date-full       to gl-post-date
               write gl-line
               add 1                       to ws-total-lines
               move gl-line                to pp-gl-line
               move ws-offered-date        to pp-offered-date
               write pending-line
           end-perform.

      *the escheat pairs go out under this pass's business date
      *like the reversing lines, and onto the pending file
       395-write-escheat-lines.
           perform varying ws-es-idx from 1 by 1
               until ws-es-idx > ws-es-count
               move ws-es-line (ws-es-idx) to gl-line
               move ws-run-date-full       to gl-post-date
               write gl-line
               add 1                       to ws-total-lines
               move gl-line                to pp-gl-line
               move ws-offered-date        to pp-offered-date
               write pending-line
           end-perform.

      *an input file doesn't tie to its trailer - raise the alert
      *and end the step nonzero so the chain halts here
       920-refuse-input-file.
           move "CRIT"                     to ws-alr-severity.
           move "SPLIT FILE FAILS ITS TRAILER CHECK"
                                           to ws-alr-message.
           perform 940-write-alert-line.
           move 8                          to return-code.
           stop run.

      *more lines than a table holds - sending part of them would
      *lose the rest for good, so nothing goes out: raise the
      *alert and end the step nonzero so the chain halts here
       925-refuse-table-full.
           move "CRIT"                     to ws-alr-severity.
           move ws-refuse-message          to ws-alr-message.
           perform 940-write-alert-line.
           move 8                          to return-code.
           stop run.

      *a store batch the ledger already accepted is left out
       930-warn-already-accepted.
           add 1                           to ws-total-skipped.
           move "WARN"                     to ws-alr-severity.
           move spaces                     to ws-alr-message.
           string "ACCEPTED SET NOT RESENT " delimited by size
                  ws-chk-store             delimited by size
                  " "                      delimited by size
                  ws-chk-post-date         delimited by size
               into ws-alr-message.
           perform 940-write-alert-line.

      *drops one line onto the operations alert file
       940-write-alert-line.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "Program20_GL_Extract"     to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           move "Program20_GL_Extract"     to ws-aud-program.
           move ws-total-lines             to ws-aud-in.
           move ws-total-lines             to ws-aud-out.
           move ws-total-skipped           to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
