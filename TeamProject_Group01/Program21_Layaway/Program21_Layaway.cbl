      *              already posted today is not posted twice.
      *Modifications:
      *  22-Aug-2026  Original.
      *  -            Cancel layaways: a store-keyed customer
      *               cancellation, or an open layaway idle past its
      *               store's forfeiture age, is closed cancelled or
      *               forfeited. The store's restocking fee (layaway
      *               policy master, chain default when none) is kept
      *               and the remainder listed as refund due, and each
      *               closure goes to project1LayCancel.dat for the
      *               ledger and stock extracts. The master now
      *               carries the layaway's SKU, and the run posts
      *               under the business date.
      *  -            Honour the store-day backout: a master whose
      *               last-posted day was backed out takes the
      *               corrected day instead of skipping it as already
      *               posted, and a day posted behind the master no
      *               longer moves its posted date back.

       environment division.

               organization is line sequential
               file status is ws-master-file-status.

      *each store's layaway policy kept by the maintenance
      *program - file status lets us tell "no policies keyed yet,
      *take the chain default" apart from a real open error
           select lay-policy-file assign   to
                               "../../../data/project1LayPolicy.dat"
               organization is line sequential
               file status is ws-lpl-file-status.

      *the cancellations the stores key when a customer walks away
      *from a layaway - consumed once applied
           select cancel-key-file assign   to
                               "../../../data/project1LayCancelKey.dat"
               organization is line sequential
               file status is ws-ckf-file-status.

      *the day's cancellations and forfeitures, handed to the
      *ledger and stock extracts - bracketed with header and
      *trailer control records like the other handoffs
           select cancel-file assign       to
                               "../../../data/project1LayCancel.dat"
               organization is line sequential.

      *the business date of the batch being posted, as the
      *consolidation step leaves it
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the aging report
           select report-file assign       to
                               "../../../data/project1LayawayAge.out"
      *header carrying the date the master was last posted
       fd master-file
           data record is master-line
               record contains 61 characters.
       01 master-line.
           05 ml-invoice-num               pic x(9).
           05 ml-store-num                 pic xx.
           05 ml-open-date                 pic 9(8).
           05 ml-last-pay-date             pic 9(8).
           05 ml-status                    pic x.
      *the merchandise on hold, released to stock on a
      *cancellation
           05 ml-sku-code                  pic x(15).
       01 master-header-line.
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
      *set by the store-day backout when the day it took off is
      *the day the master was last posted for
           05 mh-backout-flag              pic x.
               88 mh-backed-out         value 'B'.
           05 filler                       pic x(49).

      *one store's layaway policy - forfeiture age in days and the
      *restocking fee as a percentage of what the customer has paid
       fd lay-policy-file
           data record is lay-policy-line
               record contains 10 characters.
       01 lay-policy-line.
           05 lp-store-num                 pic xx.
           05 lp-forfeit-days              pic 999.
           05 lp-fee-pct                   pic 99v99.
           05 lp-active-flag               pic x.

      *one keyed customer cancellation
       fd cancel-key-file
           data record is cancel-key-line
               record contains 11 characters.
       01 cancel-key-line.
           05 ck-invoice-num               pic x(9).
           05 ck-store-num                 pic xx.

      *one cancelled or forfeited layaway - 70 bytes so the shared
      *control-record layout brackets it like the other handoffs.
      *The deposit is what the customer had paid; the fee is kept,
      *the refund goes back to the customer
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

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

       fd report-file
           data record is report-line
           value 'n'.
       01 ws-master-eof                    pic x
           value 'n'.
       01 ws-lpl-file-status               pic xx
           value spaces.
       01 ws-lpl-eof                       pic x
           value 'n'.
       01 ws-ckf-file-status               pic xx
           value spaces.
       01 ws-ckf-eof                       pic x
           value 'n'.
       01 ws-busd-file-status              pic xx
           value spaces.

       01 ws-ctl-record-sw                  pic x
           value 'n'.
           value 'n'.
           88 ws-trl-seen               value 'y'.

      *the business date and the master's posted date for the
      *rerun guard
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-posted-date                   pic 9(8)
               10 ws-lay-last-pay          pic 9(8).
               10 ws-lay-status            pic x.
                   88 ws-lay-open       value 'O'.
                   88 ws-lay-closed     value 'C' 'X' 'F'.
                   88 ws-lay-cancelled  value 'X'.
                   88 ws-lay-forfeited  value 'F'.
               10 ws-lay-sku               pic x(15).
       01 ws-lay-count                     pic 9(4)
           value 0.
       01 ws-cur-lay-idx                   pic 9(4)
           value 0.

      *each store's layaway policy, active entries only
       01 ws-policy-table.
           05 ws-pol-entry                 occurs 50 times
               indexed by ws-pol-idx.
               10 ws-pol-store             pic xx.
               10 ws-pol-days              pic 999.
               10 ws-pol-fee-pct           pic 99v99.
       01 ws-pol-count                     pic 99
           value 0.

      *the chain policy for a store with none of its own on file
       77 ws-default-forfeit-days          pic 999
           value 120.
       77 ws-default-fee-pct               pic 99v99
           value 10.00.

      *the policy that applies to the layaway at hand
       01 ws-cur-forfeit-days              pic 999
           value 0.
       01 ws-cur-fee-pct                   pic 99v99
           value 0.

      *the day's cancellations and forfeitures, held until the
      *exception section is finished so they list together
       01 ws-cancel-table.
           05 ws-can-entry                 occurs 500 times
               indexed by ws-can-idx.
               10 ws-can-invoice           pic x(9).
               10 ws-can-store             pic xx.
               10 ws-can-sku               pic x(15).
               10 ws-can-type              pic x.
               10 ws-can-deposit           pic 9(7)v99.
               10 ws-can-fee               pic 9(7)v99.
               10 ws-can-refund            pic 9(7)v99.
       01 ws-can-count                     pic 999
           value 0.

      *what closes the layaway at hand - X keyed by the store as
      *customer-cancelled, F forfeited past the store's age
       01 ws-cancel-type                   pic x
           value space.

      *one cancellation's money - paid in, kept, handed back
       01 ws-work-deposit                  pic 9(7)v99
           value 0.
       01 ws-work-fee                      pic 9(7)v99
           value 0.
       01 ws-work-refund                   pic 9(7)v99
           value 0.

      *the invoice 300-find-layaway searches for
       01 ws-lookup-invoice                pic x(9)
           value spaces.
           value 0.
       01 ws-total-open-count              pic 9(4)
           value 0.
       01 ws-total-cancelled               pic 9(4)
           value 0.
       01 ws-total-forfeited               pic 9(4)
           value 0.
       01 ws-total-can-deposit             pic 9(9)v99
           value 0.
       01 ws-total-can-fee                 pic 9(9)v99
           value 0.
       01 ws-total-can-refund              pic 9(9)v99
           value 0.

      *running count/hash for the cancellation file's trailer -
      *the hash is the deposits handed over
       01 ws-can-out-cnt                   pic 9(7)
           value 0.
       01 ws-can-out-hash                  pic 9(11)v99
           value 0.

      *report header
       01 ws-report-header.
           05 ws-el-reason                 pic x(26)
               value spaces.

      *cancellation section heading and columns
       01 ws-cancel-header                 pic x(40)
           value " CANCELLATIONS AND FORFEITURES".

       01 ws-cancel-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(8)
               value "STORE".
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(12)
               value "CLOSED AS".
           05 filler                       pic x(14)
               value "PAID IN".
           05 filler                       pic x(14)
               value "FEE KEPT".
           05 filler                       pic x(14)
               value "REFUND DUE".

       01 ws-cancel-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(8)
               value "-----".
           05 filler                       pic x(11)
               value "-------".
           05 filler                       pic x(12)
               value "---------".
           05 filler                       pic x(14)
               value "-------".
           05 filler                       pic x(14)
               value "--------".
           05 filler                       pic x(14)
               value "----------".

      *one line per cancelled or forfeited layaway - the refund
      *is what the store pays back out
       01 ws-cancel-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cl-store                  pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-cl-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cl-type                   pic x(10)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cl-deposit                pic $$$,$$9.99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cl-fee                    pic $$$,$$9.99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cl-refund                 pic $$$,$$9.99
               value 0.

      *cancellation totals
       01 ws-cancel-total-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(9)
               value "CLOSED = ".
           05 ws-ct-count                  pic z,zz9
               value 0.
           05 filler                       pic x(16)
               value spaces.
           05 ws-ct-deposit                pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-ct-fee                    pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-ct-refund                 pic $$,$$$,$$9.99
               value 0.

      *aging column headings
       01 ws-report-headings.
           05 filler                       pic x(1)
           value "PAYMENT EXCEEDS BALANCE".
       77 ws-dup-open-msg                  pic x(26)
           value "LAYAWAY ALREADY OPEN".
       77 ws-wrong-store-msg               pic x(26)
           value "CANCEL KEYED - WRONG STORE".
       77 ws-cancel-full-msg               pic x(26)
           value "CANCEL LIST FULL - HELD".

      *set once the exception heading has been printed
       01 ws-except-hdr-sw                 pic x
           88 ws-except-hdr-done        value 'y'.

       procedure division.
           perform 050-settle-run-date.

           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           write report-line               from spaces.

           perform 100-load-master.
           perform 110-load-policies.

      *a rerun leaves the master and the first run's cancellation
      *file alone - the extracts read that file again as it was
           if not ws-already-posted
               perform 200-post-layaway-records
               perform 450-apply-keyed-cancels
               perform 470-forfeit-abandoned
               perform 500-rewrite-master
               perform 550-write-cancel-file
           end-if.

           if ws-total-excepts = 0
               write report-line           from ws-except-line
           end-if.

           perform 420-print-cancellations.
           perform 400-print-aging.
           perform 600-write-audit-line.

           close report-file.
           goback.

      *the run posts under the business date the consolidation
      *step left, falling back to the machine date like the other
      *posting steps - a backlog day posts under its own date
       050-settle-run-date.
           accept ws-run-date              from date yyyymmdd.
           open input busdate-file
           if ws-busd-file-status = '00'
               read busdate-file
                   at end continue
                   not at end
                       if busdate-line is numeric
                           move busdate-line
                                           to ws-run-date
                       end-if
               end-read
               close busdate-file
           end-if.

      *reads the layaway master back into storage - header first
       100-load-master.
           open input master-file
                   if mh-is-header
                       move mh-posted-date to ws-posted-date
                       if ws-posted-date = ws-run-date
                           and not mh-backed-out
                           move 'y'        to ws-already-posted-sw
                       end-if
                   else
                   ws-lay-last-pay (ws-lay-count)
               move ml-status              to
                   ws-lay-status (ws-lay-count)
               move ml-sku-code            to
                   ws-lay-sku (ws-lay-count)
           end-if.

      *each store's active layaway policy - an entry whose age or
      *fee isn't a number is skipped and the store takes the
      *chain default
       110-load-policies.
           open input lay-policy-file
           if ws-lpl-file-status = '00'
               read lay-policy-file
                   at end move 'y'         to ws-lpl-eof
               end-read
               perform until ws-lpl-eof = 'y'
                   if lp-active-flag = 'A'
                       and lp-forfeit-days is numeric
                       and lp-fee-pct is numeric
                       and ws-pol-count < 50
                       add 1               to ws-pol-count
                       move lp-store-num   to
                           ws-pol-store (ws-pol-count)
                       move lp-forfeit-days
                                           to
                           ws-pol-days (ws-pol-count)
                       move lp-fee-pct     to
                           ws-pol-fee-pct (ws-pol-count)
                   end-if
                   read lay-policy-file
                       at end move 'y'     to ws-lpl-eof
                   end-read
               end-perform
               close lay-policy-file
           end-if.

      *works the day's 'L' records - openings and payments - off
                   end-if
                   move 'O'                to
                       ws-lay-status (ws-lay-count)
                   move sl-sku-code        to
                       ws-lay-sku (ws-lay-count)
               end-if
           end-if.

               end-if
           end-perform.

      *the policy for the layaway at hand's store - the chain
      *default when the store has none of its own
       320-find-policy.
           move ws-default-forfeit-days    to ws-cur-forfeit-days.
           move ws-default-fee-pct         to ws-cur-fee-pct.
           perform varying ws-pol-idx from 1 by 1
               until ws-pol-idx > ws-pol-count
               if ws-pol-store (ws-pol-idx) =
                   ws-lay-store (ws-cur-lay-idx)
                   move ws-pol-days (ws-pol-idx)
                                           to ws-cur-forfeit-days
                   move ws-pol-fee-pct (ws-pol-idx)
                                           to ws-cur-fee-pct
               end-if
           end-perform.

      *one exception line
       350-write-exception.
           add 1                           to ws-total-excepts.
           write report-line               from ws-except-line.

      *the stores' keyed customer cancellations - each has to name
      *an open layaway of the store that keyed it. The keyed file
      *is spent once read, so a rerun can't cancel twice
       450-apply-keyed-cancels.
           open input cancel-key-file
           if ws-ckf-file-status = '00'
               read cancel-key-file
                   at end move 'y'         to ws-ckf-eof
               end-read
               perform until ws-ckf-eof = 'y'
                   perform 460-apply-one-cancel
                   read cancel-key-file
                       at end move 'y'     to ws-ckf-eof
                   end-read
               end-perform
               close cancel-key-file
               open output cancel-key-file
               close cancel-key-file
           end-if.

       460-apply-one-cancel.
           move ck-invoice-num             to ws-lookup-invoice.
           perform 300-find-layaway.
           move ck-invoice-num             to ws-el-invoice.
           move ck-store-num               to ws-el-store.
           move 0                          to ws-el-amount.
           evaluate true
               when ws-cur-lay-idx = 0
                   move ws-no-layaway-msg  to ws-el-reason
                   perform 350-write-exception
               when ws-lay-closed (ws-cur-lay-idx)
                   move ws-already-closed-msg
                                           to ws-el-reason
                   perform 350-write-exception
               when ws-lay-store (ws-cur-lay-idx) not = ck-store-num
                   move ws-wrong-store-msg to ws-el-reason
                   perform 350-write-exception
               when other
                   move 'X'                to ws-cancel-type
                   perform 480-close-one-layaway
           end-evaluate.

      *every layaway still open after today's payments, idle past
      *its store's forfeiture age, is forfeited
       470-forfeit-abandoned.
           perform varying ws-lay-idx from 1 by 1
               until ws-lay-idx > ws-lay-count
               if ws-lay-open (ws-lay-idx)
                   move ws-lay-idx         to ws-cur-lay-idx
                   perform 320-find-policy
                   move ws-lay-last-pay (ws-lay-idx)
                                           to ws-calc-date
                   perform 800-compute-day-serial
                   compute ws-age-days =
                       ws-run-serial - ws-serial-day
                   if ws-age-days > ws-cur-forfeit-days
                       move 'F'            to ws-cancel-type
                       perform 480-close-one-layaway
                   end-if
               end-if
           end-perform.

      *closes the layaway at hand - the store keeps its
      *restocking fee out of what the customer paid in, never more
      *than was paid, and the rest is refundable. Held on the
      *cancellation list for the report and the extracts; a full
      *list leaves the layaway open for tomorrow instead of
      *closing it unrecorded
       480-close-one-layaway.
           if ws-can-count >= 500
               move ws-lay-invoice (ws-cur-lay-idx)
                                           to ws-el-invoice
               move ws-lay-store (ws-cur-lay-idx)
                                           to ws-el-store
               move 0                      to ws-el-amount
               move ws-cancel-full-msg     to ws-el-reason
               perform 350-write-exception
           else
               perform 320-find-policy
               compute ws-work-deposit =
                   ws-lay-orig (ws-cur-lay-idx)
                   - ws-lay-balance (ws-cur-lay-idx)
               compute ws-work-fee rounded =
                   ws-work-deposit * ws-cur-fee-pct / 100
               if ws-work-fee > ws-work-deposit
                   move ws-work-deposit    to ws-work-fee
               end-if
               compute ws-work-refund =
                   ws-work-deposit - ws-work-fee
               move ws-cancel-type         to
                   ws-lay-status (ws-cur-lay-idx)
               if ws-cancel-type = 'X'
                   add 1                   to ws-total-cancelled
               else
                   add 1                   to ws-total-forfeited
               end-if
               add 1                       to ws-can-count
               move ws-lay-invoice (ws-cur-lay-idx)
                                           to
                   ws-can-invoice (ws-can-count)
               move ws-lay-store (ws-cur-lay-idx)
                                           to
                   ws-can-store (ws-can-count)
               move ws-lay-sku (ws-cur-lay-idx)
                                           to
                   ws-can-sku (ws-can-count)
               move ws-cancel-type         to
                   ws-can-type (ws-can-count)
               move ws-work-deposit        to
                   ws-can-deposit (ws-can-count)
               move ws-work-fee            to
                   ws-can-fee (ws-can-count)
               move ws-work-refund         to
                   ws-can-refund (ws-can-count)
           end-if.

      *the cancellation section - what each store keeps and what
      *it pays back out
       420-print-cancellations.
           write report-line               from spaces.
           write report-line               from ws-cancel-header.
           write report-line               from spaces.
           if ws-can-count = 0
               move spaces                 to ws-except-line
               move "  (NONE)"             to ws-except-line
               write report-line           from ws-except-line
           else
               write report-line           from ws-cancel-headings
               write report-line           from ws-cancel-underlines
               perform varying ws-can-idx from 1 by 1
                   until ws-can-idx > ws-can-count
                   move ws-can-store (ws-can-idx)
                                           to ws-cl-store
                   move ws-can-invoice (ws-can-idx)
                                           to ws-cl-invoice
                   if ws-can-type (ws-can-idx) = 'X'
                       move "CANCELLED"    to ws-cl-type
                   else
                       move "FORFEITED"    to ws-cl-type
                   end-if
                   move ws-can-deposit (ws-can-idx)
                                           to ws-cl-deposit
                   move ws-can-fee (ws-can-idx)
                                           to ws-cl-fee
                   move ws-can-refund (ws-can-idx)
                                           to ws-cl-refund
                   add ws-can-deposit (ws-can-idx)
                                           to ws-total-can-deposit
                   add ws-can-fee (ws-can-idx)
                                           to ws-total-can-fee
                   add ws-can-refund (ws-can-idx)
                                           to ws-total-can-refund
                   write report-line       from ws-cancel-line
               end-perform
               move ws-can-count           to ws-ct-count
               move ws-total-can-deposit   to ws-ct-deposit
               move ws-total-can-fee       to ws-ct-fee
               move ws-total-can-refund    to ws-ct-refund
               write report-line           from spaces
               write report-line           from ws-cancel-total-line
           end-if.

      *the day's cancellations handed to the ledger and stock
      *extracts, bracketed header/trailer - written even when
      *empty so the extracts see today's file, not yesterday's
       550-write-cancel-file.
           open output cancel-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program21_Layaway"        to ws-ctl-program.
           write cancel-line               from ws-ctl-record.
           perform varying ws-can-idx from 1 by 1
               until ws-can-idx > ws-can-count
               move spaces                 to cancel-line
               move ws-can-invoice (ws-can-idx)
                                           to lc-invoice-num
               move ws-can-store (ws-can-idx)
                                           to lc-store-num
               move ws-can-sku (ws-can-idx)
                                           to lc-sku-code
               move ws-can-type (ws-can-idx)
                                           to lc-cancel-type
               move ws-can-deposit (ws-can-idx)
                                           to lc-deposit
               move ws-can-fee (ws-can-idx)
                                           to lc-fee
               move ws-can-refund (ws-can-idx)
                                           to lc-refund
               move ws-run-date            to lc-cancel-date
               write cancel-line
               add 1                       to ws-can-out-cnt
               add ws-can-deposit (ws-can-idx)
                                           to ws-can-out-hash
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-can-out-cnt             to ws-ctl-count.
           move ws-can-out-hash            to ws-ctl-hash.
           write cancel-line               from ws-ctl-record.
           close cancel-file.

      *the aging section - every open layaway, by store order as
      *the master holds them, with the chain's outstanding total
       400-print-aging.
           move spaces                     to master-line.
           move 'HDR'                      to mh-header-tag.
           move ws-run-date                to mh-posted-date.
           if ws-posted-date > ws-run-date
               move ws-posted-date         to mh-posted-date
           end-if.
           write master-line.
           perform varying ws-lay-idx from 1 by 1
               until ws-lay-idx > ws-lay-count
                                           to ml-last-pay-date
               move ws-lay-status (ws-lay-idx)
                                           to ml-status
               move ws-lay-sku (ws-lay-idx)
                                           to ml-sku-code
               write master-line
           end-perform.
           close master-file.
