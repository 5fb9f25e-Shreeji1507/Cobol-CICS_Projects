       identification division.
       program-id. Program53_RTV_Accumulate.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program gathers the returns a supplier
      *              owes us for. The return split file only ever
      *              holds the one day, so each night every return
      *              keyed DF (defective) or DM (damaged) is taken
      *              off it onto the return-to-vendor pending file,
      *              where it waits for the next claim run
      *              (Program54_RTV_Claims) to bill it to the SKU's
      *              vendor. A return already waiting, or already
      *              billed on an earlier claim, is never taken a
      *              second time, so a rerun of the same day or a
      *              store's retransmission adds nothing twice. The
      *              listing shows every defective or damaged return
      *              the day brought and what became of it.
      *Modifications:
      *  15-Oct-2026  Original.

       environment division.

       input-output section.
       file-control.
      *the day's returns, as split by Program02
           select ret-file assign          to
                                   "../../../data/project1Return.out"
               organization is line sequential
               file status is ws-ret-file-status.

      *the returns waiting for the next claim run - read in whole,
      *then written back. File status lets us tell "first run,
      *nothing pending" apart from a real open error
           select pending-file assign      to
                               "../../../data/project1RtvPending.dat"
               organization is line sequential
               file status is ws-pnd-file-status.

      *the returns the claim runs have already billed
           select claimed-file assign      to
                               "../../../data/project1RtvClaimed.dat"
               organization is line sequential
               file status is ws-clm-file-status.

      *the business date the returns are taken under
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the accumulation listing
           select report-file assign       to
                               "../../../data/project1RtvAccum.out"
               organization is line sequential.

      *operations alert file
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

      *common operations log shared by all the programs
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

       fd ret-file
           data record is ret-line
               record contains 86 characters.
       01 ret-line.
           05 rl-trans-code                pic x.
           05 rl-trans-amount              pic 9(5)v99.
           05 rl-pay-type                  pic xx.
           05 rl-store-num                 pic xx.
           05 rl-invoice-num               pic x(9).
           05 rl-sku-code                  pic x(15).
           05 rl-return-reason             pic xx.
               88 rl-is-vendor-fault    values 'DF' 'DM'.
           05 rl-orig-invoice-num          pic x(9).
           05 rl-trans-date                pic x(8).
           05 rl-exchange-sku              pic x(15).
           05 rl-customer-num              pic x(8).
           05 rl-cashier-id                pic x(8).

      *one return waiting to be claimed - the return's invoice,
      *the sale it came back against, store, SKU, reason, the
      *refund, the day it was rung and the day it was taken
       fd pending-file
           data record is pending-line
               record contains 60 characters.
       01 pending-line.
           05 rp-ret-invoice               pic x(9).
           05 rp-orig-invoice              pic x(9).
           05 rp-store-num                 pic xx.
           05 rp-sku-code                  pic x(15).
           05 rp-reason                    pic xx.
           05 rp-amount                    pic 9(5)v99.
           05 rp-trans-date                pic x(8).
           05 rp-taken-date                pic 9(8).

      *one return a claim run has billed - the return, the claim
      *it went on, the vendor and the claim date
       fd claimed-file
           data record is claimed-line
               record contains 56 characters.
       01 claimed-line.
           05 rc-ret-invoice               pic x(9).
           05 rc-store-num                 pic xx.
           05 rc-sku-code                  pic x(15).
           05 rc-trans-date                pic x(8).
           05 rc-claim-num                 pic 9(6).
           05 rc-vendor-num                pic x(6).
           05 rc-claim-date                pic 9(8).
           05 filler                       pic xx.

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

       fd report-file
           data record is report-line
               record contains 100 characters.
       01 report-line                      pic x(100)
           value spaces.

      *operations alert record
       fd alert-file
           data record is alert-line
               record contains 96 characters.
       01 alert-line                       pic x(96)
           value spaces.

      *common operations log record
       fd audit-file
           data record is audit-line
               record contains 84 characters.
       01 audit-line                       pic x(84)
           value spaces.

       working-storage section.
      *header/trailer control records bracketing every handoff
      *file, with the running count/hash the trailer is verified
      *against
       copy "CTLREC.cpy".

      *operations alert line, shared layout with the other
      *programs that raise control failures
       copy "OPSALERT.cpy".

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-alert-file-status              pic xx
           value spaces.
       01 ws-ret-file-status                pic xx
           value spaces.
       01 ws-pnd-file-status                pic xx
           value spaces.
       01 ws-clm-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.
       01 ws-pnd-eof                       pic x
           value 'n'.
       01 ws-clm-eof                       pic x
           value 'n'.

       01 ws-ctl-record-sw                  pic x
           value 'n'.
           88 ws-is-ctl-record          value 'y'.
       01 ws-ctl-in-cnt                     pic 9(7)
           value 0.
       01 ws-ctl-in-hash                    pic 9(11)v99
           value 0.
       01 ws-trl-seen-sw                    pic x
           value 'n'.
           88 ws-trl-seen               value 'y'.

      *the business date the returns are taken under
       01 ws-run-date                      pic 9(8)
           value 0.

      *the pending file held in storage, with the day's returns
      *added behind. When it fills, nothing more is taken and the
      *file is left exactly as it was - running the claims empties
      *it
       01 ws-pending-table.
           05 ws-pn-entry                  occurs 5000 times
               indexed by ws-pn-idx.
               10 ws-pn-ret-invoice        pic x(9).
               10 ws-pn-orig-invoice       pic x(9).
               10 ws-pn-store              pic xx.
               10 ws-pn-sku                pic x(15).
               10 ws-pn-reason             pic xx.
               10 ws-pn-amount             pic 9(5)v99.
               10 ws-pn-trans-date         pic x(8).
               10 ws-pn-taken-date         pic 9(8).
       01 ws-pn-count                      pic 9(4)
           value 0.
       77 ws-max-pending                   pic 9(4)
           value 5000.
       01 ws-pending-full-sw               pic x
           value 'n'.
           88 ws-pending-full           value 'y'.

      *the returns billed on claims inside the look-back window -
      *a day's returns can only be rung that day or shortly
      *before, so older claimed returns can't come round again
       01 ws-claimed-table.
           05 ws-cl-entry                  occurs 5000 times
               indexed by ws-cl-idx.
               10 ws-cl-ret-invoice        pic x(9).
               10 ws-cl-store              pic xx.
               10 ws-cl-sku                pic x(15).
       01 ws-cl-count                      pic 9(4)
           value 0.
       77 ws-claimed-window-days           pic 999
           value 120.

      *where the return being judged already stands
       01 ws-held-sw                       pic x
           value 'n'.
           88 ws-already-pending        value 'p'.
           88 ws-already-claimed        value 'c'.

      *date arithmetic for the look-back window
       01 ws-calc-date                     pic 9(8)
           value 0.
       01 ws-calc-date-r redefines ws-calc-date.
           05 ws-calc-yyyy                 pic 9(4).
           05 ws-calc-mm                   pic 99.
           05 ws-calc-dd                   pic 99.
       01 ws-serial-day                    pic 9(7)
           value 0.
       01 ws-run-serial                    pic 9(7)
           value 0.
       01 ws-item-age                      pic s9(7)
           value 0.
       01 ws-ser-yyyy                      pic 9(5)
           value 0.
       01 ws-ser-mm                        pic 99
           value 0.
       01 ws-ser-t1                        pic 9(5)
           value 0.
       01 ws-ser-t2                        pic 9(5)
           value 0.
       01 ws-ser-t3                        pic 9(5)
           value 0.
       01 ws-ser-t4                        pic 9(5)
           value 0.
       01 ws-ser-m2                        pic 9(5)
           value 0.

      *counts for the footer and the audit log
       01 ws-total-returns                 pic 9(5)
           value 0.
       01 ws-total-fault                   pic 9(5)
           value 0.
       01 ws-total-taken                   pic 9(5)
           value 0.
       01 ws-total-held                    pic 9(5)
           value 0.
       01 ws-total-not-taken               pic 9(5)
           value 0.
       01 ws-total-taken-amt               pic 9(7)v99
           value 0.

      *report header
       01 ws-report-header.
           05 filler                       pic x(2)
               value spaces.
           05 ws-date                      pic 99/99/99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-time                      pic 99b99b99b99
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 filler                       pic x(32)
               value "RETURN-TO-VENDOR ACCUMULATION".
           05 filler                       pic x(14)
               value "BUSINESS DATE ".
           05 ws-rh-bus-date               pic 9(8)
               value 0.

      *column headings
       01 ws-report-headings.
           05 filler                       pic x(3)
               value spaces.
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(11)
               value "ORIG INV".
           05 filler                       pic x(17)
               value "SKU".
           05 filler                       pic x(8)
               value "REASON".
           05 filler                       pic x(14)
               value "REFUND".
           05 filler                       pic x(24)
               value "STATUS".

      *one line per defective or damaged return
       01 ws-detail-line.
           05 filler                       pic x(3)
               value spaces.
           05 ws-dl-store                  pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-dl-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-orig-invoice           pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-sku                    pic x(15)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-reason                 pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-dl-amount                 pic $$$,$$9.99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-dl-status                 pic x(24)
               value spaces.

       77 ws-taken-msg                     pic x(24)
           value "TAKEN FOR CLAIM".
       77 ws-pending-msg                   pic x(24)
           value "ALREADY PENDING".
       77 ws-claimed-msg                   pic x(24)
           value "ALREADY CLAIMED".
       77 ws-full-msg                      pic x(24)
           value "NOT TAKEN - PENDING FULL".

      *missing-file and full-file warnings at the top of the
      *report
       01 ws-no-return-file-line           pic x(60)
           value "  NO RETURN SPLIT FILE - NOTHING TAKEN".
       01 ws-none-line                     pic x(60)
           value "  NO DEFECTIVE OR DAMAGED RETURNS FOR THIS DATE".
       01 ws-full-line                     pic x(60)
           value "  RTV PENDING FILE FULL - RUN THE CLAIMS".

      *footer
       01 ws-footer-line-1.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "RETURNS READ                 = ".
           05 ws-fl-returns                pic zz,zz9
               value 0.
       01 ws-footer-line-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "DEFECTIVE OR DAMAGED         = ".
           05 ws-fl-fault                  pic zz,zz9
               value 0.
       01 ws-footer-line-3.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "TAKEN FOR CLAIM              = ".
           05 ws-fl-taken                  pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-fl-taken-amt              pic $$,$$$,$$9.99
               value 0.
       01 ws-footer-line-4.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "ALREADY PENDING OR CLAIMED   = ".
           05 ws-fl-held                   pic zz,zz9
               value 0.
       01 ws-footer-line-5.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "NOT TAKEN - PENDING FULL     = ".
           05 ws-fl-not-taken              pic zz,zz9
               value 0.
       01 ws-footer-line-6.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "NOW WAITING FOR A CLAIM      = ".
           05 ws-fl-pending                pic zz,zz9
               value 0.

       procedure division.
           perform 050-settle-run-date.
           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-run-serial.

           open output report-file.

           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-run-date                to ws-rh-bus-date.

           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 100-load-pending.
           perform 120-load-claimed.
           if ws-pending-full
               write report-line           from ws-full-line
               perform 720-raise-full-alert
           end-if.

           perform 200-take-returns.

           if ws-total-fault = 0
               write report-line           from ws-none-line
           end-if.
           perform 500-report-footer.
           if ws-total-taken > 0
               perform 750-rewrite-pending
           end-if.
           perform 600-write-audit-line.

           close report-file.
           goback.

      *the returns are taken under the business date the
      *consolidation step left, falling back to the machine date
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

      *everything already waiting for a claim
       100-load-pending.
           open input pending-file
           if ws-pnd-file-status = '00'
               read pending-file
                   at end move 'y'         to ws-pnd-eof
               end-read
               perform until ws-pnd-eof = 'y'
                   if ws-pn-count < ws-max-pending
                       add 1               to ws-pn-count
                       move rp-ret-invoice to
                           ws-pn-ret-invoice (ws-pn-count)
                       move rp-orig-invoice
                                           to
                           ws-pn-orig-invoice (ws-pn-count)
                       move rp-store-num   to
                           ws-pn-store (ws-pn-count)
                       move rp-sku-code    to
                           ws-pn-sku (ws-pn-count)
                       move rp-reason      to
                           ws-pn-reason (ws-pn-count)
                       move rp-amount      to
                           ws-pn-amount (ws-pn-count)
                       move rp-trans-date  to
                           ws-pn-trans-date (ws-pn-count)
                       move rp-taken-date  to
                           ws-pn-taken-date (ws-pn-count)
                   else
                       move 'y'            to ws-pending-full-sw
                   end-if
                   read pending-file
                       at end move 'y'     to ws-pnd-eof
                   end-read
               end-perform
               close pending-file
           end-if.
           if ws-pn-count >= ws-max-pending
               move 'y'                    to ws-pending-full-sw
           end-if.

      *the returns claimed inside the look-back window
       120-load-claimed.
           open input claimed-file
           if ws-clm-file-status = '00'
               read claimed-file
                   at end move 'y'         to ws-clm-eof
               end-read
               perform until ws-clm-eof = 'y'
                   if rc-trans-date is numeric
                       move rc-trans-date  to ws-calc-date
                       perform 800-compute-day-serial
                       compute ws-item-age =
                           ws-run-serial - ws-serial-day
                       if ws-item-age < ws-claimed-window-days
                           and ws-cl-count < 5000
                           add 1           to ws-cl-count
                           move rc-ret-invoice
                                           to
                               ws-cl-ret-invoice (ws-cl-count)
                           move rc-store-num
                                           to
                               ws-cl-store (ws-cl-count)
                           move rc-sku-code
                                           to
                               ws-cl-sku (ws-cl-count)
                       end-if
                   end-if
                   read claimed-file
                       at end move 'y'     to ws-clm-eof
                   end-read
               end-perform
               close claimed-file
           end-if.

      *every defective or damaged return on the day's split file,
      *verified against its trailer
       200-take-returns.
           move 'n'                        to ws-eof.
           move 'n'                        to ws-trl-seen-sw.
           move 0                          to ws-ctl-in-cnt.
           move 0                          to ws-ctl-in-hash.
           open input ret-file
           if ws-ret-file-status not = '00'
               write report-line           from ws-no-return-file-line
           else
               write report-line           from ws-report-headings
               write report-line           from spaces
               read ret-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move ret-line           to ws-ctl-record
                   perform 095-classify-ctl-record
                   if not ws-is-ctl-record
                       perform 210-take-one-return
                   end-if
                   read ret-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close ret-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *tells a control record apart from a detail record, and
      *verifies the trailer the moment it goes by
       095-classify-ctl-record.
           move 'n'                        to ws-ctl-record-sw.
           evaluate true
               when ws-ctl-is-header
                   move 'y'                to ws-ctl-record-sw
               when ws-ctl-is-trailer
                   move 'y'                to ws-ctl-record-sw
                   move 'y'                to ws-trl-seen-sw
                   if ws-ctl-count not = ws-ctl-in-cnt
                       or ws-ctl-hash not = ws-ctl-in-hash
                       perform 920-refuse-input-file
                   end-if
           end-evaluate.

      *one return - a defective or damaged one goes on the
      *pending file unless it is already there or already claimed
       210-take-one-return.
           add 1                           to ws-ctl-in-cnt.
           if rl-trans-amount is numeric
               add rl-trans-amount         to ws-ctl-in-hash
           end-if.
           add 1                           to ws-total-returns.
           if rl-is-vendor-fault
               add 1                       to ws-total-fault
               perform 220-check-already-held
               move rl-store-num           to ws-dl-store
               move rl-invoice-num         to ws-dl-invoice
               move rl-orig-invoice-num    to ws-dl-orig-invoice
               move rl-sku-code            to ws-dl-sku
               move rl-return-reason       to ws-dl-reason
               if rl-trans-amount is numeric
                   move rl-trans-amount    to ws-dl-amount
               else
                   move 0                  to ws-dl-amount
               end-if
               evaluate true
                   when ws-already-pending
                       add 1               to ws-total-held
                       move ws-pending-msg to ws-dl-status
                   when ws-already-claimed
                       add 1               to ws-total-held
                       move ws-claimed-msg to ws-dl-status
                   when ws-pending-full
                       add 1               to ws-total-not-taken
                       move ws-full-msg    to ws-dl-status
                   when other
                       perform 230-add-pending
                       move ws-taken-msg   to ws-dl-status
               end-evaluate
               write report-line           from ws-detail-line
           end-if.

      *a return is known by its store, invoice and SKU
       220-check-already-held.
           move 'n'                        to ws-held-sw.
           perform varying ws-pn-idx from 1 by 1
               until ws-pn-idx > ws-pn-count
               if ws-pn-ret-invoice (ws-pn-idx) = rl-invoice-num
                   and ws-pn-store (ws-pn-idx) = rl-store-num
                   and ws-pn-sku (ws-pn-idx) = rl-sku-code
                   move 'p'                to ws-held-sw
               end-if
           end-perform.
           if not ws-already-pending
               perform varying ws-cl-idx from 1 by 1
                   until ws-cl-idx > ws-cl-count
                   if ws-cl-ret-invoice (ws-cl-idx) = rl-invoice-num
                       and ws-cl-store (ws-cl-idx) = rl-store-num
                       and ws-cl-sku (ws-cl-idx) = rl-sku-code
                       move 'c'            to ws-held-sw
                   end-if
               end-perform
           end-if.

      *the return onto the end of the pending table
       230-add-pending.
           add 1                           to ws-pn-count.
           move rl-invoice-num             to
               ws-pn-ret-invoice (ws-pn-count).
           move rl-orig-invoice-num        to
               ws-pn-orig-invoice (ws-pn-count).
           move rl-store-num               to
               ws-pn-store (ws-pn-count).
           move rl-sku-code                to
               ws-pn-sku (ws-pn-count).
           move rl-return-reason           to
               ws-pn-reason (ws-pn-count).
           if rl-trans-amount is numeric
               move rl-trans-amount        to
                   ws-pn-amount (ws-pn-count)
               add rl-trans-amount         to ws-total-taken-amt
           else
               move 0                      to
                   ws-pn-amount (ws-pn-count)
           end-if.
           move rl-trans-date              to
               ws-pn-trans-date (ws-pn-count).
           move ws-run-date                to
               ws-pn-taken-date (ws-pn-count).
           add 1                           to ws-total-taken.
           if ws-pn-count >= ws-max-pending
               move 'y'                    to ws-pending-full-sw
               perform 720-raise-full-alert
           end-if.

      *counts for the run
       500-report-footer.
           move ws-total-returns           to ws-fl-returns.
           move ws-total-fault             to ws-fl-fault.
           move ws-total-taken             to ws-fl-taken.
           move ws-total-taken-amt         to ws-fl-taken-amt.
           move ws-total-held              to ws-fl-held.
           move ws-total-not-taken         to ws-fl-not-taken.
           move ws-pn-count                to ws-fl-pending.
           write report-line               from spaces.
           write report-line               from ws-footer-line-1.
           write report-line               from ws-footer-line-2.
           write report-line               from ws-footer-line-3.
           write report-line               from ws-footer-line-4.
           write report-line               from ws-footer-line-5.
           write report-line               from ws-footer-line-6.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program53_RTV_Accumulate" to ws-aud-program.
           move ws-total-returns           to ws-aud-in.
           move ws-total-taken             to ws-aud-out.
           move ws-total-not-taken         to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *the pending file has filled - the claims need running
       720-raise-full-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program53_RTV_Accumulate" to ws-alr-program.
           move "RTV PENDING FULL - RUN THE CLAIMS"
                                           to ws-alr-message.
           perform 740-write-alert-line.

       740-write-alert-line.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *writes the pending file back out, the day's returns behind
      *what was already waiting
       750-rewrite-pending.
           open output pending-file.
           perform varying ws-pn-idx from 1 by 1
               until ws-pn-idx > ws-pn-count
               move ws-pn-ret-invoice (ws-pn-idx)
                                           to rp-ret-invoice
               move ws-pn-orig-invoice (ws-pn-idx)
                                           to rp-orig-invoice
               move ws-pn-store (ws-pn-idx)
                                           to rp-store-num
               move ws-pn-sku (ws-pn-idx)  to rp-sku-code
               move ws-pn-reason (ws-pn-idx)
                                           to rp-reason
               move ws-pn-amount (ws-pn-idx)
                                           to rp-amount
               move ws-pn-trans-date (ws-pn-idx)
                                           to rp-trans-date
               move ws-pn-taken-date (ws-pn-idx)
                                           to rp-taken-date
               write pending-line
           end-perform.
           close pending-file.

      *turns the date in ws-calc-date into a running serial day
      *number, same arithmetic as the period-accumulation step
       800-compute-day-serial.
           move ws-calc-yyyy               to ws-ser-yyyy.
           move ws-calc-mm                 to ws-ser-mm.
           if ws-ser-mm < 3
               add 12                      to ws-ser-mm
               subtract 1                  from ws-ser-yyyy
           end-if.
           divide ws-ser-yyyy by 4 giving ws-ser-t1.
           divide ws-ser-yyyy by 100 giving ws-ser-t2.
           divide ws-ser-yyyy by 400 giving ws-ser-t3.
           compute ws-ser-m2 = 153 * ws-ser-mm + 8.
           divide ws-ser-m2 by 5 giving ws-ser-t4.
           compute ws-serial-day =
               365 * ws-ser-yyyy + ws-ser-t1 - ws-ser-t2
               + ws-ser-t3 + ws-ser-t4 + ws-calc-dd.

      *the return split file doesn't tie to its trailer - raise
      *the alert and end the step nonzero so the chain halts here
       920-refuse-input-file.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "CRIT"                     to ws-alr-severity.
           move "Program53_RTV_Accumulate" to ws-alr-program.
           move "SPLIT FILE FAILS ITS TRAILER CHECK"
                                           to ws-alr-message.
           perform 740-write-alert-line.
           move 8                          to return-code.
           stop run.

       end program Program53_RTV_Accumulate.
