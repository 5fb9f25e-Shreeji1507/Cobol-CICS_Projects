       identification division.
       program-id. Program56_Contact_Ret_Log.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program keeps the returns the weekly
      *              contact-to-return report (Program57_Contact_
      *              Report) matches customer contacts against. The
      *              return split file only ever holds the one day,
      *              and the invoice history master carries no
      *              return reason, so each night every return that
      *              can be traced back to a customer - one carrying
      *              a customer number or an original invoice - is
      *              taken off the split file onto the contact
      *              return log with its reason, SKU and refund. A
      *              return already on the log is never taken a
      *              second time, so a rerun of the same day or a
      *              store's retransmission adds nothing twice, and
      *              returns older than the report could ever look
      *              back to drop off the log as it is rewritten.
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

      *the returns kept for the contact report - read in whole,
      *then written back. File status lets us tell "first run,
      *nothing logged" apart from a real open error
           select retlog-file assign       to
                               "../../../data/project1ContactRet.dat"
               organization is line sequential
               file status is ws-log-file-status.

      *the business date the returns are taken under
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the run listing
           select report-file assign       to
                               "../../../data/project1ContactRet.out"
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
           05 rl-orig-invoice-num          pic x(9).
           05 rl-trans-date                pic x(8).
           05 rl-exchange-sku              pic x(15).
           05 rl-customer-num              pic x(8).
           05 rl-cashier-id                pic x(8).

      *one logged return - the return's invoice, the sale it came
      *back against, the customer, store, SKU, reason, the refund,
      *the day it was rung and the day it was taken
       fd retlog-file
           data record is retlog-line
               record contains 70 characters.
       01 retlog-line.
           05 cr-ret-invoice               pic x(9).
           05 cr-orig-invoice              pic x(9).
           05 cr-customer-num              pic x(8).
           05 cr-store-num                 pic xx.
           05 cr-sku-code                  pic x(15).
           05 cr-reason                    pic xx.
           05 cr-amount                    pic 9(5)v99.
           05 cr-trans-date                pic x(8).
           05 cr-taken-date                pic 9(8).
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
       01 ws-log-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.
       01 ws-log-eof                       pic x
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

      *the return log held in storage, with the day's returns
      *added behind. When it fills, nothing more is taken and the
      *alert tells operations to widen it - the returns already
      *logged are kept
       01 ws-retlog-table.
           05 ws-rg-entry                  occurs 10000 times
               indexed by ws-rg-idx.
               10 ws-rg-ret-invoice        pic x(9).
               10 ws-rg-orig-invoice       pic x(9).
               10 ws-rg-customer           pic x(8).
               10 ws-rg-store              pic xx.
               10 ws-rg-sku                pic x(15).
               10 ws-rg-reason             pic xx.
               10 ws-rg-amount             pic 9(5)v99.
               10 ws-rg-trans-date         pic x(8).
               10 ws-rg-taken-date         pic 9(8).
       01 ws-rg-count                      pic 9(5)
           value 0.
       77 ws-max-retlog                    pic 9(5)
           value 10000.
       01 ws-retlog-full-sw                pic x
           value 'n'.
           88 ws-retlog-full            value 'y'.

      *the days a return stays on the log - comfortably past the
      *longest follow-up window the contact report is ever run
      *with, plus the week it reports on
       77 ws-keep-days                     pic 999
           value 120.

      *where the return being judged already stands
       01 ws-held-sw                       pic x
           value 'n'.
           88 ws-already-logged         value 'y'.

      *date arithmetic for the keep window
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
       01 ws-total-untraced                pic 9(5)
           value 0.
       01 ws-total-taken                   pic 9(5)
           value 0.
       01 ws-total-held                    pic 9(5)
           value 0.
       01 ws-total-not-taken               pic 9(5)
           value 0.
       01 ws-total-purged                  pic 9(5)
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
               value "CONTACT RETURN LOG".
           05 filler                       pic x(14)
               value "BUSINESS DATE ".
           05 ws-rh-bus-date               pic 9(8)
               value 0.

      *missing-file and full-file warnings at the top of the
      *report
       01 ws-no-return-file-line           pic x(60)
           value "  NO RETURN SPLIT FILE - NOTHING TAKEN".
       01 ws-full-line                     pic x(60)
           value "  CONTACT RETURN LOG FULL - RETURNS NOT TAKEN".

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
               value "NO CUSTOMER OR ORIG INVOICE  = ".
           05 ws-fl-untraced               pic zz,zz9
               value 0.
       01 ws-footer-line-3.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "TAKEN ONTO THE LOG           = ".
           05 ws-fl-taken                  pic zz,zz9
               value 0.
       01 ws-footer-line-4.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "ALREADY ON THE LOG           = ".
           05 ws-fl-held                   pic zz,zz9
               value 0.
       01 ws-footer-line-5.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "NOT TAKEN - LOG FULL         = ".
           05 ws-fl-not-taken              pic zz,zz9
               value 0.
       01 ws-footer-line-6.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "AGED OFF THE LOG             = ".
           05 ws-fl-purged                 pic zz,zz9
               value 0.
       01 ws-footer-line-7.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "NOW ON THE LOG               = ".
           05 ws-fl-on-log                 pic zz,zz9
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

           perform 100-load-retlog.
           if ws-retlog-full
               write report-line           from ws-full-line
               perform 720-raise-full-alert
           end-if.

           perform 200-take-returns.

           perform 500-report-footer.
           perform 750-rewrite-retlog.
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

      *everything already on the log that is still inside the keep
      *window - an older return can't fall inside any contact's
      *follow-up window the report will look at again
       100-load-retlog.
           open input retlog-file
           if ws-log-file-status = '00'
               read retlog-file
                   at end move 'y'         to ws-log-eof
               end-read
               perform until ws-log-eof = 'y'
                   move 0                  to ws-item-age
                   if cr-taken-date is numeric
                       move cr-taken-date  to ws-calc-date
                       perform 800-compute-day-serial
                       compute ws-item-age =
                           ws-run-serial - ws-serial-day
                   end-if
                   if ws-item-age > ws-keep-days
                       add 1               to ws-total-purged
                   else
                       if ws-rg-count < ws-max-retlog
                           perform 110-keep-logged-return
                       else
                           move 'y'        to ws-retlog-full-sw
                       end-if
                   end-if
                   read retlog-file
                       at end move 'y'     to ws-log-eof
                   end-read
               end-perform
               close retlog-file
           end-if.
           if ws-rg-count >= ws-max-retlog
               move 'y'                    to ws-retlog-full-sw
           end-if.

       110-keep-logged-return.
           add 1                           to ws-rg-count.
           move cr-ret-invoice             to
               ws-rg-ret-invoice (ws-rg-count).
           move cr-orig-invoice            to
               ws-rg-orig-invoice (ws-rg-count).
           move cr-customer-num            to
               ws-rg-customer (ws-rg-count).
           move cr-store-num               to
               ws-rg-store (ws-rg-count).
           move cr-sku-code                to
               ws-rg-sku (ws-rg-count).
           move cr-reason                  to
               ws-rg-reason (ws-rg-count).
           move cr-amount                  to
               ws-rg-amount (ws-rg-count).
           move cr-trans-date              to
               ws-rg-trans-date (ws-rg-count).
           move cr-taken-date              to
               ws-rg-taken-date (ws-rg-count).

      *every return on the day's split file, verified against its
      *trailer
       200-take-returns.
           move 'n'                        to ws-eof.
           move 'n'                        to ws-trl-seen-sw.
           move 0                          to ws-ctl-in-cnt.
           move 0                          to ws-ctl-in-hash.
           open input ret-file
           if ws-ret-file-status not = '00'
               write report-line           from ws-no-return-file-line
           else
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

      *one return - one that can be traced to a customer goes on
      *the log unless it is already there
       210-take-one-return.
           add 1                           to ws-ctl-in-cnt.
           if rl-trans-amount is numeric
               add rl-trans-amount         to ws-ctl-in-hash
           end-if.
           add 1                           to ws-total-returns.
           if rl-customer-num = spaces
               and rl-orig-invoice-num = spaces
               add 1                       to ws-total-untraced
           else
               perform 220-check-already-logged
               evaluate true
                   when ws-already-logged
                       add 1               to ws-total-held
                   when ws-retlog-full
                       add 1               to ws-total-not-taken
                   when other
                       perform 230-add-logged
               end-evaluate
           end-if.

      *a return is known by its store, invoice and SKU
       220-check-already-logged.
           move 'n'                        to ws-held-sw.
           perform varying ws-rg-idx from 1 by 1
               until ws-rg-idx > ws-rg-count
               if ws-rg-ret-invoice (ws-rg-idx) = rl-invoice-num
                   and ws-rg-store (ws-rg-idx) = rl-store-num
                   and ws-rg-sku (ws-rg-idx) = rl-sku-code
                   move 'y'                to ws-held-sw
               end-if
           end-perform.

      *the return onto the end of the log table
       230-add-logged.
           add 1                           to ws-rg-count.
           move rl-invoice-num             to
               ws-rg-ret-invoice (ws-rg-count).
           move rl-orig-invoice-num        to
               ws-rg-orig-invoice (ws-rg-count).
           move rl-customer-num            to
               ws-rg-customer (ws-rg-count).
           move rl-store-num               to
               ws-rg-store (ws-rg-count).
           move rl-sku-code                to
               ws-rg-sku (ws-rg-count).
           move rl-return-reason           to
               ws-rg-reason (ws-rg-count).
           if rl-trans-amount is numeric
               move rl-trans-amount        to
                   ws-rg-amount (ws-rg-count)
           else
               move 0                      to
                   ws-rg-amount (ws-rg-count)
           end-if.
           move rl-trans-date              to
               ws-rg-trans-date (ws-rg-count).
           move ws-run-date                to
               ws-rg-taken-date (ws-rg-count).
           add 1                           to ws-total-taken.
           if ws-rg-count >= ws-max-retlog
               move 'y'                    to ws-retlog-full-sw
               perform 720-raise-full-alert
           end-if.

      *counts for the run
       500-report-footer.
           move ws-total-returns           to ws-fl-returns.
           move ws-total-untraced          to ws-fl-untraced.
           move ws-total-taken             to ws-fl-taken.
           move ws-total-held              to ws-fl-held.
           move ws-total-not-taken         to ws-fl-not-taken.
           move ws-total-purged            to ws-fl-purged.
           move ws-rg-count                to ws-fl-on-log.
           write report-line               from spaces.
           write report-line               from ws-footer-line-1.
           write report-line               from ws-footer-line-2.
           write report-line               from ws-footer-line-3.
           write report-line               from ws-footer-line-4.
           write report-line               from ws-footer-line-5.
           write report-line               from ws-footer-line-6.
           write report-line               from ws-footer-line-7.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program56_Contact_Ret_Log"
                                           to ws-aud-program.
           move ws-total-returns           to ws-aud-in.
           move ws-total-taken             to ws-aud-out.
           move ws-total-not-taken         to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *the log has filled - it needs widening before more returns
      *can be matched to contacts
       720-raise-full-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program56_Contact_Ret_Log"
                                           to ws-alr-program.
           move "CONTACT RETURN LOG FULL"  to ws-alr-message.
           perform 740-write-alert-line.

       740-write-alert-line.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *writes the log back out, the day's returns behind what was
      *kept - a return aged past the keep window is left off
       750-rewrite-retlog.
           open output retlog-file.
           perform varying ws-rg-idx from 1 by 1
               until ws-rg-idx > ws-rg-count
               move spaces                 to retlog-line
               move ws-rg-ret-invoice (ws-rg-idx)
                                           to cr-ret-invoice
               move ws-rg-orig-invoice (ws-rg-idx)
                                           to cr-orig-invoice
               move ws-rg-customer (ws-rg-idx)
                                           to cr-customer-num
               move ws-rg-store (ws-rg-idx)
                                           to cr-store-num
               move ws-rg-sku (ws-rg-idx)  to cr-sku-code
               move ws-rg-reason (ws-rg-idx)
                                           to cr-reason
               move ws-rg-amount (ws-rg-idx)
                                           to cr-amount
               move ws-rg-trans-date (ws-rg-idx)
                                           to cr-trans-date
               move ws-rg-taken-date (ws-rg-idx)
                                           to cr-taken-date
               write retlog-line
           end-perform.
           close retlog-file.

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
           move "Program56_Contact_Ret_Log"
                                           to ws-alr-program.
           move "SPLIT FILE FAILS ITS TRAILER CHECK"
                                           to ws-alr-message.
           perform 740-write-alert-line.
           move 8                          to return-code.
           stop run.

       end program Program56_Contact_Ret_Log.
