       identification division.
       program-id. Program42_GL_Ack_Recon.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program ties the ledger's import
      *              acknowledgement back to the postings
      *              Program20_GL_Extract sent. Every posting line
      *              sent waits on the pending-postings file until
      *              the ledger owns up to it; the acknowledgement
      *              lists each store batch (store and post date)
      *              the ledger accepted or rejected with its debit
      *              and credit totals, and each one is tied to
      *              the batch as sent. An accepted batch comes off
      *              the pending file for good, so it is never sent
      *              twice; a rejected batch, or one sent on an
      *              earlier day with no acknowledgement at all,
      *              stays pending for the ledger extract to
      *              re-offer with the next day's postings, and is
      *              raised on the operations alert log. The
      *              acknowledgement file is left empty once taken.
      *              Runs ahead of the ledger extract.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Add each accepted store batch to the accepted-
      *               batch register (project1GLAccepted.dat), which
      *               the ledger extract checks so a rerun of a
      *               business date never sends an accepted batch
      *               again. Stop with a CRIT alert, leaving the
      *               pending and acknowledgement files as they are,
      *               when the pending file holds more lines than
      *               the table does, instead of dropping the rest.
      *  -            Stop the same way when the pending lines belong
      *               to more store batches than the batch table
      *               holds, rather than leave the extra batches
      *               unjudged.

       environment division.

       input-output section.
       file-control.
      *the posting lines sent and not yet accepted, as the ledger
      *extract leaves them - read in whole, then written back
           select pending-file assign      to
                               "../../../data/project1GLPending.dat"
               organization is line sequential
               file status is ws-pend-file-status.

      *the ledger's import acknowledgement - file status lets us
      *tell "nothing acknowledged" apart from a real open error
           select ack-file assign          to
                                   "../../../data/project1GLAck.dat"
               organization is line sequential
               file status is ws-ack-file-status.

      *every store batch the ledger has accepted, one line each,
      *added to as batches are accepted - the ledger extract
      *checks it before sending a store's set
           select register-file assign     to
                               "../../../data/project1GLAccepted.dat"
               organization is line sequential
               file status is ws-reg-file-status.

      *the acknowledgement reconciliation report
           select report-file assign       to
                               "../../../data/project1GLAckRecon.out"
               organization is line sequential.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

      *operations alert file - rejected and unacknowledged batches
      *land here
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

       data division.
       file section.

      *one posting line as sent, in the ledger import's layout,
      *with the date it was last offered to the ledger
       fd pending-file
           data record is pending-line
               record contains 56 characters.
       01 pending-line.
           05 pp-store-num                 pic xx.
           05 pp-account                   pic x(6).
           05 pp-dr-cr                     pic x.
           05 pp-amount                    pic 9(9)v99.
           05 pp-post-date                 pic 9(8).
           05 pp-desc                      pic x(20).
           05 pp-offered-date              pic 9(8).

      *one store batch as the ledger took it or turned it away
       fd ack-file
           data record is ack-line
               record contains 60 characters.
       01 ack-line.
           05 ak-store-num                 pic xx.
           05 ak-post-date                 pic 9(8).
           05 ak-status                    pic x.
               88 ak-accepted           value 'A'.
               88 ak-rejected           value 'R'.
           05 ak-debit-total               pic 9(9)v99.
           05 ak-credit-total              pic 9(9)v99.
           05 ak-reason                    pic x(20).
           05 filler                       pic x(7).

      *one accepted store batch - store, post date, the day the
      *acknowledgement was taken, and the totals the ledger took
       fd register-file
           data record is register-line
               record contains 40 characters.
       01 register-line.
           05 ar-store-num                 pic xx.
           05 ar-post-date                 pic 9(8).
           05 ar-accepted-date             pic 9(8).
           05 ar-debit-total               pic 9(9)v99.
           05 ar-credit-total              pic 9(9)v99.

       fd report-file
           data record is report-line
               record contains 110 characters.
       01 report-line                      pic x(110)
           value spaces.

      *common operations log record
       fd audit-file
           data record is audit-line
               record contains 84 characters.
       01 audit-line                       pic x(84)
           value spaces.

      *operations alert record
       fd alert-file
           data record is alert-line
               record contains 96 characters.
       01 alert-line                       pic x(96)
           value spaces.

       working-storage section.

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
       01 ws-pend-file-status               pic xx
           value spaces.
       01 ws-ack-file-status                pic xx
           value spaces.
       01 ws-reg-file-status                pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *today by the machine clock - a batch offered today is still
      *in flight, not missing
       01 ws-today                         pic 9(8)
           value 0.

      *every pending posting line, held for the rewrite
       01 ws-line-table.
           05 ws-ln-entry                  occurs 5000 times.
               10 ws-ln-record             pic x(56).
               10 ws-ln-batch              pic 999.
       01 ws-ln-count                      pic 9(4)
           value 0.
       01 ws-ln-idx                        pic 9(4)
           value 0.
       77 ws-max-lines                     pic 9(4)
           value 5000.

      *work view of one held line
       01 ws-work-line.
           05 wl-store-num                 pic xx.
           05 wl-account                   pic x(6).
           05 wl-dr-cr                     pic x.
           05 wl-amount                    pic 9(9)v99.
           05 wl-post-date                 pic 9(8).
           05 wl-desc                      pic x(20).
           05 wl-offered-date              pic 9(8).

      *one entry per store batch on the pending file - what was
      *sent, and what the ledger said about it
       01 ws-batch-table.
           05 ws-bt-entry                  occurs 500 times.
               10 ws-bt-store              pic xx.
               10 ws-bt-post-date          pic 9(8).
               10 ws-bt-offered-date       pic 9(8).
               10 ws-bt-debit              pic 9(9)v99.
               10 ws-bt-credit             pic 9(9)v99.
               10 ws-bt-ack-status         pic x.
                   88 ws-bt-no-ack          value ' '.
                   88 ws-bt-accepted        value 'A'.
                   88 ws-bt-rejected        value 'R'.
               10 ws-bt-ack-debit          pic 9(9)v99.
               10 ws-bt-ack-credit         pic 9(9)v99.
               10 ws-bt-ack-reason         pic x(20).
       01 ws-bt-count                      pic 999
           value 0.
       01 ws-bt-idx                        pic 999
           value 0.
       01 ws-cur-bt-idx                    pic 999
           value 0.
       77 ws-max-batches                   pic 999
           value 500.

      *what a CRIT stop names
       01 ws-refuse-message                pic x(40)
           value spaces.

      *counts for the footer and the audit log
       01 ws-total-batches                 pic 9(5)
           value 0.
       01 ws-total-accepted                pic 9(5)
           value 0.
       01 ws-total-rejected                pic 9(5)
           value 0.
       01 ws-total-missing                 pic 9(5)
           value 0.
       01 ws-total-in-flight               pic 9(5)
           value 0.
       01 ws-total-differ                  pic 9(5)
           value 0.
       01 ws-total-unknown                 pic 9(5)
           value 0.
       01 ws-total-acks                    pic 9(5)
           value 0.

      *what the alert names
       01 ws-alert-text                    pic x(26)
           value spaces.
       01 ws-alert-store                   pic xx
           value spaces.
       01 ws-alert-date                    pic 9(8)
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
           05 filler                       pic x(33)
               value "GL IMPORT ACKNOWLEDGEMENT RECON".

      *column headings
       01 ws-report-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(10)
               value "POST DATE".
           05 filler                       pic x(16)
               value "SENT DEBITS".
           05 filler                       pic x(16)
               value "SENT CREDITS".
           05 filler                       pic x(16)
               value "ACK DEBITS".
           05 filler                       pic x(16)
               value "ACK CREDITS".
           05 filler                       pic x(20)
               value "STATUS".

      *underlines
       01 ws-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(10)
               value "---------".
           05 filler                       pic x(16)
               value "-----------".
           05 filler                       pic x(16)
               value "------------".
           05 filler                       pic x(16)
               value "----------".
           05 filler                       pic x(16)
               value "-----------".
           05 filler                       pic x(20)
               value "------".

      *one line per store batch
       01 ws-detail-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-store                  pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-dl-post-date              pic 9(8)
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-dl-sent-debit             pic $$$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-sent-credit            pic $$$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-ack-debit              pic $$$,$$$,$$9.99
               blank when zero.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-ack-credit             pic $$$,$$$,$$9.99
               blank when zero.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-status                 pic x(30)
               value spaces.

      *an acknowledgement for a batch that isn't pending
       01 ws-unknown-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ul-store                  pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-ul-post-date              pic 9(8)
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 ws-ul-status                 pic x
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 filler                       pic x(40)
               value "ACKNOWLEDGED BUT NOT PENDING HERE".

      *section titles
       01 ws-unknown-title                 pic x(50)
           value "  ACKNOWLEDGEMENTS FOR BATCHES NOT PENDING".
       01 ws-no-ack-line                   pic x(50)
           value "  NO ACKNOWLEDGEMENT FILE FROM THE LEDGER".

      *footer
       01 ws-footer-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(11)
               value "ACCEPTED = ".
           05 ws-fl-accepted               pic zz,zz9
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 filler                       pic x(11)
               value "REJECTED = ".
           05 ws-fl-rejected               pic zz,zz9
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 filler                       pic x(10)
               value "NO ACK = ".
           05 ws-fl-missing                pic zz,zz9
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 filler                       pic x(12)
               value "IN FLIGHT = ".
           05 ws-fl-in-flight              pic zz,zz9
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 filler                       pic x(15)
               value "STILL PENDING =".
           05 ws-fl-pending                pic zz,zz9
               value 0.

      *status wording
       77 ws-accepted-msg                  pic x(30)
           value "ACCEPTED - CLEARED".
       77 ws-differ-msg                    pic x(30)
           value "ACCEPTED - TOTALS DIFFER".
       77 ws-rejected-msg                  pic x(9)
           value "REJECTED ".
       77 ws-missing-msg                   pic x(30)
           value "NO ACK - RE-OFFERED".
       77 ws-in-flight-msg                 pic x(30)
           value "SENT TODAY - AWAITING ACK".

       procedure division.
           accept ws-today                 from date yyyymmdd.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 100-load-pending.
           perform 200-apply-acks.

           write report-line               from ws-report-headings.
           write report-line               from ws-underlines.
           open extend register-file.
           if ws-reg-file-status not = '00'
               open output register-file
           end-if.
           perform 300-judge-one-batch
               varying ws-bt-idx from 1 by 1
               until ws-bt-idx > ws-bt-count.
           close register-file.

           perform 400-report-footer.

           if ws-ack-file-status = '00'
               perform 500-rewrite-pending
           end-if.

           perform 600-write-audit-line.
           close report-file.
           goback.

      *the pending posting lines into storage, each tallied onto
      *its store batch
       100-load-pending.
           move 'n'                        to ws-eof.
           open input pending-file.
           if ws-pend-file-status = '00'
               read pending-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-ln-count >= ws-max-lines
                       close pending-file
                       move "PENDING POSTINGS OVER TABLE LIMIT"
                                           to ws-refuse-message
                       perform 920-refuse-pending-file
                   end-if
                   add 1                   to ws-ln-count
                   move pending-line       to
                       ws-ln-record (ws-ln-count)
                   perform 110-tally-one-line
                   read pending-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close pending-file
           end-if.

       110-tally-one-line.
           move ws-ln-record (ws-ln-count) to ws-work-line.
           move 0                          to ws-cur-bt-idx.
           perform varying ws-bt-idx from 1 by 1
               until ws-bt-idx > ws-bt-count
               if ws-bt-store (ws-bt-idx) = wl-store-num
                   and ws-bt-post-date (ws-bt-idx) = wl-post-date
                   move ws-bt-idx          to ws-cur-bt-idx
               end-if
           end-perform.
           if ws-cur-bt-idx = 0
               and ws-bt-count >= ws-max-batches
               close pending-file
               move "PENDING BATCHES OVER TABLE LIMIT"
                                           to ws-refuse-message
               perform 920-refuse-pending-file
           end-if.
           if ws-cur-bt-idx = 0
               add 1                       to ws-bt-count
               move ws-bt-count            to ws-cur-bt-idx
               move wl-store-num           to
                   ws-bt-store (ws-cur-bt-idx)
               move wl-post-date           to
                   ws-bt-post-date (ws-cur-bt-idx)
               move wl-offered-date        to
                   ws-bt-offered-date (ws-cur-bt-idx)
               move 0                      to
                   ws-bt-debit (ws-cur-bt-idx)
               move 0                      to
                   ws-bt-credit (ws-cur-bt-idx)
               move space                  to
                   ws-bt-ack-status (ws-cur-bt-idx)
               move 0                      to
                   ws-bt-ack-debit (ws-cur-bt-idx)
               move 0                      to
                   ws-bt-ack-credit (ws-cur-bt-idx)
               move spaces                 to
                   ws-bt-ack-reason (ws-cur-bt-idx)
           end-if.
           move ws-cur-bt-idx              to
               ws-ln-batch (ws-ln-count).
           if wl-offered-date > ws-bt-offered-date (ws-cur-bt-idx)
               move wl-offered-date        to
                   ws-bt-offered-date (ws-cur-bt-idx)
           end-if.
           if wl-dr-cr = 'D'
               add wl-amount               to
                   ws-bt-debit (ws-cur-bt-idx)
           else
               add wl-amount               to
                   ws-bt-credit (ws-cur-bt-idx)
           end-if.

      *the acknowledgement laid against the batches - the last
      *word on a batch stands, and an acknowledgement for a batch
      *not pending is listed on its own. The file is left empty
      *once taken
       200-apply-acks.
           move 'n'                        to ws-eof.
           open input ack-file.
           if ws-ack-file-status not = '00'
               write report-line           from ws-no-ack-line
               write report-line           from spaces
           else
               read ack-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-total-acks
                   perform 210-apply-one-ack
                   read ack-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close ack-file
               open output ack-file
               close ack-file
               if ws-total-unknown > 0
                   write report-line       from spaces
               end-if
           end-if.

       210-apply-one-ack.
           move 0                          to ws-cur-bt-idx.
           perform varying ws-bt-idx from 1 by 1
               until ws-bt-idx > ws-bt-count
               if ws-bt-store (ws-bt-idx) = ak-store-num
                   and ws-bt-post-date (ws-bt-idx) = ak-post-date
                   move ws-bt-idx          to ws-cur-bt-idx
               end-if
           end-perform.
           if ws-cur-bt-idx = 0
               if ws-total-unknown = 0
                   write report-line       from ws-unknown-title
               end-if
               add 1                       to ws-total-unknown
               move ak-store-num           to ws-ul-store
               move ak-post-date           to ws-ul-post-date
               move ak-status              to ws-ul-status
               write report-line           from ws-unknown-line
               if ak-accepted
                   move "GL ACK FOR BATCH NOT SENT"
                                           to ws-alert-text
                   move ak-store-num       to ws-alert-store
                   move ak-post-date       to ws-alert-date
                   perform 450-raise-batch-alert
               end-if
           else
               move ak-status              to
                   ws-bt-ack-status (ws-cur-bt-idx)
               if ak-debit-total is numeric
                   move ak-debit-total     to
                       ws-bt-ack-debit (ws-cur-bt-idx)
               end-if
               if ak-credit-total is numeric
                   move ak-credit-total    to
                       ws-bt-ack-credit (ws-cur-bt-idx)
               end-if
               move ak-reason              to
                   ws-bt-ack-reason (ws-cur-bt-idx)
           end-if.

      *one store batch judged - accepted ones tie their totals,
      *the rest stay pending and are raised
       300-judge-one-batch.
           add 1                           to ws-total-batches.
           move ws-bt-store (ws-bt-idx)    to ws-dl-store.
           move ws-bt-post-date (ws-bt-idx)
                                           to ws-dl-post-date.
           move ws-bt-debit (ws-bt-idx)    to ws-dl-sent-debit.
           move ws-bt-credit (ws-bt-idx)   to ws-dl-sent-credit.
           move ws-bt-ack-debit (ws-bt-idx)
                                           to ws-dl-ack-debit.
           move ws-bt-ack-credit (ws-bt-idx)
                                           to ws-dl-ack-credit.
           move ws-bt-store (ws-bt-idx)    to ws-alert-store.
           move ws-bt-post-date (ws-bt-idx)
                                           to ws-alert-date.
           evaluate true
               when ws-bt-accepted (ws-bt-idx)
                   add 1                   to ws-total-accepted
                   if ws-bt-ack-debit (ws-bt-idx)
                           = ws-bt-debit (ws-bt-idx)
                       and ws-bt-ack-credit (ws-bt-idx)
                           = ws-bt-credit (ws-bt-idx)
                       move ws-accepted-msg
                                           to ws-dl-status
                   else
                       add 1               to ws-total-differ
                       move ws-differ-msg  to ws-dl-status
                       move "GL BATCH TOTALS DIFFER"
                                           to ws-alert-text
                       perform 450-raise-batch-alert
                   end-if
                   perform 460-register-accepted
               when ws-bt-rejected (ws-bt-idx)
                   add 1                   to ws-total-rejected
                   move spaces             to ws-dl-status
                   string ws-rejected-msg  delimited by size
                          ws-bt-ack-reason (ws-bt-idx)
                                           delimited by size
                       into ws-dl-status
                   move "GL BATCH REJECTED"
                                           to ws-alert-text
                   perform 450-raise-batch-alert
               when ws-bt-offered-date (ws-bt-idx) >= ws-today
                   add 1                   to ws-total-in-flight
                   move ws-in-flight-msg   to ws-dl-status
               when other
                   add 1                   to ws-total-missing
                   move ws-missing-msg     to ws-dl-status
                   move "GL BATCH NOT ACKNOWLEDGED"
                                           to ws-alert-text
                   perform 450-raise-batch-alert
           end-evaluate.
           write report-line               from ws-detail-line.

      *accepted, rejected, no-ack and in-flight counts
       400-report-footer.
           move ws-total-accepted          to ws-fl-accepted.
           move ws-total-rejected          to ws-fl-rejected.
           move ws-total-missing           to ws-fl-missing.
           move ws-total-in-flight         to ws-fl-in-flight.
           compute ws-fl-pending =
               ws-total-batches - ws-total-accepted.
           write report-line               from spaces.
           write report-line               from ws-footer-line.

      *one WARN line per batch that needs chasing with the ledger
       450-raise-batch-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program42_GL_Ack_Recon"   to ws-alr-program.
           move spaces                     to ws-alr-message.
           string ws-alert-text            delimited by "  "
                  " "                      delimited by size
                  ws-alert-store           delimited by size
                  " "                      delimited by size
                  ws-alert-date            delimited by size
               into ws-alr-message.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *the accepted batch onto the register, so it is never sent
      *to the ledger again
       460-register-accepted.
           move ws-bt-store (ws-bt-idx)    to ar-store-num.
           move ws-bt-post-date (ws-bt-idx)
                                           to ar-post-date.
           move ws-today                   to ar-accepted-date.
           move ws-bt-ack-debit (ws-bt-idx)
                                           to ar-debit-total.
           move ws-bt-ack-credit (ws-bt-idx)
                                           to ar-credit-total.
           write register-line.

      *the pending file written back without the accepted
      *batches - only when an acknowledgement came in, so a day
      *the ledger sent nothing leaves everything waiting
       500-rewrite-pending.
           open output pending-file.
           perform varying ws-ln-idx from 1 by 1
               until ws-ln-idx > ws-ln-count
               move ws-ln-batch (ws-ln-idx)
                                           to ws-cur-bt-idx
               if ws-cur-bt-idx = 0
                   write pending-line      from
                       ws-ln-record (ws-ln-idx)
               else
                   if not ws-bt-accepted (ws-cur-bt-idx)
                       write pending-line  from
                           ws-ln-record (ws-ln-idx)
                   end-if
               end-if
           end-perform.
           close pending-file.

      *drops this run's summary onto the common operations log -
      *the rejected column carries the batches still pending, so
      *the dashboard shows them
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program42_GL_Ack_Recon"   to ws-aud-program.
           move ws-total-batches           to ws-aud-in.
           move ws-total-accepted          to ws-aud-out.
           compute ws-aud-rejected =
               ws-total-batches - ws-total-accepted.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *more lines or batches pending than the tables hold -
      *rewriting the file would drop the rest, so nothing is
      *touched: raise the alert and end the step nonzero so the
      *chain halts here
       920-refuse-pending-file.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "CRIT"                     to ws-alr-severity.
           move "Program42_GL_Ack_Recon"   to ws-alr-program.
           move ws-refuse-message          to ws-alr-message.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.
           close report-file.
           move 8                          to return-code.
           stop run.

       end program Program42_GL_Ack_Recon.
