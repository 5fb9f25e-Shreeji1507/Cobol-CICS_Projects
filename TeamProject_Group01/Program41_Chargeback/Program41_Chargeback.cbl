       identification division.
       program-id. Program41_Chargeback.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program takes in the card processor's
      *              chargeback file - the disputed card sales the
      *              processor has pulled back from us - and edits
      *              it the way the bank-file edit step vets the
      *              settlement file: a header declaring the
      *              business date, the record count and the
      *              dollar total, and a file whose header is
      *              missing or whose count or total doesn't tie
      *              is held whole with a reason and flagged on
      *              the operations alert log. Each chargeback in a
      *              file that ties is matched by invoice number
      *              against the invoice history master, picking
      *              up the store, sale date, sale amount, customer
      *              and cashier of the disputed sale. A chargeback
      *              for an invoice we have no record of, or for
      *              more than the original sale, goes to the
      *              exceptions section unposted; the matched ones
      *              go to project1Chargebacks.dat for
      *              Program20_GL_Extract to post against the
      *              chargeback-loss account. The inbound file is
      *              left empty once taken, so a backlog pass or a
      *              rerun can't post the same chargebacks twice.
      *              Runs after the bank-file edit, ahead of the
      *              ledger extract.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Widen the invoice history record to 67 bytes for
      *               the original invoice number each entry now
      *               carries.
      *  -            Widen the invoice history record to 82 bytes for
      *               the SKU code each entry now carries.
      *  -            Stop with a CRIT alert and leave the inbound file
      *               as it was when it holds more chargebacks than
      *               the table does, instead of judging part of it
      *               and emptying the rest away.

       environment division.

       input-output section.
       file-control.
      *the card processor's chargeback file as transmitted - file
      *status lets us tell "nothing transmitted" apart from a real
      *open error
           select cb-file assign           to
                               "../../../data/project1Chargeback.dat"
               organization is line sequential
               file status is ws-cb-file-status.

      *the invoice history master kept by the nightly history
      *post - indexed on the invoice number, so each match is one
      *keyed read
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is random
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the matched chargebacks handed to the ledger extract
           select match-file assign        to
                               "../../../data/project1Chargebacks.dat"
               organization is line sequential.

      *held bank files - the same running history the bank-file
      *edit step keeps, so every held inbound file is in one place
           select held-file assign         to
                                   "../../../data/project1HeldBank.out"
               organization is line sequential
               file status is ws-held-file-status.

      *the business date the handoff is stamped with
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the chargeback intake report
           select report-file assign       to
                               "../../../data/project1Chargeback.out"
               organization is line sequential.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

      *operations alert file - a held file or unmatched
      *chargebacks land here
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

       data division.
       file section.

      *chargeback record - detail, with the header laid over the
      *same storage the way the bank files carry theirs. The
      *header declares the business date, the record count and
      *the dollar total the details must add up to
       fd cb-file
           data record is cb-line
               record contains 40 characters.
       01 cb-line.
           05 cb-invoice-num               pic x(9).
           05 cb-amount                    pic x(9).
           05 cb-reason-code               pic x(4).
           05 cb-dispute-date              pic x(8).
           05 cb-case-ref                  pic x(10).
       01 cb-header-line.
           05 ch-tag                       pic x(3).
               88 ch-is-header          value 'BHD'.
           05 ch-business-date             pic x(8).
           05 ch-declared-count            pic x(5).
           05 ch-declared-amount           pic x(11).
           05 filler                       pic x(13).

      *invoice history record, as the nightly history post keeps it
       fd history-file
           data record is history-line
               record contains 82 characters.
       01 history-line.
           05 hl-invoice-num               pic x(9).
           05 hl-trans-code                pic x.
           05 hl-store-num                 pic xx.
           05 hl-trans-amount              pic 9(5)v99.
           05 hl-trans-date                pic 9(8).
           05 hl-refunded-amount           pic 9(5)v99.
           05 hl-posted-date               pic 9(8).
           05 hl-customer-num              pic x(8).
           05 hl-cashier-id                pic x(8).
           05 hl-orig-invoice-num          pic x(9).
           05 hl-sku-code                  pic x(15).

      *one matched chargeback - the disputed sale as history has
      *it and what the processor pulled back. Bracketed by the
      *header and trailer control records like every handoff
       fd match-file
           data record is match-line
               record contains 80 characters.
       01 match-line.
           05 cm-invoice-num               pic x(9).
           05 cm-store-num                 pic xx.
           05 cm-sale-date                 pic 9(8).
           05 cm-sale-amount               pic 9(5)v99.
           05 cm-cb-amount                 pic 9(7)v99.
           05 cm-customer-num              pic x(8).
           05 cm-cashier-id                pic x(8).
           05 cm-reason-code               pic x(4).
           05 cm-case-ref                  pic x(10).
           05 cm-dispute-date              pic x(8).
           05 filler                       pic x(7).

      *held-file record - date, which file, reason, the record
       fd held-file
           data record is held-line
               record contains 81 characters.
       01 held-line                        pic x(81)
           value spaces.

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

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

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".

      *operations alert line, shared layout with the other
      *programs that raise control failures
       copy "OPSALERT.cpy".

      *header/trailer control records bracketing every handoff
      *file
       copy "CTLREC.cpy".

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-alert-file-status              pic xx
           value spaces.
       01 ws-cb-file-status                 pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-held-file-status               pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *whether the history master opened - a missing master
      *leaves every chargeback unmatched rather than abending
       01 ws-hist-open-sw                   pic x
           value 'n'.
           88 ws-hist-is-open           value 'y'.

      *the key of the master's own control record, which carries
      *the posted date and is never an invoice
       77 ws-hist-control-key               pic x(9)
           value "*CONTROL*".

      *the business date the handoff carries
       01 ws-run-date                      pic 9(8)
           value 0.

      *the inbound file held whole while it is judged
       01 ws-file-table.
           05 ws-ft-record                 pic x(40)
               occurs 500 times.
       01 ws-ft-count                      pic 999
           value 0.
       01 ws-ft-idx                        pic 999
           value 0.
       01 ws-ft-full-sw                    pic x
           value 'n'.
           88 ws-ft-full                value 'y'.

      *detail view of the record being judged off the hold table
       01 ws-work-record                   pic x(40)
           value spaces.
       01 ws-work-cb redefines ws-work-record.
           05 wk-invoice-num               pic x(9).
           05 wk-amount                    pic x(9).
           05 wk-amount-n redefines wk-amount
                                           pic 9(7)v99.
           05 wk-reason-code               pic x(4).
           05 wk-dispute-date              pic x(8).
           05 wk-case-ref                  pic x(10).

      *what the header declared, and the sum actually read
       01 ws-hdr-seen-sw                   pic x
           value 'n'.
           88 ws-hdr-seen               value 'y'.
       01 ws-hdr-date                      pic x(8)
           value spaces.
       01 ws-hdr-count-x                   pic x(5)
           value spaces.
       01 ws-hdr-count                     pic 9(5)
           value 0.
       01 ws-hdr-amt-x                     pic x(11)
           value spaces.
       01 ws-hdr-amt-n redefines ws-hdr-amt-x
                                           pic 9(9)v99.
       01 ws-hdr-amt                       pic 9(9)v99
           value 0.
       01 ws-sum-amt                       pic 9(9)v99
           value 0.
       01 ws-hold-reason                   pic x(20)
           value spaces.
       77 ws-cur-file-name                 pic x(10)
           value "CHARGEBACK".

      *why one chargeback could not be matched
       01 ws-exc-reason                    pic x(24)
           value spaces.

      *handoff control count and hash
       01 ws-match-out-cnt                 pic 9(7)
           value 0.
       01 ws-match-out-hash                pic 9(11)v99
           value 0.

      *counts and totals for the footer and the audit log
       01 ws-total-received                pic 9(5)
           value 0.
       01 ws-total-matched                 pic 9(5)
           value 0.
       01 ws-total-exceptions              pic 9(5)
           value 0.
       01 ws-total-held                    pic 9(5)
           value 0.
       01 ws-matched-amt                   pic 9(9)v99
           value 0.
       01 ws-exception-amt                 pic 9(9)v99
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
               value "CARD CHARGEBACK INTAKE".

      *file disposition headings and line, as the bank-file edit
      *prints them
       01 ws-file-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(12)
               value "FILE".
           05 filler                       pic x(12)
               value "BUS. DATE".
           05 filler                       pic x(11)
               value "RECEIVED".
           05 filler                       pic x(30)
               value "DISPOSITION".
       01 ws-file-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(12)
               value "----".
           05 filler                       pic x(12)
               value "---------".
           05 filler                       pic x(11)
               value "--------".
           05 filler                       pic x(30)
               value "-----------".
       01 ws-file-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-fl-file                   pic x(10)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-fl-bus-date               pic x(8)
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-fl-received               pic zz,zz9
               value 0.
           05 filler                       pic x(5)
               value spaces.
           05 ws-fl-dispo                  pic x(30)
               value spaces.

      *matched section
       01 ws-match-title                   pic x(40)
           value "  MATCHED CHARGEBACKS - POSTED".
       01 ws-match-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(6)
               value "STORE".
           05 filler                       pic x(10)
               value "SALE DATE".
           05 filler                       pic x(12)
               value "SALE AMT".
           05 filler                       pic x(15)
               value "CHARGEBACK".
           05 filler                       pic x(10)
               value "CUSTOMER".
           05 filler                       pic x(10)
               value "CASHIER".
           05 filler                       pic x(7)
               value "REASON".
           05 filler                       pic x(10)
               value "CASE REF".
       01 ws-match-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(11)
               value "-------".
           05 filler                       pic x(6)
               value "-----".
           05 filler                       pic x(10)
               value "---------".
           05 filler                       pic x(12)
               value "--------".
           05 filler                       pic x(15)
               value "----------".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(10)
               value "-------".
           05 filler                       pic x(7)
               value "------".
           05 filler                       pic x(10)
               value "--------".
       01 ws-match-detail-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-md-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-md-store                  pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-md-sale-date              pic 9(8)
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-md-sale-amt               pic $$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-md-cb-amt                 pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-md-customer               pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-md-cashier                pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-md-reason                 pic x(4)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-md-case-ref               pic x(10)
               value spaces.

      *exceptions section
       01 ws-exc-title                     pic x(40)
           value "  EXCEPTIONS - NOT POSTED".
       01 ws-exc-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(15)
               value "CHARGEBACK".
           05 filler                       pic x(7)
               value "REASON".
           05 filler                       pic x(12)
               value "CASE REF".
           05 filler                       pic x(24)
               value "EXCEPTION".
       01 ws-exc-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(11)
               value "-------".
           05 filler                       pic x(15)
               value "----------".
           05 filler                       pic x(7)
               value "------".
           05 filler                       pic x(12)
               value "--------".
           05 filler                       pic x(24)
               value "---------".
       01 ws-exc-detail-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-ed-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(1)
               value spaces.
           05 ws-ed-cb-amt                 pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ed-reason                 pic x(4)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-ed-case-ref               pic x(10)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ed-exception              pic x(24)
               value spaces.
       01 ws-none-line                     pic x(20)
           value "    NONE".

      *footer
       01 ws-footer-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(10)
               value "MATCHED = ".
           05 ws-fo-matched                pic zz,zz9
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-fo-matched-amt            pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(13)
               value "EXCEPTIONS = ".
           05 ws-fo-exceptions             pic zz,zz9
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-fo-exception-amt          pic $$,$$$,$$9.99
               value 0.

      *held-file detail - date, file, reason, the record itself
       01 ws-held-details.
           05 ws-hd-date                   pic 99/99/99
               value 0.
           05 filler                       pic x
               value spaces.
           05 ws-hd-file                   pic x(10)
               value spaces.
           05 filler                       pic x
               value spaces.
           05 ws-hd-reason                 pic x(20)
               value spaces.
           05 filler                       pic x
               value spaces.
           05 ws-hd-record                 pic x(40)
               value spaces.

      *hold and exception wording
       77 ws-no-header-msg                 pic x(20)
           value "NO FILE HEADER".
       77 ws-bad-date-msg                  pic x(20)
           value "HEADER BAD DATE".
       77 ws-bad-count-msg                 pic x(20)
           value "COUNT DOES NOT TIE".
       77 ws-bad-amount-msg                pic x(20)
           value "AMOUNT NOT NUMERIC".
       77 ws-bad-total-msg                 pic x(20)
           value "TOTALS DO NOT TIE".
       77 ws-passed-msg                    pic x(30)
           value "PASSED TO MATCHING".
       77 ws-missing-msg                   pic x(30)
           value "NOT TRANSMITTED".
       77 ws-too-many-msg                  pic x(30)
           value "NOT TAKEN - OVER 500 RECORDS".
       77 ws-not-on-file-msg               pic x(24)
           value "INVOICE NOT ON FILE".
       77 ws-over-sale-msg                 pic x(24)
           value "MORE THAN ORIGINAL SALE".

       procedure division.
           perform 050-settle-run-date.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-date                    to ws-hd-date.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.
           write report-line               from ws-file-headings.
           write report-line               from ws-file-underlines.

           open output match-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program41_Chargeback"     to ws-ctl-program.
           write match-line                from ws-ctl-record.

           perform 100-edit-chargebacks.

           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-match-out-cnt           to ws-ctl-count.
           move ws-match-out-hash          to ws-ctl-hash.
           write match-line                from ws-ctl-record.
           close match-file.

           perform 600-write-audit-line.

           close report-file.
           goback.

      *the handoff is stamped with the business date the
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

      *the chargeback file - pulled in whole, judged, and only a
      *file that ties end to end is matched. Either way the
      *inbound file is then left empty so nothing posts twice. A
      *file with more records than the table holds is not taken at
      *all - it stays where it is for a rerun
       100-edit-chargebacks.
           open input cb-file.
           if ws-cb-file-status not = '00'
               move spaces                 to ws-fl-bus-date
               move 0                      to ws-fl-received
               move ws-cur-file-name       to ws-fl-file
               move ws-missing-msg         to ws-fl-dispo
               write report-line           from ws-file-line
           else
               perform 110-read-chargebacks
               close cb-file
               if ws-ft-full
                   perform 130-refuse-file-full
               else
                   perform 120-judge-chargebacks
                   open output cb-file
                   close cb-file
               end-if
           end-if.

       110-read-chargebacks.
           move 'n'                        to ws-eof.
           move 'n'                        to ws-hdr-seen-sw.
           move 0                          to ws-ft-count.
           move 'n'                        to ws-ft-full-sw.

           read cb-file
               at end move 'y'             to ws-eof
           end-read.
           if ws-eof not = 'y' and ch-is-header
               move 'y'                    to ws-hdr-seen-sw
               move ch-business-date       to ws-hdr-date
               move ch-declared-count      to ws-hdr-count-x
               move ch-declared-amount     to ws-hdr-amt-x
               read cb-file
                   at end move 'y'         to ws-eof
               end-read
           end-if.
           perform until ws-eof = 'y'
               if ws-ft-count < 500
                   add 1                   to ws-ft-count
                   move cb-line            to
                       ws-ft-record (ws-ft-count)
               else
                   move 'y'                to ws-ft-full-sw
               end-if
               read cb-file
                   at end move 'y'         to ws-eof
               end-read
           end-perform.

      *more chargebacks than the table holds - judging part of the
      *file would lose the rest when it is emptied, so none of it
      *is matched: listed, CRIT on the alert log, and the step
      *ends nonzero so the chain halts here
       130-refuse-file-full.
           move ws-cur-file-name           to ws-fl-file.
           move ws-hdr-date                to ws-fl-bus-date.
           move ws-ft-count                to ws-fl-received.
           move ws-too-many-msg            to ws-fl-dispo.
           write report-line               from ws-file-line.

           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "CRIT"                     to ws-alr-severity.
           move "Program41_Chargeback"     to ws-alr-program.
           move "CHARGEBACK FILE OVER TABLE LIMIT"
                                           to ws-alr-message.
           perform 470-write-alert-line.
           move 8                          to return-code.

      *the file checks - header shape, every detail's amount,
      *then the declared count and total
       120-judge-chargebacks.
           add ws-ft-count                 to ws-total-received.
           move spaces                     to ws-hold-reason.
           move 0                          to ws-sum-amt.

           evaluate true
               when not ws-hdr-seen
                   move ws-no-header-msg   to ws-hold-reason
               when ws-hdr-date is not numeric
                   move ws-bad-date-msg    to ws-hold-reason
               when ws-hdr-count-x is not numeric
                   move ws-bad-count-msg   to ws-hold-reason
               when ws-hdr-amt-x is not numeric
                   move ws-bad-total-msg   to ws-hold-reason
               when other
                   move ws-hdr-count-x     to ws-hdr-count
                   move ws-hdr-amt-n       to ws-hdr-amt
                   if ws-hdr-count not = ws-ft-count
                       move ws-bad-count-msg
                                           to ws-hold-reason
                   end-if
           end-evaluate.

           if ws-hold-reason = spaces
               perform varying ws-ft-idx from 1 by 1
                   until ws-ft-idx > ws-ft-count
                       or ws-hold-reason not = spaces
                   move ws-ft-record (ws-ft-idx)
                                           to ws-work-record
                   if wk-amount is not numeric
                       move ws-bad-amount-msg
                                           to ws-hold-reason
                   else
                       add wk-amount-n     to ws-sum-amt
                   end-if
               end-perform
           end-if.

           if ws-hold-reason = spaces
               and ws-sum-amt not = ws-hdr-amt
               move ws-bad-total-msg       to ws-hold-reason
           end-if.

           if ws-hold-reason = spaces
               perform 200-match-chargebacks
           else
               perform 400-hold-file
           end-if.

      *a clean file - each chargeback matched against history,
      *the matched ones listed and handed off, the rest listed as
      *exceptions
       200-match-chargebacks.
           move ws-cur-file-name           to ws-fl-file.
           move ws-hdr-date                to ws-fl-bus-date.
           move ws-ft-count                to ws-fl-received.
           move ws-passed-msg              to ws-fl-dispo.
           write report-line               from ws-file-line.

           open input history-file.
           if ws-hist-file-status = '00'
               move 'y'                    to ws-hist-open-sw
           end-if.

           write report-line               from spaces.
           write report-line               from ws-match-title.
           write report-line               from ws-match-headings.
           write report-line               from ws-match-underlines.
           perform varying ws-ft-idx from 1 by 1
               until ws-ft-idx > ws-ft-count
               move ws-ft-record (ws-ft-idx)
                                           to ws-work-record
               perform 210-match-one-chargeback
               if ws-exc-reason = spaces
                   perform 220-post-one-chargeback
               end-if
           end-perform.
           if ws-total-matched = 0
               write report-line           from ws-none-line
           end-if.

           write report-line               from spaces.
           write report-line               from ws-exc-title.
           write report-line               from ws-exc-headings.
           write report-line               from ws-exc-underlines.
           perform varying ws-ft-idx from 1 by 1
               until ws-ft-idx > ws-ft-count
               move ws-ft-record (ws-ft-idx)
                                           to ws-work-record
               perform 210-match-one-chargeback
               if ws-exc-reason not = spaces
                   perform 230-list-one-exception
               end-if
           end-perform.
           if ws-total-exceptions = 0
               write report-line           from ws-none-line
           end-if.

           if ws-hist-is-open
               close history-file
           end-if.

           move ws-total-matched           to ws-fo-matched.
           move ws-matched-amt             to ws-fo-matched-amt.
           move ws-total-exceptions        to ws-fo-exceptions.
           move ws-exception-amt           to ws-fo-exception-amt.
           write report-line               from spaces.
           write report-line               from ws-footer-line.

           if ws-total-exceptions > 0
               perform 460-raise-exception-alert
           end-if.

      *one chargeback's keyed read against history - the reason
      *is left blank when the disputed sale is found and covers
      *the amount pulled back
       210-match-one-chargeback.
           move spaces                     to ws-exc-reason.
           if not ws-hist-is-open
               or wk-invoice-num = spaces
               or wk-invoice-num = ws-hist-control-key
               move ws-not-on-file-msg     to ws-exc-reason
           else
               move wk-invoice-num         to hl-invoice-num
               read history-file
                   invalid key
                       move ws-not-on-file-msg
                                           to ws-exc-reason
               end-read
           end-if.
           if ws-exc-reason = spaces
               and wk-amount-n > hl-trans-amount
               move ws-over-sale-msg       to ws-exc-reason
           end-if.

      *a matched chargeback onto the report and the handoff
       220-post-one-chargeback.
           add 1                           to ws-total-matched.
           add wk-amount-n                 to ws-matched-amt.
           move wk-invoice-num             to ws-md-invoice.
           move hl-store-num               to ws-md-store.
           move hl-trans-date              to ws-md-sale-date.
           move hl-trans-amount            to ws-md-sale-amt.
           move wk-amount-n                to ws-md-cb-amt.
           move hl-customer-num            to ws-md-customer.
           move hl-cashier-id              to ws-md-cashier.
           move wk-reason-code             to ws-md-reason.
           move wk-case-ref                to ws-md-case-ref.
           write report-line               from ws-match-detail-line.

           move spaces                     to match-line.
           move wk-invoice-num             to cm-invoice-num.
           move hl-store-num               to cm-store-num.
           move hl-trans-date              to cm-sale-date.
           move hl-trans-amount            to cm-sale-amount.
           move wk-amount-n                to cm-cb-amount.
           move hl-customer-num            to cm-customer-num.
           move hl-cashier-id              to cm-cashier-id.
           move wk-reason-code             to cm-reason-code.
           move wk-case-ref                to cm-case-ref.
           move wk-dispute-date            to cm-dispute-date.
           write match-line.
           add 1                           to ws-match-out-cnt.
           add wk-amount-n                 to ws-match-out-hash.

      *a chargeback that can't be tied to a sale we made
       230-list-one-exception.
           add 1                           to ws-total-exceptions.
           add wk-amount-n                 to ws-exception-amt.
           move wk-invoice-num             to ws-ed-invoice.
           move wk-amount-n                to ws-ed-cb-amt.
           move wk-reason-code             to ws-ed-reason.
           move wk-case-ref                to ws-ed-case-ref.
           move ws-exc-reason              to ws-ed-exception.
           write report-line               from ws-exc-detail-line.

      *a failed file goes onto the held-bank history whole,
      *stamped with the reason, nothing is handed to the ledger,
      *and a severity-coded line goes on the operations alert log
       400-hold-file.
           add ws-ft-count                 to ws-total-held.
           open extend held-file.
           if ws-held-file-status not = '00'
               open output held-file
           end-if.
           move ws-cur-file-name           to ws-hd-file.
           move ws-hold-reason             to ws-hd-reason.
           perform varying ws-ft-idx from 1 by 1
               until ws-ft-idx > ws-ft-count
               move ws-ft-record (ws-ft-idx)
                                           to ws-hd-record
               write held-line             from ws-held-details
           end-perform.
           close held-file.

           move ws-cur-file-name           to ws-fl-file.
           move ws-hdr-date                to ws-fl-bus-date.
           move ws-ft-count                to ws-fl-received.
           move spaces                     to ws-fl-dispo.
           string "HELD - "                delimited by size
                  ws-hold-reason           delimited by size
               into ws-fl-dispo.
           write report-line               from ws-file-line.

           perform 450-raise-hold-alert.

      *WARN, not CRIT: the chain continues, but somebody has to
      *chase the processor for a clean file
       450-raise-hold-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program41_Chargeback"     to ws-alr-program.
           move spaces                     to ws-alr-message.
           string "BANK FILE HELD - "      delimited by size
                  ws-cur-file-name         delimited by size
                  " "                      delimited by size
                  ws-hold-reason           delimited by size
               into ws-alr-message.
           perform 470-write-alert-line.

      *chargebacks finance has to key by hand - one WARN line so
      *they are chased from the report
       460-raise-exception-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program41_Chargeback"     to ws-alr-program.
           move spaces                     to ws-alr-message.
           string "CHARGEBACKS NOT MATCHED - SEE REPORT"
                                           delimited by size
               into ws-alr-message.
           perform 470-write-alert-line.

       470-write-alert-line.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program41_Chargeback"     to ws-aud-program.
           move ws-total-received          to ws-aud-in.
           move ws-total-matched           to ws-aud-out.
           compute ws-aud-rejected =
               ws-total-exceptions + ws-total-held.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

       end program Program41_Chargeback.
