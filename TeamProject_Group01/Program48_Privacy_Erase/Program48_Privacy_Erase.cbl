       identification division.
       program-id. Program48_Privacy_Erase.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program erases customers who have asked to
      *              be forgotten. It is driven by a request file of
      *              customer numbers, each with the privacy office's
      *              own reference. Every customer is given a token -
      *              "ER" and a six-digit sequence number - that takes
      *              the place of their number on the customer master,
      *              on every invoice history entry that carried it,
      *              and on the loyalty master, the call-centre
      *              contact log and the contact return log; the
      *              master entry loses its name and tax
      *              exemption and is made inactive. No dollar figure
      *              is touched, so every total still balances, and
      *              the token keeps one customer's history together
      *              without saying who they were. The layaway and
      *              gift-card masters carry no customer number of
      *              their own, but a customer is refused while the
      *              history ties them to a layaway still open or a
      *              gift card with money left on it, and the refusal
      *              says which. A refused request stays on the
      *              request file for the next run; the rest are
      *              cleared. Each customer erased goes on a register
      *              under their token and the privacy office's
      *              reference, never their number. A certificate
      *              lists every request's outcome and every file
      *              touched with the records it changed. Run on
      *              demand, outside the daily chain, like the master
      *              maintenance program.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Refuse to run while the nightly chain holds its
      *               run lock, unless operations has keyed a one-shot
      *               override in project1LockOverride.dat naming this
      *               program, who is overriding and why; refused and
      *               overridden runs are flagged on the alert file.
      *  -            Carry the token onto the loyalty master, the
      *               contact log and the contact return log as well,
      *               each listed on the certificate with the records
      *               it changed. A log too large to hold stops the
      *               run before anything is erased.
      *  -            Stop the same way, with a CRIT alert, when the
      *               request file holds more requests than the
      *               refused table could carry back to it.

       environment division.

       input-output section.
       file-control.
      *the invoice history master kept by the nightly history
      *post - read through the customer-number alternate key for
      *each request, then read by invoice and rewritten. File
      *status lets us tell "no master yet" apart from a real open
      *error
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is dynamic
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the customers to be erased, keyed by the privacy office
           select request-file assign      to
                               "../../../data/project1EraseReq.dat"
               organization is line sequential
               file status is ws-req-file-status.

      *every customer erased, under their token
           select register-file assign     to
                               "../../../data/project1EraseReg.dat"
               organization is line sequential
               file status is ws-reg-file-status.

      *the customer master kept by the maintenance program
           select cust-master-file assign  to
                               "../../../data/project1CustMaster.dat"
               organization is line sequential
               file status is ws-ctm-file-status.

      *the layaway master kept by the nightly layaway post
           select layaway-file assign      to
                               "../../../data/project1LayawayMast.dat"
               organization is line sequential
               file status is ws-lay-file-status.

      *the gift-card master kept by the nightly card post
           select card-file assign         to
                               "../../../data/project1GiftCard.dat"
               organization is line sequential
               file status is ws-card-file-status.

      *the points master kept by the nightly loyalty post - the
      *first record is its header
           select loyalty-file assign      to
                               "../../../data/project1Loyalty.dat"
               organization is line sequential
               file status is ws-loy-file-status.

      *the call-centre contact log the online extract adds to
           select contact-file assign      to
                               "../../../data/project1Contacts.dat"
               organization is line sequential
               file status is ws-con-file-status.

      *the customer returns the contact return log step keeps
           select retlog-file assign       to
                               "../../../data/project1ContactRet.dat"
               organization is line sequential
               file status is ws-crl-file-status.

      *the erasure certificate
           select report-file assign       to
                               "../../../data/project1EraseCert.out"
               organization is line sequential.

      *the chain run lock run_all.sh holds while a pass runs, and
      *the override operations keys to run in spite of it
           select run-lock-file assign     to
                               "../../../data/project1RunLock.dat"
               organization is line sequential
               file status is ws-rlk-file-status.

           select lock-override-file assign to
                               "../../../data/project1LockOverride.dat"
               organization is line sequential
               file status is ws-lov-file-status.

      *operations alert file - a refused or overridden run is
      *flagged there
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

      *invoice history record, as the nightly post keeps it - the
      *"*CONTROL*" record is stepped over
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

      *one erasure request - the customer and the privacy office's
      *reference for it
       fd request-file
           data record is request-line
               record contains 20 characters.
       01 request-line.
           05 rq-cust-num                  pic x(8).
           05 rq-request-ref               pic x(12).

      *one customer erased - the token they now go by, the day,
      *the privacy office's reference and the records changed
       fd register-file
           data record is register-line
               record contains 36 characters.
       01 register-line.
           05 rg-token                     pic x(8).
           05 rg-run-date                  pic 9(8).
           05 rg-request-ref               pic x(12).
           05 rg-master-changed            pic 9(3).
           05 rg-hist-changed              pic 9(5).

      *customer master record
       fd cust-master-file
           data record is cust-master-line
               record contains 51 characters.
       01 cust-master-line.
           05 cm-cust-num                  pic x(8).
           05 cm-cust-name                 pic x(20).
           05 cm-active-flag               pic x.
           05 cm-exempt-cert               pic x(12).
           05 cm-exempt-type               pic xx.
           05 cm-exempt-expiry             pic x(8).

      *layaway master record - the first record is a header
      *carrying the date the master was last posted
       fd layaway-file
           data record is layaway-line
               record contains 61 characters.
       01 layaway-line.
           05 ly-invoice-num               pic x(9).
           05 ly-store-num                 pic xx.
           05 ly-orig-amount               pic 9(7)v99.
           05 ly-balance                   pic 9(7)v99.
           05 ly-open-date                 pic 9(8).
           05 ly-last-pay-date             pic 9(8).
           05 ly-status                    pic x.
               88 ly-is-open            value 'O'.
           05 ly-sku-code                  pic x(15).
       01 layaway-header-line.
           05 lh-header-tag                pic xxx.
               88 lh-is-header          value 'HDR'.
           05 lh-posted-date               pic 9(8).
           05 filler                       pic x(50).

      *gift-card master record - the first record is a header
      *carrying the date the master was last posted
       fd card-file
           data record is card-line
               record contains 46 characters.
       01 card-line.
           05 gc-card-num                  pic x(9).
           05 gc-issued                    pic 9(7)v99.
           05 gc-redeemed                  pic 9(7)v99.
           05 gc-last-date                 pic 9(8).
           05 gc-issue-store               pic xx.
           05 gc-status                    pic x.
               88 gc-escheated          value 'E'.
           05 gc-escheat-date              pic 9(8).
       01 card-header-line.
           05 ch-header-tag                pic xxx.
               88 ch-is-header          value 'HDR'.
           05 ch-posted-date               pic 9(8).
           05 filler                       pic x(35).

      *loyalty master record, as the nightly loyalty post keeps it
      *- only the customer number is wanted here
       fd loyalty-file
           data record is loyalty-line
               record contains 90 characters.
       01 loyalty-line.
           05 ml-customer-num              pic x(8).
           05 filler                       pic x(82).
       01 loyalty-header-line.
           05 lh-loy-header-tag            pic xxx.
               88 lh-loy-is-header      value 'HDR'.
           05 filler                       pic x(87).

      *one call-centre contact
       fd contact-file
           data record is contact-line
               record contains 44 characters.
       01 contact-line.
           05 ct-contact-date              pic x(8).
           05 ct-contact-time              pic x(6).
           05 ct-opnum                     pic x(3).
           05 ct-customer-num              pic x(8).
           05 filler                       pic x(19).

      *one logged customer return
       fd retlog-file
           data record is retlog-line
               record contains 70 characters.
       01 retlog-line.
           05 cr-ret-invoice               pic x(9).
           05 cr-orig-invoice              pic x(9).
           05 cr-customer-num              pic x(8).
           05 filler                       pic x(44).

       fd report-file
           data record is report-line
               record contains 110 characters.
       01 report-line                      pic x(110)
           value spaces.

       fd run-lock-file
           data record is run-lock-line
               record contains 43 characters.
       01 run-lock-line                    pic x(43).

       fd lock-override-file
           data record is lock-override-line
               record contains 73 characters.
       01 lock-override-line               pic x(73).

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

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".

      *operations alert line, shared layout with the other
      *programs
       copy "OPSALERT.cpy".

      *the chain run lock and its override
       copy "RUNLOCK.cpy".

       01 ws-rlk-file-status               pic xx
           value spaces.
       01 ws-lov-file-status               pic xx
           value spaces.
       01 ws-alert-file-status             pic xx
           value spaces.
       01 ws-lock-held-sw                  pic x
           value 'n'.
           88 ws-lock-held              value 'y'.
       01 ws-lock-overridden-sw            pic x
           value 'n'.
           88 ws-lock-overridden        value 'y'.
       01 ws-lock-today                    pic x(8)
           value spaces.

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-req-file-status                pic xx
           value spaces.
       01 ws-reg-file-status                pic xx
           value spaces.
       01 ws-ctm-file-status                pic xx
           value spaces.
       01 ws-lay-file-status                pic xx
           value spaces.
       01 ws-card-file-status               pic xx
           value spaces.
       01 ws-loy-file-status                pic xx
           value spaces.
       01 ws-con-file-status                pic xx
           value spaces.
       01 ws-crl-file-status                pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.
       01 ws-hist-eof                      pic x
           value 'n'.
       01 ws-ctm-loaded-sw                 pic x
           value 'n'.
           88 ws-ctm-loaded             value 'y'.

      *the key of the history master's own control record, and
      *the SKU a gift card is sold under
       77 ws-hist-control-key               pic x(9)
           value "*CONTROL*".
       77 ws-gift-card-sku                 pic x(15)
           value "GIFTCARD".

       01 ws-run-date                      pic 9(8)
           value 0.

      *the token a customer is erased to - the sequence carries on
      *from the highest already on the register
       01 ws-token.
           05 ws-token-prefix              pic xx
               value "ER".
           05 ws-token-seq                 pic 9(6)
               value 0.
       01 ws-reg-token.
           05 filler                       pic xx.
           05 ws-reg-token-seq             pic x(6).
           05 ws-reg-token-seq-n redefines ws-reg-token-seq
                                           pic 9(6).

      *the whole customer master, inactive entries too, so it can
      *be written back out
       01 ws-cust-master-table.
           05 ws-ctm-entry                 occurs 5000 times
               indexed by ws-ctm-idx.
               10 ws-ctm-code              pic x(8).
               10 ws-ctm-name              pic x(20).
               10 ws-ctm-active            pic x.
               10 ws-ctm-cert              pic x(12).
               10 ws-ctm-ex-type           pic xx.
               10 ws-ctm-ex-expiry         pic x(8).
       01 ws-ctm-count                     pic 9(4)
           value 0.
       01 ws-cur-ctm-idx                   pic 9(4)
           value 0.

      *every layaway still open, by its opening invoice
       01 ws-open-lay-table.
           05 ws-ol-invoice                pic x(9)
               occurs 5000 times
               indexed by ws-ol-idx.
       01 ws-ol-count                      pic 9(4)
           value 0.

      *every gift card with money left on it, escheated cards
      *excepted - their balance is no longer ours to hold
       01 ws-open-card-table.
           05 ws-oc-card                   pic x(9)
               occurs 5000 times
               indexed by ws-oc-idx.
       01 ws-oc-count                      pic 9(4)
           value 0.

      *the loyalty master, the contact log and the contact return
      *log held whole, so each can be written back with the tokens
      *in place - loaded before any request is worked, so a file
      *too large to hold stops the run with nothing erased
       01 ws-loyalty-table.
           05 ws-lm-line                   pic x(90)
               occurs 5000 times.
       01 ws-lm-count                      pic 9(5)
           value 0.
       77 ws-max-loyalty                   pic 9(5)
           value 5000.
       01 ws-contact-table.
           05 ws-ck-line                   pic x(44)
               occurs 20000 times.
       01 ws-ck-count                      pic 9(5)
           value 0.
       77 ws-max-contact                   pic 9(5)
           value 20000.
       01 ws-retlog-table.
           05 ws-rt-line                   pic x(70)
               occurs 10000 times.
       01 ws-rt-count                      pic 9(5)
           value 0.
       77 ws-max-retlog                    pic 9(5)
           value 10000.
       01 ws-side-idx                      pic 9(5)
           value 0.
       01 ws-loy-loaded-sw                 pic x
           value 'n'.
           88 ws-loy-loaded             value 'y'.
       01 ws-con-loaded-sw                 pic x
           value 'n'.
           88 ws-con-loaded             value 'y'.
       01 ws-crl-loaded-sw                 pic x
           value 'n'.
           88 ws-crl-loaded             value 'y'.
       01 ws-side-full-file                pic x(24)
           value spaces.
       01 ws-on-side-file-sw               pic x
           value 'n'.
           88 ws-on-side-file           value 'y'.

      *each customer erased this run with the token they took, for
      *the loyalty master and the logs - a request past the table
      *is refused and comes round again next run
       01 ws-erased-table.
           05 ws-er-entry                  occurs 500 times
               indexed by ws-er-idx.
               10 ws-er-cust               pic x(8).
               10 ws-er-token              pic x(8).
       01 ws-er-count                      pic 999
           value 0.
       77 ws-max-erased                    pic 999
           value 500.
       01 ws-side-cust                     pic x(8)
           value spaces.
       01 ws-side-token                    pic x(8)
           value spaces.

      *one customer's history entries, by invoice, gathered off
      *the alternate key before any of them is rewritten
       01 ws-hist-entry-table.
           05 ws-he-invoice                pic x(9)
               occurs 5000 times
               indexed by ws-he-idx.
       01 ws-he-count                      pic 9(4)
           value 0.
       01 ws-he-full-sw                    pic x
           value 'n'.
           88 ws-he-full                value 'y'.

      *refused requests, kept for the request file's next run - a
      *request file longer than the table is not worked at all
       01 ws-refused-table.
           05 ws-rf-entry                  occurs 500 times
               indexed by ws-rf-idx.
               10 ws-rf-cust               pic x(8).
               10 ws-rf-ref                pic x(12).
       01 ws-rf-count                      pic 999
           value 0.
       77 ws-max-refused                   pic 999
           value 500.
       01 ws-req-count                     pic 9(5)
           value 0.

      *the request being worked
       01 ws-work-cust                     pic x(8)
           value spaces.
       01 ws-work-invoice                  pic x(9)
           value spaces.
       01 ws-found-sw                      pic x
           value 'n'.
           88 ws-found                  value 'y'.
       01 ws-refuse-reason                 pic x(40)
           value spaces.
       01 ws-req-hist-changed              pic 9(5)
           value 0.
       01 ws-req-master-changed            pic 9(3)
           value 0.

      *run totals for the certificate and the audit log
       01 ws-total-requests                pic 9(5)
           value 0.
       01 ws-total-erased                  pic 9(5)
           value 0.
       01 ws-total-refused                 pic 9(5)
           value 0.
       01 ws-total-not-on-file             pic 9(5)
           value 0.
       01 ws-total-master-changed          pic 9(5)
           value 0.
       01 ws-total-hist-changed            pic 9(7)
           value 0.
       01 ws-total-loy-changed             pic 9(5)
           value 0.
       01 ws-total-con-changed             pic 9(7)
           value 0.
       01 ws-total-crl-changed             pic 9(7)
           value 0.

      *certificate header
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
           05 filler                       pic x(40)
               value "CUSTOMER PRIVACY ERASURE CERTIFICATE".

       01 ws-no-master-line                pic x(60)
           value "  NO INVOICE HISTORY ON FILE - NOTHING ERASED".
       01 ws-no-request-line               pic x(60)
           value "  NO ERASURE REQUESTS ON FILE".
       01 ws-side-full-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sf-file                   pic x(24)
               value spaces.
           05 filler                       pic x(40)
               value "TOO LARGE FOR ONE RUN - NOTHING ERASED".

      *one request's outcome - the customer number shows only its
      *last two characters
       01 ws-req-col-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(14)
               value "REFERENCE".
           05 filler                       pic x(10)
               value "CUSTOMER".
           05 filler                       pic x(42)
               value "OUTCOME".
           05 filler                       pic x(8)
               value " HISTORY".
           05 filler                       pic x(6)
               value "MASTER".
       01 ws-req-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rl-ref                    pic x(12)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rl-cust                   pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rl-outcome                pic x(42)
               value spaces.
           05 ws-rl-hist                   pic zz,zz9
               value 0.
           05 filler                       pic x(6)
               value spaces.
           05 ws-rl-master                 pic z9
               value 0.
       01 ws-masked-cust.
           05 filler                       pic x(6)
               value "******".
           05 ws-mc-tail                   pic xx
               value spaces.

      *the files the run read or changed
       01 ws-files-head-line               pic x(60)
           value "  FILES TOUCHED".
       01 ws-files-col-line.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(24)
               value "FILE".
           05 filler                       pic x(24)
               value "DATA SET".
           05 filler                       pic x(9)
               value "  CHANGED".
           05 filler                       pic x(6)
               value "  NOTE".
       01 ws-file-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-fl-file                   pic x(24)
               value spaces.
           05 ws-fl-data-set               pic x(24)
               value spaces.
           05 ws-fl-changed                pic z,zzz,zz9
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-fl-note                   pic x(46)
               value spaces.

      *standing notes for the privacy officer
       01 ws-note-line-1                   pic x(60)
           value "  ONLINE CUSTOMER FILE REBUILT AT NEXT ONLINE LOAD".
       01 ws-note-line-2                   pic x(60)
           value "  ARCHIVED REPORT SETS ARE NOT REWRITTEN".
       01 ws-note-line-3                   pic x(60)
           value "  REFUSED REQUESTS ARE KEPT FOR THE NEXT RUN".

      *run footer
       01 ws-footer-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(12)
               value "REQUESTS =".
           05 ws-fo-requests               pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(10)
               value "ERASED =".
           05 ws-fo-erased                 pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "REFUSED =".
           05 ws-fo-refused                pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(15)
               value "NOT ON FILE =".
           05 ws-fo-not-on-file            pic zz,zz9
               value 0.

      *certificate wording
       77 ws-erased-text                   pic x(16)
           value "ERASED - TOKEN".
       77 ws-refused-text                  pic x(10)
           value "REFUSED -".
       77 ws-not-on-file-text              pic x(42)
           value "NOT ON FILE - NOTHING CHANGED".
       77 ws-no-cust-text                  pic x(30)
           value "NO CUSTOMER NUMBER KEYED".
       77 ws-open-lay-text                 pic x(14)
           value "OPEN LAYAWAY".
       77 ws-open-card-text                pic x(19)
           value "GIFT CARD BALANCE".
       77 ws-too-many-text                 pic x(30)
           value "HISTORY TOO LARGE FOR ONE RUN".
       77 ws-too-many-erased-text          pic x(30)
           value "TOO MANY ERASURES FOR ONE RUN".
       77 ws-tokenized-note                pic x(46)
           value "CUSTOMER NUMBER TOKENIZED".
       77 ws-no-cust-number-note           pic x(46)
           value "CHECKED - CARRIES NO CUSTOMER NUMBER".

       procedure division.
      *nothing is touched while the nightly chain holds its run
      *lock, unless operations has keyed an override for this
      *program
           perform 010-check-run-lock.
           if ws-lock-held and not ws-lock-overridden
               perform 030-refuse-run
               goback
           end-if.

           accept ws-run-date              from date yyyymmdd.
           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 050-next-token-seq.
           perform 100-load-customers.
           perform 110-load-open-layaways.
           perform 120-load-open-cards.
           perform 130-load-side-files.
           perform 140-count-requests.

      *a log too large to hold can't carry the tokens, and a
      *request file too large can't carry its refusals back, so
      *nobody is erased until it can
           if ws-side-full-file not = spaces
               move ws-side-full-file      to ws-sf-file
               write report-line           from ws-side-full-line
               move "CRIT"                 to ws-alr-severity
               move spaces                 to ws-alr-message
               string "NOT RUN - "         delimited by size
                      ws-side-full-file    delimited by "  "
                      " TOO LARGE"         delimited by size
                   into ws-alr-message
               end-string
               perform 040-write-alert-line
               move 8                      to return-code
               perform 600-write-audit-line
               close report-file
               goback
           end-if.

           open i-o history-file.
           if ws-hist-file-status not = '00'
               write report-line           from ws-no-master-line
               move 8                      to return-code
           else
               perform 200-work-requests
               close history-file
               if ws-total-master-changed > 0
                   perform 500-rewrite-cust-master
               end-if
               if ws-total-erased > 0
                   perform 520-rewrite-side-files
               end-if
               perform 550-rewrite-requests
               perform 400-print-files-touched
           end-if.

           perform 600-write-audit-line.
           close report-file.
           goback.

      *the next token follows the highest already on the register
       050-next-token-seq.
           move 'n'                        to ws-eof.
           open input register-file
           if ws-reg-file-status = '00'
               read register-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move rg-token           to ws-reg-token
                   if ws-reg-token-seq is numeric
                       and ws-reg-token-seq-n > ws-token-seq
                       move ws-reg-token-seq-n
                                           to ws-token-seq
                   end-if
                   read register-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close register-file
           end-if.

      *the whole customer master, inactive entries too
       100-load-customers.
           move 'n'                        to ws-eof.
           open input cust-master-file
           if ws-ctm-file-status = '00'
               move 'y'                    to ws-ctm-loaded-sw
               read cust-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-ctm-count < 5000
                       add 1               to ws-ctm-count
                       move cm-cust-num    to
                           ws-ctm-code (ws-ctm-count)
                       move cm-cust-name   to
                           ws-ctm-name (ws-ctm-count)
                       move cm-active-flag to
                           ws-ctm-active (ws-ctm-count)
                       move cm-exempt-cert to
                           ws-ctm-cert (ws-ctm-count)
                       move cm-exempt-type to
                           ws-ctm-ex-type (ws-ctm-count)
                       move cm-exempt-expiry
                                           to
                           ws-ctm-ex-expiry (ws-ctm-count)
                   end-if
                   read cust-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close cust-master-file
           end-if.

      *every layaway still open - the header is stepped over
       110-load-open-layaways.
           move 'n'                        to ws-eof.
           open input layaway-file
           if ws-lay-file-status = '00'
               read layaway-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if not lh-is-header and ly-is-open
                       and ws-ol-count < 5000
                       add 1               to ws-ol-count
                       move ly-invoice-num to
                           ws-ol-invoice (ws-ol-count)
                   end-if
                   read layaway-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close layaway-file
           end-if.

      *every card not escheated with more issued to it than
      *redeemed from it - the header is stepped over
       120-load-open-cards.
           move 'n'                        to ws-eof.
           open input card-file
           if ws-card-file-status = '00'
               read card-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if not ch-is-header and not gc-escheated
                       and gc-issued is numeric
                       and gc-redeemed is numeric
                       and gc-issued > gc-redeemed
                       and ws-oc-count < 5000
                       add 1               to ws-oc-count
                       move gc-card-num    to
                           ws-oc-card (ws-oc-count)
                   end-if
                   read card-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close card-file
           end-if.

      *the loyalty master, the contact log and the contact return
      *log, each held whole - a missing file is left missing, one
      *past its table names itself and stops the run
       130-load-side-files.
           move 'n'                        to ws-eof.
           open input loyalty-file
           if ws-loy-file-status = '00'
               move 'y'                    to ws-loy-loaded-sw
               read loyalty-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-lm-count < ws-max-loyalty
                       add 1               to ws-lm-count
                       move loyalty-line   to ws-lm-line (ws-lm-count)
                   else
                       move "LOYALTY MASTER"
                                           to ws-side-full-file
                   end-if
                   read loyalty-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close loyalty-file
           end-if.

           move 'n'                        to ws-eof.
           open input contact-file
           if ws-con-file-status = '00'
               move 'y'                    to ws-con-loaded-sw
               read contact-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-ck-count < ws-max-contact
                       add 1               to ws-ck-count
                       move contact-line   to ws-ck-line (ws-ck-count)
                   else
                       move "CONTACT LOG"  to ws-side-full-file
                   end-if
                   read contact-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close contact-file
           end-if.

           move 'n'                        to ws-eof.
           open input retlog-file
           if ws-crl-file-status = '00'
               move 'y'                    to ws-crl-loaded-sw
               read retlog-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-rt-count < ws-max-retlog
                       add 1               to ws-rt-count
                       move retlog-line    to ws-rt-line (ws-rt-count)
                   else
                       move "CONTACT RETURN LOG"
                                           to ws-side-full-file
                   end-if
                   read retlog-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close retlog-file
           end-if.

      *the requests waiting - every one could be refused, so no
      *more can be worked than the refused table holds
       140-count-requests.
           move 'n'                        to ws-eof.
           open input request-file
           if ws-req-file-status = '00'
               read request-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-req-count
                   read request-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close request-file
           end-if.
           if ws-req-count > ws-max-refused
               move "ERASE REQUEST FILE"   to ws-side-full-file
           end-if.

      *every request worked in turn, each customer erased goes
      *straight onto the register
       200-work-requests.
           write report-line               from ws-req-col-line.
           move 'n'                        to ws-eof.
           open input request-file
           if ws-req-file-status = '00'
               open extend register-file
               if ws-reg-file-status not = '00'
                   open output register-file
               end-if
               read request-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 250-work-one-request
                   read request-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close register-file
               close request-file
           end-if.
           if ws-total-requests = 0
               write report-line           from ws-no-request-line
           end-if.

       250-work-one-request.
           add 1                           to ws-total-requests.
           move rq-cust-num                to ws-work-cust.
           move 0                          to ws-req-hist-changed.
           move 0                          to ws-req-master-changed.
           move spaces                     to ws-req-line.
           move rq-request-ref             to ws-rl-ref.
           move rq-cust-num (7:2)          to ws-mc-tail.
           move ws-masked-cust             to ws-rl-cust.

           move 0                          to ws-cur-ctm-idx.
           move 0                          to ws-he-count.
           move spaces                     to ws-refuse-reason.
           move 'n'                        to ws-on-side-file-sw.
           evaluate true
               when ws-work-cust = spaces
                   move ws-no-cust-text    to ws-refuse-reason
               when ws-er-count >= ws-max-erased
                   move ws-too-many-erased-text
                                           to ws-refuse-reason
               when other
                   perform varying ws-ctm-idx from 1 by 1
                       until ws-ctm-idx > ws-ctm-count
                       if ws-ctm-code (ws-ctm-idx) = ws-work-cust
                           set ws-cur-ctm-idx
                                           to ws-ctm-idx
                       end-if
                   end-perform
                   perform 300-collect-history
                   perform 330-check-side-files
           end-evaluate.

           evaluate true
               when ws-refuse-reason not = spaces
                   add 1                   to ws-total-refused
                   string ws-refused-text  delimited by "  "
                          " "              delimited by size
                          ws-refuse-reason delimited by "  "
                       into ws-rl-outcome
                   end-string
                   if ws-work-cust not = spaces
                       add 1               to ws-rf-count
                       move rq-cust-num    to ws-rf-cust (ws-rf-count)
                       move rq-request-ref to ws-rf-ref (ws-rf-count)
                   end-if
               when ws-cur-ctm-idx = 0 and ws-he-count = 0
                   and not ws-on-side-file
                   add 1                   to ws-total-not-on-file
                   move ws-not-on-file-text
                                           to ws-rl-outcome
               when other
                   perform 350-erase-customer
                   string ws-erased-text   delimited by "  "
                          " "              delimited by size
                          ws-token         delimited by size
                       into ws-rl-outcome
                   end-string
           end-evaluate.
           move ws-req-hist-changed        to ws-rl-hist.
           move ws-req-master-changed      to ws-rl-master.
           write report-line               from ws-req-line.

      *the customer's history entries off the alternate key, their
      *invoices held for the rewrite. An open layaway opened or
      *paid on by the customer, or a card they bought still
      *holding money, refuses the whole request
       300-collect-history.
           move 'n'                        to ws-he-full-sw.
           move 'n'                        to ws-hist-eof.
           move ws-work-cust               to hl-customer-num.
           start history-file key is = hl-customer-num
               invalid key move 'y'        to ws-hist-eof
           end-start.
           if ws-hist-eof = 'n'
               read history-file next record
                   at end move 'y'         to ws-hist-eof
               end-read
           end-if.
           perform until ws-hist-eof = 'y'
               if hl-customer-num not = ws-work-cust
                   move 'y'                to ws-hist-eof
               else
                   if hl-invoice-num not = ws-hist-control-key
                       perform 320-check-one-entry
                   end-if
                   read history-file next record
                       at end move 'y'     to ws-hist-eof
                   end-read
               end-if
           end-perform.
           if ws-he-full and ws-refuse-reason = spaces
               move ws-too-many-text       to ws-refuse-reason
           end-if.

       320-check-one-entry.
           if ws-he-count < 5000
               add 1                       to ws-he-count
               move hl-invoice-num         to
                   ws-he-invoice (ws-he-count)
           else
               move 'y'                    to ws-he-full-sw
           end-if.

      *a layaway opening carries no original invoice, a payment
      *carries the opening's
           if hl-trans-code = 'L' and ws-refuse-reason = spaces
               if hl-orig-invoice-num = spaces
                   move hl-invoice-num     to ws-work-invoice
               else
                   move hl-orig-invoice-num
                                           to ws-work-invoice
               end-if
               move 'n'                    to ws-found-sw
               perform varying ws-ol-idx from 1 by 1
                   until ws-ol-idx > ws-ol-count or ws-found
                   if ws-ol-invoice (ws-ol-idx) = ws-work-invoice
                       move 'y'            to ws-found-sw
                   end-if
               end-perform
               if ws-found
                   string ws-open-lay-text delimited by "  "
                          " "              delimited by size
                          ws-work-invoice  delimited by size
                       into ws-refuse-reason
                   end-string
               end-if
           end-if.

      *the card number rides the original-invoice field of the
      *card's sale
           if ws-refuse-reason = spaces
               and hl-sku-code = ws-gift-card-sku
               and (hl-trans-code = 'S' or hl-trans-code = 'L')
               and hl-orig-invoice-num not = spaces
               move 'n'                    to ws-found-sw
               perform varying ws-oc-idx from 1 by 1
                   until ws-oc-idx > ws-oc-count or ws-found
                   if ws-oc-card (ws-oc-idx) = hl-orig-invoice-num
                       move 'y'            to ws-found-sw
                   end-if
               end-perform
               if ws-found
                   string ws-open-card-text
                                           delimited by "  "
                          " "              delimited by size
                          hl-orig-invoice-num
                                           delimited by size
                       into ws-refuse-reason
                   end-string
               end-if
           end-if.

      *whether the loyalty master or either log carries the
      *customer, so one known only there is still erased - a
      *customer already erased earlier in this run is not, and
      *the logs are not searched for one
       330-check-side-files.
           move ws-work-cust               to ws-side-cust.
           perform 530-find-erased.
           if ws-found
               move 'y'                    to ws-on-side-file-sw
           end-if.
           perform varying ws-side-idx from 1 by 1
               until ws-side-idx > ws-lm-count or ws-on-side-file
               move ws-lm-line (ws-side-idx)
                                           to loyalty-line
               if not lh-loy-is-header
                   and ml-customer-num = ws-work-cust
                   move 'y'                to ws-on-side-file-sw
               end-if
           end-perform.
           perform varying ws-side-idx from 1 by 1
               until ws-side-idx > ws-ck-count or ws-on-side-file
               move ws-ck-line (ws-side-idx)
                                           to contact-line
               if ct-customer-num = ws-work-cust
                   move 'y'                to ws-on-side-file-sw
               end-if
           end-perform.
           perform varying ws-side-idx from 1 by 1
               until ws-side-idx > ws-rt-count or ws-on-side-file
               move ws-rt-line (ws-side-idx)
                                           to retlog-line
               if cr-customer-num = ws-work-cust
                   move 'y'                to ws-on-side-file-sw
               end-if
           end-perform.
           if ws-found
               move 'n'                    to ws-on-side-file-sw
           end-if.

      *the customer takes the next token on the history and the
      *master - amounts, dates and stores are left as they were -
      *and goes on the register. The loyalty master and the logs
      *take the same token when they are written back
       350-erase-customer.
           add 1                           to ws-token-seq.
           add 1                           to ws-total-erased.
           add 1                           to ws-er-count.
           move ws-work-cust               to ws-er-cust (ws-er-count).
           move ws-token                   to ws-er-token (ws-er-count).
           perform varying ws-he-idx from 1 by 1
               until ws-he-idx > ws-he-count
               move ws-he-invoice (ws-he-idx)
                                           to hl-invoice-num
               read history-file key is hl-invoice-num
                   invalid key continue
                   not invalid key
                       move ws-token       to hl-customer-num
                       rewrite history-line
                           invalid key continue
                           not invalid key
                               add 1       to ws-req-hist-changed
                       end-rewrite
               end-read
           end-perform.

           if ws-cur-ctm-idx > 0
               move ws-token               to
                   ws-ctm-code (ws-cur-ctm-idx)
               move "ERASED CUSTOMER"      to
                   ws-ctm-name (ws-cur-ctm-idx)
               move 'N'                    to
                   ws-ctm-active (ws-cur-ctm-idx)
               move spaces                 to
                   ws-ctm-cert (ws-cur-ctm-idx)
               move spaces                 to
                   ws-ctm-ex-type (ws-cur-ctm-idx)
               move spaces                 to
                   ws-ctm-ex-expiry (ws-cur-ctm-idx)
               move 1                      to ws-req-master-changed
           end-if.
           add ws-req-hist-changed         to ws-total-hist-changed.
           add ws-req-master-changed       to ws-total-master-changed.

           move ws-token                   to rg-token.
           move ws-run-date                to rg-run-date.
           move rq-request-ref             to rg-request-ref.
           move ws-req-master-changed      to rg-master-changed.
           move ws-req-hist-changed        to rg-hist-changed.
           write register-line.

      *every file the run read or changed, with its count
       400-print-files-touched.
           write report-line               from spaces.
           write report-line               from ws-files-head-line.
           write report-line               from ws-files-col-line.

           move "CUSTOMER MASTER"          to ws-fl-file.
           move "project1CustMaster.dat"   to ws-fl-data-set.
           move ws-total-master-changed    to ws-fl-changed.
           move "NAME AND EXEMPTION BLANKED, MADE INACTIVE"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "INVOICE HISTORY MASTER"   to ws-fl-file.
           move "project1InvHistory.dat"   to ws-fl-data-set.
           move ws-total-hist-changed      to ws-fl-changed.
           move "CUSTOMER NUMBER TOKENIZED, AMOUNTS UNCHANGED"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "LAYAWAY MASTER"           to ws-fl-file.
           move "project1LayawayMast.dat"  to ws-fl-data-set.
           move 0                          to ws-fl-changed.
           move ws-no-cust-number-note     to ws-fl-note.
           write report-line               from ws-file-line.

           move "GIFT CARD MASTER"         to ws-fl-file.
           move "project1GiftCard.dat"     to ws-fl-data-set.
           move 0                          to ws-fl-changed.
           move ws-no-cust-number-note     to ws-fl-note.
           write report-line               from ws-file-line.

           move "LOYALTY MASTER"           to ws-fl-file.
           move "project1Loyalty.dat"      to ws-fl-data-set.
           move ws-total-loy-changed       to ws-fl-changed.
           move "CUSTOMER NUMBER TOKENIZED, POINTS UNCHANGED"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "CONTACT LOG"              to ws-fl-file.
           move "project1Contacts.dat"     to ws-fl-data-set.
           move ws-total-con-changed       to ws-fl-changed.
           move ws-tokenized-note          to ws-fl-note.
           write report-line               from ws-file-line.

           move "CONTACT RETURN LOG"       to ws-fl-file.
           move "project1ContactRet.dat"   to ws-fl-data-set.
           move ws-total-crl-changed       to ws-fl-changed.
           move "CUSTOMER NUMBER TOKENIZED, AMOUNTS UNCHANGED"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "ERASURE REGISTER"         to ws-fl-file.
           move "project1EraseReg.dat"     to ws-fl-data-set.
           move ws-total-erased            to ws-fl-changed.
           move "ONE LINE ADDED PER CUSTOMER ERASED"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "ERASURE REQUESTS"         to ws-fl-file.
           move "project1EraseReq.dat"     to ws-fl-data-set.
           move ws-total-requests          to ws-fl-changed.
           move "WORKED AND CLEARED, REFUSALS KEPT"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           write report-line               from spaces.
           write report-line               from ws-note-line-1.
           write report-line               from ws-note-line-2.
           write report-line               from ws-note-line-3.

           move ws-total-requests          to ws-fo-requests.
           move ws-total-erased            to ws-fo-erased.
           move ws-total-refused           to ws-fo-refused.
           move ws-total-not-on-file       to ws-fo-not-on-file.
           write report-line               from spaces.
           write report-line               from ws-footer-line.

      *writes the whole customer master back out, inactive entries
      *too
       500-rewrite-cust-master.
           if ws-ctm-loaded
               open output cust-master-file
               perform varying ws-ctm-idx from 1 by 1
                   until ws-ctm-idx > ws-ctm-count
                   move ws-ctm-code (ws-ctm-idx)
                                           to cm-cust-num
                   move ws-ctm-name (ws-ctm-idx)
                                           to cm-cust-name
                   move ws-ctm-active (ws-ctm-idx)
                                           to cm-active-flag
                   move ws-ctm-cert (ws-ctm-idx)
                                           to cm-exempt-cert
                   move ws-ctm-ex-type (ws-ctm-idx)
                                           to cm-exempt-type
                   move ws-ctm-ex-expiry (ws-ctm-idx)
                                           to cm-exempt-expiry
                   write cust-master-line
               end-perform
               close cust-master-file
           end-if.

      *the loyalty master, header and all, and the two logs
      *written back with each erased customer's number swapped for
      *their token - a file that wasn't there stays that way
       520-rewrite-side-files.
           if ws-loy-loaded
               open output loyalty-file
               perform varying ws-side-idx from 1 by 1
                   until ws-side-idx > ws-lm-count
                   move ws-lm-line (ws-side-idx)
                                           to loyalty-line
                   if not lh-loy-is-header
                       move ml-customer-num
                                           to ws-side-cust
                       perform 530-find-erased
                       if ws-found
                           move ws-side-token
                                           to ml-customer-num
                           add 1           to ws-total-loy-changed
                       end-if
                   end-if
                   write loyalty-line
               end-perform
               close loyalty-file
           end-if.

           if ws-con-loaded
               open output contact-file
               perform varying ws-side-idx from 1 by 1
                   until ws-side-idx > ws-ck-count
                   move ws-ck-line (ws-side-idx)
                                           to contact-line
                   move ct-customer-num    to ws-side-cust
                   perform 530-find-erased
                   if ws-found
                       move ws-side-token  to ct-customer-num
                       add 1               to ws-total-con-changed
                   end-if
                   write contact-line
               end-perform
               close contact-file
           end-if.

           if ws-crl-loaded
               open output retlog-file
               perform varying ws-side-idx from 1 by 1
                   until ws-side-idx > ws-rt-count
                   move ws-rt-line (ws-side-idx)
                                           to retlog-line
                   move cr-customer-num    to ws-side-cust
                   perform 530-find-erased
                   if ws-found
                       move ws-side-token  to cr-customer-num
                       add 1               to ws-total-crl-changed
                   end-if
                   write retlog-line
               end-perform
               close retlog-file
           end-if.

      *looks ws-side-cust up among the customers erased this run,
      *leaving its token in ws-side-token when found
       530-find-erased.
           move 'n'                        to ws-found-sw.
           if ws-side-cust not = spaces
               perform varying ws-er-idx from 1 by 1
                   until ws-er-idx > ws-er-count or ws-found
                   if ws-er-cust (ws-er-idx) = ws-side-cust
                       move 'y'            to ws-found-sw
                       move ws-er-token (ws-er-idx)
                                           to ws-side-token
                   end-if
               end-perform
           end-if.

      *the request file is emptied but for the refusals, which
      *come round again next run
       550-rewrite-requests.
           open output request-file.
           perform varying ws-rf-idx from 1 by 1
               until ws-rf-idx > ws-rf-count
               move ws-rf-cust (ws-rf-idx) to rq-cust-num
               move ws-rf-ref (ws-rf-idx)  to rq-request-ref
               write request-line
           end-perform.
           close request-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program48_Privacy_Erase"  to ws-aud-program.
           move ws-total-requests          to ws-aud-in.
           move ws-total-erased            to ws-aud-out.
           move ws-total-refused           to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *reads the chain run lock - a lock record in either state
      *holds this program off - and, when one is held, whether an
      *override names this program
       010-check-run-lock.
           accept ws-lock-today            from date yyyymmdd.
           open input run-lock-file.
           if ws-rlk-file-status = '00'
               read run-lock-file          into ws-run-lock
                   at end continue
                   not at end
                       if ws-rlk-running or ws-rlk-halted
                           move 'y'        to ws-lock-held-sw
                       end-if
               end-read
               close run-lock-file
           end-if.
           if ws-lock-held
               perform 020-check-override
           end-if.

      *an override has to name this program and the user taking
      *responsibility for it; it is spent by the run it lets
      *through, and flagged on the alert file
       020-check-override.
           open input lock-override-file.
           if ws-lov-file-status = '00'
               read lock-override-file     into ws-lock-override
                   at end continue
                   not at end
                       if ws-lov-program = "Program48_Privacy_Erase"
                           and ws-lov-user not = spaces
                           move 'y'        to ws-lock-overridden-sw
                       end-if
               end-read
               close lock-override-file
           end-if.
           if ws-lock-overridden
               open output lock-override-file
               close lock-override-file
               display "CHAIN RUN LOCK OVERRIDDEN BY " ws-lov-user
               display "REASON: " ws-lov-reason
               move "WARN"                 to ws-alr-severity
               move spaces                 to ws-alr-message
               string "RUN LOCK OVERRIDDEN BY " ws-lov-user
                   delimited by size into ws-alr-message
               perform 040-write-alert-line
           end-if.

      *says why nothing was run - who holds the lock, since when,
      *for which business date, and whether it looks left behind
      *by a chain that died - and flags it on the alert file
       030-refuse-run.
           display "CHAIN RUN LOCK HELD BY " ws-rlk-owner
                   " (PROCESS " ws-rlk-pid ")".
           display "STARTED " ws-rlk-start-date " " ws-rlk-start-time
                   " FOR BUSINESS DATE " ws-rlk-bus-date.
           move "WARN"                     to ws-alr-severity.
           move "REFUSED - CHAIN RUN LOCK HELD"
                                           to ws-alr-message.
           if ws-rlk-halted
               display "THE CHAIN HALTED ON A FAILED STEP - "
                       "RESUME IT BEFORE RUNNING THIS"
           end-if.
           if ws-rlk-running and ws-rlk-start-date < ws-lock-today
               display "THE LOCK PREDATES TODAY - CHECK FOR A "
                       "CHAIN THAT DIED"
               move "CRIT"                 to ws-alr-severity
               move "REFUSED - RUN LOCK MAY BE STALE"
                                           to ws-alr-message
           end-if.
           display "NOT RUN - KEY project1LockOverride.dat "
                   "TO OVERRIDE".
           perform 040-write-alert-line.
           move 8                          to return-code.

      *drops one line onto the operations alert file
       040-write-alert-line.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "Program48_Privacy_Erase"  to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

       end program Program48_Privacy_Erase.
