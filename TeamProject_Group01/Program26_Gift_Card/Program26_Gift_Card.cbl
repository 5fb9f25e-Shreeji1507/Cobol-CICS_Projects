      *              business date is not posted twice.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Carry each card's issuing store and an escheat
      *               status/date on the master. The dormancy run
      *               marks cards escheated; a later redemption of one
      *               is posted but flagged on the report and the
      *               alert file, and escheated balances stay off the
      *               chain liability.
      *  -            Honour the store-day backout: a master whose
      *               last-posted day was backed out takes the
      *               corrected day instead of skipping it as already
      *               posted, and a day posted behind the master no
      *               longer moves its posted date back.

       environment division.

      *rest are one entry per card
       fd master-file
           data record is master-line
               record contains 46 characters.
       01 master-line.
           05 ml-card-num                  pic x(9).
           05 ml-issued                    pic 9(7)v99.
           05 ml-redeemed                  pic 9(7)v99.
           05 ml-last-date                 pic 9(8).
      *the store the card was sold at, and whether the dormant
      *balance has been turned over as unclaimed property
           05 ml-issue-store               pic xx.
           05 ml-status                    pic x.
               88 ml-escheated          value 'E'.
           05 ml-escheat-date              pic 9(8).
       01 master-header-line.
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
      *set by the store-day backout when the day it took off is
      *the day the master was last posted for
           05 mh-backout-flag              pic x.
               88 mh-backed-out         value 'B'.
           05 filler                       pic x(34).

       fd report-file
           data record is report-line
               10 ws-cd-issued             pic 9(7)v99.
               10 ws-cd-redeemed           pic 9(7)v99.
               10 ws-cd-last-date          pic 9(8).
               10 ws-cd-issue-store        pic xx.
               10 ws-cd-status             pic x.
                   88 ws-cd-escheated   value 'E'.
               10 ws-cd-escheat-date       pic 9(8).
       01 ws-cd-count                      pic 9(4)
           value 0.
       01 ws-cur-cd-idx                    pic 9(4)
           value 0.
       01 ws-total-unidentified            pic 9(5)
           value 0.
       01 ws-total-escheat-redeemed        pic 9(5)
           value 0.

      *the card whose escheated balance was just spent, for the
      *alert line
       01 ws-escheat-alert-card            pic x(9)
           value spaces.

      *report header
       01 ws-report-header.
               value "BALANCE".
           05 filler                       pic x(12)
               value "LAST MOVED".
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(10)
               value "STATUS".

      *underlines
       01 ws-underlines.
               value "-------".
           05 filler                       pic x(12)
               value "----------".
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(10)
               value "------".

      *one line per card
       01 ws-detail-line.
               value spaces.
           05 ws-dl-last-date              pic 9(8)
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-dl-issue-store            pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-dl-status                 pic x(9)
               value spaces.

      *chain total line
       01 ws-total-line.
           05 ws-ul-count                  pic zz,zz9
               value 0.

      *escheated-card-spent note
       01 ws-escheat-redeem-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(26)
               value "ESCHEATED CARDS SPENT   = ".
           05 ws-er-count                  pic zz,zz9
               value 0.
           05 filler                       pic x(32)
               value "  - RECLAIM FROM UNCLAIMED PROP".

       procedure division.
           perform 050-settle-run-date.

               if ws-master-eof not = 'y' and mh-is-header
                   move mh-posted-date     to ws-posted-date
                   if ws-posted-date = ws-run-date
                       and not mh-backed-out
                       move 'y'            to ws-already-posted-sw
                   end-if
               end-if
                           ws-cd-redeemed (ws-cd-count)
                       move ml-last-date   to
                           ws-cd-last-date (ws-cd-count)
                       move ml-issue-store to
                           ws-cd-issue-store (ws-cd-count)
                       move ml-status      to
                           ws-cd-status (ws-cd-count)
                       if ml-escheat-date is numeric
                           move ml-escheat-date
                                           to
                               ws-cd-escheat-date (ws-cd-count)
                       else
                           move 0          to
                               ws-cd-escheat-date (ws-cd-count)
                       end-if
                   end-if
               end-perform
               close master-file
                           ws-cd-issued (ws-cur-cd-idx)
                       move ws-run-date    to
                           ws-cd-last-date (ws-cur-cd-idx)
                       if ws-cd-issue-store (ws-cur-cd-idx)
                           = spaces
                           move il-store-num
                                           to
                               ws-cd-issue-store (ws-cur-cd-idx)
                       end-if
                       add 1               to ws-total-posted
                   end-if
               end-if
                                           to
                               ws-cd-last-date (ws-cur-cd-idx)
                           add 1           to ws-total-posted
      *the POS has already honoured it - a card whose balance
      *went to unclaimed property is flagged so it is reclaimed
                           if ws-cd-escheated (ws-cur-cd-idx)
                               add 1       to
                                   ws-total-escheat-redeemed
                               move ws-work-card
                                           to
                                   ws-escheat-alert-card
                               perform 450-raise-escheat-alert
                           end-if
                       end-if
                   end-if
               end-if
                   ws-cd-redeemed (ws-cd-count)
               move 0                      to
                   ws-cd-last-date (ws-cd-count)
               move spaces                 to
                   ws-cd-issue-store (ws-cd-count)
               move space                  to
                   ws-cd-status (ws-cd-count)
               move 0                      to
                   ws-cd-escheat-date (ws-cd-count)
               move ws-cd-count            to ws-cur-cd-idx
           end-if.

           move spaces                     to master-line.
           move 'HDR'                      to mh-header-tag.
           move ws-run-date                to mh-posted-date.
           if ws-posted-date > ws-run-date
               move ws-posted-date         to mh-posted-date
           end-if.
           write master-line.
           perform varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-cd-count
                                           to ml-redeemed
               move ws-cd-last-date (ws-cd-idx)
                                           to ml-last-date
               move ws-cd-issue-store (ws-cd-idx)
                                           to ml-issue-store
               move ws-cd-status (ws-cd-idx)
                                           to ml-status
               move ws-cd-escheat-date (ws-cd-idx)
                                           to ml-escheat-date
               write master-line
           end-perform.
           close master-file.
                   ws-cd-issued (ws-cd-idx)
                   - ws-cd-redeemed (ws-cd-idx)
               move ws-card-balance        to ws-dl-balance
               move ws-cd-last-date (ws-cd-idx)
                                           to ws-dl-last-date
               move ws-cd-issue-store (ws-cd-idx)
                                           to ws-dl-issue-store
      *an escheated balance is owed to the province now, not to
      *the cardholder - it stays off the chain liability
               if ws-cd-escheated (ws-cd-idx)
                   move "ESCHEATED"        to ws-dl-status
               else
                   move spaces             to ws-dl-status
                   add ws-card-balance     to ws-total-liability
               end-if
               write report-line           from ws-detail-line
           end-perform.
           move ws-total-liability         to ws-tl-liability.
               move ws-total-unidentified  to ws-ul-count
               write report-line           from ws-unident-line
           end-if.
           if ws-total-escheat-redeemed > 0
               move ws-total-escheat-redeemed
                                           to ws-er-count
               write report-line           from ws-escheat-redeem-line
           end-if.
           close report-file.

      *a ring spent a card already turned over as unclaimed
      *property - WARN, not CRIT: the batch posts on, but finance
      *has to reclaim the balance from the province
       450-raise-escheat-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program26_Gift_Card"      to ws-alr-program.
           move spaces                     to ws-alr-message.
           string "ESCHEATED CARD REDEEMED - "
                                           delimited by size
                  ws-escheat-alert-card    delimited by size
               into ws-alr-message.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *the input file doesn't tie to its trailer - raise the alert
      *and end the step nonzero so the chain halts here
       920-refuse-input-file.
