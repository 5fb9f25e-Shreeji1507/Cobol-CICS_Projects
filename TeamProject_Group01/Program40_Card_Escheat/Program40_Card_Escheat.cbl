       identification division.
       program-id. Program40_Card_Escheat.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program runs the gift-card dormancy sweep
      *              for the provincial unclaimed-property filing.
      *              Every card on the liability master that still
      *              carries a balance and has not moved for longer
      *              than the dormancy period is listed with its
      *              balance and issuing store, marked escheated on
      *              the master, and its balance moved off the
      *              gift-card liability onto the unclaimed-property
      *              payable in a posting file laid out the way the
      *              ledger import reads the daily extract - one
      *              balanced debit/credit pair per issuing store.
      *              The dormancy period comes off a one-line
      *              parameter file so the statutory period can
      *              change without a code change; with no
      *              parameter keyed the three-year default holds.
      *              A card already escheated is never escheated
      *              twice, so a rerun finds nothing new. Run on
      *              demand, outside the daily chain, like the
      *              master maintenance program.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Refuse to run while the nightly chain holds its
      *               run lock, unless operations has keyed a one-shot
      *               override in project1LockOverride.dat naming this
      *               program, who is overriding and why; refused and
      *               overridden runs are flagged on the alert file.
      *  -            Write the card master header back byte for byte
      *               as it was read, so a mark the store-day backout
      *               left on it survives the sweep.
      *  -            Leave the posting pairs on project1GLEscheat.dat
      *               as a handoff bracketed by header and trailer,
      *               added to any pairs the daily extract has not
      *               yet sent, so two sweeps between passes both
      *               reach the ledger; a file with no room left for
      *               a full sweep stops the run before a card is
      *               marked.
      *  -            Post the liability leg of each pair under its own
      *               escheat wording. A card whose issuing store finds
      *               no room in the store table is left unescheated,
      *               listed as held, and flagged on the alert file.

       environment division.

       input-output section.
       file-control.
      *the card liability master Program26_Gift_Card keeps - read
      *back whole, rewritten whole with the escheated cards marked
           select master-file assign       to
                               "../../../data/project1GiftCard.dat"
               organization is line sequential
               file status is ws-master-file-status.

      *the dormancy period in days - file status lets us tell
      *"nothing keyed, take the default" apart from an open error
           select parm-file assign         to
                               "../../../data/project1EscheatParm.dat"
               organization is line sequential
               file status is ws-parm-file-status.

      *the business date the dormancy is judged against
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the escheat listing for the unclaimed-property filing
           select report-file assign       to
                               "../../../data/project1Escheat.out"
               organization is line sequential.

      *the liability-to-payable posting lines the daily extract
      *sends on to the ledger - pairs it has not yet sent are kept
      *and this sweep's added to them
           select gl-file assign           to
                               "../../../data/project1GLEscheat.dat"
               organization is line sequential
               file status is ws-gl-file-status.

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

      *card master record - header carrying the date Program26
      *last posted, then one entry per card
       fd master-file
           data record is master-line
               record contains 46 characters.
       01 master-line.
           05 ml-card-num                  pic x(9).
           05 ml-issued                    pic 9(7)v99.
           05 ml-redeemed                  pic 9(7)v99.
           05 ml-last-date                 pic 9(8).
           05 ml-issue-store               pic xx.
           05 ml-status                    pic x.
               88 ml-escheated          value 'E'.
           05 ml-escheat-date              pic 9(8).
       01 master-header-line.
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
           05 filler                       pic x(35).

      *the keyed dormancy period, in days
       fd parm-file
           data record is parm-line
               record contains 4 characters.
       01 parm-line.
           05 pm-dormancy-days             pic x(4).

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

      *one posting line in the ledger import's fixed layout, the
      *same layout Program20_GL_Extract writes, padded to the
      *width of the header and trailer records
       fd gl-file
           data record is gl-line
               record contains 70 characters.
       01 gl-line.
           05 gl-store-num                 pic xx.
           05 gl-account                   pic x(6).
           05 gl-dr-cr                     pic x.
           05 gl-amount                    pic 9(9)v99.
           05 gl-post-date                 pic 9(8).
           05 gl-desc                      pic x(20).
           05 filler                       pic x(22).

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

      *the ledger accounts, shared with the daily posting extract
       copy "GLACCTS.cpy".

      *header and trailer control records on the posting handoff
       copy "CTLREC.cpy".

      *file statuses
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-master-file-status             pic xx
           value spaces.
       01 ws-parm-file-status               pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-gl-file-status                 pic xx
           value spaces.

       01 ws-master-eof                    pic x
           value 'n'.

      *the business date the sweep is judged and posted under
       01 ws-run-date                      pic 9(8)
           value 0.

      *the master header, carried through untouched - the daily
      *posting step's rerun guard reads it
       01 ws-header-found-sw               pic x
           value 'n'.
           88 ws-header-found           value 'y'.
       01 ws-posted-date                   pic 9(8)
           value 0.
       01 ws-header-image                  pic x(46)
           value spaces.

      *how many days a card may sit untouched before its balance
      *is unclaimed property - three years unless the parameter
      *file says otherwise
       77 ws-dormancy-days                 pic 9(4)
           value 1095.

      *the store a card posts under when it was issued before the
      *master carried the issuing store - head office
       77 ws-unknown-store                 pic xx
           value "00".

      *the card master held in storage - one entry per card
       01 ws-card-table.
           05 ws-cd-entry                  occurs 5000 times
               indexed by ws-cd-idx.
               10 ws-cd-card-num           pic x(9).
               10 ws-cd-issued             pic 9(7)v99.
               10 ws-cd-redeemed           pic 9(7)v99.
               10 ws-cd-last-date          pic 9(8).
               10 ws-cd-issue-store        pic xx.
               10 ws-cd-status             pic x.
                   88 ws-cd-escheated   value 'E'.
               10 ws-cd-escheat-date       pic 9(8).
       01 ws-cd-count                      pic 9(4)
           value 0.

      *the escheated balances summed per issuing store, for the
      *posting pairs and the store summary
       01 ws-store-table.
           05 ws-st-entry                  occurs 50 times.
               10 ws-st-store              pic xx.
               10 ws-st-cards              pic 9(5).
               10 ws-st-amount             pic 9(9)v99.
       01 ws-st-count                      pic 99
           value 0.
       01 ws-st-idx                        pic 99
           value 0.
       01 ws-cur-st-idx                    pic 99
           value 0.
       01 ws-lookup-store                  pic xx
           value spaces.

      *posting pairs still waiting for the daily extract, and this
      *sweep's, written back together. A sweep adds at most two
      *lines for each of the 50 stores, so a file past 1900 has no
      *room for one
       01 ws-gle-table.
           05 ws-ge-line                   pic x(70)
               occurs 2000 times.
       01 ws-ge-count                      pic 9(4)
           value 0.
       01 ws-ge-idx                        pic 9(4)
           value 0.
       77 ws-ge-room-limit                 pic 9(4)
           value 1900.
       01 ws-out-cnt                       pic 9(7)
           value 0.
       01 ws-out-hash                      pic 9(11)v99
           value 0.
       01 ws-ge-eof                        pic x
           value 'n'.

      *one card's outstanding balance and days since it moved
       01 ws-card-balance                  pic s9(8)v99
           value 0.
       01 ws-card-age                      pic s9(7)
           value 0.

      *date being worked on by 800-compute-day-serial and the
      *serial day number it computes, same arithmetic as the
      *period-accumulation step
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

      *counts and totals for the footer and the audit log
       01 ws-total-cards                   pic 9(5)
           value 0.
       01 ws-total-escheated               pic 9(5)
           value 0.
       01 ws-total-escheat-amount          pic 9(9)v99
           value 0.
       01 ws-total-lines                   pic 9(5)
           value 0.
      *cards past the period left unswept for want of room in the
      *store table
       01 ws-total-held                    pic 9(5)
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
           05 filler                       pic x(40)
               value "GIFT CARD ESCHEAT - UNCLAIMED PROPERTY".

      *the period the sweep was judged against
       01 ws-period-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(18)
               value "DORMANCY PERIOD : ".
           05 ws-pl-days                   pic z,zz9
               value 0.
           05 filler                       pic x(14)
               value " DAYS  AS AT: ".
           05 ws-pl-run-date               pic 9(8)
               value 0.

      *column headings
       01 ws-report-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(12)
               value "CARD".
           05 filler                       pic x(8)
               value "STORE".
           05 filler                       pic x(12)
               value "LAST MOVED".
           05 filler                       pic x(14)
               value "DAYS DORMANT".
           05 filler                       pic x(15)
               value "BALANCE".

      *underlines
       01 ws-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(12)
               value "----".
           05 filler                       pic x(8)
               value "-----".
           05 filler                       pic x(12)
               value "----------".
           05 filler                       pic x(14)
               value "------------".
           05 filler                       pic x(15)
               value "-------".

      *one line per escheated card
       01 ws-detail-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-card-num               pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-store                  pic xx
               value spaces.
           05 filler                       pic x(6)
               value spaces.
           05 ws-dl-last-date              pic 9(8)
               value 0.
           05 filler                       pic x(6)
               value spaces.
           05 ws-dl-age                    pic z,zz9
               value 0.
           05 filler                       pic x(5)
               value spaces.
           05 ws-dl-balance                pic $$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-note                   pic x(24)
               value spaces.

      *one line per issuing store - what the store's books remit
       01 ws-store-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(8)
               value "STORE  ".
           05 ws-sl-store                  pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-sl-cards                  pic zz,zz9
               value 0.
           05 filler                       pic x(9)
               value " CARDS   ".
           05 ws-sl-amount                 pic $$,$$$,$$9.99
               value 0.

      *chain total line
       01 ws-total-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(26)
               value "TOTAL ESCHEATED         = ".
           05 ws-tl-amount                 pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-tl-cards                  pic zz,zz9
               value 0.
           05 filler                       pic x(6)
               value " CARDS".

      *cards left unswept this time
       01 ws-held-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(26)
               value "CARDS HELD - NOT SWEPT  = ".
           05 ws-hl-cards                  pic zz,zz9
               value 0.

      *nothing past the period this time
       01 ws-none-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(40)
               value "NO CARDS PAST THE DORMANCY PERIOD".

       procedure division.
      *nothing is touched while the nightly chain holds its run
      *lock, unless operations has keyed an override for this
      *program
           perform 010-check-run-lock.
           if ws-lock-held and not ws-lock-overridden
               perform 030-refuse-run
               goback
           end-if.

           perform 050-settle-run-date.
           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-run-serial.

           perform 060-read-parm.

      *pairs the extract has not yet sent are kept - with no room
      *left for this sweep's, no card is marked
           perform 150-load-waiting-pairs.
           if ws-ge-count > ws-ge-room-limit
               perform 160-refuse-handoff-full
               goback
           end-if.

           perform 100-load-master.

      *no master yet means no cards to judge
           if not ws-header-found and ws-cd-count = 0
               perform 600-write-audit-line
               goback
           end-if.

           open output report-file.
           perform 300-print-headings.

           perform 200-judge-one-card
               varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-cd-count.

           perform 350-print-footing.
           close report-file.

           if ws-total-held > 0
               move "WARN"                 to ws-alr-severity
               move "CARDS HELD - ESCHEAT STORE TABLE FULL"
                                           to ws-alr-message
               perform 040-write-alert-line
           end-if.

      *the posting file is only rewritten when there is something
      *to add to it
           if ws-total-escheated > 0
               perform 400-write-posting-pairs
               perform 500-rewrite-master
           end-if.

           perform 600-write-audit-line.

           goback.

      *the sweep judges under the business date the consolidation
      *step left, falling back to the machine date like the other
      *steps
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

      *a keyed dormancy period overrides the default - a missing
      *file, or one that isn't a number of days, leaves it be
       060-read-parm.
           open input parm-file
           if ws-parm-file-status = '00'
               read parm-file
                   at end continue
                   not at end
                       if pm-dormancy-days is numeric
                           and pm-dormancy-days > "0000"
                           move pm-dormancy-days
                                           to ws-dormancy-days
                       end-if
               end-read
               close parm-file
           end-if.

      *reads the card master back into storage - the header is
      *kept aside so it goes back out exactly as Program26 left it
       100-load-master.
           open input master-file
           if ws-master-file-status = '00'
               read master-file
                   at end move 'y'         to ws-master-eof
               end-read
               if ws-master-eof not = 'y' and mh-is-header
                   move 'y'                to ws-header-found-sw
                   move mh-posted-date     to ws-posted-date
                   move master-header-line to ws-header-image
               end-if
               perform until ws-master-eof = 'y'
                   read master-file
                       at end move 'y'     to ws-master-eof
                   end-read
                   if ws-master-eof not = 'y'
                       and ws-cd-count < 5000
                       add 1               to ws-cd-count
                       move ml-card-num    to
                           ws-cd-card-num (ws-cd-count)
                       move ml-issued      to
                           ws-cd-issued (ws-cd-count)
                       move ml-redeemed    to
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
           end-if.

      *the pairs an earlier sweep left that the daily extract has
      *not yet sent - the header and trailer are dropped, they are
      *written fresh
       150-load-waiting-pairs.
           open input gl-file
           if ws-gl-file-status = '00'
               read gl-file
                   at end move 'y'         to ws-ge-eof
               end-read
               perform until ws-ge-eof = 'y'
                   move gl-line            to ws-ctl-record
                   if not ws-ctl-is-header
                       and not ws-ctl-is-trailer
                       and ws-ge-count < 2000
                       add 1               to ws-ge-count
                       move gl-line        to ws-ge-line (ws-ge-count)
                   end-if
                   read gl-file
                       at end move 'y'     to ws-ge-eof
                   end-read
               end-perform
               close gl-file
           end-if.

      *says why no card was swept, on the console and the alert
      *file
       160-refuse-handoff-full.
           display "ESCHEAT POSTINGS NOT YET SENT: " ws-ge-count.
           display "NOT RUN - RUN THE DAILY CHAIN TO SEND THEM FIRST".
           move "CRIT"                     to ws-alr-severity.
           move "ESCHEAT HANDOFF FULL - SWEEP NOT RUN"
                                           to ws-alr-message.
           perform 040-write-alert-line.
           move 8                          to return-code.

      *one card against the dormancy period - a card still owing
      *a balance, not already escheated, untouched past the period
      *is escheated here and now. A card whose last-moved date
      *isn't a date can't be judged and is left alone
       200-judge-one-card.
           add 1                           to ws-total-cards.
           compute ws-card-balance =
               ws-cd-issued (ws-cd-idx) - ws-cd-redeemed (ws-cd-idx).
           if ws-cd-escheated (ws-cd-idx)
               or ws-card-balance not > 0
               or ws-cd-last-date (ws-cd-idx) is not numeric
               or ws-cd-last-date (ws-cd-idx) = 0
               continue
           else
               move ws-cd-last-date (ws-cd-idx)
                                           to ws-calc-date
               perform 800-compute-day-serial
               compute ws-card-age =
                   ws-run-serial - ws-serial-day
               if ws-card-age > ws-dormancy-days
                   perform 250-escheat-card
               end-if
           end-if.

      *marks the card, lists it, and rolls its balance into its
      *issuing store's posting pair. A store the table has no room
      *for would leave the card marked with no pair to post it, so
      *the card is listed as held and left for the next sweep
       250-escheat-card.
           move ws-cd-issue-store (ws-cd-idx)
                                           to ws-lookup-store.
           if ws-lookup-store = spaces
               move ws-unknown-store       to ws-lookup-store
           end-if.
           perform 280-find-or-add-store.
           if ws-cur-st-idx = 0
               add 1                       to ws-total-held
               move "HELD - STORE TABLE FULL"
                                           to ws-dl-note
           else
               move 'E'                    to
                   ws-cd-status (ws-cd-idx)
               move ws-run-date            to
                   ws-cd-escheat-date (ws-cd-idx)
               add 1                       to ws-total-escheated
               add ws-card-balance         to
                   ws-total-escheat-amount
               add 1                       to
                   ws-st-cards (ws-cur-st-idx)
               add ws-card-balance         to
                   ws-st-amount (ws-cur-st-idx)
               move spaces                 to ws-dl-note
           end-if.

           move ws-cd-card-num (ws-cd-idx)
                                           to ws-dl-card-num.
           move ws-lookup-store            to ws-dl-store.
           move ws-cd-last-date (ws-cd-idx)
                                           to ws-dl-last-date.
           move ws-card-age                to ws-dl-age.
           move ws-card-balance            to ws-dl-balance.
           write report-line               from ws-detail-line.

      *looks the store up in the summary table, adding a zeroed
      *entry the first time it is seen; 0 only when it is full
       280-find-or-add-store.
           move 0                          to ws-cur-st-idx.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               if ws-st-store (ws-st-idx) = ws-lookup-store
                   move ws-st-idx          to ws-cur-st-idx
               end-if
           end-perform.
           if ws-cur-st-idx = 0 and ws-st-count < 50
               add 1                       to ws-st-count
               move ws-lookup-store        to ws-st-store (ws-st-count)
               move 0                      to ws-st-cards (ws-st-count)
               move 0                      to
                   ws-st-amount (ws-st-count)
               move ws-st-count            to ws-cur-st-idx
           end-if.

       300-print-headings.
           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-dormancy-days           to ws-pl-days.
           move ws-run-date                to ws-pl-run-date.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from ws-period-line.
           write report-line               from spaces.
           write report-line               from ws-report-headings.
           write report-line               from ws-underlines.

      *the per-store summary and the total being remitted
       350-print-footing.
           write report-line               from spaces.
           if ws-total-escheated = 0 and ws-total-held = 0
               write report-line           from ws-none-line
           else
               perform varying ws-st-idx from 1 by 1
                   until ws-st-idx > ws-st-count
                   move ws-st-store (ws-st-idx)
                                           to ws-sl-store
                   move ws-st-cards (ws-st-idx)
                                           to ws-sl-cards
                   move ws-st-amount (ws-st-idx)
                                           to ws-sl-amount
                   write report-line       from ws-store-line
               end-perform
               write report-line           from spaces
               move ws-total-escheat-amount
                                           to ws-tl-amount
               move ws-total-escheated     to ws-tl-cards
               write report-line           from ws-total-line
           end-if.
           if ws-total-held > 0
               move ws-total-held          to ws-hl-cards
               write report-line           from ws-held-line
           end-if.

      *one balanced pair per issuing store - the liability debited,
      *the unclaimed-property payable credited, the same amount -
      *added after the pairs still waiting
       400-write-posting-pairs.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               move spaces                 to gl-line
               move ws-st-store (ws-st-idx)
                                           to gl-store-num
               move ws-st-amount (ws-st-idx)
                                           to gl-amount
               move ws-run-date            to gl-post-date
               move ws-gl-acct-giftcard    to gl-account
               move ws-gl-desc-escheat     to gl-desc
               move 'D'                    to gl-dr-cr
               add 1                       to ws-ge-count
               move gl-line                to ws-ge-line (ws-ge-count)
               add 1                       to ws-total-lines
               move ws-gl-acct-unclaimed   to gl-account
               move ws-gl-desc-unclaimed   to gl-desc
               move 'C'                    to gl-dr-cr
               add 1                       to ws-ge-count
               move gl-line                to ws-ge-line (ws-ge-count)
               add 1                       to ws-total-lines
           end-perform.
           perform 450-rewrite-gl-escheat.

      *the posting pairs, bracketed like every handoff - the
      *trailer hashes the amounts
       450-rewrite-gl-escheat.
           move 0                          to ws-out-cnt.
           move 0                          to ws-out-hash.
           open output gl-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program40_Card_Escheat"   to ws-ctl-program.
           write gl-line                   from ws-ctl-record.
           perform varying ws-ge-idx from 1 by 1
               until ws-ge-idx > ws-ge-count
               move ws-ge-line (ws-ge-idx) to gl-line
               write gl-line
               add 1                       to ws-out-cnt
               add gl-amount               to ws-out-hash
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-out-cnt                 to ws-ctl-count.
           move ws-out-hash                to ws-ctl-hash.
           write gl-line                   from ws-ctl-record.
           close gl-file.

      *writes the whole master back out - Program26's header just
      *as it was read, then every card with its status
       500-rewrite-master.
           open output master-file.
           if ws-header-found
               move ws-header-image        to master-line
               write master-line
           end-if.
           perform varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-cd-count
               move ws-cd-card-num (ws-cd-idx)
                                           to ml-card-num
               move ws-cd-issued (ws-cd-idx)
                                           to ml-issued
               move ws-cd-redeemed (ws-cd-idx)
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

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program40_Card_Escheat"   to ws-aud-program.
           move ws-total-cards             to ws-aud-in.
           move ws-total-escheated         to ws-aud-out.
           move ws-total-held              to ws-aud-rejected.
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
                       if ws-lov-program = "Program40_Card_Escheat"
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
           move "Program40_Card_Escheat"   to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

       end program Program40_Card_Escheat.
