       identification division.
       program-id. REVDEC01.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : Manager-review decision screen (transaction
      *              RVW1). Walks the manager-review queue's online
      *              copy one record at a time, showing the queued
      *              record with the edit codes that flagged it, the
      *              date it was queued and its dollar value, and
      *              takes the manager's A (approve) or R (reject)
      *              on the spot. The decision is filed under the
      *              queue record's own online key, so a second
      *              decision for the same queue entry is refused
      *              at the terminal, and the nightly extract turns
      *              the decision file into project1Decisions.dat
      *              for Program08_Review_Disposition - the same
      *              way RKY1 corrections become
      *              project1Corrected.dat. The manager is whoever
      *              is signed on: their entry on the cashier
      *              master gives their home store, and that
      *              store's district is the only district whose
      *              queued records they are shown or may decide.
      *
      *              Files (defined to CICS, mirrored from/to the
      *              batch flat files by the nightly load/extract):
      *                REVIEWQ  KSDS key invoice+seq (11)   len 159
      *                STOREMST KSDS key store-code  (2)    len 29
      *                CASHMST  KSDS key cashier-id  (8)    len 31
      *                DECISNF  KSDS key invoice+seq (11)   len 29
      *                  (the 18-byte batch decision record behind
      *                   the queue record's online key; the
      *                   extract writes project1Decisions.dat
      *                   from it)
      *                USERAUTH KSDS key user-id     (8)    len 55
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Check the user authority master for RVW1 ahead
      *               of the district rule.

       environment division.

       data division.
       working-storage section.

      *commarea - the key of the queue record on the screen, so
      *the pseudo-conversation picks the browse back up where it
      *left off, and the signed-on manager with the district
      *worked out for them on first entry
       01 ws-commarea.
           05 ws-ca-key.
               10 ws-ca-invoice         pic x(9).
               10 ws-ca-seq             pic 99.
           05 ws-ca-manager             pic x(8).
           05 ws-ca-district            pic xx.

       01 ws-resp                       pic s9(8) comp
           value 0.

      *response from the eligibility reads made inside the browse
      *- kept apart from ws-resp, which the browse loop tests
       01 ws-chk-resp                   pic s9(8) comp
           value 0.

      *the key that was on the screen when the walk stepped off it
      *- READNEXT overwrites its RIDFLD with the key it retrieves,
      *so "did the browse land back on the record just worked" has
      *to be judged against this saved copy, never the RIDFLD
       01 ws-prev-key                   pic x(11)
           value low-values.

      *the entry before this one for the same invoice - decisions
      *reach Program08 by invoice alone, so they have to be keyed
      *in queue order
       01 ws-prior-key.
           05 ws-pk-invoice             pic x(9).
           05 ws-pk-seq                 pic 99.

      *queue record - the online key then the batch queue record
       01 ws-queue-rec.
           05 wq-key.
               10 wq-invoice            pic x(9).
               10 wq-seq                pic 99.
           05 wq-record.
               10 wq-rejected-record.
                   15 wq-trans-code     pic x.
                   15 wq-trans-amount   pic x(7).
                   15 wq-trans-amt-n redefines wq-trans-amount
                                        pic 9(5)v99.
                   15 wq-pay-type       pic xx.
                   15 wq-store-num      pic xx.
                   15 wq-invoice-num    pic x(9).
                   15 wq-sku-code       pic x(15).
                   15 wq-return-reason  pic xx.
                   15 wq-orig-invoice   pic x(9).
                   15 wq-trans-date     pic x(8).
                   15 wq-exchange-sku   pic x(15).
                   15 wq-customer-num   pic x(8).
                   15 wq-cashier-id     pic x(8).
               10 filler                pic x.
               10 wq-error-codes        pic x(21).
               10 filler                pic x.
               10 wq-long-sku           pic x(30).
               10 filler                pic x.
               10 wq-rejected-date      pic x(8).

      *decision record - the queue record's online key, then the
      *18-byte record Program08 reads
       01 ws-decision-rec.
           05 wd-key.
               10 wd-invoice            pic x(9).
               10 wd-seq                pic 99.
           05 wd-record.
               10 wd-invoice-num        pic x(9).
               10 wd-decision           pic x.
               10 wd-manager-id         pic x(8).

      *store master record, read for the store's district
       01 ws-store-rec.
           05 wm-store-code             pic xx.
           05 wm-tax-rate               pic 9v99.
           05 wm-long-sku-flag          pic x.
           05 wm-active-flag            pic x.
               88 wm-is-active          value 'A'.
           05 wm-juris-code             pic x(4).
           05 wm-eff-date               pic x(8).
           05 wm-end-date               pic x(8).
           05 wm-district-code          pic xx.

      *cashier master record, read for the manager's home store
       01 ws-cash-rec.
           05 wh-cashier-id             pic x(8).
           05 wh-cashier-name           pic x(20).
           05 wh-store-num              pic xx.
           05 wh-active-flag            pic x.
               88 wh-is-active          value 'A'.

      *the manager's keyed decision
       01 ws-kf-decision                pic x
           value space.
           88 ws-kf-valid-decision      value 'A', 'R'.

      *whether the browse has landed on a record this manager may
      *decide
       01 ws-found-sw                   pic x
           value 'n'.
           88 ws-found                  value 'y'.

      *whether the queue record's store is in the manager's
      *district
       01 ws-in-district-sw             pic x
           value 'n'.
           88 ws-in-district            value 'y'.

      *the dollar value as the screen shows it
       01 ws-amount-edit                pic zz,zz9.99.

      *a message held across the screen refill that follows a
      *filed decision
       01 ws-held-msg                   pic x(75)
           value spaces.

       77 ws-exit-msg                   pic x(23)
           value "DECISION SCREEN ENDED".
       77 ws-no-mgr-msg                 pic x(40)
           value "NO REVIEW DISTRICT ON FILE FOR THIS USER".
       77 ws-done-msg                   pic x(40)
           value "NO QUEUED RECORDS LEFT FOR YOUR DISTRICT".

      *the signed-on user's entry on the user authority master -
      *a Y per screen they may run and, for RKY1, the stores whose
      *rekeyed records they may correct ("**" for every store)
       01 ws-user-rec.
           05 wu-user-id                pic x(8).
           05 wu-user-name              pic x(20).
           05 wu-user-trans.
               10 wu-inq1               pic x.
               10 wu-rky1               pic x.
               10 wu-mnt1               pic x.
               10 wu-ops1               pic x.
               10 wu-rvw1               pic x.
               10 wu-ciq1               pic x.
           05 wu-user-stores            pic x(20).
           05 wu-active-flag            pic x.
               88 wu-is-active          value 'A'.

       01 ws-user-id                    pic x(8)
           value spaces.

       77 ws-no-auth-msg                pic x(40)
           value "NOT AUTHORIZED TO RUN RVW1".

      *symbolic map for the decision screen
       copy "REVDEC1M.cpy".

      *attention identifiers and standard attributes
       copy DFHAID.
       copy DFHBMSCA.

       linkage section.
       01 dfhcommarea.
           05 lk-ca-key                 pic x(11).
           05 lk-ca-manager             pic x(8).
           05 lk-ca-district            pic xx.

       procedure division.
       000-mainline.
           if eibcalen = 0
               perform 050-check-authority
               perform 100-establish-manager
               move low-values          to ws-ca-key
               perform 700-show-next-record
           end-if.

           move lk-ca-key               to ws-ca-key.
           move lk-ca-manager           to ws-ca-manager.
           move lk-ca-district          to ws-ca-district.

           evaluate eibaid
               when dfhpf3
                   perform 900-return-to-cics
               when dfhpf8
                   perform 700-show-next-record
               when dfhenter
                   perform 200-file-decision
               when other
                   move "USE ENTER, PF8 OR PF3" to vmsgo
                   perform 150-send-dataonly
           end-evaluate.

           perform 800-return-with-commarea.

      *the signed-on user has to be on the user authority master,
      *active, and allowed this screen - anyone else is turned
      *away before anything is shown
       050-check-authority.
           exec cics assign
               userid(ws-user-id)
           end-exec.
           exec cics read
               file('USERAUTH')
               into(ws-user-rec)
               ridfld(ws-user-id)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               or not wu-is-active
               or wu-rvw1 not = 'Y'
               perform 960-refuse-authority
           end-if.

      *the manager is the signed-on user - their home store on the
      *cashier master decides the one district they work. No
      *entry, or no district on the home store, and there is
      *nothing this user may decide
       100-establish-manager.
           exec cics assign
               userid(ws-ca-manager)
           end-exec.
           exec cics read
               file('CASHMST')
               into(ws-cash-rec)
               ridfld(ws-ca-manager)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal) or not wh-is-active
               perform 950-refuse-user
           end-if.
           exec cics read
               file('STOREMST')
               into(ws-store-rec)
               ridfld(wh-store-num)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               or wm-district-code = spaces
               perform 950-refuse-user
           end-if.
           move wm-district-code        to ws-ca-district.

      *redisplay with whatever has been filled in
       150-send-dataonly.
           exec cics send
               map('RVWMAP')
               mapset('REVDEC1M')
               from(rvwmapo)
               dataonly
           end-exec.

      *pull the keyed decision, check it may be filed, and file
      *it under the queue record's key - a key already on the
      *decision file means this entry was decided before, and the
      *second decision is refused
       200-file-decision.
           exec cics receive
               map('RVWMAP')
               mapset('REVDEC1M')
               into(rvwmapi)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal) or vdecisl = 0
               move "KEY A TO APPROVE OR R TO REJECT" to vmsgo
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.
           move vdecisi                 to ws-kf-decision.

      *the record being decided has to still be on the queue
           exec cics read
               file('REVIEWQ')
               into(ws-queue-rec)
               ridfld(ws-ca-key)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               move "RECORD GONE FROM THE QUEUE - SHOWING NEXT"
                                        to ws-held-msg
               perform 700-show-next-record
           end-if.

           perform 740-check-district.

           move spaces                  to vmsgo.
           evaluate true
               when not ws-kf-valid-decision
                   move "DECISION MUST BE A (APPROVE) OR R (REJECT)"
                                        to vmsgo
               when not ws-in-district
                   move "RECORD IS NOT IN YOUR DISTRICT - REFUSED"
                                        to vmsgo
               when ws-ca-seq > 0
                   perform 300-check-prior-entry
           end-evaluate.
           if vmsgo not = spaces
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.

           move ws-ca-key               to wd-key.
           move wq-invoice-num          to wd-invoice-num.
           move ws-kf-decision          to wd-decision.
           move ws-ca-manager           to wd-manager-id.
           exec cics write
               file('DECISNF')
               from(ws-decision-rec)
               ridfld(wd-key)
               resp(ws-resp)
           end-exec.
           evaluate true
               when ws-resp = dfhresp(normal)
                   move "DECISION FILED" to ws-held-msg
                   perform 700-show-next-record
               when ws-resp = dfhresp(duprec)
                   move "ENTRY ALREADY DECIDED - DECISION REFUSED"
                                        to vmsgo
               when other
                   move "DECISION FILE WRITE FAILED - NOT FILED"
                                        to vmsgo
           end-evaluate.
           perform 150-send-dataonly.
           perform 800-return-with-commarea.

      *the queue can hold several records under one invoice, and
      *Program08 spends decisions on them in queue order by
      *invoice alone - so an entry can only be decided once the
      *one before it under the same invoice has been
       300-check-prior-entry.
           move ws-ca-invoice           to ws-pk-invoice.
           compute ws-pk-seq = ws-ca-seq - 1.
           exec cics read
               file('DECISNF')
               into(ws-decision-rec)
               ridfld(ws-prior-key)
               resp(ws-chk-resp)
           end-exec.
           if ws-chk-resp not = dfhresp(normal)
               move "DECIDE THE EARLIER ENTRY FOR THIS INVOICE FIRST"
                                        to vmsgo
           end-if.

      *finds the next queue record after the one on the screen
      *that is in the manager's district and not yet decided, and
      *puts it up; end of the queue ends the walk politely
       700-show-next-record.
           move ws-ca-key               to ws-prev-key.
           move 'n'                     to ws-found-sw.
           exec cics startbr
               file('REVIEWQ')
               ridfld(ws-ca-key)
               keylength(11)
               gteq
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               perform 750-queue-empty
           end-if.

           perform 710-read-past-current.
           perform until ws-resp not = dfhresp(normal) or ws-found
               perform 730-check-eligible
               if not ws-found
                   exec cics readnext
                       file('REVIEWQ')
                       into(ws-queue-rec)
                       ridfld(ws-ca-key)
                       keylength(11)
                       resp(ws-resp)
                   end-exec
               end-if
           end-perform.

           exec cics endbr
               file('REVIEWQ')
           end-exec.

           if not ws-found
               perform 750-queue-empty
           end-if.

           perform 720-fill-screen.
           exec cics send
               map('RVWMAP')
               mapset('REVDEC1M')
               from(rvwmapo)
               erase
           end-exec.
           perform 800-return-with-commarea.

      *steps the browse onto the record after the one just worked
      *(or the first record when the walk is starting fresh) - the
      *record just retrieved is only read past when it is the one
      *that was on the screen, judged against the saved key
       710-read-past-current.
           exec cics readnext
               file('REVIEWQ')
               into(ws-queue-rec)
               ridfld(ws-ca-key)
               keylength(11)
               resp(ws-resp)
           end-exec.
           if ws-resp = dfhresp(normal)
               and wq-key = ws-prev-key
               exec cics readnext
                   file('REVIEWQ')
                   into(ws-queue-rec)
                   ridfld(ws-ca-key)
                   keylength(11)
                   resp(ws-resp)
               end-exec
           end-if.

      *lays the queue record out on the screen with its dollar
      *value, the raw record underneath so the manager sees
      *exactly what the batch saw
       720-fill-screen.
           move low-values              to rvwmapo.
           move wq-key                  to ws-ca-key.
           move wq-key                  to vseqnoo.
           move ws-ca-manager           to vmgro.
           move ws-ca-district          to vdisto.
           move wq-error-codes          to vcodeso.
           move wq-rejected-date        to vrdateo.
           move wq-trans-code           to vtcodeo.
           if wq-trans-amount is numeric
               move wq-trans-amt-n      to ws-amount-edit
               move ws-amount-edit      to vamounto
           else
               move wq-trans-amount     to vamounto
           end-if.
           move wq-pay-type             to vpaytypo.
           move wq-store-num            to vstoreo.
           move wq-invoice-num          to vinvnoo.
           move wq-trans-date           to vtdateo.
           if wq-long-sku not = spaces
               move wq-long-sku         to vskuo
           else
               move wq-sku-code         to vskuo
           end-if.
           move wq-return-reason        to vreasono.
           move wq-orig-invoice         to vorigino.
           move wq-customer-num         to vcusto.
           move wq-cashier-id           to vcasho.
           move wq-rejected-record (1:78)
                                        to vraw1o.
           move wq-rejected-record (79:8)
                                        to vraw2o.
           move ws-held-msg             to vmsgo.
           move spaces                  to ws-held-msg.

      *a queue record is offered only when its store is in the
      *manager's district and nothing has been decided for it yet
      *- a store that isn't on the master belongs to no district,
      *so its record waits on the queue for the aging report
       730-check-eligible.
           move 'n'                     to ws-found-sw.
           perform 740-check-district.
           if ws-in-district
               exec cics read
                   file('DECISNF')
                   into(ws-decision-rec)
                   ridfld(wq-key)
                   resp(ws-chk-resp)
               end-exec
               if ws-chk-resp = dfhresp(notfnd)
                   move 'y'             to ws-found-sw
               end-if
           end-if.

      *whether the queue record's store sits in the manager's
      *district
       740-check-district.
           move 'n'                     to ws-in-district-sw.
           exec cics read
               file('STOREMST')
               into(ws-store-rec)
               ridfld(wq-store-num)
               resp(ws-chk-resp)
           end-exec.
           if ws-chk-resp = dfhresp(normal)
               and wm-district-code = ws-ca-district
               move 'y'                 to ws-in-district-sw
           end-if.

      *nothing (left) to decide - say so and end the task
       750-queue-empty.
           exec cics send text
               from(ws-done-msg)
               length(40)
               erase
           end-exec.
           exec cics return
           end-exec.

      *pseudo-conversational return carrying the current key and
      *the manager's district
       800-return-with-commarea.
           exec cics return
               transid('RVW1')
               commarea(ws-commarea)
               length(21)
           end-exec.

      *PF3 - drop out of the transaction altogether
       900-return-to-cics.
           exec cics send text
               from(ws-exit-msg)
               length(23)
               erase
           end-exec.
           exec cics return
           end-exec.

      *a user with no review district may not use the screen
       950-refuse-user.
           exec cics send text
               from(ws-no-mgr-msg)
               length(40)
               erase
           end-exec.
           exec cics return
           end-exec.

      *a user not authorized for the screen is told so and the
      *task ends
       960-refuse-authority.
           exec cics send text
               from(ws-no-auth-msg)
               length(40)
               erase
           end-exec.
           exec cics return
           end-exec.

       end program REVDEC01.
