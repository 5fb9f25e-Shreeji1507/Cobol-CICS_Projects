      *              batch flat files by the nightly load/extract):
      *                REKEYQ   KSDS key invoice+seq (11)   len 159
      *                STOREMST KSDS key store-code  (2)    len 29
      *                SKUMST   KSDS key sku-code   (30)    len 61
      *                CORRECTF KSDS key invoice+seq (11)   len 135
      *                  (the corrected record in the wide 116-byte
      *                   layout for a long-SKU store, the standard
      *                   86-byte layout space-padded otherwise; the
      *                   extract writes project1Corrected.dat from
      *                   it at the proper width)
      *                USERAUTH KSDS key user-id     (8)    len 55
      *Modifications:
      *  22-Aug-2026  Original.
      *  -            Carry the SKU master copy at its full batch
      *               every call and skipped a record after each
      *               correction (and hid the only record on a
      *               one-record queue).
      *  -            Refuse a user not allowed RKY1 on the user
      *               authority master, walk and correct only the
      *               stores on that user's list, and stamp the
      *               signed-on user on each corrected record for the
      *               re-entry merge listing.
      *  -            Carry the SKU master copy at its new 61-byte
      *               width - the vendor number now rides on it.
      *  -            Accept the 'GC' and 'LP' payment types the batch
      *               edit accepts, and refuse an LP (loyalty points)
      *               ring with no customer number, matching
      *               Program01_Edit.

       environment division.


      *commarea - the key of the queue record on the screen, so
      *the pseudo-conversation picks the browse back up where it
      *left off, then the signed-on user and the stores they may
      *correct, taken off the user authority master on first entry
       01 ws-commarea.
           05 ws-ca-key.
               10 ws-ca-invoice         pic x(9).
               10 ws-ca-seq             pic xx.
           05 ws-ca-user                pic x(8).
           05 ws-ca-stores              pic x(20).
           05 ws-ca-store-list redefines ws-ca-stores.
               10 ws-ca-store           pic xx
                   occurs 10 times.

       01 ws-resp                       pic s9(8) comp
           value 0.
               10 wc-exchange-sku-long  pic x(30).
               10 wc-customer-num-l     pic x(8).
               10 wc-cashier-id-l       pic x(8).
      *the user who keyed the correction, after the record
           05 wc-keyed-by               pic x(8).

      *store master record, read to validate the store and to
      *learn whether it feeds the wide-SKU layout
           05 wk-unit-price             pic x(7).
           05 wk-eff-date               pic x(8).
           05 wk-end-date               pic x(8).
           05 wk-vendor-num             pic x(6).

      *the operator's keyed values, pulled off the map
       01 ws-keyed-fields.
               88 ws-kf-valid-code   value 'S', 'R', 'L', 'V', 'X'.
           05 ws-kf-amount              pic x(7).
           05 ws-kf-pay-type            pic xx.
               88 ws-kf-valid-type   value 'CA', 'CR', 'DB',
                                         'GC', 'LP'.
           05 ws-kf-store               pic xx.
           05 ws-kf-invoice.
               10 ws-kf-inv-a1          pic x.
           value 'n'.
           88 ws-store-ok               value 'y'.

      *whether a store is one the user may correct - "**" in the
      *user's store list covers every store
       01 ws-store-auth-sw              pic x
           value 'n'.
           88 ws-store-authorized       value 'y'.
       01 ws-check-store                pic xx
           value spaces.
       01 ws-auth-ix                    pic 99
           value 0.

      *refusal shown when the keyed store is outside the list
       01 ws-store-refuse-msg.
           05 filler                    pic x(32)
               value "NOT AUTHORIZED TO CORRECT STORE ".
           05 ws-refuse-store           pic xx.

      *whether a keyed SKU is on the master and active
       01 ws-sku-ok-sw                  pic x
           value 'n'.
       77 ws-exit-msg                   pic x(23)
           value "CORRECTION SCREEN ENDED".

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
           value "NOT AUTHORIZED TO RUN RKY1".

      *symbolic map for the correction screen
       copy "REKEYC1M.cpy".

       linkage section.
       01 dfhcommarea.
           05 lk-ca-key                 pic x(11).
           05 lk-ca-user                pic x(8).
           05 lk-ca-stores              pic x(20).

       procedure division.
       000-mainline.
           if eibcalen = 0
               perform 050-check-authority
               move low-values          to ws-ca-key
               move ws-user-id          to ws-ca-user
               move wu-user-stores      to ws-ca-stores
               perform 700-show-next-record
           end-if.

           move lk-ca-key               to ws-ca-key.
           move lk-ca-user              to ws-ca-user.
           move lk-ca-stores            to ws-ca-stores.

           evaluate eibaid
               when dfhpf3

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
               or wu-rky1 not = 'Y'
               perform 950-refuse-user
           end-if.

      *redisplay with whatever has been filled in
       150-send-dataonly.
           exec cics send
           end-if.

           perform 300-pull-keyed-fields.

      *a correction may only be filed for a store the user is
      *authorized for - checked on the store as keyed, so a
      *record can't be moved into someone else's store either
           move ws-kf-store             to ws-check-store.
           perform 730-check-store-authority.
           if not ws-store-authorized
               move ws-kf-store         to ws-refuse-store
               move ws-store-refuse-msg to rmsgo
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.

           perform 400-run-field-edits.

           if ws-err-count = 0
               move "PT"                to ws-cur-err
               perform 450-append-err
           end-if.
      *a points redemption has to name the customer the points
      *come off
           if ws-kf-pay-type = 'LP' and ws-kf-customer = spaces
               move "PC"                to ws-cur-err
               perform 450-append-err
           end-if.

           perform 460-check-store.
           if not ws-store-ok
               move ws-kf-customer      to wc-customer-num
               move ws-kf-cashier       to wc-cashier-id
           end-if.
           move ws-ca-user              to wc-keyed-by.

           exec cics write
               file('CORRECTF')
           end-if.

           perform 710-read-past-current.
      *records for stores outside the user's list are stepped over
           move 'n'                     to ws-store-auth-sw.
           perform until ws-resp not = dfhresp(normal)
                   or ws-store-authorized
               move wq-store-num        to ws-check-store
               perform 730-check-store-authority
               if not ws-store-authorized
                   exec cics readnext
                       file('REKEYQ')
                       into(ws-queue-rec)
                       ridfld(ws-ca-key)
                       keylength(11)
                       resp(ws-resp)
                   end-exec
               end-if
           end-perform.

           exec cics endbr
               file('REKEYQ')
           end-exec.

           if not ws-store-authorized
               perform 750-queue-empty
           end-if.

           perform 720-fill-screen.
           exec cics send
               map('RKYMAP')
           move wq-rejected-record (79:8)
                                        to rraw2o.

      *whether the store in ws-check-store is on the user's list -
      *a blank store (unreadable on the rejected record) only
      *matches a user with every store
       730-check-store-authority.
           move 'n'                     to ws-store-auth-sw.
           perform varying ws-auth-ix from 1 by 1
                   until ws-auth-ix > 10 or ws-store-authorized
               if ws-ca-store (ws-auth-ix) = "**"
                   move 'y'             to ws-store-auth-sw
               end-if
               if ws-check-store not = spaces
                   and ws-ca-store (ws-auth-ix) = ws-check-store
                   move 'y'             to ws-store-auth-sw
               end-if
           end-perform.

      *nothing (left) on the queue - say so and end the task
       750-queue-empty.
           exec cics send text
           exec cics return
               transid('RKY1')
               commarea(ws-commarea)
               length(39)
           end-exec.

      *PF3 - drop out of the transaction altogether
           exec cics return
           end-exec.

      *a user not authorized for the screen is told so and the
      *task ends
       950-refuse-user.
           exec cics send text
               from(ws-no-auth-msg)
               length(40)
               erase
           end-exec.
           exec cics return
           end-exec.

       end program REKEYC01.
