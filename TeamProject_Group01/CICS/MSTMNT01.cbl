      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : Master maintenance screen (transaction MNT1).
      *              Merchandising keys a store, SKU or vendor
      *              maintenance transaction field by field -
      *              master type, action, key, and the attributes
      *              that master carries - and the same
      *              add/change/deactivate edits
      *              Program13_Master_Maint applies run on the
      *              spot, including the tax-rate and unit-price
      *              edits. The entry's before-image
      *              comes off the online master copy, the
      *              after-image echoes what was keyed, and a
      *              clean transaction is written to the
      *              into project1MasterMaint.dat for the batch
      *              run - so a new season's SKUs are keyed here,
      *              not emailed as a text file, and one column
      *              off is caught at the terminal. A change the
      *              batch run held for a second user's approval is
      *              approved or rejected here too, by pending
      *              number.
      *
      *              Files (defined to CICS, mirrored from/to the
      *              batch flat files by the nightly load/extract):
      *                STOREMST KSDS key store-code (2)     len 29
      *                SKUMST   KSDS key sku-code  (30)     len 61
      *                VENDMST  KSDS key vendor-num (6)     len 59
      *                MAINTQ   KSDS key type+key  (31)     len 125
      *                  (the 94-byte batch maintenance record
      *                   behind its online key; the extract
      *                   writes project1MasterMaint.dat from it)
      *                USERAUTH KSDS key user-id   (8)      len 55
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Key the store's jurisdiction, district and
      *               the screen meant to replace the hand-built
      *               file. The before/after images show them the
      *               way the batch change listing does.
      *  -            Refuse a user not allowed MNT1 on the user
      *               authority master, and carry the signed-on user
      *               in the commarea onto each queued transaction so
      *               the batch change listing shows who keyed it.
      *  -            Key a SKU's vendor number and maintain the
      *               vendor master itself (type V - vendor number in
      *               the key field, name, claim address and RTV
      *               terms CR, RP or FD), with the same edits the
      *               batch run applies; a SKU's vendor has to be
      *               active on VENDMST. The queued transaction
      *               carries the fields past the keyed-by user, the
      *               way the batch record now does.
      *  -            Key the approval of a held price or tax-rate
      *               change (type A - pending number in the key
      *               field, action A approve or R reject), queued
      *               under the signed-on user, who becomes the
      *               approver the batch run checks.

       environment division.

       data division.
       working-storage section.

      *communication area - the first-entry flag and the signed-on
      *user, carried so every queued change shows who keyed it
       01 ws-commarea.
           05 ws-ca-flag                pic x.
           05 ws-ca-user                pic x(8).

       01 ws-resp                       pic s9(8) comp
           value 0.
           05 ws-kf-type                pic x.
               88 ws-kf-is-store        value 'S'.
               88 ws-kf-is-sku          value 'K'.
               88 ws-kf-is-vendor       value 'V'.
               88 ws-kf-is-approval     value 'A'.
           05 ws-kf-action              pic x.
               88 ws-kf-is-add          value 'A'.
               88 ws-kf-is-change       value 'C'.
               88 ws-kf-is-deactivate   value 'D'.
      *an approval approves or rejects the held change
               88 ws-kf-is-approve      value 'A'.
               88 ws-kf-is-reject       value 'R'.
           05 ws-kf-key                 pic x(30).
           05 ws-kf-store-key redefines ws-kf-key.
               10 ws-kf-store           pic xx.
               10 filler                pic x(28).
           05 ws-kf-vend-key redefines ws-kf-key.
               10 ws-kf-vend-num        pic x(6).
               10 filler                pic x(24).
      *an approval keys the held change's pending number
           05 ws-kf-appr-key redefines ws-kf-key.
               10 ws-kf-pend-id         pic x(6).
               10 ws-kf-appr-rest       pic x(24).
           05 ws-kf-tax                 pic x(3).
           05 ws-kf-long                pic x.
           05 ws-kf-price               pic x(7).
           05 ws-kf-juris               pic x(4).
           05 ws-kf-dist                pic xx.
           05 ws-kf-eff                 pic x(8).
           05 ws-kf-vendor              pic x(6).
           05 ws-kf-vname               pic x(20).
           05 ws-kf-vterms              pic xx.
               88 ws-kf-terms-valid     values 'CR' 'RP' 'FD'.
           05 ws-kf-vaddr               pic x(30).

      *store master record, as the batch maintenance keeps it
       01 ws-store-rec.
           05 wk-unit-price             pic x(7).
           05 wk-eff-date               pic x(8).
           05 wk-end-date               pic x(8).
           05 wk-vendor-num             pic x(6).

      *vendor master record, as the batch maintenance keeps it
       01 ws-vend-rec.
           05 wv-vendor-num             pic x(6).
           05 wv-vendor-name            pic x(20).
           05 wv-claim-addr             pic x(30).
           05 wv-rtv-terms              pic xx.
           05 wv-active-flag            pic x.
               88 wv-is-active          value 'A'.

      *whether the keyed entry is already on the master copy
       01 ws-found-sw                   pic x
           value 'n'.
           88 ws-found                  value 'y'.

      *whether the SKU's keyed vendor is active on the vendor copy
       01 ws-vendor-ok-sw               pic x
           value 'n'.
           88 ws-vendor-on-file         value 'y'.

      *the maintenance-queue record being filed - the online key
      *then the batch maintenance transaction in the layout
      *Program13_Master_Maint reads
                   15 wq-sku-price      pic x(7).
                   15 wq-sku-eff        pic x(8).
                   15 wq-sku-end        pic x(8).
               10 wq-vend-data redefines wq-data.
                   15 wq-vend-num       pic x(6).
                   15 wq-vend-name      pic x(20).
                   15 wq-vend-terms     pic xx.
                   15 filler            pic x(26).
      *an approval names the held change by its pending number,
      *where Program13's mt-appr-data expects it
               10 wq-appr-data redefines wq-data.
                   15 wq-appr-pend-id   pic x(6).
                   15 filler            pic x(48).
      *the user who keyed the change, after the transaction data
               10 wq-keyed-by           pic x(8).
      *then the extension Program13's mt-ext-data expects - the
      *SKU's vendor, or the vendor's claim address
               10 wq-ext-data           pic x(30).
               10 wq-sku-ext redefines wq-ext-data.
                   15 wq-sku-vendor     pic x(6).
                   15 filler            pic x(24).
               10 wq-vend-ext redefines wq-ext-data.
                   15 wq-vend-addr      pic x(30).

      *scratch area for reading the queue record being replaced
       01 ws-queue-old                  pic x(125)
           value spaces.

      *before/after images shown back, strung the same way the
       77 ws-exit-msg                   pic x(24)
           value "MAINTENANCE SCREEN ENDED".

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
           value "NOT AUTHORIZED TO RUN MNT1".

      *symbolic map for the maintenance screen
       copy "MSTMNT1M.cpy".

       copy DFHBMSCA.

       linkage section.
       01 dfhcommarea.
           05 lk-ca-flag                pic x.
           05 lk-ca-user                pic x(8).

       procedure division.
       000-mainline.
           if eibcalen = 0
               perform 050-check-authority
               move ws-user-id          to ws-ca-user
               perform 100-send-fresh-map
           end-if.

           move lk-ca-user              to ws-ca-user.

           evaluate eibaid
               when dfhpf3
                   perform 900-return-to-cics
           exec cics return
               transid('MNT1')
               commarea(ws-commarea)
               length(9)
           end-exec.

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
               or wu-mnt1 not = 'Y'
               perform 950-refuse-user
           end-if.

      *fresh screen, cursor on the master-type field
       100-send-fresh-map.
           exec cics return
               transid('MNT1')
               commarea(ws-commarea)
               length(9)
           end-exec.

      *redisplay with whatever has been filled in
               exec cics return
                   transid('MNT1')
                   commarea(ws-commarea)
                   length(9)
               end-exec
           end-if.

           if neffl > 0
               move neffi               to ws-kf-eff
           end-if.
           if nvendl > 0
               move nvendi              to ws-kf-vendor
           end-if.
           if nvnamel > 0
               move nvnamei             to ws-kf-vname
           end-if.
           if nvterml > 0
               move nvtermi             to ws-kf-vterms
           end-if.
           if nvaddrl > 0
               move nvaddri             to ws-kf-vaddr
           end-if.
           move spaces                  to nmsgo.
           move spaces                  to nbeforeo.
           move spaces                  to naftero.
      *listing always agree
       300-run-edits.
           evaluate true
               when not (ws-kf-is-store or ws-kf-is-sku
                   or ws-kf-is-vendor or ws-kf-is-approval)
                   move "REJECTED - BAD MASTER TYPE" to nmsgo
               when ws-kf-is-approval
                   perform 490-edit-approval
               when not (ws-kf-is-add or ws-kf-is-change
                   or ws-kf-is-deactivate)
                   move "REJECTED - BAD ACTION" to nmsgo
                   move "REJECTED - BLANK KEY" to nmsgo
               when ws-kf-is-store
                   perform 350-edit-store-trans
               when ws-kf-is-vendor
                   perform 450-edit-vend-trans
               when other
                   perform 400-edit-sku-trans
           end-evaluate.

       400-edit-sku-trans.
           perform 420-read-sku-copy.
           perform 440-check-sku-vendor.
           evaluate true
               when (ws-kf-is-add or ws-kf-is-change)
                   and not (ws-kf-long = 'Y' or 'N')
                   and ws-kf-price not = spaces
                   and ws-kf-price is not numeric
                   move "REJECTED - PRICE NOT NUMERIC" to nmsgo
               when (ws-kf-is-add or ws-kf-is-change)
                   and ws-kf-vendor not = spaces
                   and not ws-vendor-on-file
                   move "REJECTED - VENDOR NOT ON FILE" to nmsgo
               when ws-kf-is-add and ws-found
                   move "REJECTED - KEY ALREADY ON FILE" to nmsgo
               when (ws-kf-is-change or ws-kf-is-deactivate)
               string wk-sku-code " "
                   wk-long-flag " "
                   wk-unit-price " "
                   wk-vendor-num " "
                   wk-active-flag
                   delimited by size into ws-before-image
           else
           if ws-kf-is-deactivate
               string wk-sku-code " "
                   wk-long-flag " "
                   wk-unit-price " "
                   wk-vendor-num " N"
                   delimited by size into ws-after-image
           else
               string ws-kf-key " "
                   ws-kf-long " "
                   ws-kf-price " "
                   ws-kf-vendor " A"
                   delimited by size into ws-after-image
           end-if.
           move ws-before-image         to nbeforeo.
           move ws-after-image          to naftero.

      *a SKU's vendor has to be active on the online vendor copy
       440-check-sku-vendor.
           move 'n'                     to ws-vendor-ok-sw.
           if ws-kf-vendor not = spaces
               exec cics read
                   file('VENDMST')
                   into(ws-vend-rec)
                   ridfld(ws-kf-vendor)
                   resp(ws-resp)
               end-exec
               if ws-resp = dfhresp(normal) and wv-is-active
                   move 'y'             to ws-vendor-ok-sw
               end-if
           end-if.

       450-edit-vend-trans.
           perform 470-read-vend-copy.
           evaluate true
               when (ws-kf-is-add or ws-kf-is-change)
                   and not ws-kf-terms-valid
                   move "REJECTED - TERMS NOT CR/RP/FD" to nmsgo
               when (ws-kf-is-add or ws-kf-is-change)
                   and ws-kf-vaddr = spaces
                   move "REJECTED - CLAIM ADDRESS BLANK" to nmsgo
               when ws-kf-is-add and ws-found
                   move "REJECTED - KEY ALREADY ON FILE" to nmsgo
               when (ws-kf-is-change or ws-kf-is-deactivate)
                   and not ws-found
                   move "REJECTED - KEY NOT ON FILE" to nmsgo
               when other
                   perform 480-build-vend-images
           end-evaluate.

      *the before-image off the online vendor copy
       470-read-vend-copy.
           move 'n'                     to ws-found-sw.
           exec cics read
               file('VENDMST')
               into(ws-vend-rec)
               ridfld(ws-kf-vend-num)
               resp(ws-resp)
           end-exec.
           if ws-resp = dfhresp(normal)
               move 'y'                 to ws-found-sw
           end-if.

       480-build-vend-images.
           move spaces                  to ws-before-image.
           if ws-found
               string wv-vendor-num " "
                   wv-vendor-name " "
                   wv-rtv-terms " "
                   wv-claim-addr (1:20) " "
                   wv-active-flag
                   delimited by size into ws-before-image
           else
               move "(NEW ENTRY)"       to ws-before-image
           end-if.
           move spaces                  to ws-after-image.
           if ws-kf-is-deactivate
               string wv-vendor-num " "
                   wv-vendor-name " "
                   wv-rtv-terms " "
                   wv-claim-addr (1:20) " N"
                   delimited by size into ws-after-image
           else
               string ws-kf-vend-num " "
                   ws-kf-vname " "
                   ws-kf-vterms " "
                   ws-kf-vaddr (1:20) " A"
                   delimited by size into ws-after-image
           end-if.
           move ws-before-image         to nbeforeo.
           move ws-after-image          to naftero.

      *an approval only names the held change here - whether it
      *is still pending, and whether the approver is a different
      *user from the one who keyed it, is settled by the batch run
      *against the pending-changes file
       490-edit-approval.
           evaluate true
               when not (ws-kf-is-approve or ws-kf-is-reject)
                   move "REJECTED - BAD ACTION" to nmsgo
               when ws-kf-pend-id is not numeric
                   or ws-kf-appr-rest not = spaces
                   move "REJECTED - PENDING NO NOT 6 DIGITS"
                                        to nmsgo
               when other
                   move spaces          to ws-before-image
                   string "HELD CHANGE #" ws-kf-pend-id
                       delimited by size into ws-before-image
                   move spaces          to ws-after-image
                   if ws-kf-is-approve
                       string "APPROVE BY " ws-ca-user
                           delimited by size into ws-after-image
                   else
                       string "REJECT BY " ws-ca-user
                           delimited by size into ws-after-image
                   end-if
                   move ws-before-image to nbeforeo
                   move ws-after-image  to naftero
           end-evaluate.

      *files the clean transaction on the maintenance queue in
      *the batch record layout - a re-key of the same type and
      *key replaces what was waiting
           move ws-kf-key               to wq-code.
           move ws-kf-type              to wq-master-type.
           move ws-kf-action            to wq-action.
           evaluate true
               when ws-kf-is-store
                   move ws-kf-store     to wq-store-code
                   move ws-kf-tax       to wq-store-tax
                   move ws-kf-long      to wq-store-long
                   move ws-kf-juris     to wq-store-juris
                   move ws-kf-eff       to wq-store-eff
                   move ws-kf-dist      to wq-store-dist
               when ws-kf-is-vendor
                   move ws-kf-vend-num  to wq-vend-num
                   move ws-kf-vname     to wq-vend-name
                   move ws-kf-vterms    to wq-vend-terms
                   move ws-kf-vaddr     to wq-vend-addr
               when ws-kf-is-approval
                   move ws-kf-pend-id   to wq-appr-pend-id
               when other
                   move ws-kf-key       to wq-sku-code
                   move ws-kf-long      to wq-sku-long
                   move ws-kf-price     to wq-sku-price
                   move ws-kf-eff       to wq-sku-eff
                   move ws-kf-vendor    to wq-sku-vendor
           end-evaluate.
           move ws-ca-user              to wq-keyed-by.
           exec cics write
               file('MAINTQ')
               from(ws-queue-rec)
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

       end program MSTMNT01.
