      *               the edits validate back-dated records
      *               against the master as of the sale, not as of
      *               this morning.
      *  -            Maintain the layaway policy master - one entry
      *               per store with its forfeiture age in days and
      *               restocking fee percentage - for the layaway
      *               cancellation processing.
      *  -            Carry a customer's sales-tax exemption on the
      *               customer master - certificate number, exemption
      *               type (SC, CH, FN) and certificate expiry - keyed
      *               and edited on add/change, NE taking an exemption
      *               off.
      *  -            Maintain the commission rate master - one entry
      *               per store and SKU class with its commission
      *               percentage - for the pay-period commission run.
      *  -            Maintain the store sales plan - one entry per
      *               store per planned week or month with its planned
      *               sales and planned net - for the plan-versus-
      *               actual report.
      *  -            Maintain the online user authority master - per
      *               user, the screens they may run and the stores
      *               whose rekeyed records they may correct - and
      *               show on the change listing which user keyed each
      *               transaction on the maintenance screen.
      *  -            Hold a SKU price change beyond the hold
      *               percentage, and any change to a store's tax rate
      *               or a jurisdiction's rate, on the pending-changes
      *               file instead of applying it. A second, different
      *               user with the maintenance screen approves or
      *               rejects each held change with an approval
      *               transaction, and the listing shows who keyed and
      *               who approved each one plus every change still
      *               awaiting approval.
      *  -            Refuse to run while the nightly chain holds its
      *               run lock, unless operations has keyed a one-shot
      *               override in project1LockOverride.dat naming this
      *               program, who is overriding and why; refused and
      *               overridden runs are flagged on the alert file.
      *  -            Maintain the vendor master (number, name, claim
      *               address, return-to-vendor terms CR, RP or FD)
      *               and carry each SKU's vendor on the SKU master,
      *               widened to 61 bytes, for the return-to-vendor
      *               claim run. A SKU's vendor must be active on the
      *               vendor master. The fields the keyed transaction
      *               had no room for ride in an extension after the
      *               keyed-by user, and a held change keeps it on the
      *               pending file.
      *  -            Take an approval only from the maintenance
      *               screen, the approver being the user signed on
      *               there - one arriving by file is refused, and so
      *               is approving a held change keyed by file, whose
      *               keyer can't be told apart from the approver.
      *  -            Move changes decided more than 90 days ago off
      *               the pending-changes file onto the decision log
      *               project1MaintDecided.dat, and refuse the run
      *               with a critical alert rather than drop entries
      *               when the pending file is over the table limit.

       environment division.

               organization is line sequential
               file status is ws-scl-file-status.

      *the layaway policy master - same load-then-rewrite
      *handling
           select lay-policy-file assign   to
                               "../../../data/project1LayPolicy.dat"
               organization is line sequential
               file status is ws-lpl-file-status.

      *the commission rate master - same load-then-rewrite
      *handling
           select comm-rate-file assign    to
                               "../../../data/project1CommRate.dat"
               organization is line sequential
               file status is ws-crt-file-status.

      *the store sales plan - same load-then-rewrite handling
           select sales-plan-file assign   to
                               "../../../data/project1SalesPlan.dat"
               organization is line sequential
               file status is ws-spl-file-status.

      *the online user authority master - same load-then-rewrite
      *handling
           select user-auth-file assign    to
                               "../../../data/project1UserAuth.dat"
               organization is line sequential
               file status is ws-usr-file-status.

      *the vendor master - same load-then-rewrite handling
           select vendor-master-file assign to
                               "../../../data/project1VendorMaster.dat"
               organization is line sequential
               file status is ws-vnm-file-status.

      *price, tax-rate and jurisdiction-rate changes held for a
      *second user's approval, and what became of each - same
      *load-then-rewrite handling
           select pending-file assign      to
                               "../../../data/project1MaintPending.dat"
               organization is line sequential
               file status is ws-pnd-file-status.

      *held changes decided long enough ago to come off the
      *pending file - added to at the end of each run, never
      *rewritten
           select decision-file assign     to
                               "../../../data/project1MaintDecided.dat"
               organization is line sequential
               file status is ws-dec-file-status.

      *the before/after change listing
           select report-file assign       to
                               "../../../data/project1MaintListing.out"
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

      *one keyed maintenance transaction - which master, which
      *action, then the fields for that master laid over the same
      *storage the usual way alternate views share a record, then
      *the user who keyed it on the maintenance screen (blank for
      *a transaction keyed by file), then the fields that came
      *after the record was laid out, carried on past the keyed-by
      *user so a transaction or held change written before them
      *still reads the same
       fd maint-file
           data record is maint-line
               record contains 94 characters.
       01 maint-line.
           05 mt-master-type               pic x.
               88 mt-is-store           value 'S'.
               88 mt-is-juris           value 'J'.
               88 mt-is-cashier         value 'H'.
               88 mt-is-closure         value 'O'.
               88 mt-is-lay-policy      value 'L'.
               88 mt-is-comm-rate       value 'R'.
               88 mt-is-sales-plan      value 'T'.
               88 mt-is-user-auth       value 'U'.
               88 mt-is-vendor          value 'V'.
               88 mt-is-approval        value 'A'.
           05 mt-action                    pic x.
               88 mt-is-add             value 'A'.
               88 mt-is-change          value 'C'.
               88 mt-is-deactivate      value 'D'.
      *an approval transaction approves or rejects a held change
               88 mt-is-approve         value 'A'.
               88 mt-is-reject          value 'R'.
           05 mt-data                      pic x(54).
      *the tax rate travels as three plain digits (implied 9v99) -
      *carried as characters here since this program only edits
               10 mt-sku-price             pic x(7).
               10 mt-sku-eff               pic x(8).
               10 mt-sku-end               pic x(8).
      *a customer's sales-tax exemption rides on the same record -
      *SC school board, CH registered charity, FN First Nations
      *status purchaser, each needing a certificate number and
      *expiry; NE on a change takes an exemption off
           05 mt-cust-data redefines mt-data.
               10 mt-cust-code             pic x(8).
               10 mt-cust-name             pic x(20).
               10 mt-cust-cert             pic x(12).
               10 mt-cust-ex-type          pic xx.
                   88 mt-cust-ex-valid  values 'SC' 'CH' 'FN'.
                   88 mt-cust-ex-clear  value 'NE'.
               10 mt-cust-ex-expiry        pic x(8).
               10 filler                   pic x(4).
      *a promo row keys on SKU plus start date, so a new window
      *for the same SKU is its own entry
           05 mt-promo-data redefines mt-data.
               10 mt-clos-date             pic x(8).
               10 mt-clos-reason           pic x(20).
               10 filler                   pic x(24).
      *a store's layaway policy - forfeiture age in days and the
      *restocking fee as a percentage (implied 99v99), carried as
      *characters like the tax rate
           05 mt-lpol-data redefines mt-data.
               10 mt-lpol-store            pic xx.
               10 mt-lpol-days             pic x(3).
               10 mt-lpol-fee              pic x(4).
               10 filler                   pic x(45).
      *a commission rate keys on store plus SKU class - the
      *leading characters of the SKU code, blank for every SKU,
      *store "**" for every store - with the rate as a percentage
      *(implied 99v99), carried as characters like the tax rate
           05 mt-crt-data redefines mt-data.
               10 mt-crt-store             pic xx.
               10 mt-crt-class             pic x(5).
               10 mt-crt-pct               pic x(4).
               10 filler                   pic x(43).
      *a sales plan keys on store, period type (W week, M month)
      *and the date the period starts, with the planned sales and
      *planned net as nine plain digits each (implied 9(7)v99),
      *carried as characters like the tax rate
           05 mt-plan-data redefines mt-data.
               10 mt-plan-store            pic xx.
               10 mt-plan-type             pic x.
                   88 mt-plan-type-valid values 'W' 'M'.
               10 mt-plan-start            pic x(8).
               10 mt-plan-sales            pic x(9).
               10 mt-plan-net              pic x(9).
               10 filler                   pic x(25).
      *a user's online authority keys on the user ID - a Y or N
      *per screen (INQ1, RKY1, MNT1, OPS1, RVW1, CIQ1 in that
      *order) and up to ten stores whose rekeyed records they may
      *correct on RKY1, "**" for every store
           05 mt-user-data redefines mt-data.
               10 mt-user-id               pic x(8).
               10 mt-user-name             pic x(20).
               10 mt-user-trans.
                   15 filler               pic x.
                   15 mt-user-rky1         pic x.
                   15 filler               pic x(4).
               10 mt-user-stores           pic x(20).
      *an approval names the held change by its pending number -
      *the approver is the user who keyed it on the screen, so the
      *user field an approval by file carries is never taken
           05 mt-appr-data redefines mt-data.
               10 mt-appr-pend-id          pic x(6).
               10 mt-appr-user             pic x(8).
               10 filler                   pic x(40).
      *a vendor keys on its vendor number - the terms a
      *return-to-vendor claim is settled on are CR credit memo, RP
      *replacement goods or FD field destroy (credit given without
      *the goods going back); the claim address rides in the
      *extension below
           05 mt-vend-data redefines mt-data.
               10 mt-vend-num              pic x(6).
               10 mt-vend-name             pic x(20).
               10 mt-vend-terms            pic xx.
                   88 mt-vend-terms-valid values 'CR' 'RP' 'FD'.
               10 filler                   pic x(26).
           05 mt-keyed-by                  pic x(8).
           05 mt-ext-data                  pic x(30).
      *the SKU's vendor, blank when the SKU is bought from no
      *vendor we claim against
           05 mt-sku-ext redefines mt-ext-data.
               10 mt-sku-vendor            pic x(6).
               10 filler                   pic x(24).
           05 mt-vend-ext redefines mt-ext-data.
               10 mt-vend-addr             pic x(30).

       fd store-master-file
           data record is store-master-line
           05 sc-reason                    pic x(20).
           05 sc-active-flag               pic x.

       fd lay-policy-file
           data record is lay-policy-line
               record contains 10 characters.
       01 lay-policy-line.
           05 lp-store-num                 pic xx.
           05 lp-forfeit-days              pic x(3).
           05 lp-fee-pct                   pic x(4).
           05 lp-active-flag               pic x.

       fd comm-rate-file
           data record is comm-rate-line
               record contains 12 characters.
       01 comm-rate-line.
           05 cr-store-num                 pic xx.
           05 cr-sku-class                 pic x(5).
           05 cr-comm-pct                  pic x(4).
           05 cr-active-flag               pic x.

       fd sales-plan-file
           data record is sales-plan-line
               record contains 30 characters.
       01 sales-plan-line.
           05 sp-store-num                 pic xx.
           05 sp-period-type               pic x.
           05 sp-period-start              pic x(8).
           05 sp-plan-sales                pic x(9).
           05 sp-plan-net                  pic x(9).
           05 sp-active-flag               pic x.

       fd user-auth-file
           data record is user-auth-line
               record contains 55 characters.
       01 user-auth-line.
           05 ua-user-id                   pic x(8).
           05 ua-user-name                 pic x(20).
           05 ua-user-trans                pic x(6).
           05 ua-user-stores               pic x(20).
           05 ua-active-flag               pic x.

      *one held change - its pending number, where it stands (P
      *pending, A approved, R rejected), the day it was held, the
      *whole maintenance transaction as keyed (keying user
      *included), and the approving user and day once decided
       fd pending-file
           data record is pending-line
               record contains 125 characters.
       01 pending-line.
           05 pd-pend-id                   pic 9(6).
           05 pd-status                    pic x.
           05 pd-held-date                 pic x(8).
           05 pd-trans                     pic x(64).
           05 pd-approver                  pic x(8).
           05 pd-decided-date              pic x(8).
      *the transaction's extension fields, kept at the end like
      *the transaction's own
           05 pd-trans-ext                 pic x(30).

      *a decided change moved off the pending file - the pending
      *record as it stood
       fd decision-file
           data record is decision-line
               record contains 125 characters.
       01 decision-line                    pic x(125).

      *vendor master record - the vendor we claim defective and
      *damaged returns against, where the claim goes and on what
      *terms
       fd vendor-master-file
           data record is vendor-master-line
               record contains 59 characters.
       01 vendor-master-line.
           05 vm-vendor-num                pic x(6).
           05 vm-vendor-name               pic x(20).
           05 vm-claim-addr                pic x(30).
           05 vm-rtv-terms                 pic xx.
           05 vm-active-flag               pic x.

       fd sku-master-file
           data record is sku-master-line
               record contains 61 characters.
       01 sku-master-line.
           05 km-sku-code                  pic x(30).
           05 km-long-flag                 pic x.
           05 km-unit-price                pic x(7).
           05 km-eff-date                  pic x(8).
           05 km-end-date                  pic x(8).
           05 km-vendor-num                pic x(6).

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

       fd promo-cal-file
           data record is promo-cal-line

       fd report-file
           data record is report-line
               record contains 190 characters.
       01 report-line                      pic x(190)
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

      *file statuses - used only to tell a missing file apart from
      *a real open error
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-scl-eof                       pic x
           value 'n'.
       01 ws-lpl-file-status               pic xx
           value spaces.
       01 ws-lpl-eof                       pic x
           value 'n'.
       01 ws-crt-file-status               pic xx
           value spaces.
       01 ws-crt-eof                       pic x
           value 'n'.
       01 ws-spl-file-status               pic xx
           value spaces.
       01 ws-spl-eof                       pic x
           value 'n'.
       01 ws-usr-file-status               pic xx
           value spaces.
       01 ws-usr-eof                       pic x
           value 'n'.
       01 ws-pnd-file-status               pic xx
           value spaces.
       01 ws-pnd-eof                       pic x
           value 'n'.
       01 ws-dec-file-status               pic xx
           value spaces.
       01 ws-vnm-file-status               pic xx
           value spaces.
       01 ws-vnm-eof                       pic x
           value 'n'.

      *the store master held in storage, active and inactive both -
      *the whole file is rewritten at the end
               10 ws-ctm-code              pic x(8).
               10 ws-ctm-name              pic x(20).
               10 ws-ctm-active            pic x.
               10 ws-ctm-cert              pic x(12).
               10 ws-ctm-ex-type           pic xx.
               10 ws-ctm-ex-expiry         pic x(8).
       01 ws-ctm-count                     pic 9(4)
           value 0.

       01 ws-scl-count                     pic 999
           value 0.

      *the layaway policy master held in storage, active and
      *inactive both - one entry per store
       01 ws-lay-policy-table.
           05 ws-lpl-entry                 occurs 50 times
               indexed by ws-lpl-idx.
               10 ws-lpl-store             pic xx.
               10 ws-lpl-days              pic x(3).
               10 ws-lpl-fee               pic x(4).
               10 ws-lpl-active            pic x.
       01 ws-lpl-count                     pic 99
           value 0.

      *the commission rate master held in storage, active and
      *inactive both - one entry per store and SKU class
       01 ws-comm-rate-table.
           05 ws-crt-entry                 occurs 200 times
               indexed by ws-crt-idx.
               10 ws-crt-store             pic xx.
               10 ws-crt-class             pic x(5).
               10 ws-crt-pct               pic x(4).
               10 ws-crt-active            pic x.
       01 ws-crt-count                     pic 999
           value 0.

      *the store sales plan held in storage, active and inactive
      *both - one entry per store per planned week or month
       01 ws-sales-plan-table.
           05 ws-spl-entry                 occurs 5000 times
               indexed by ws-spl-idx.
               10 ws-spl-store             pic xx.
               10 ws-spl-type              pic x.
               10 ws-spl-start             pic x(8).
               10 ws-spl-sales             pic x(9).
               10 ws-spl-net               pic x(9).
               10 ws-spl-active            pic x.
       01 ws-spl-count                     pic 9(4)
           value 0.

      *the user authority master held in storage, active and
      *inactive both - one entry per user
       01 ws-user-auth-table.
           05 ws-usr-entry                 occurs 200 times
               indexed by ws-usr-idx.
               10 ws-usr-id                pic x(8).
               10 ws-usr-name              pic x(20).
               10 ws-usr-trans             pic x(6).
               10 ws-usr-stores            pic x(20).
               10 ws-usr-active            pic x.
       01 ws-usr-count                     pic 999
           value 0.

      *the vendor master held in storage, active and inactive
      *both
       01 ws-vendor-master-table.
           05 ws-vnm-entry                 occurs 500 times
               indexed by ws-vnm-idx.
               10 ws-vnm-num               pic x(6).
               10 ws-vnm-name              pic x(20).
               10 ws-vnm-addr              pic x(30).
               10 ws-vnm-terms             pic xx.
               10 ws-vnm-active            pic x.
       01 ws-vnm-count                     pic 999
           value 0.

      *switch set by 507-check-sku-vendor
       01 ws-vendor-ok-sw                  pic x
           value 'n'.
           88 ws-vendor-on-file         value 'y'.

      *the pending-changes file held in storage, decided entries
      *too - they stay on file as the record of who approved what
      *until they are old enough to move to the decision log
       01 ws-pending-table.
           05 ws-pnd-entry                 occurs 2000 times
               indexed by ws-pnd-idx.
               10 ws-pnd-id                pic 9(6).
               10 ws-pnd-status            pic x.
               10 ws-pnd-held-date         pic x(8).
               10 ws-pnd-trans.
                   15 ws-pnd-master        pic x.
                   15 ws-pnd-action        pic x.
                   15 ws-pnd-data          pic x(54).
                   15 ws-pnd-keyed-by      pic x(8).
               10 ws-pnd-approver          pic x(8).
               10 ws-pnd-decided           pic x(8).
               10 ws-pnd-ext               pic x(30).
       01 ws-pnd-count                     pic 9(4)
           value 0.
       01 ws-pnd-last-id                   pic 9(6)
           value 0.
      *the pending entry an approval transaction named, 0 when it
      *isn't on file
       01 ws-pnd-cur                       pic 9(4)
           value 0.
       77 ws-max-pending                   pic 9(4)
           value 2000.

      *the days a decided change stays on the pending file before
      *it moves to the decision log
       77 ws-pend-keep-days                pic 999
           value 90.
       01 ws-keep-pending-sw               pic x
           value 'n'.
           88 ws-keep-pending           value 'y'.

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

      *a change that needs a second user's approval before it is
      *applied; set while an approved change is being released so
      *it goes through this time
       01 ws-needs-approval-sw             pic x
           value 'n'.
           88 ws-needs-approval         value 'y'.
       01 ws-releasing-sw                  pic x
           value 'n'.
           88 ws-releasing              value 'y'.
       01 ws-held-sw                       pic x
           value 'n'.
           88 ws-trans-held             value 'y'.
       01 ws-pend-listed-sw                pic x
           value 'n'.
           88 ws-pend-listed            value 'y'.

      *the approval transaction set aside while the change it
      *approves is re-applied through the usual edits
       01 ws-save-maint-line               pic x(94)
           value spaces.
       01 ws-approver                      pic x(8)
           value spaces.
       01 ws-approver-ok-sw                pic x
           value 'n'.
           88 ws-approver-ok            value 'y'.

      *a SKU price change beyond this percentage of the current
      *price is held for approval - so is any price set on a SKU
      *that had none
       77 ws-price-hold-pct                pic 99
           value 10.
       01 ws-old-price-x                   pic x(7)
           value zeros.
       01 ws-old-price redefines ws-old-price-x
                                           pic 9(5)v99.
       01 ws-new-price-x                   pic x(7)
           value zeros.
       01 ws-new-price redefines ws-new-price-x
                                           pic 9(5)v99.
       01 ws-price-diff                    pic 9(5)v99
           value 0.
       01 ws-price-limit                   pic 9(5)v99
           value 0.

      *how many of a keyed user's six screen flags are Y or N
       01 ws-yn-count                      pic 9
           value 0.

      *the promo calendar held in storage, active and inactive
      *both
       01 ws-promo-table.
               10 ws-skm-price             pic x(7).
               10 ws-skm-eff               pic x(8).
               10 ws-skm-end               pic x(8).
               10 ws-skm-vendor            pic x(6).
       01 ws-skm-count                     pic 999
           value 0.

           value 0.
       01 ws-total-rejected                pic 9(4)
           value 0.
       01 ws-total-held                    pic 9(4)
           value 0.
       01 ws-total-approved                pic 9(4)
           value 0.
       01 ws-total-declined                pic 9(4)
           value 0.
       01 ws-total-logged                  pic 9(4)
           value 0.

      *report header
       01 ws-report-header.
               value "MASTER".
           05 filler                       pic x(8)
               value "ACTION".
           05 filler                       pic x(10)
               value "KEYED BY".
           05 filler                       pic x(10)
               value "APPROVER".
           05 filler                       pic x(58)
               value "BEFORE (KEY ATTR ACT)".
           05 filler                       pic x(58)
               value "------".
           05 filler                       pic x(8)
               value "------".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(58)
               value "---------------------".
           05 filler                       pic x(58)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-keyed-by               pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-approver               pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-before                 pic x(56)
               value spaces.
           05 filler                       pic x(2)
               value "REJECTED               = ".
           05 ws-fl-rejected               pic z,zz9
               value 0.
       01 ws-footer-line-4.
           05 filler                       pic x
               value spaces.
           05 filler                       pic x(25)
               value "HELD FOR APPROVAL      = ".
           05 ws-fl-held                   pic z,zz9
               value 0.
       01 ws-footer-line-5.
           05 filler                       pic x
               value spaces.
           05 filler                       pic x(25)
               value "APPROVED AND APPLIED   = ".
           05 ws-fl-approved               pic z,zz9
               value 0.
       01 ws-footer-line-6.
           05 filler                       pic x
               value spaces.
           05 filler                       pic x(25)
               value "REJECTED BY APPROVER   = ".
           05 ws-fl-declined               pic z,zz9
               value 0.
       01 ws-footer-line-7.
           05 filler                       pic x
               value spaces.
           05 filler                       pic x(25)
               value "DECIDED, MOVED TO LOG  = ".
           05 ws-fl-logged                 pic z,zz9
               value 0.

      *the run refused because the pending-changes file holds
      *more than the table does
       01 ws-pend-over-line                pic x(60)
           value "NOT RUN - PENDING-CHANGES FILE OVER TABLE LIMIT".

      *the changes still waiting for a second user, whenever they
      *were held
       01 ws-pending-heading.
           05 filler                       pic x
               value spaces.
           05 filler                       pic x(25)
               value "CHANGES AWAITING APPROVAL".
       01 ws-pending-headings-1.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(9)
               value "PENDING".
           05 filler                       pic x(10)
               value "HELD ON".
           05 filler                       pic x(10)
               value "KEYED BY".
           05 filler                       pic x(5)
               value "MST".
           05 filler                       pic x(5)
               value "ACT".
           05 filler                       pic x(54)
               value "CHANGE AS KEYED".
       01 ws-pending-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-pl-id                     pic 9(6)
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 ws-pl-held                   pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-pl-keyed-by               pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-pl-master                 pic x
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-pl-action                 pic x
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-pl-data                   pic x(54)
               value spaces.
       01 ws-no-pending-line.
           05 filler                       pic x
               value spaces.
           05 filler                       pic x(30)
               value "NO CHANGES AWAITING APPROVAL".

      *status wording for the listing
       77 ws-applied-msg                   pic x(30)
           value "REJECTED - FREQ NOT D/M/Q".
       77 ws-bad-juris-msg                 pic x(30)
           value "REJECTED - JURIS NOT ON FILE".
       77 ws-bad-policy-msg                pic x(30)
           value "REJECTED - POLICY NOT NUMERIC".
       77 ws-bad-exempt-msg                pic x(30)
           value "REJECTED - EXEMPT TYPE BAD".
       77 ws-no-cert-msg                   pic x(30)
           value "REJECTED - CERTIFICATE BLANK".
       77 ws-bad-rate-msg                  pic x(30)
           value "REJECTED - RATE NOT NUMERIC".
       77 ws-bad-plan-type-msg             pic x(30)
           value "REJECTED - PLAN TYPE NOT W/M".
       77 ws-bad-plan-msg                  pic x(30)
           value "REJECTED - PLAN NOT NUMERIC".
       77 ws-bad-auth-msg                  pic x(30)
           value "REJECTED - AUTHORITY NOT Y/N".
       77 ws-no-stores-msg                 pic x(30)
           value "REJECTED - NO RKY1 STORES".
       77 ws-pend-full-msg                 pic x(30)
           value "REJECTED - PENDING FILE FULL".
       77 ws-not-pending-msg               pic x(30)
           value "REJECTED - NOT PENDING".
       77 ws-file-approval-msg             pic x(30)
           value "REJECTED - APPROVAL BY FILE".
       77 ws-keyer-unknown-msg             pic x(30)
           value "REJECTED - KEYER UNKNOWN".
       77 ws-same-user-msg                 pic x(30)
           value "REJECTED - APPROVER IS KEYER".
       77 ws-bad-approver-msg              pic x(30)
           value "REJECTED - APPROVER NOT AUTH".
       77 ws-approved-msg                  pic x(30)
           value "APPROVED - APPLIED".
       77 ws-declined-msg                  pic x(30)
           value "REJECTED BY APPROVER".
       77 ws-bad-vendor-msg                pic x(30)
           value "REJECTED - VENDOR NOT ON FILE".
       77 ws-bad-terms-msg                 pic x(30)
           value "REJECTED - TERMS NOT CR/RP/FD".
       77 ws-no-addr-msg                   pic x(30)
           value "REJECTED - CLAIM ADDRESS BLANK".

      *what the listing shows for a transaction keyed by file
       77 ws-by-file                       pic x(8)
           value "(FILE)".

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

           perform 140-load-juris-master.
           perform 150-load-cash-master.
           perform 160-load-store-cal.
           perform 170-load-lay-policy.
           perform 180-load-comm-rate.
           perform 190-load-sales-plan.
           perform 195-load-user-auth.
           perform 196-load-vendor-master.
           perform 197-load-pending.

           perform 200-apply-transactions.

           perform 640-rewrite-juris-master.
           perform 645-rewrite-cash-master.
           perform 648-rewrite-store-cal.
           perform 649-rewrite-lay-policy.
           perform 649a-rewrite-comm-rate.
           perform 649b-rewrite-sales-plan.
           perform 649c-rewrite-user-auth.
           perform 649d-rewrite-pending.
           perform 649e-rewrite-vendor-master.

           perform 705-list-pending.
           perform 700-report-footer.
           perform 800-write-audit-line.

                           move "00000000" to
                               ws-skm-end (ws-skm-count)
                       end-if
                       move km-vendor-num  to
                           ws-skm-vendor (ws-skm-count)
                   end-if
                   read sku-master-file
                       at end move 'y'     to ws-skm-eof
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
                       at end move 'y'     to ws-ctm-eof
               close store-cal-file
           end-if.

      *reads the layaway policy master into storage, inactive
      *entries too
       170-load-lay-policy.
           open input lay-policy-file
           if ws-lpl-file-status = '00'
               read lay-policy-file
                   at end move 'y'         to ws-lpl-eof
               end-read
               perform until ws-lpl-eof = 'y'
                   if ws-lpl-count < 50
                       add 1               to ws-lpl-count
                       move lp-store-num   to
                           ws-lpl-store (ws-lpl-count)
                       move lp-forfeit-days
                                           to
                           ws-lpl-days (ws-lpl-count)
                       move lp-fee-pct     to
                           ws-lpl-fee (ws-lpl-count)
                       move lp-active-flag to
                           ws-lpl-active (ws-lpl-count)
                   end-if
                   read lay-policy-file
                       at end move 'y'     to ws-lpl-eof
                   end-read
               end-perform
               close lay-policy-file
           end-if.

      *reads the commission rate master into storage, inactive
      *entries too
       180-load-comm-rate.
           open input comm-rate-file
           if ws-crt-file-status = '00'
               read comm-rate-file
                   at end move 'y'         to ws-crt-eof
               end-read
               perform until ws-crt-eof = 'y'
                   if ws-crt-count < 200
                       add 1               to ws-crt-count
                       move cr-store-num   to
                           ws-crt-store (ws-crt-count)
                       move cr-sku-class   to
                           ws-crt-class (ws-crt-count)
                       move cr-comm-pct    to
                           ws-crt-pct (ws-crt-count)
                       move cr-active-flag to
                           ws-crt-active (ws-crt-count)
                   end-if
                   read comm-rate-file
                       at end move 'y'     to ws-crt-eof
                   end-read
               end-perform
               close comm-rate-file
           end-if.

      *reads the store sales plan into storage, inactive entries
      *too
       190-load-sales-plan.
           open input sales-plan-file
           if ws-spl-file-status = '00'
               read sales-plan-file
                   at end move 'y'         to ws-spl-eof
               end-read
               perform until ws-spl-eof = 'y'
                   if ws-spl-count < 5000
                       add 1               to ws-spl-count
                       move sp-store-num   to
                           ws-spl-store (ws-spl-count)
                       move sp-period-type to
                           ws-spl-type (ws-spl-count)
                       move sp-period-start
                                           to
                           ws-spl-start (ws-spl-count)
                       move sp-plan-sales  to
                           ws-spl-sales (ws-spl-count)
                       move sp-plan-net    to
                           ws-spl-net (ws-spl-count)
                       move sp-active-flag to
                           ws-spl-active (ws-spl-count)
                   end-if
                   read sales-plan-file
                       at end move 'y'     to ws-spl-eof
                   end-read
               end-perform
               close sales-plan-file
           end-if.

      *reads the user authority master into storage, inactive
      *entries too
       195-load-user-auth.
           open input user-auth-file
           if ws-usr-file-status = '00'
               read user-auth-file
                   at end move 'y'         to ws-usr-eof
               end-read
               perform until ws-usr-eof = 'y'
                   if ws-usr-count < 200
                       add 1               to ws-usr-count
                       move ua-user-id     to
                           ws-usr-id (ws-usr-count)
                       move ua-user-name   to
                           ws-usr-name (ws-usr-count)
                       move ua-user-trans  to
                           ws-usr-trans (ws-usr-count)
                       move ua-user-stores to
                           ws-usr-stores (ws-usr-count)
                       move ua-active-flag to
                           ws-usr-active (ws-usr-count)
                   end-if
                   read user-auth-file
                       at end move 'y'     to ws-usr-eof
                   end-read
               end-perform
               close user-auth-file
           end-if.

      *reads the vendor master into storage, inactive entries too
       196-load-vendor-master.
           open input vendor-master-file
           if ws-vnm-file-status = '00'
               read vendor-master-file
                   at end move 'y'         to ws-vnm-eof
               end-read
               perform until ws-vnm-eof = 'y'
                   if ws-vnm-count < 500
                       add 1               to ws-vnm-count
                       move vm-vendor-num  to
                           ws-vnm-num (ws-vnm-count)
                       move vm-vendor-name to
                           ws-vnm-name (ws-vnm-count)
                       move vm-claim-addr  to
                           ws-vnm-addr (ws-vnm-count)
                       move vm-rtv-terms   to
                           ws-vnm-terms (ws-vnm-count)
                       move vm-active-flag to
                           ws-vnm-active (ws-vnm-count)
                   end-if
                   read vendor-master-file
                       at end move 'y'     to ws-vnm-eof
                   end-read
               end-perform
               close vendor-master-file
           end-if.

      *reads the pending-changes file into storage, decided
      *entries too, noting the highest pending number handed out.
      *A file with more than the table holds stops the run before
      *anything is applied - dropping the entries past the limit
      *would lose changes still waiting for approval
       197-load-pending.
           open input pending-file
           if ws-pnd-file-status = '00'
               read pending-file
                   at end move 'y'         to ws-pnd-eof
               end-read
               perform until ws-pnd-eof = 'y'
                   if ws-pnd-count not < ws-max-pending
                       perform 198-refuse-pending-full
                   end-if
                   if ws-pnd-count < ws-max-pending
                       add 1               to ws-pnd-count
                       move pd-pend-id     to
                           ws-pnd-id (ws-pnd-count)
                       move pd-status      to
                           ws-pnd-status (ws-pnd-count)
                       move pd-held-date   to
                           ws-pnd-held-date (ws-pnd-count)
                       move pd-trans       to
                           ws-pnd-trans (ws-pnd-count)
                       move pd-approver    to
                           ws-pnd-approver (ws-pnd-count)
                       move pd-decided-date
                                           to
                           ws-pnd-decided (ws-pnd-count)
                       move pd-trans-ext   to
                           ws-pnd-ext (ws-pnd-count)
                       if pd-pend-id > ws-pnd-last-id
                           move pd-pend-id to ws-pnd-last-id
                       end-if
                   end-if
                   read pending-file
                       at end move 'y'     to ws-pnd-eof
                   end-read
               end-perform
               close pending-file
           end-if.

      *says why nothing was run, on the listing and the alert file,
      *and ends the step nonzero with every file as it was
       198-refuse-pending-full.
           close pending-file.
           write report-line               from ws-pend-over-line.
           close report-file.
           display "PENDING-CHANGES FILE OVER "
                   ws-max-pending " ENTRIES - NOT RUN".
           move "CRIT"                     to ws-alr-severity.
           move "PENDING CHANGES OVER TABLE LIMIT"
                                           to ws-alr-message.
           perform 040-write-alert-line.
           move 8                          to return-code.
           goback.

      *works through the keyed transactions in the order keyed
       200-apply-transactions.
           open input maint-file
           move spaces                     to ws-before-image.
           move spaces                     to ws-after-image.
           move spaces                     to ws-dl-status.
           move spaces                     to ws-dl-approver.
           move 'n'                        to ws-held-sw.
           if mt-keyed-by = spaces
               move ws-by-file             to ws-dl-keyed-by
           else
               move mt-keyed-by            to ws-dl-keyed-by
           end-if.

           perform 305-dispatch-transaction.

           evaluate true
               when mt-is-approval and mt-is-approve
                                   move "APPROV" to ws-dl-action
               when mt-is-approval and mt-is-reject
                                   move "REJECT" to ws-dl-action
               when mt-is-add      move "ADD"    to ws-dl-action
               when mt-is-change   move "CHANGE" to ws-dl-action
               when mt-is-deactivate
                                   move "DEACT"  to ws-dl-action
               when other          move mt-action to ws-dl-action
           end-evaluate.

           evaluate true
               when ws-trans-held
                   add 1                   to ws-total-held
               when ws-dl-status = ws-approved-msg
                   add 1                   to ws-total-approved
               when ws-dl-status = ws-declined-msg
                   add 1                   to ws-total-declined
               when ws-dl-status = ws-applied-msg
                   add 1                   to ws-total-applied
               when other
                   add 1                   to ws-total-rejected
           end-evaluate.

           move ws-before-image            to ws-dl-before.
           move ws-after-image             to ws-dl-after.
           write report-line               from ws-detail-line.

      *hands the transaction to the paragraph for its master - an
      *approved change comes back through here to be applied
       305-dispatch-transaction.
           move 'n'                        to ws-needs-approval-sw.
           evaluate true
               when mt-is-store
                   move "STORE"            to ws-dl-master
               when mt-is-closure
                   move "CLOSE"            to ws-dl-master
                   perform 697-apply-clos-trans
               when mt-is-lay-policy
                   move "LAYPL"            to ws-dl-master
                   perform 699-apply-lpol-trans
               when mt-is-comm-rate
                   move "COMRT"            to ws-dl-master
                   perform 699d-apply-crt-trans
               when mt-is-sales-plan
                   move "PLAN"             to ws-dl-master
                   perform 699h-apply-plan-trans
               when mt-is-user-auth
                   move "USER"             to ws-dl-master
                   perform 699l-apply-user-trans
               when mt-is-vendor
                   move "VENDR"            to ws-dl-master
                   perform 699s-apply-vend-trans
               when mt-is-approval and not ws-releasing
                   move "APPRV"            to ws-dl-master
                   perform 699p-apply-approval
               when other
                   move spaces             to ws-dl-master
                   move ws-bad-master-msg  to ws-dl-status
           end-evaluate.

      *parks a change that needs a second user on the pending
      *file under the next pending number - the master is left as
      *it was until that user approves it
       315-hold-for-approval.
           if ws-pnd-count >= ws-max-pending
               move ws-pend-full-msg       to ws-dl-status
           else
               add 1                       to ws-pnd-count
               add 1                       to ws-pnd-last-id
               move ws-pnd-last-id         to
                   ws-pnd-id (ws-pnd-count)
               move 'P'                    to
                   ws-pnd-status (ws-pnd-count)
               move ws-run-date            to
                   ws-pnd-held-date (ws-pnd-count)
               move maint-line             to
                   ws-pnd-trans (ws-pnd-count)
               move mt-ext-data            to
                   ws-pnd-ext (ws-pnd-count)
               move spaces                 to
                   ws-pnd-approver (ws-pnd-count)
               move spaces                 to
                   ws-pnd-decided (ws-pnd-count)
               move 'y'                    to ws-held-sw
               string "HELD FOR APPROVAL #" ws-pnd-last-id
                   delimited by size into ws-dl-status
           end-if.

      *edits and applies one store transaction
       400-apply-store-trans.
           perform 410-find-store-entry.

           if ws-cur-idx > 0
               perform 420-build-store-before
      *any change to a store's tax rate waits for a second user
               if mt-is-change and not ws-releasing
                   and mt-store-tax is numeric
                   and mt-store-tax not = ws-stm-tax (ws-cur-idx)
                   move 'y'                to ws-needs-approval-sw
               end-if
           end-if.

           evaluate true
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when ws-needs-approval
                   perform 315-hold-for-approval
               when mt-is-change
                   move mt-store-tax       to
                       ws-stm-tax (ws-cur-idx)
      *edits and applies one SKU transaction
       500-apply-sku-trans.
           perform 510-find-sku-entry.
           perform 507-check-sku-vendor.

           if ws-cur-idx > 0
               perform 520-build-sku-before
               if mt-is-change and not ws-releasing
                   and mt-sku-price is numeric
                   perform 505-check-price-hold
               end-if
           end-if.

           evaluate true
                   and mt-sku-price not = spaces
                   and mt-sku-price is not numeric
                   move ws-bad-price-msg   to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and mt-sku-vendor not = spaces
                   and not ws-vendor-on-file
                   move ws-bad-vendor-msg  to ws-dl-status
               when mt-is-add and ws-cur-idx > 0
                   move ws-dup-key-msg     to ws-dl-status
               when mt-is-add and ws-skm-count >= 700
                       move "00000000"     to
                           ws-skm-end (ws-skm-count)
                   end-if
                   move mt-sku-vendor      to
                       ws-skm-vendor (ws-skm-count)
                   move ws-skm-count       to ws-cur-idx
                   perform 530-build-sku-after
                   move ws-applied-msg     to ws-dl-status
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when ws-needs-approval
                   perform 315-hold-for-approval
               when mt-is-change
                   move mt-sku-long        to
                       ws-skm-long (ws-cur-idx)
                       move mt-sku-end     to
                           ws-skm-end (ws-cur-idx)
                   end-if
                   if mt-sku-vendor not = spaces
                       move mt-sku-vendor  to
                           ws-skm-vendor (ws-cur-idx)
                   end-if
                   perform 530-build-sku-after
                   move ws-applied-msg     to ws-dl-status
      *a deactivate closes the window with today's end date - the
                   move ws-applied-msg     to ws-dl-status
           end-evaluate.

      *a keyed price further from the current one than the hold
      *percentage waits for a second user - measured either way,
      *so a markdown typed one digit short is caught as surely
      *as a markup typed one digit long
       505-check-price-hold.
           move ws-skm-price (ws-cur-idx)  to ws-old-price-x.
           move mt-sku-price               to ws-new-price-x.
           if ws-new-price > ws-old-price
               compute ws-price-diff = ws-new-price - ws-old-price
           else
               compute ws-price-diff = ws-old-price - ws-new-price
           end-if.
           compute ws-price-limit rounded =
               ws-old-price * ws-price-hold-pct / 100.
           if ws-price-diff > ws-price-limit
               move 'y'                    to ws-needs-approval-sw
           end-if.

      *a SKU's vendor has to be active on the vendor master
       507-check-sku-vendor.
           move 'n'                        to ws-vendor-ok-sw
           perform varying ws-vnm-idx from 1 by 1
               until ws-vnm-idx > ws-vnm-count
               if ws-vnm-num (ws-vnm-idx) = mt-sku-vendor
                   and ws-vnm-active (ws-vnm-idx) = 'A'
                   move 'y'                to ws-vendor-ok-sw
               end-if
           end-perform.

      *finds the keyed SKU on the master, active or not
       510-find-sku-entry.
           move 0                          to ws-cur-idx
           string ws-skm-code (ws-cur-idx) " "
               ws-skm-long (ws-cur-idx) " "
               ws-skm-price (ws-cur-idx) " "
               ws-skm-vendor (ws-cur-idx) " "
               ws-skm-active (ws-cur-idx)
               delimited by size into ws-before-image.

           string ws-skm-code (ws-cur-idx) " "
               ws-skm-long (ws-cur-idx) " "
               ws-skm-price (ws-cur-idx) " "
               ws-skm-vendor (ws-cur-idx) " "
               ws-skm-active (ws-cur-idx)
               delimited by size into ws-after-image.

      *edits and applies one customer transaction - the shared
      *edits, plus an exemption keyed with a known type, a
      *certificate number and a yyyymmdd expiry
       550-apply-cust-trans.
           perform 560-find-cust-entry.

                   move ws-bad-action-msg  to ws-dl-status
               when mt-cust-code = spaces
                   move ws-blank-key-msg   to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and mt-cust-ex-type not = spaces
                   and not (mt-cust-ex-valid or mt-cust-ex-clear)
                   move ws-bad-exempt-msg  to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and mt-cust-ex-valid
                   and mt-cust-cert = spaces
                   move ws-no-cert-msg     to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and mt-cust-ex-valid
                   and mt-cust-ex-expiry is not numeric
                   move ws-bad-date-msg    to ws-dl-status
               when mt-is-add and ws-cur-idx > 0
                   move ws-dup-key-msg     to ws-dl-status
               when mt-is-add and ws-ctm-count >= 5000
                   move 'A'                to
                       ws-ctm-active (ws-ctm-count)
                   move ws-ctm-count       to ws-cur-idx
                   move spaces             to
                       ws-ctm-cert (ws-cur-idx)
                       ws-ctm-ex-type (ws-cur-idx)
                       ws-ctm-ex-expiry (ws-cur-idx)
                   if mt-cust-ex-valid
                       perform 555-set-cust-exemption
                   end-if
                   perform 580-build-cust-after
                   move ws-applied-msg     to ws-dl-status
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
      *a blank name or exemption type on a change leaves that part
      *alone, so a certificate renewal doesn't blank the name and
      *a name correction doesn't drop the exemption
               when mt-is-change
                   if mt-cust-name not = spaces
                       move mt-cust-name   to
                           ws-ctm-name (ws-cur-idx)
                   end-if
                   evaluate true
                       when mt-cust-ex-valid
                           perform 555-set-cust-exemption
                       when mt-cust-ex-clear
                           move spaces     to
                               ws-ctm-cert (ws-cur-idx)
                               ws-ctm-ex-type (ws-cur-idx)
                               ws-ctm-ex-expiry (ws-cur-idx)
                   end-evaluate
                   perform 580-build-cust-after
                   move ws-applied-msg     to ws-dl-status
               when mt-is-deactivate
                   move ws-applied-msg     to ws-dl-status
           end-evaluate.

      *lays the keyed exemption onto the matched customer entry
       555-set-cust-exemption.
           move mt-cust-cert               to
               ws-ctm-cert (ws-cur-idx).
           move mt-cust-ex-type            to
               ws-ctm-ex-type (ws-cur-idx).
           move mt-cust-ex-expiry          to
               ws-ctm-ex-expiry (ws-cur-idx).

      *finds the keyed customer on the master, active or not
       560-find-cust-entry.
           move 0                          to ws-cur-idx
           move spaces                     to ws-before-image.
           string ws-ctm-code (ws-cur-idx) " "
               ws-ctm-name (ws-cur-idx) " "
               ws-ctm-active (ws-cur-idx) " "
               ws-ctm-cert (ws-cur-idx) " "
               ws-ctm-ex-type (ws-cur-idx) " "
               ws-ctm-ex-expiry (ws-cur-idx)
               delimited by size into ws-before-image.

      *readable after-image of the customer entry just applied
           move spaces                     to ws-after-image.
           string ws-ctm-code (ws-cur-idx) " "
               ws-ctm-name (ws-cur-idx) " "
               ws-ctm-active (ws-cur-idx) " "
               ws-ctm-cert (ws-cur-idx) " "
               ws-ctm-ex-type (ws-cur-idx) " "
               ws-ctm-ex-expiry (ws-cur-idx)
               delimited by size into ws-after-image.

      *edits and applies one promo-calendar transaction - the row

           if ws-cur-idx > 0
               perform 670-build-juris-before
      *any change to a jurisdiction's rate waits for a second user
               if mt-is-change and not ws-releasing
                   and mt-juris-rate is numeric
                   and mt-juris-rate not = ws-jrm-rate (ws-cur-idx)
                   move 'y'                to ws-needs-approval-sw
               end-if
           end-if.

           evaluate true
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when ws-needs-approval
                   perform 315-hold-for-approval
               when mt-is-change
                   move mt-juris-name      to
                       ws-jrm-name (ws-cur-idx)
               ws-scl-active (ws-cur-idx)
               delimited by size into ws-after-image.

      *edits and applies one layaway policy transaction - the
      *forfeiture age and the restocking fee both have to be
      *numbers, whatever the store's previous policy was
       699-apply-lpol-trans.
           perform 699a-find-lpol-entry.

           if ws-cur-idx > 0
               perform 699b-build-lpol-before
           end-if.

           evaluate true
               when not (mt-is-add or mt-is-change
                   or mt-is-deactivate)
                   move ws-bad-action-msg  to ws-dl-status
               when mt-lpol-store = spaces
                   move ws-blank-key-msg   to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and (mt-lpol-days is not numeric
                       or mt-lpol-fee is not numeric)
                   move ws-bad-policy-msg  to ws-dl-status
               when mt-is-add and ws-cur-idx > 0
                   move ws-dup-key-msg     to ws-dl-status
               when mt-is-add and ws-lpl-count >= 50
                   move ws-table-full-msg  to ws-dl-status
               when mt-is-add
                   add 1                   to ws-lpl-count
                   move mt-lpol-store      to
                       ws-lpl-store (ws-lpl-count)
                   move mt-lpol-days       to
                       ws-lpl-days (ws-lpl-count)
                   move mt-lpol-fee        to
                       ws-lpl-fee (ws-lpl-count)
                   move 'A'                to
                       ws-lpl-active (ws-lpl-count)
                   move ws-lpl-count       to ws-cur-idx
                   perform 699c-build-lpol-after
                   move ws-applied-msg     to ws-dl-status
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when mt-is-change
                   move mt-lpol-days       to
                       ws-lpl-days (ws-cur-idx)
                   move mt-lpol-fee        to
                       ws-lpl-fee (ws-cur-idx)
                   move 'A'                to
                       ws-lpl-active (ws-cur-idx)
                   perform 699c-build-lpol-after
                   move ws-applied-msg     to ws-dl-status
      *a deactivated policy puts the store back on the chain
      *default
               when mt-is-deactivate
                   move 'N'                to
                       ws-lpl-active (ws-cur-idx)
                   perform 699c-build-lpol-after
                   move ws-applied-msg     to ws-dl-status
           end-evaluate.

      *finds the keyed store's layaway policy, active or not
       699a-find-lpol-entry.
           move 0                          to ws-cur-idx
           perform varying ws-lpl-idx from 1 by 1
               until ws-lpl-idx > ws-lpl-count
               if ws-lpl-store (ws-lpl-idx) = mt-lpol-store
                   set ws-cur-idx          to ws-lpl-idx
               end-if
           end-perform.

       699b-build-lpol-before.
           move spaces                     to ws-before-image.
           string ws-lpl-store (ws-cur-idx) " "
               ws-lpl-days (ws-cur-idx) " "
               ws-lpl-fee (ws-cur-idx) " "
               ws-lpl-active (ws-cur-idx)
               delimited by size into ws-before-image.

       699c-build-lpol-after.
           move spaces                     to ws-after-image.
           string ws-lpl-store (ws-cur-idx) " "
               ws-lpl-days (ws-cur-idx) " "
               ws-lpl-fee (ws-cur-idx) " "
               ws-lpl-active (ws-cur-idx)
               delimited by size into ws-after-image.

      *edits and applies one commission rate transaction - the
      *rate has to be a number; the SKU class may be blank, the
      *rate then covering every SKU the store sells
       699d-apply-crt-trans.
           perform 699e-find-crt-entry.

           if ws-cur-idx > 0
               perform 699f-build-crt-before
           end-if.

           evaluate true
               when not (mt-is-add or mt-is-change
                   or mt-is-deactivate)
                   move ws-bad-action-msg  to ws-dl-status
               when mt-crt-store = spaces
                   move ws-blank-key-msg   to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and mt-crt-pct is not numeric
                   move ws-bad-rate-msg    to ws-dl-status
               when mt-is-add and ws-cur-idx > 0
                   move ws-dup-key-msg     to ws-dl-status
               when mt-is-add and ws-crt-count >= 200
                   move ws-table-full-msg  to ws-dl-status
               when mt-is-add
                   add 1                   to ws-crt-count
                   move mt-crt-store       to
                       ws-crt-store (ws-crt-count)
                   move mt-crt-class       to
                       ws-crt-class (ws-crt-count)
                   move mt-crt-pct         to
                       ws-crt-pct (ws-crt-count)
                   move 'A'                to
                       ws-crt-active (ws-crt-count)
                   move ws-crt-count       to ws-cur-idx
                   perform 699g-build-crt-after
                   move ws-applied-msg     to ws-dl-status
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when mt-is-change
                   move mt-crt-pct         to
                       ws-crt-pct (ws-cur-idx)
                   move 'A'                to
                       ws-crt-active (ws-cur-idx)
                   perform 699g-build-crt-after
                   move ws-applied-msg     to ws-dl-status
      *a deactivated rate leaves the next broader rate to apply
               when mt-is-deactivate
                   move 'N'                to
                       ws-crt-active (ws-cur-idx)
                   perform 699g-build-crt-after
                   move ws-applied-msg     to ws-dl-status
           end-evaluate.

      *finds the keyed store and SKU class's rate, active or not
       699e-find-crt-entry.
           move 0                          to ws-cur-idx
           perform varying ws-crt-idx from 1 by 1
               until ws-crt-idx > ws-crt-count
               if ws-crt-store (ws-crt-idx) = mt-crt-store
                   and ws-crt-class (ws-crt-idx) = mt-crt-class
                   set ws-cur-idx          to ws-crt-idx
               end-if
           end-perform.

       699f-build-crt-before.
           move spaces                     to ws-before-image.
           string ws-crt-store (ws-cur-idx) " "
               ws-crt-class (ws-cur-idx) " "
               ws-crt-pct (ws-cur-idx) " "
               ws-crt-active (ws-cur-idx)
               delimited by size into ws-before-image.

       699g-build-crt-after.
           move spaces                     to ws-after-image.
           string ws-crt-store (ws-cur-idx) " "
               ws-crt-class (ws-cur-idx) " "
               ws-crt-pct (ws-cur-idx) " "
               ws-crt-active (ws-cur-idx)
               delimited by size into ws-after-image.

      *edits and applies one sales plan transaction - the period
      *is a week or a month starting on a real date, and both
      *planned figures have to be numbers
       699h-apply-plan-trans.
           perform 699i-find-plan-entry.

           if ws-cur-idx > 0
               perform 699j-build-plan-before
           end-if.

           evaluate true
               when not (mt-is-add or mt-is-change
                   or mt-is-deactivate)
                   move ws-bad-action-msg  to ws-dl-status
               when mt-plan-store = spaces
                   move ws-blank-key-msg   to ws-dl-status
               when not mt-plan-type-valid
                   move ws-bad-plan-type-msg
                                           to ws-dl-status
               when mt-plan-start is not numeric
                   move ws-bad-date-msg    to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and (mt-plan-sales is not numeric
                       or mt-plan-net is not numeric)
                   move ws-bad-plan-msg    to ws-dl-status
               when mt-is-add and ws-cur-idx > 0
                   move ws-dup-key-msg     to ws-dl-status
               when mt-is-add and ws-spl-count >= 5000
                   move ws-table-full-msg  to ws-dl-status
               when mt-is-add
                   add 1                   to ws-spl-count
                   move mt-plan-store      to
                       ws-spl-store (ws-spl-count)
                   move mt-plan-type       to
                       ws-spl-type (ws-spl-count)
                   move mt-plan-start      to
                       ws-spl-start (ws-spl-count)
                   move mt-plan-sales      to
                       ws-spl-sales (ws-spl-count)
                   move mt-plan-net        to
                       ws-spl-net (ws-spl-count)
                   move 'A'                to
                       ws-spl-active (ws-spl-count)
                   move ws-spl-count       to ws-cur-idx
                   perform 699k-build-plan-after
                   move ws-applied-msg     to ws-dl-status
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when mt-is-change
                   move mt-plan-sales      to
                       ws-spl-sales (ws-cur-idx)
                   move mt-plan-net        to
                       ws-spl-net (ws-cur-idx)
                   move 'A'                to
                       ws-spl-active (ws-cur-idx)
                   perform 699k-build-plan-after
                   move ws-applied-msg     to ws-dl-status
               when mt-is-deactivate
                   move 'N'                to
                       ws-spl-active (ws-cur-idx)
                   perform 699k-build-plan-after
                   move ws-applied-msg     to ws-dl-status
           end-evaluate.

      *finds the keyed store's plan for the keyed period, active
      *or not
       699i-find-plan-entry.
           move 0                          to ws-cur-idx
           perform varying ws-spl-idx from 1 by 1
               until ws-spl-idx > ws-spl-count
               if ws-spl-store (ws-spl-idx) = mt-plan-store
                   and ws-spl-type (ws-spl-idx) = mt-plan-type
                   and ws-spl-start (ws-spl-idx) = mt-plan-start
                   set ws-cur-idx          to ws-spl-idx
               end-if
           end-perform.

       699j-build-plan-before.
           move spaces                     to ws-before-image.
           string ws-spl-store (ws-cur-idx) " "
               ws-spl-type (ws-cur-idx) " "
               ws-spl-start (ws-cur-idx) " "
               ws-spl-sales (ws-cur-idx) " "
               ws-spl-net (ws-cur-idx) " "
               ws-spl-active (ws-cur-idx)
               delimited by size into ws-before-image.

       699k-build-plan-after.
           move spaces                     to ws-after-image.
           string ws-spl-store (ws-cur-idx) " "
               ws-spl-type (ws-cur-idx) " "
               ws-spl-start (ws-cur-idx) " "
               ws-spl-sales (ws-cur-idx) " "
               ws-spl-net (ws-cur-idx) " "
               ws-spl-active (ws-cur-idx)
               delimited by size into ws-after-image.

      *edits and applies one user authority transaction - every
      *screen flag Y or N, and a user allowed RKY1 has to be given
      *at least one store
       699l-apply-user-trans.
           perform 699m-find-user-entry.

           if ws-cur-idx > 0
               perform 699n-build-user-before
           end-if.

           move 0                          to ws-yn-count.
           inspect mt-user-trans tallying ws-yn-count
               for all 'Y' all 'N'.

           evaluate true
               when not (mt-is-add or mt-is-change
                   or mt-is-deactivate)
                   move ws-bad-action-msg  to ws-dl-status
               when mt-user-id = spaces
                   move ws-blank-key-msg   to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and ws-yn-count not = 6
                   move ws-bad-auth-msg    to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and mt-user-rky1 = 'Y'
                   and mt-user-stores = spaces
                   move ws-no-stores-msg   to ws-dl-status
               when mt-is-add and ws-cur-idx > 0
                   move ws-dup-key-msg     to ws-dl-status
               when mt-is-add and ws-usr-count >= 200
                   move ws-table-full-msg  to ws-dl-status
               when mt-is-add
                   add 1                   to ws-usr-count
                   move mt-user-id         to
                       ws-usr-id (ws-usr-count)
                   move mt-user-name       to
                       ws-usr-name (ws-usr-count)
                   move mt-user-trans      to
                       ws-usr-trans (ws-usr-count)
                   move mt-user-stores     to
                       ws-usr-stores (ws-usr-count)
                   move 'A'                to
                       ws-usr-active (ws-usr-count)
                   move ws-usr-count       to ws-cur-idx
                   perform 699o-build-user-after
                   move ws-applied-msg     to ws-dl-status
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when mt-is-change
                   move mt-user-name       to
                       ws-usr-name (ws-cur-idx)
                   move mt-user-trans      to
                       ws-usr-trans (ws-cur-idx)
                   move mt-user-stores     to
                       ws-usr-stores (ws-cur-idx)
                   move 'A'                to
                       ws-usr-active (ws-cur-idx)
                   perform 699o-build-user-after
                   move ws-applied-msg     to ws-dl-status
               when mt-is-deactivate
                   move 'N'                to
                       ws-usr-active (ws-cur-idx)
                   perform 699o-build-user-after
                   move ws-applied-msg     to ws-dl-status
           end-evaluate.

      *finds the keyed user on the master, active or not
       699m-find-user-entry.
           move 0                          to ws-cur-idx
           perform varying ws-usr-idx from 1 by 1
               until ws-usr-idx > ws-usr-count
               if ws-usr-id (ws-usr-idx) = mt-user-id
                   set ws-cur-idx          to ws-usr-idx
               end-if
           end-perform.

       699n-build-user-before.
           move spaces                     to ws-before-image.
           string ws-usr-id (ws-cur-idx) " "
               ws-usr-trans (ws-cur-idx) " "
               ws-usr-stores (ws-cur-idx) " "
               ws-usr-active (ws-cur-idx)
               delimited by size into ws-before-image.

       699o-build-user-after.
           move spaces                     to ws-after-image.
           string ws-usr-id (ws-cur-idx) " "
               ws-usr-trans (ws-cur-idx) " "
               ws-usr-stores (ws-cur-idx) " "
               ws-usr-active (ws-cur-idx)
               delimited by size into ws-after-image.

      *approves or rejects one held change. The approver is the
      *user signed on to the maintenance screen who keyed the
      *approval there - one that comes by file names nobody who
      *signed on and is refused. The approver has to be a
      *different user from the one who keyed the change, and
      *active on the user authority master with the maintenance
      *screen; a change keyed by file can be rejected but not
      *approved, since who keyed it is unknown. An approved change
      *goes back through its master's usual edits and is applied
      *as keyed
       699p-apply-approval.
           perform 699q-find-pending-entry.
           move mt-keyed-by                to ws-approver.
           if ws-approver = spaces
               move ws-by-file             to ws-dl-approver
           else
               move ws-approver            to ws-dl-approver
           end-if.
           if ws-pnd-cur > 0
               if ws-pnd-keyed-by (ws-pnd-cur) = spaces
                   move ws-by-file         to ws-dl-keyed-by
               else
                   move ws-pnd-keyed-by (ws-pnd-cur)
                                           to ws-dl-keyed-by
               end-if
               move spaces                 to ws-before-image
               string "#" ws-pnd-id (ws-pnd-cur) " "
                   ws-pnd-master (ws-pnd-cur)
                   ws-pnd-action (ws-pnd-cur) " "
                   ws-pnd-data (ws-pnd-cur) (1:44)
                   delimited by size into ws-before-image
           end-if.
           perform 699r-check-approver.

           evaluate true
               when not (mt-is-approve or mt-is-reject)
                   move ws-bad-action-msg  to ws-dl-status
               when ws-pnd-cur = 0
                   move ws-not-pending-msg to ws-dl-status
               when ws-pnd-status (ws-pnd-cur) not = 'P'
                   move ws-not-pending-msg to ws-dl-status
               when ws-approver = spaces
                   move ws-file-approval-msg
                                           to ws-dl-status
               when mt-is-approve
                   and ws-pnd-keyed-by (ws-pnd-cur) = spaces
                   move ws-keyer-unknown-msg
                                           to ws-dl-status
               when ws-approver = ws-pnd-keyed-by (ws-pnd-cur)
                   move ws-same-user-msg   to ws-dl-status
               when not ws-approver-ok
                   move ws-bad-approver-msg
                                           to ws-dl-status
               when mt-is-reject
                   move 'R'                to
                       ws-pnd-status (ws-pnd-cur)
                   move ws-approver        to
                       ws-pnd-approver (ws-pnd-cur)
                   move ws-run-date        to
                       ws-pnd-decided (ws-pnd-cur)
                   move ws-declined-msg    to ws-dl-status
               when mt-is-approve
                   move maint-line         to ws-save-maint-line
                   move ws-pnd-trans (ws-pnd-cur)
                                           to maint-line
                   move ws-pnd-ext (ws-pnd-cur)
                                           to mt-ext-data
                   move 'y'                to ws-releasing-sw
                   perform 305-dispatch-transaction
                   move 'n'                to ws-releasing-sw
                   move ws-save-maint-line to maint-line
      *a change that no longer passes its edits is closed off as
      *rejected, with the reason it failed on the listing
                   if ws-dl-status = ws-applied-msg
                       move 'A'            to
                           ws-pnd-status (ws-pnd-cur)
                       move ws-approved-msg
                                           to ws-dl-status
                   else
                       move 'R'            to
                           ws-pnd-status (ws-pnd-cur)
                   end-if
                   move ws-approver        to
                       ws-pnd-approver (ws-pnd-cur)
                   move ws-run-date        to
                       ws-pnd-decided (ws-pnd-cur)
           end-evaluate.

      *finds the held change the approval names, decided or not
       699q-find-pending-entry.
           move 0                          to ws-pnd-cur.
           if mt-appr-pend-id is numeric
               perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pnd-count
                   if ws-pnd-id (ws-pnd-idx) = mt-appr-pend-id
                       set ws-pnd-cur      to ws-pnd-idx
                   end-if
               end-perform
           end-if.

      *the approver has to be active on the user authority master
      *and allowed the maintenance screen
       699r-check-approver.
           move 'n'                        to ws-approver-ok-sw.
           perform varying ws-usr-idx from 1 by 1
               until ws-usr-idx > ws-usr-count
               if ws-usr-id (ws-usr-idx) = ws-approver
                   and ws-usr-active (ws-usr-idx) = 'A'
                   and ws-usr-trans (ws-usr-idx) (3:1) = 'Y'
                   move 'y'                to ws-approver-ok-sw
               end-if
           end-perform.

      *edits and applies one vendor transaction - the shared
      *edits, plus known claim terms and an address to send the
      *claim to
       699s-apply-vend-trans.
           perform 699t-find-vend-entry.

           if ws-cur-idx > 0
               perform 699u-build-vend-before
           end-if.

           evaluate true
               when not (mt-is-add or mt-is-change
                   or mt-is-deactivate)
                   move ws-bad-action-msg  to ws-dl-status
               when mt-vend-num = spaces
                   move ws-blank-key-msg   to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and not mt-vend-terms-valid
                   move ws-bad-terms-msg   to ws-dl-status
               when (mt-is-add or mt-is-change)
                   and mt-vend-addr = spaces
                   move ws-no-addr-msg     to ws-dl-status
               when mt-is-add and ws-cur-idx > 0
                   move ws-dup-key-msg     to ws-dl-status
               when mt-is-add and ws-vnm-count >= 500
                   move ws-table-full-msg  to ws-dl-status
               when mt-is-add
                   add 1                   to ws-vnm-count
                   move mt-vend-num        to
                       ws-vnm-num (ws-vnm-count)
                   move mt-vend-name       to
                       ws-vnm-name (ws-vnm-count)
                   move mt-vend-addr       to
                       ws-vnm-addr (ws-vnm-count)
                   move mt-vend-terms      to
                       ws-vnm-terms (ws-vnm-count)
                   move 'A'                to
                       ws-vnm-active (ws-vnm-count)
                   move ws-vnm-count       to ws-cur-idx
                   perform 699v-build-vend-after
                   move ws-applied-msg     to ws-dl-status
               when (mt-is-change or mt-is-deactivate)
                   and ws-cur-idx = 0
                   move ws-no-key-msg      to ws-dl-status
               when mt-is-change
                   move mt-vend-name       to
                       ws-vnm-name (ws-cur-idx)
                   move mt-vend-addr       to
                       ws-vnm-addr (ws-cur-idx)
                   move mt-vend-terms      to
                       ws-vnm-terms (ws-cur-idx)
                   perform 699v-build-vend-after
                   move ws-applied-msg     to ws-dl-status
      *a deactivated vendor takes no new SKUs, but its returns
      *already taken are still claimed
               when mt-is-deactivate
                   move 'N'                to
                       ws-vnm-active (ws-cur-idx)
                   perform 699v-build-vend-after
                   move ws-applied-msg     to ws-dl-status
           end-evaluate.

      *finds the keyed vendor on the master, active or not
       699t-find-vend-entry.
           move 0                          to ws-cur-idx
           perform varying ws-vnm-idx from 1 by 1
               until ws-vnm-idx > ws-vnm-count
               if ws-vnm-num (ws-vnm-idx) = mt-vend-num
                   set ws-cur-idx          to ws-vnm-idx
               end-if
           end-perform.

      *readable before-image of the matched vendor
       699u-build-vend-before.
           move spaces                     to ws-before-image.
           string ws-vnm-num (ws-cur-idx) " "
               ws-vnm-name (ws-cur-idx) " "
               ws-vnm-terms (ws-cur-idx) " "
               ws-vnm-addr (ws-cur-idx) (1:20) " "
               ws-vnm-active (ws-cur-idx)
               delimited by size into ws-before-image.

      *readable after-image of the vendor just applied
       699v-build-vend-after.
           move spaces                     to ws-after-image.
           string ws-vnm-num (ws-cur-idx) " "
               ws-vnm-name (ws-cur-idx) " "
               ws-vnm-terms (ws-cur-idx) " "
               ws-vnm-addr (ws-cur-idx) (1:20) " "
               ws-vnm-active (ws-cur-idx)
               delimited by size into ws-after-image.

      *writes the whole store master back out, inactive entries too
       600-rewrite-store-master.
           open output store-master-file.
                                           to km-eff-date
               move ws-skm-end (ws-skm-idx)
                                           to km-end-date
               move ws-skm-vendor (ws-skm-idx)
                                           to km-vendor-num
               write sku-master-line
           end-perform.
           close sku-master-file.
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
           end-perform.
           close cust-master-file.
           end-perform.
           close store-cal-file.

      *writes the whole layaway policy master back out, inactive
      *entries too
       649-rewrite-lay-policy.
           open output lay-policy-file.
           perform varying ws-lpl-idx from 1 by 1
               until ws-lpl-idx > ws-lpl-count
               move ws-lpl-store (ws-lpl-idx)
                                           to lp-store-num
               move ws-lpl-days (ws-lpl-idx)
                                           to lp-forfeit-days
               move ws-lpl-fee (ws-lpl-idx)
                                           to lp-fee-pct
               move ws-lpl-active (ws-lpl-idx)
                                           to lp-active-flag
               write lay-policy-line
           end-perform.
           close lay-policy-file.

      *writes the whole commission rate master back out, inactive
      *entries too
       649a-rewrite-comm-rate.
           open output comm-rate-file.
           perform varying ws-crt-idx from 1 by 1
               until ws-crt-idx > ws-crt-count
               move ws-crt-store (ws-crt-idx)
                                           to cr-store-num
               move ws-crt-class (ws-crt-idx)
                                           to cr-sku-class
               move ws-crt-pct (ws-crt-idx)
                                           to cr-comm-pct
               move ws-crt-active (ws-crt-idx)
                                           to cr-active-flag
               write comm-rate-line
           end-perform.
           close comm-rate-file.

      *writes the whole store sales plan back out, inactive entries
      *too
       649b-rewrite-sales-plan.
           open output sales-plan-file.
           perform varying ws-spl-idx from 1 by 1
               until ws-spl-idx > ws-spl-count
               move ws-spl-store (ws-spl-idx)
                                           to sp-store-num
               move ws-spl-type (ws-spl-idx)
                                           to sp-period-type
               move ws-spl-start (ws-spl-idx)
                                           to sp-period-start
               move ws-spl-sales (ws-spl-idx)
                                           to sp-plan-sales
               move ws-spl-net (ws-spl-idx)
                                           to sp-plan-net
               move ws-spl-active (ws-spl-idx)
                                           to sp-active-flag
               write sales-plan-line
           end-perform.
           close sales-plan-file.

      *writes the whole user authority master back out, inactive
      *entries too
       649c-rewrite-user-auth.
           open output user-auth-file.
           perform varying ws-usr-idx from 1 by 1
               until ws-usr-idx > ws-usr-count
               move ws-usr-id (ws-usr-idx) to ua-user-id
               move ws-usr-name (ws-usr-idx)
                                           to ua-user-name
               move ws-usr-trans (ws-usr-idx)
                                           to ua-user-trans
               move ws-usr-stores (ws-usr-idx)
                                           to ua-user-stores
               move ws-usr-active (ws-usr-idx)
                                           to ua-active-flag
               write user-auth-line
           end-perform.
           close user-auth-file.

      *writes the pending-changes file back out - changes still
      *pending, and decided ones inside the keep window. A change
      *decided before that goes onto the decision log instead. The
      *highest-numbered entry always stays, so the next change held
      *carries on the numbering
       649d-rewrite-pending.
           move ws-run-date                to ws-calc-date.
           perform 810-compute-day-serial.
           move ws-serial-day              to ws-run-serial.
           open output pending-file.
           open extend decision-file.
           if ws-dec-file-status not = '00'
               open output decision-file
           end-if.
           perform varying ws-pnd-idx from 1 by 1
               until ws-pnd-idx > ws-pnd-count
               perform 649f-judge-keep-pending
               move ws-pnd-id (ws-pnd-idx) to pd-pend-id
               move ws-pnd-status (ws-pnd-idx)
                                           to pd-status
               move ws-pnd-held-date (ws-pnd-idx)
                                           to pd-held-date
               move ws-pnd-trans (ws-pnd-idx)
                                           to pd-trans
               move ws-pnd-approver (ws-pnd-idx)
                                           to pd-approver
               move ws-pnd-decided (ws-pnd-idx)
                                           to pd-decided-date
               move ws-pnd-ext (ws-pnd-idx)
                                           to pd-trans-ext
               if ws-keep-pending
                   write pending-line
               else
                   write decision-line     from pending-line
                   add 1                   to ws-total-logged
               end-if
           end-perform.
           close pending-file.
           close decision-file.

      *a pending change always stays; a decided one only while it
      *is inside the keep window, or when it is the newest entry
       649f-judge-keep-pending.
           move 'y'                        to ws-keep-pending-sw.
           if ws-pnd-status (ws-pnd-idx) not = 'P'
               and ws-pnd-id (ws-pnd-idx) not = ws-pnd-last-id
               and ws-pnd-decided (ws-pnd-idx) is numeric
               move ws-pnd-decided (ws-pnd-idx)
                                           to ws-calc-date
               perform 810-compute-day-serial
               compute ws-item-age = ws-run-serial - ws-serial-day
               if ws-item-age > ws-pend-keep-days
                   move 'n'                to ws-keep-pending-sw
               end-if
           end-if.

      *writes the whole vendor master back out, inactive entries
      *too
       649e-rewrite-vendor-master.
           open output vendor-master-file.
           perform varying ws-vnm-idx from 1 by 1
               until ws-vnm-idx > ws-vnm-count
               move ws-vnm-num (ws-vnm-idx) to vm-vendor-num
               move ws-vnm-name (ws-vnm-idx)
                                           to vm-vendor-name
               move ws-vnm-addr (ws-vnm-idx)
                                           to vm-claim-addr
               move ws-vnm-terms (ws-vnm-idx)
                                           to vm-rtv-terms
               move ws-vnm-active (ws-vnm-idx)
                                           to vm-active-flag
               write vendor-master-line
           end-perform.
           close vendor-master-file.

      *every change still waiting for a second user, whichever run
      *held it
       705-list-pending.
           write report-line               from spaces.
           write report-line               from ws-pending-heading.
           write report-line               from spaces.
           move 'n'                        to ws-pend-listed-sw.
           perform varying ws-pnd-idx from 1 by 1
               until ws-pnd-idx > ws-pnd-count
               if ws-pnd-status (ws-pnd-idx) = 'P'
                   if not ws-pend-listed
                       write report-line   from ws-pending-headings-1
                       move 'y'            to ws-pend-listed-sw
                   end-if
                   move ws-pnd-id (ws-pnd-idx)
                                           to ws-pl-id
                   move ws-pnd-held-date (ws-pnd-idx)
                                           to ws-pl-held
                   if ws-pnd-keyed-by (ws-pnd-idx) = spaces
                       move ws-by-file     to ws-pl-keyed-by
                   else
                       move ws-pnd-keyed-by (ws-pnd-idx)
                                           to ws-pl-keyed-by
                   end-if
                   move ws-pnd-master (ws-pnd-idx)
                                           to ws-pl-master
                   move ws-pnd-action (ws-pnd-idx)
                                           to ws-pl-action
                   move ws-pnd-data (ws-pnd-idx)
                                           to ws-pl-data
                   write report-line       from ws-pending-line
               end-if
           end-perform.
           if not ws-pend-listed
               write report-line           from ws-no-pending-line
           end-if.

      *counts for the run
       700-report-footer.
           move ws-total-trans             to ws-fl-total.
           write report-line               from ws-footer-line-1.
           write report-line               from ws-footer-line-2.
           write report-line               from ws-footer-line-3.
           move ws-total-held              to ws-fl-held.
           move ws-total-approved          to ws-fl-approved.
           move ws-total-declined          to ws-fl-declined.
           write report-line               from ws-footer-line-4.
           write report-line               from ws-footer-line-5.
           write report-line               from ws-footer-line-6.
           move ws-total-logged            to ws-fl-logged.
           write report-line               from ws-footer-line-7.

      *drops this run's summary onto the common operations log
       800-write-audit-line.
           accept ws-aud-time              from time.
           move "Program13_Master_Maint"   to ws-aud-program.
           move ws-total-trans             to ws-aud-in.
           compute ws-aud-out = ws-total-applied + ws-total-approved.
           move ws-total-rejected          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
           write audit-line                from ws-audit-line.
           close audit-file.

      *turns the date in ws-calc-date into a running serial day
      *number, same arithmetic as the period-accumulation step
       810-compute-day-serial.
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
                       if ws-lov-program = "Program13_Master_Maint"
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
           move "Program13_Master_Maint"   to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

       end program Program13_Master_Maint.
