       identification division.
       program-id. Program49_Store_Backout.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program takes one store's business day back
      *              out of the system after the store sent a bad day
      *              that passed the edits - training-mode tickets,
      *              or yesterday's file under today's date. It is
      *              keyed by store and business date, with who is
      *              backing it out and why. The day's records are
      *              read back off the valid file archived with that
      *              day's pass, and every one of them belonging to
      *              the store is reversed out of the invoice history
      *              (the entry deleted, a return's roll-in onto its
      *              original sale taken back off), the period
      *              master, the SKU history, the gift-card master
      *              and the layaway master; the points the day's
      *              rings earned, spent, took back and gave back
      *              come off the loyalty master, and its returns
      *              come off the return-to-vendor pending file and
      *              the contact return log. The day's ledger and
      *              stock postings for the store, as archived with
      *              the same pass, are turned round into reversing
      *              lines on two handoff files the ledger and stock
      *              extracts send on with the next pass. The
      *              store-day comes off the transmission register so
      *              the consolidation step will take a corrected
      *              retransmission, and off the ledger's accepted
      *              register (with the day's head-office loyalty
      *              set, whose accrual is turned round for the
      *              store's share) so the corrected day's sets are
      *              sent, and a master last posted for the
      *              day backed out is marked so the corrected day
      *              is posted instead of skipped as already on. The
      *              listing shows every figure reversed, before and
      *              after. A day in a month the period post has
      *              already closed is refused, as is a store-day
      *              already backed out and not re-sent since. Dates
      *              a master only remembers as a latest-seen date
      *              (the card's last movement, the SKU's last sale,
      *              the layaway's last payment) are left as they
      *              are. Run on demand, outside the daily chain,
      *              like the master maintenance program.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Judge the closed period and take the day out of
      *               the week and period buckets on the fiscal
      *               calendar, the way the period post now keys
      *               them.
      *  -            Take the day's returns off the return-to-vendor
      *               pending file and the contact return log, and
      *               the points its rings earned and spent back off
      *               the loyalty master, listed before and after; a
      *               loyalty master last posted for the day is
      *               marked so the corrected day is posted.
      *  -            Reverse only the ledger and stock lines the
      *               store's own rings made: the cancellation and
      *               chargeback set, the escheat pairs and the
      *               cancelled layaways' stock releases came off
      *               other files and are left as posted.
      *  -            Take the day's sets off the ledger's accepted
      *               register so the corrected day is sent, turn
      *               the store's share of the loyalty accrual round
      *               as a head-office pair, and take back the
      *               points its returns, voids and refunds in
      *               points moved as well as those it earned and
      *               spent.

       environment division.

       input-output section.
       file-control.
      *the store-day to back out, keyed by operations - spent by
      *the run that works it, whether backed out or refused
           select key-file assign          to
                               "../../../data/project1BackoutKey.dat"
               organization is line sequential
               file status is ws-key-file-status.

      *the valid file archived with the day's pass - the name is
      *built off the business date keyed
           select day-file assign          to ws-day-file-name
               organization is line sequential
               file status is ws-day-file-status.

      *the ledger postings archived with the same pass
           select gl-arch-file assign      to ws-gl-arch-name
               organization is line sequential
               file status is ws-gla-file-status.

      *the stock movements archived with the same pass
           select stock-arch-file assign   to ws-stock-arch-name
               organization is line sequential
               file status is ws-sta-file-status.

      *the invoice history master kept by the nightly history
      *post - read and deleted or rewritten by invoice
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is dynamic
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the period master kept by the nightly period post - read
      *back whole and rewritten whole
           select period-file assign       to
                               "../../../data/project1PeriodMaster.dat"
               organization is line sequential
               file status is ws-per-file-status.

      *the closed months the period post has snapshotted
           select month-hist-file assign   to
                               "../../../data/project1MonthHist.dat"
               organization is line sequential
               file status is ws-mth-file-status.

      *the 4-5-4 fiscal calendar master the period post keys its
      *weeks and periods by
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *the SKU history master kept by the nightly SKU post
           select skuhist-file assign      to
                               "../../../data/project1SkuHist.dat"
               organization is line sequential
               file status is ws-skh-file-status.

      *the gift-card master kept by the nightly card post
           select card-file assign         to
                               "../../../data/project1GiftCard.dat"
               organization is line sequential
               file status is ws-card-file-status.

      *the layaway master kept by the nightly layaway post
           select layaway-file assign      to
                               "../../../data/project1LayawayMast.dat"
               organization is line sequential
               file status is ws-lay-file-status.

      *the returns waiting for the next vendor claim run
           select rtv-pending-file assign  to
                               "../../../data/project1RtvPending.dat"
               organization is line sequential
               file status is ws-rtv-file-status.

      *the returns kept for the weekly contact report
           select retlog-file assign       to
                               "../../../data/project1ContactRet.dat"
               organization is line sequential
               file status is ws-crl-file-status.

      *the loyalty master kept by the nightly loyalty post, and
      *the earn and redeem rates it posts at
           select loyalty-file assign      to
                               "../../../data/project1Loyalty.dat"
               organization is line sequential
               file status is ws-loy-file-status.

           select loyalty-parm-file assign to
                               "../../../data/project1LoyaltyParm.dat"
               organization is line sequential
               file status is ws-lpm-file-status.

      *the transmission register kept by the consolidation step
           select register-file assign     to
                               "../../../data/project1TransReg.dat"
               organization is line sequential
               file status is ws-reg-file-status.

      *the store batches the ledger has accepted, kept by the
      *acknowledgement reconciliation - read back whole and
      *rewritten without the day backed out
           select accepted-file assign     to
                               "../../../data/project1GLAccepted.dat"
               organization is line sequential
               file status is ws-acc-file-status.

      *the reversing lines for the ledger and stock extracts -
      *read back whole and rewritten with this run's added, so a
      *second backout before the next pass doesn't lose the first
           select gl-backout-file assign   to
                               "../../../data/project1GLBackout.dat"
               organization is line sequential
               file status is ws-glb-file-status.

           select stock-backout-file assign to
                           "../../../data/project1StockBackout.dat"
               organization is line sequential
               file status is ws-stb-file-status.

      *every store-day backed out, kept as a running history
           select backout-log-file assign  to
                               "../../../data/project1BackoutLog.dat"
               organization is line sequential
               file status is ws-blg-file-status.

      *the before-and-after listing
           select report-file assign       to
                               "../../../data/project1Backout.out"
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

      *operations alert file - a backout, and a refused or
      *overridden run, is flagged there
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

      *the store-day keyed - store, business date, who is backing
      *it out and why
       fd key-file
           data record is key-line
               record contains 48 characters.
       01 key-line.
           05 bk-store-num                 pic xx.
           05 bk-bus-date                  pic x(8).
           05 bk-keyed-by                  pic x(8).
           05 bk-reason                    pic x(30).

      *the archived valid file, as Program01 and the re-entry and
      *disposition steps left it
       fd day-file
           data record is day-line
               record contains 86 characters.
       01 day-line                         pic x(86).

      *one archived ledger posting line
       fd gl-arch-file
           data record is gl-arch-line
               record contains 48 characters.
       01 gl-arch-line.
           05 ga-store-num                 pic xx.
           05 ga-account                   pic x(6).
           05 ga-dr-cr                     pic x.
           05 ga-amount                    pic 9(9)v99.
           05 ga-post-date                 pic 9(8).
           05 ga-desc                      pic x(20).

      *one archived stock movement - header and trailer included
       fd stock-arch-file
           data record is stock-arch-line
               record contains 70 characters.
       01 stock-arch-line.
           05 sa-store-num                 pic xx.
           05 sa-sku-code                  pic x(15).
           05 sa-units-out                 pic 9(5).
           05 sa-units-in                  pic 9(5).
           05 sa-post-date                 pic 9(8).
           05 sa-backout-ref               pic x(16).
           05 sa-move-type                 pic x.
               88 sa-cancel-release     value 'C'.
           05 filler                       pic x(18).

      *invoice history record, as the nightly post keeps it - the
      *"*CONTROL*" record carries the date last posted
       fd history-file
           data record is history-line
               record contains 82 characters.
       01 history-line.
           05 hl-invoice-num               pic x(9).
           05 hl-trans-code                pic x.
               88 hl-ctl-backed-out     value 'B'.
           05 hl-store-num                 pic xx.
           05 hl-trans-amount              pic 9(5)v99.
           05 hl-trans-date                pic 9(8).
           05 hl-refunded-amount           pic 9(5)v99.
           05 hl-posted-date               pic 9(8).
           05 hl-customer-num              pic x(8).
           05 hl-cashier-id                pic x(8).
           05 hl-orig-invoice-num          pic x(9).
           05 hl-sku-code                  pic x(15).

      *period master record - the first record is the header
       fd period-file
           data record is period-line
               record contains 31 characters.
       01 period-line.
           05 pm-store-num                 pic xx.
           05 pm-trans-code                pic x.
           05 pm-wtd-count                 pic 9(5).
           05 pm-wtd-amount                pic 9(7)v99.
           05 pm-mtd-count                 pic 9(5).
           05 pm-mtd-amount                pic 9(7)v99.
       01 period-header-line.
           05 ph-header-tag                pic xxx.
               88 ph-is-header          value 'HDR'.
           05 ph-posted-date               pic 9(8).
           05 ph-backout-flag              pic x.
               88 ph-backed-out         value 'B'.
           05 filler                       pic x(19).

      *one closed month's figures for one store and code
       fd month-hist-file
           data record is month-hist-line
               record contains 23 characters.
       01 month-hist-line.
           05 mn-close-month               pic 9(6).
           05 mn-store-num                 pic xx.
           05 mn-trans-code                pic x.
           05 mn-mtd-count                 pic 9(5).
           05 mn-mtd-amount                pic 9(7)v99.

      *one fiscal week
       fd fiscal-cal-file
           data record is fiscal-cal-line
               record contains 30 characters.
       01 fiscal-cal-line.
           05 fc-fiscal-year               pic 9(4).
           05 fc-fiscal-week               pic 99.
           05 fc-period                    pic 99.
           05 fc-quarter                   pic 9.
           05 fc-week-start                pic 9(8).
           05 fc-week-end                  pic 9(8).
           05 fc-year-weeks                pic 99.
           05 filler                       pic x(3).

      *SKU history record - the first record is the header
       fd skuhist-file
           data record is skuhist-line
               record contains 59 characters.
       01 skuhist-line.
           05 sk-sku-code                  pic x(15).
           05 sk-sales-count               pic 9(7).
           05 sk-sales-amount              pic 9(9)v99.
           05 sk-ret-count                 pic 9(7).
           05 sk-ret-amount                pic 9(9)v99.
           05 sk-last-sale-date            pic 9(8).
       01 skuhist-header-line.
           05 kh-header-tag                pic xxx.
               88 kh-is-header          value 'HDR'.
           05 kh-posted-date               pic 9(8).
           05 kh-backout-flag              pic x.
               88 kh-backed-out         value 'B'.
           05 filler                       pic x(47).

      *gift-card master record - the first record is the header
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
           05 gc-escheat-date              pic 9(8).
       01 card-header-line.
           05 ch-header-tag                pic xxx.
               88 ch-is-header          value 'HDR'.
           05 ch-posted-date               pic 9(8).
           05 ch-backout-flag              pic x.
               88 ch-backed-out         value 'B'.
           05 filler                       pic x(34).

      *layaway master record - the first record is the header
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
           05 ly-sku-code                  pic x(15).
       01 layaway-header-line.
           05 lh-header-tag                pic xxx.
               88 lh-is-header          value 'HDR'.
           05 lh-posted-date               pic 9(8).
           05 lh-backout-flag              pic x.
               88 lh-backed-out         value 'B'.
           05 filler                       pic x(49).

      *one return waiting for a vendor claim
       fd rtv-pending-file
           data record is rtv-pending-line
               record contains 60 characters.
       01 rtv-pending-line.
           05 rp-ret-invoice               pic x(9).
           05 rp-orig-invoice              pic x(9).
           05 rp-store-num                 pic xx.
           05 rp-sku-code                  pic x(15).
           05 rp-reason                    pic xx.
           05 rp-amount                    pic 9(5)v99.
           05 rp-trans-date                pic x(8).
           05 rp-taken-date                pic 9(8).

      *one return kept for the contact report
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

      *loyalty master record - the first record is the header
       fd loyalty-file
           data record is loyalty-line
               record contains 90 characters.
       01 loyalty-line.
           05 lm-customer-num              pic x(8).
           05 lm-balance                   pic 9(9).
           05 lm-open-balance              pic 9(9).
           05 lm-earned                    pic 9(9).
           05 lm-taken-back                pic 9(9).
           05 lm-redeemed                  pic 9(9).
           05 lm-restored                  pic 9(9).
           05 lm-expired                   pic 9(9).
           05 lm-last-activity             pic 9(8).
           05 lm-lifetime                  pic 9(9).
           05 filler                       pic x(2).
       01 loyalty-header-line.
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
           05 mh-backout-flag              pic x.
               88 mh-backed-out         value 'B'.
           05 filler                       pic x(78).

      *points earned per dollar rung, points spent per dollar
      *redeemed
       fd loyalty-parm-file
           data record is loyalty-parm-line
               record contains 20 characters.
       01 loyalty-parm-line.
           05 lp-earn-rate                 pic 9(3).
           05 lp-redeem-rate               pic 9(5).
           05 lp-expiry-days               pic 9(4).
           05 filler                       pic x(8).

      *one registered consolidation
       fd register-file
           data record is register-line
               record contains 23 characters.
       01 register-line.
           05 tr-store-num                 pic xx.
           05 tr-bus-date                  pic x(8).
           05 tr-rec-count                 pic 9(5).
           05 tr-consol-date               pic 9(8).

      *one store batch the ledger accepted - the store, the day's
      *business date, when it was taken and the totals taken
       fd accepted-file
           data record is accepted-line
               record contains 40 characters.
       01 accepted-line.
           05 ar-store-num                 pic xx.
           05 ar-post-date                 pic 9(8).
           05 ar-accepted-date             pic 9(8).
           05 ar-debit-total               pic 9(9)v99.
           05 ar-credit-total              pic 9(9)v99.

      *one reversing ledger line - the ledger import's own layout,
      *padded to 70 bytes so the shared control-record layout
      *brackets it like the other handoffs
       fd gl-backout-file
           data record is gl-backout-line
               record contains 70 characters.
       01 gl-backout-line.
           05 bg-store-num                 pic xx.
           05 bg-account                   pic x(6).
           05 bg-dr-cr                     pic x.
           05 bg-amount                    pic 9(9)v99.
           05 bg-post-date                 pic 9(8).
           05 bg-desc                      pic x(20).
           05 filler                       pic x(22).

      *one reversing stock movement - the stock extract's own
      *layout, the backout reference saying what it reverses
       fd stock-backout-file
           data record is stock-backout-line
               record contains 70 characters.
       01 stock-backout-line.
           05 bs-store-num                 pic xx.
           05 bs-sku-code                  pic x(15).
           05 bs-units-out                 pic 9(5).
           05 bs-units-in                  pic 9(5).
           05 bs-post-date                 pic 9(8).
           05 bs-backout-ref               pic x(16).
           05 filler                       pic x(19).

      *one store-day backed out
       fd backout-log-file
           data record is backout-log-line
               record contains 61 characters.
       01 backout-log-line.
           05 bl-store-num                 pic xx.
           05 bl-bus-date                  pic x(8).
           05 bl-run-date                  pic 9(8).
           05 bl-keyed-by                  pic x(8).
           05 bl-records                   pic 9(5).
           05 bl-reason                    pic x(30).

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

      *header/trailer control records bracketing every handoff
      *file, with the running count/hash the trailer is verified
      *against
       copy "CTLREC.cpy".

      *the chain run lock and its override
       copy "RUNLOCK.cpy".

      *the ledger accounts and wordings the daily posting extract
      *writes, so the lines the store's day made are told apart
       copy "GLACCTS.cpy".
       01 ws-day-line-sw                   pic x
           value 'n'.
           88 ws-day-line               value 'y'.

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
       01 ws-key-file-status                pic xx
           value spaces.
       01 ws-day-file-status                pic xx
           value spaces.
       01 ws-gla-file-status                pic xx
           value spaces.
       01 ws-sta-file-status                pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-per-file-status                pic xx
           value spaces.
       01 ws-mth-file-status                pic xx
           value spaces.
       01 ws-skh-file-status                pic xx
           value spaces.
       01 ws-card-file-status               pic xx
           value spaces.
       01 ws-lay-file-status                pic xx
           value spaces.
       01 ws-reg-file-status                pic xx
           value spaces.
       01 ws-acc-file-status                pic xx
           value spaces.
       01 ws-glb-file-status                pic xx
           value spaces.
       01 ws-stb-file-status                pic xx
           value spaces.
       01 ws-blg-file-status                pic xx
           value spaces.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-rtv-file-status                pic xx
           value spaces.
       01 ws-crl-file-status                pic xx
           value spaces.
       01 ws-loy-file-status                pic xx
           value spaces.
       01 ws-lpm-file-status                pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *the archived files' names, built off the business date
       01 ws-day-file-name                 pic x(60)
           value spaces.
       01 ws-gl-arch-name                  pic x(60)
           value spaces.
       01 ws-stock-arch-name               pic x(60)
           value spaces.
       77 ws-archive-dir                   pic x(22)
           value "../../../data/archive/".

      *the store-day keyed
       01 ws-key-store                     pic xx
           value spaces.
       01 ws-key-date                      pic x(8)
           value spaces.
       01 ws-bus-date                      pic 9(8)
           value 0.
       01 ws-bus-date-r redefines ws-bus-date.
           05 ws-bus-yyyy                  pic 9(4).
           05 ws-bus-mm                    pic 99.
           05 ws-bus-dd                    pic 99.
       01 ws-key-user                      pic x(8)
           value spaces.
       01 ws-key-reason                    pic x(30)
           value spaces.
       01 ws-key-seen-sw                   pic x
           value 'n'.
           88 ws-key-seen               value 'y'.

      *why the store-day was refused - spaces while it still
      *stands
       01 ws-refuse-reason                 pic x(40)
           value spaces.

      *the reference every reversing line carries
       01 ws-backout-ref.
           05 filler                       pic x(8)
               value "BACKOUT ".
           05 ws-bref-date                 pic x(8)
               value spaces.

      *the SKU a gift card is sold under, and the history
      *master's own control record key
       77 ws-gift-card-sku                 pic x(15)
           value "GIFTCARD".
       77 ws-hist-control-key              pic x(9)
           value "*CONTROL*".

       01 ws-run-date                      pic 9(8)
           value 0.

      *the store's records off the archived valid file
       01 ws-day-table.
           05 ws-dy-record                 pic x(86)
               occurs 12000 times.
       01 ws-dy-count                      pic 9(5)
           value 0.
       01 ws-dy-idx                        pic 9(5)
           value 0.
       01 ws-day-full-sw                   pic x
           value 'n'.
           88 ws-day-full               value 'y'.

      *the store-day record being reversed
       01 ws-day-rec.
           05 ws-dr-trans-code             pic x.
           05 ws-dr-trans-amount           pic 9(5)v99.
           05 ws-dr-pay-type               pic xx.
           05 ws-dr-store-num              pic xx.
           05 ws-dr-invoice-num            pic x(9).
           05 ws-dr-sku-code               pic x(15).
           05 ws-dr-return-reason          pic xx.
           05 ws-dr-orig-invoice-num       pic x(9).
           05 ws-dr-trans-date             pic x(8).
           05 ws-dr-exchange-sku           pic x(15).
           05 ws-dr-customer-num           pic x(8).
           05 ws-dr-cashier-id             pic x(8).

      *control verification for the archived valid file
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
       01 ws-trl-bad-sw                     pic x
           value 'n'.
           88 ws-trl-bad                value 'y'.

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
       01 ws-anchor-serial                 pic 9(7)
           value 0.
       01 ws-week-diff                     pic s9(7)
           value 0.
       77 ws-anchor-date                   pic 9(8)
           value 20180101.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

      *the week and period keys of the date in ws-calc-date, as
      *820-settle-period-keys leaves them
       01 ws-key-week                      pic 9(6)
           value 0.
       01 ws-key-month                     pic 9(6)
           value 0.

      *the week and month the day posted into, and the week the
      *period master's week-to-date buckets hold now
       01 ws-bus-week                      pic 9(6)
           value 0.
       01 ws-bus-month-key                 pic 9(6)
           value 0.
       01 ws-per-posted-week               pic 9(6)
           value 0.
       01 ws-rec-date                      pic 9(8)
           value 0.
       01 ws-rec-date-r redefines ws-rec-date.
           05 ws-rec-yyyy                  pic 9(4).
           05 ws-rec-mm                    pic 99.
           05 ws-rec-dd                    pic 99.
       01 ws-rec-week                      pic 9(6)
           value 0.
       01 ws-rec-month-key                 pic 9(6)
           value 0.

      *the period master held in storage, and as it stood before
      *the backout, for the listing
       01 ws-per-loaded-sw                 pic x
           value 'n'.
           88 ws-per-loaded             value 'y'.
       01 ws-per-posted-date               pic 9(8)
           value 0.
       01 ws-per-posted-date-r redefines ws-per-posted-date.
           05 ws-per-posted-yyyy           pic 9(4).
           05 ws-per-posted-mm             pic 99.
           05 ws-per-posted-dd             pic 99.
       01 ws-per-posted-month-key          pic 9(6)
           value 0.
       01 ws-period-table.
           05 ws-per-entry                 occurs 300 times
               indexed by ws-per-idx.
               10 ws-per-store             pic xx.
               10 ws-per-code              pic x.
               10 ws-per-wtd-count         pic 9(5).
               10 ws-per-wtd-amount        pic 9(7)v99.
               10 ws-per-mtd-count         pic 9(5).
               10 ws-per-mtd-amount        pic 9(7)v99.
       01 ws-period-before.
           05 ws-pb-entry                  occurs 300 times.
               10 ws-pb-store              pic xx.
               10 ws-pb-code               pic x.
               10 ws-pb-wtd-count          pic 9(5).
               10 ws-pb-wtd-amount         pic 9(7)v99.
               10 ws-pb-mtd-count          pic 9(5).
               10 ws-pb-mtd-amount         pic 9(7)v99.
       01 ws-per-count                     pic 999
           value 0.
       01 ws-cur-per-idx                   pic 999
           value 0.

      *the SKU history held in storage, and as it stood before
       01 ws-skh-loaded-sw                 pic x
           value 'n'.
           88 ws-skh-loaded             value 'y'.
       01 ws-skh-posted-date               pic 9(8)
           value 0.
       01 ws-sku-table.
           05 ws-sh-entry                  occurs 1000 times
               indexed by ws-sh-idx.
               10 ws-sh-sku                pic x(15).
               10 ws-sh-sales-cnt          pic 9(7).
               10 ws-sh-sales-amt          pic 9(9)v99.
               10 ws-sh-ret-cnt            pic 9(7).
               10 ws-sh-ret-amt            pic 9(9)v99.
               10 ws-sh-last-sale          pic 9(8).
       01 ws-sku-before.
           05 ws-sb-entry                  occurs 1000 times.
               10 ws-sb-sku                pic x(15).
               10 ws-sb-sales-cnt          pic 9(7).
               10 ws-sb-sales-amt          pic 9(9)v99.
               10 ws-sb-ret-cnt            pic 9(7).
               10 ws-sb-ret-amt            pic 9(9)v99.
               10 ws-sb-last-sale          pic 9(8).
       01 ws-sh-count                      pic 9(4)
           value 0.
       01 ws-cur-sh-idx                    pic 9(4)
           value 0.

      *the gift-card master held in storage, and as it stood
      *before
       01 ws-card-loaded-sw                pic x
           value 'n'.
           88 ws-card-loaded            value 'y'.
       01 ws-card-posted-date              pic 9(8)
           value 0.
       01 ws-card-table.
           05 ws-cd-entry                  occurs 5000 times
               indexed by ws-cd-idx.
               10 ws-cd-card-num           pic x(9).
               10 ws-cd-issued             pic 9(7)v99.
               10 ws-cd-redeemed           pic 9(7)v99.
               10 ws-cd-last-date          pic 9(8).
               10 ws-cd-issue-store        pic xx.
               10 ws-cd-status             pic x.
               10 ws-cd-escheat-date       pic 9(8).
       01 ws-card-before.
           05 ws-cb-entry                  occurs 5000 times.
               10 ws-cb-card-num           pic x(9).
               10 ws-cb-issued             pic 9(7)v99.
               10 ws-cb-redeemed           pic 9(7)v99.
               10 ws-cb-last-date          pic 9(8).
               10 ws-cb-issue-store        pic xx.
               10 ws-cb-status             pic x.
               10 ws-cb-escheat-date       pic 9(8).
       01 ws-cd-count                      pic 9(4)
           value 0.
       01 ws-cur-cd-idx                    pic 9(4)
           value 0.
       01 ws-work-card                     pic x(9)
           value spaces.

      *the layaway master held in storage, and as it stood before
      *- an opening backed out is marked 'D' and left off the
      *rewrite
       01 ws-lay-loaded-sw                 pic x
           value 'n'.
           88 ws-lay-loaded             value 'y'.
       01 ws-lay-posted-date               pic 9(8)
           value 0.
       01 ws-lay-table.
           05 ws-lay-entry                 occurs 5000 times
               indexed by ws-lay-idx.
               10 ws-lay-invoice           pic x(9).
               10 ws-lay-store             pic xx.
               10 ws-lay-orig              pic 9(7)v99.
               10 ws-lay-balance           pic 9(7)v99.
               10 ws-lay-opened            pic 9(8).
               10 ws-lay-last-pay          pic 9(8).
               10 ws-lay-status            pic x.
                   88 ws-lay-open       value 'O'.
                   88 ws-lay-paid-off   value 'C'.
                   88 ws-lay-removed    value 'D'.
               10 ws-lay-sku               pic x(15).
       01 ws-lay-before.
           05 ws-lb-entry                  occurs 5000 times.
               10 ws-lb-invoice            pic x(9).
               10 ws-lb-store              pic xx.
               10 ws-lb-orig               pic 9(7)v99.
               10 ws-lb-balance            pic 9(7)v99.
               10 ws-lb-opened             pic 9(8).
               10 ws-lb-last-pay           pic 9(8).
               10 ws-lb-status             pic x.
               10 ws-lb-sku                pic x(15).
       01 ws-lay-count                     pic 9(4)
           value 0.
       01 ws-cur-lay-idx                   pic 9(4)
           value 0.
       01 ws-lookup-invoice                pic x(9)
           value spaces.
       01 ws-work-open-date                pic 9(8)
           value 0.

      *the return-to-vendor pending file and the contact return
      *log held whole - the day's returns are left off when they
      *are written back
       01 ws-rtv-loaded-sw                 pic x
           value 'n'.
           88 ws-rtv-loaded             value 'y'.
       01 ws-rtv-table.
           05 ws-rv-line                   pic x(60)
               occurs 5000 times.
       01 ws-rv-count                      pic 9(5)
           value 0.
       01 ws-rv-idx                        pic 9(5)
           value 0.
       77 ws-max-rtv                       pic 9(5)
           value 5000.
       01 ws-crl-loaded-sw                 pic x
           value 'n'.
           88 ws-crl-loaded             value 'y'.
       01 ws-crl-table.
           05 ws-cl-line                   pic x(70)
               occurs 10000 times.
       01 ws-cl-count                      pic 9(5)
           value 0.
       01 ws-cl-idx                        pic 9(5)
           value 0.
       77 ws-max-retlog                    pic 9(5)
           value 10000.

      *the ledger's accepted-batch register held whole - the day's
      *store set and head-office set are left off when it is
      *written back
       01 ws-acc-loaded-sw                 pic x
           value 'n'.
           88 ws-acc-loaded             value 'y'.
       01 ws-acc-table.
           05 ws-ac-line                   pic x(40)
               occurs 5000 times.
       01 ws-ac-count                      pic 9(5)
           value 0.
       01 ws-ac-idx                        pic 9(5)
           value 0.
       77 ws-max-accepted                  pic 9(5)
           value 5000.

      *a logged return is known by its store, invoice and SKU
       01 ws-match-store                   pic xx
           value spaces.
       01 ws-match-invoice                 pic x(9)
           value spaces.
       01 ws-match-sku                     pic x(15)
           value spaces.
       01 ws-day-return-sw                 pic x
           value 'n'.
           88 ws-day-return             value 'y'.

      *the loyalty master held in storage, and as it stood before
       01 ws-loy-loaded-sw                 pic x
           value 'n'.
           88 ws-loy-loaded             value 'y'.
       01 ws-loy-posted-date               pic 9(8)
           value 0.
       01 ws-loyalty-table.
           05 ws-lm-entry                  occurs 5000 times
               indexed by ws-lm-idx.
               10 ws-lm-customer           pic x(8).
               10 ws-lm-balance            pic 9(9).
               10 ws-lm-open-balance       pic 9(9).
               10 ws-lm-earned             pic 9(9).
               10 ws-lm-taken-back         pic 9(9).
               10 ws-lm-redeemed           pic 9(9).
               10 ws-lm-restored           pic 9(9).
               10 ws-lm-expired            pic 9(9).
               10 ws-lm-last-activity      pic 9(8).
               10 ws-lm-lifetime           pic 9(9).
       01 ws-loyalty-before.
           05 ws-lmb-entry                 occurs 5000 times.
               10 ws-lmb-customer          pic x(8).
               10 ws-lmb-balance           pic 9(9).
               10 ws-lmb-open-balance      pic 9(9).
               10 ws-lmb-earned            pic 9(9).
               10 ws-lmb-taken-back        pic 9(9).
               10 ws-lmb-redeemed          pic 9(9).
               10 ws-lmb-restored          pic 9(9).
               10 ws-lmb-expired           pic 9(9).
               10 ws-lmb-last-activity     pic 9(8).
               10 ws-lmb-lifetime          pic 9(9).
       01 ws-lm-count                      pic 9(4)
           value 0.
       01 ws-cur-lm-idx                    pic 9(4)
           value 0.
       77 ws-max-loyalty                   pic 9(4)
           value 5000.
       01 ws-work-customer                 pic x(8)
           value spaces.

      *the programme in force - the standard one when there is no
      *parameter file, as the loyalty post takes it
       01 ws-earn-rate                     pic 9(3)
           value 1.
       01 ws-redeem-rate                   pic 9(5)
           value 100.
       01 ws-points                        pic 9(9)
           value 0.

      *the originals the day's returns and voids took points back
      *against, held as the loyalty post held them
       01 ws-original-table.
           05 ws-og-entry                  occurs 5000 times
               indexed by ws-og-idx.
               10 ws-og-invoice-num        pic x(9).
               10 ws-og-customer-num       pic x(8).
               10 ws-og-amount             pic 9(5)v99.
               10 ws-og-refunded           pic 9(5)v99.
       01 ws-og-count                      pic 9(4)
           value 0.
       01 ws-cur-og-idx                    pic 9(4)
           value 0.
       01 ws-work-invoice                  pic x(9)
           value spaces.
       01 ws-eligible-amount               pic 9(5)v99
           value 0.
       01 ws-hist-open-sw                  pic x
           value 'n'.
           88 ws-hist-is-open           value 'y'.

      *the liability the points stood for before and after, the
      *points dollars the store's rings took in, and the accrual
      *the ledger was sent for the day
       01 ws-loy-points-before             pic 9(11)
           value 0.
       01 ws-loy-points-after              pic 9(11)
           value 0.
       01 ws-loy-liab-before               pic 9(9)v99
           value 0.
       01 ws-loy-liab-after                pic 9(9)v99
           value 0.
       01 ws-loy-lp-dollars                pic s9(9)v99
           value 0.
       01 ws-loy-reversal                  pic s9(9)v99
           value 0.
       01 ws-loy-gl-sent-sw                pic x
           value 'n'.
           88 ws-loy-gl-sent            value 'y'.
       01 ws-loy-gl-accrual                pic s9(9)v99
           value 0.

      *the transmission register held in storage
       01 ws-register-table.
           05 ws-rg-entry                  occurs 500 times
               indexed by ws-rg-idx.
               10 ws-rg-store              pic xx.
               10 ws-rg-date               pic x(8).
               10 ws-rg-recs               pic 9(5).
               10 ws-rg-consol             pic 9(8).
       01 ws-rg-count                      pic 999
           value 0.
       01 ws-on-register-sw                pic x
           value 'n'.
           88 ws-on-register            value 'y'.

      *reversing lines already waiting for the extracts, and this
      *run's, written back together
       01 ws-glb-table.
           05 ws-gb-line                   pic x(70)
               occurs 2000 times.
       01 ws-gb-count                      pic 9(4)
           value 0.
       01 ws-gb-idx                        pic 9(4)
           value 0.
       01 ws-stb-table.
           05 ws-sb-line                   pic x(70)
               occurs 2000 times.
       01 ws-stb-count                     pic 9(4)
           value 0.
       01 ws-stb-idx                       pic 9(4)
           value 0.
       01 ws-out-cnt                       pic 9(7)
           value 0.
       01 ws-out-hash                      pic 9(11)v99
           value 0.

      *figures for the listing and the files-touched summary
       01 ws-total-day-records             pic 9(5)
           value 0.
       01 ws-total-hist-deleted            pic 9(5)
           value 0.
       01 ws-total-hist-rolled             pic 9(5)
           value 0.
       01 ws-total-per-changed             pic 9(5)
           value 0.
       01 ws-total-sku-changed             pic 9(5)
           value 0.
       01 ws-total-card-changed            pic 9(5)
           value 0.
       01 ws-total-lay-changed             pic 9(5)
           value 0.
       01 ws-total-reg-removed             pic 9(5)
           value 0.
       01 ws-total-acc-removed             pic 9(5)
           value 0.
       01 ws-total-gl-lines                pic 9(5)
           value 0.
       01 ws-total-stock-lines             pic 9(5)
           value 0.
       01 ws-total-not-reversed            pic 9(5)
           value 0.
       01 ws-total-rtv-removed             pic 9(5)
           value 0.
       01 ws-total-crl-removed             pic 9(5)
           value 0.
       01 ws-total-loy-changed             pic 9(5)
           value 0.
       01 ws-backed-out-sw                 pic x
           value 'n'.
           88 ws-backed-out             value 'y'.

      *listing header and the store-day line
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
               value "STORE-DAY BACKOUT LISTING".
       01 ws-key-report-line.
           05 filler                       pic x(8)
               value "  STORE ".
           05 ws-kr-store                  pic xx
               value spaces.
           05 filler                       pic x(17)
               value "  BUSINESS DATE ".
           05 ws-kr-date                   pic x(8)
               value spaces.
           05 filler                       pic x(12)
               value "  KEYED BY ".
           05 ws-kr-user                   pic x(8)
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-kr-reason                 pic x(30)
               value spaces.
       01 ws-no-key-line                   pic x(60)
           value "  NO STORE-DAY KEYED - NOTHING BACKED OUT".
       01 ws-refused-line.
           05 filler                       pic x(12)
               value "  REFUSED -".
           05 ws-rfl-reason                pic x(40)
               value spaces.

      *one figure reversed, before and after
       01 ws-ba-col-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(20)
               value "MASTER".
           05 filler                       pic x(26)
               value "KEY".
           05 filler                       pic x(18)
               value "FIGURE".
           05 filler                       pic x(18)
               value "BEFORE".
           05 filler                       pic x(16)
               value "AFTER".
       01 ws-ba-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ba-master                 pic x(18)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ba-key                    pic x(24)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ba-figure                 pic x(16)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ba-before                 pic x(16)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ba-after                  pic x(16)
               value spaces.
       01 ws-ba-key-parts.
           05 filler                       pic x(6)
               value "STORE ".
           05 ws-bk-store                  pic xx
               value spaces.
           05 filler                       pic x(7)
               value "  CODE ".
           05 ws-bk-code                   pic x
               value spaces.
           05 filler                       pic x(8)
               value spaces.

      *edited figures, moved into the listing's before and after
      *columns
       01 ws-edit-money                    pic z,zzz,zzz,zz9.99-
           value 0.
       01 ws-edit-count                    pic zzz,zzz,zz9
           value 0.
       01 ws-before-money                  pic s9(9)v99
           value 0.
       01 ws-after-money                   pic s9(9)v99
           value 0.
       01 ws-before-count                  pic 9(7)
           value 0.
       01 ws-after-count                   pic 9(7)
           value 0.
       01 ws-before-points                 pic 9(9)
           value 0.
       01 ws-after-points                  pic 9(9)
           value 0.

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

      *standing notes for operations
       01 ws-note-line-1                   pic x(70)
           value "  REVERSING LINES GO OUT WITH THE NEXT PASS".
       01 ws-note-line-2                   pic x(70)
           value "  THE STORE MAY NOW RETRANSMIT THE CORRECTED DAY".
       01 ws-note-line-3                   pic x(70)
           value "  LAST-SALE, LAST-PAYMENT AND LAST-MOVED DATES KEPT".

      *listing wording
       77 ws-deleted-text                  pic x(16)
           value "DELETED".
       77 ws-removed-text                  pic x(16)
           value "REMOVED".
       77 ws-not-reversed-text             pic x(16)
           value "NOT REVERSED".
       77 ws-no-key-text                   pic x(40)
           value "STORE OR BUSINESS DATE NOT VALID".
       77 ws-no-user-text                  pic x(40)
           value "NO USER KEYED".
       77 ws-month-closed-text             pic x(40)
           value "MONTH ALREADY CLOSED BY PERIOD POST".
       77 ws-done-before-text              pic x(40)
           value "ALREADY BACKED OUT - NOT RE-SENT SINCE".
       77 ws-no-archive-text               pic x(40)
           value "NO ARCHIVED VALID FILE FOR THE DAY".
       77 ws-bad-archive-text              pic x(40)
           value "ARCHIVED VALID FILE FAILS ITS TRAILER".
       77 ws-no-records-text               pic x(40)
           value "STORE HAS NO RECORDS ON THE DAY".
       77 ws-too-large-text                pic x(40)
           value "STORE-DAY TOO LARGE FOR ONE RUN".
       77 ws-handoff-full-text             pic x(40)
           value "REVERSING LINE FILES FULL - RUN A PASS".
       77 ws-side-full-text                pic x(40)
           value "RTV, RETURN LOG OR LOYALTY FILE TOO BIG".

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

           perform 100-read-backout-key.
           if not ws-key-seen
               write report-line           from ws-no-key-line
           else
               perform 110-judge-backout-key
               if ws-refuse-reason = spaces
                   perform 150-load-store-day
               end-if
               if ws-refuse-reason = spaces
                   perform 170-load-reversing-lines
               end-if
               if ws-refuse-reason = spaces
                   perform 180-load-return-files
               end-if
               if ws-refuse-reason not = spaces
                   perform 190-refuse-backout
               else
                   perform 195-back-out-store-day
               end-if
               perform 590-spend-key
           end-if.

           perform 600-write-audit-line.
           close report-file.
           goback.

      *the one store-day keyed for this run
       100-read-backout-key.
           open input key-file
           if ws-key-file-status = '00'
               read key-file
                   at end continue
                   not at end
                       move 'y'            to ws-key-seen-sw
                       move bk-store-num   to ws-key-store
                       move bk-bus-date    to ws-key-date
                       move bk-keyed-by    to ws-key-user
                       move bk-reason      to ws-key-reason
               end-read
               close key-file
           end-if.

      *the key has to name a store, a real business date and who
      *is backing it out; the day's month must still be open on
      *the period master, and the store-day mustn't already be
      *backed out with nothing re-sent since
       110-judge-backout-key.
           move ws-key-store               to ws-kr-store.
           move ws-key-date                to ws-kr-date.
           move ws-key-user                to ws-kr-user.
           move ws-key-reason              to ws-kr-reason.
           write report-line               from ws-key-report-line.
           write report-line               from spaces.

           if ws-key-store = spaces or ws-key-date is not numeric
               move ws-no-key-text         to ws-refuse-reason
           else
               move ws-key-date            to ws-bus-date
               if ws-bus-mm < 1 or ws-bus-mm > 12
                   or ws-bus-dd < 1 or ws-bus-dd > 31
                   move ws-no-key-text     to ws-refuse-reason
               end-if
           end-if.
           if ws-refuse-reason = spaces and ws-key-user = spaces
               move ws-no-user-text        to ws-refuse-reason
           end-if.
           if ws-refuse-reason = spaces
               move ws-key-date            to ws-bref-date
               perform 115-load-fiscal-cal
               move ws-bus-date            to ws-calc-date
               perform 820-settle-period-keys
               move ws-key-week            to ws-bus-week
               move ws-key-month           to ws-bus-month-key
               perform 120-load-period-master
               perform 125-check-month-open
           end-if.
           if ws-refuse-reason = spaces
               perform 130-load-register
               perform 135-check-not-backed-out
           end-if.

      *the fiscal calendar into storage, from three years before
      *the day being backed out
       115-load-fiscal-cal.
           move 'n'                        to ws-eof.
           compute ws-fc-keep-from =
               (ws-bus-yyyy - 3) * 10000 + 101.
           open input fiscal-cal-file
           if ws-fcl-file-status = '00'
               read fiscal-cal-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if fc-fiscal-year is numeric
                       and fc-fiscal-week is numeric
                       and fc-period is numeric
                       and fc-quarter is numeric
                       and fc-week-start is numeric
                       and fc-week-end is numeric
                       and fc-week-end >= ws-fc-keep-from
                       and ws-fc-count < 400
                       add 1               to ws-fc-count
                       move fc-fiscal-year to
                           ws-fc-year (ws-fc-count)
                       move fc-fiscal-week to
                           ws-fc-week (ws-fc-count)
                       move fc-period      to
                           ws-fc-period (ws-fc-count)
                       move fc-quarter     to
                           ws-fc-quarter (ws-fc-count)
                       move fc-week-start  to
                           ws-fc-week-start (ws-fc-count)
                       move fc-week-end    to
                           ws-fc-week-end (ws-fc-count)
                       move fc-year-weeks  to
                           ws-fc-year-weeks (ws-fc-count)
                   end-if
                   read fiscal-cal-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close fiscal-cal-file
           end-if.
           move ws-anchor-date             to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-anchor-serial.

      *the period master back into storage - header first
       120-load-period-master.
           move 'n'                        to ws-eof.
           open input period-file
           if ws-per-file-status = '00'
               move 'y'                    to ws-per-loaded-sw
               read period-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and ph-is-header
                   if ph-posted-date is numeric
                       move ph-posted-date to ws-per-posted-date
                   end-if
                   read period-file
                       at end move 'y'     to ws-eof
                   end-read
               end-if
               perform until ws-eof = 'y'
                   if ws-per-count < 300
                       add 1               to ws-per-count
                       move pm-store-num   to
                           ws-per-store (ws-per-count)
                       move pm-trans-code  to
                           ws-per-code (ws-per-count)
                       move pm-wtd-count   to
                           ws-per-wtd-count (ws-per-count)
                       move pm-wtd-amount  to
                           ws-per-wtd-amount (ws-per-count)
                       move pm-mtd-count   to
                           ws-per-mtd-count (ws-per-count)
                       move pm-mtd-amount  to
                           ws-per-mtd-amount (ws-per-count)
                   end-if
                   read period-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close period-file
           end-if.
           if ws-per-posted-date > 0
               move ws-per-posted-date     to ws-calc-date
               perform 820-settle-period-keys
               move ws-key-week            to ws-per-posted-week
               move ws-key-month           to ws-per-posted-month-key
           end-if.

      *the period post closes a month on its first posting of the
      *next one - a master already posted into a later month, or
      *the month on the month-history file, means the day's
      *figures are closed and reported and can't be taken back
       125-check-month-open.
           if ws-per-posted-month-key > ws-bus-month-key
               move ws-month-closed-text   to ws-refuse-reason
           end-if.
           move 'n'                        to ws-eof.
           open input month-hist-file
           if ws-mth-file-status = '00'
               read month-hist-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if mn-close-month = ws-bus-month-key
                       move ws-month-closed-text
                                           to ws-refuse-reason
                   end-if
                   read month-hist-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close month-hist-file
           end-if.

      *the transmission register back into storage, noting
      *whether the store-day is on it
       130-load-register.
           move 'n'                        to ws-eof.
           open input register-file
           if ws-reg-file-status = '00'
               read register-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-rg-count < 500
                       add 1               to ws-rg-count
                       move tr-store-num   to
                           ws-rg-store (ws-rg-count)
                       move tr-bus-date    to
                           ws-rg-date (ws-rg-count)
                       move tr-rec-count   to
                           ws-rg-recs (ws-rg-count)
                       move tr-consol-date to
                           ws-rg-consol (ws-rg-count)
                       if tr-store-num = ws-key-store
                           and tr-bus-date = ws-key-date
                           move 'y'        to ws-on-register-sw
                       end-if
                   end-if
                   read register-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close register-file
           end-if.

      *a store-day on the backout log has been backed out before
      *- only a corrected retransmission, which puts it back on
      *the register, makes it something to back out again
       135-check-not-backed-out.
           move 'n'                        to ws-eof.
           open input backout-log-file
           if ws-blg-file-status = '00'
               read backout-log-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if bl-store-num = ws-key-store
                       and bl-bus-date = ws-key-date
                       and not ws-on-register
                       move ws-done-before-text
                                           to ws-refuse-reason
                   end-if
                   read backout-log-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close backout-log-file
           end-if.

      *the store's records off the valid file archived with the
      *day's pass - the whole file has to tie to its trailer
      *before any of it is trusted
       150-load-store-day.
           move spaces                     to ws-day-file-name.
           string ws-archive-dir          delimited by size
                  ws-key-date              delimited by size
                  "/project1Valid.out"     delimited by size
               into ws-day-file-name
           end-string.
           move 'n'                        to ws-eof.
           open input day-file
           if ws-day-file-status not = '00'
               move ws-no-archive-text     to ws-refuse-reason
           else
               read day-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 160-take-one-day-record
                   read day-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close day-file
               evaluate true
                   when not ws-trl-seen or ws-trl-bad
                       move ws-bad-archive-text
                                           to ws-refuse-reason
                   when ws-day-full
                       move ws-too-large-text
                                           to ws-refuse-reason
                   when ws-dy-count = 0
                       move ws-no-records-text
                                           to ws-refuse-reason
               end-evaluate
           end-if.

      *control records verified, the store's detail records kept
       160-take-one-day-record.
           move 'n'                        to ws-ctl-record-sw.
           move day-line                   to ws-ctl-record.
           evaluate true
               when ws-ctl-is-header
                   move 'y'                to ws-ctl-record-sw
               when ws-ctl-is-trailer
                   move 'y'                to ws-ctl-record-sw
                   move 'y'                to ws-trl-seen-sw
                   if ws-ctl-count not = ws-ctl-in-cnt
                       or ws-ctl-hash not = ws-ctl-in-hash
                       move 'y'            to ws-trl-bad-sw
                   end-if
           end-evaluate.
           if not ws-is-ctl-record
               move day-line               to ws-day-rec
               add 1                       to ws-ctl-in-cnt
               if ws-dr-trans-amount is numeric
                   add ws-dr-trans-amount  to ws-ctl-in-hash
               end-if
               if ws-dr-store-num = ws-key-store
                   if ws-dy-count < 12000
                       add 1               to ws-dy-count
                       move day-line       to
                           ws-dy-record (ws-dy-count)
                   else
                       move 'y'            to ws-day-full-sw
                   end-if
               end-if
           end-if.

      *the reversing lines already waiting for the next pass, so
      *this run's join them rather than replace them
       170-load-reversing-lines.
           move 'n'                        to ws-eof.
           open input gl-backout-file
           if ws-glb-file-status = '00'
               read gl-backout-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move gl-backout-line    to ws-ctl-record
                   if not ws-ctl-is-header
                       and not ws-ctl-is-trailer
                       and ws-gb-count < 2000
                       add 1               to ws-gb-count
                       move gl-backout-line
                                           to ws-gb-line (ws-gb-count)
                   end-if
                   read gl-backout-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close gl-backout-file
           end-if.

           move 'n'                        to ws-eof.
           open input stock-backout-file
           if ws-stb-file-status = '00'
               read stock-backout-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move stock-backout-line to ws-ctl-record
                   if not ws-ctl-is-header
                       and not ws-ctl-is-trailer
                       and ws-stb-count < 2000
                       add 1               to ws-stb-count
                       move stock-backout-line
                                           to
                           ws-sb-line (ws-stb-count)
                   end-if
                   read stock-backout-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close stock-backout-file
           end-if.
           if ws-gb-count >= 1500 or ws-stb-count >= 1500
               move ws-handoff-full-text   to ws-refuse-reason
           end-if.

      *the return-to-vendor pending file, the contact return log,
      *the ledger's accepted-batch register and the loyalty
      *master, each held whole before anything is
      *touched - one too large to hold refuses the store-day, as
      *writing it back short would lose the rest
       180-load-return-files.
           move 'n'                        to ws-eof.
           open input rtv-pending-file
           if ws-rtv-file-status = '00'
               move 'y'                    to ws-rtv-loaded-sw
               read rtv-pending-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-rv-count < ws-max-rtv
                       add 1               to ws-rv-count
                       move rtv-pending-line
                                           to ws-rv-line (ws-rv-count)
                   else
                       move ws-side-full-text
                                           to ws-refuse-reason
                   end-if
                   read rtv-pending-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close rtv-pending-file
           end-if.

           move 'n'                        to ws-eof.
           open input retlog-file
           if ws-crl-file-status = '00'
               move 'y'                    to ws-crl-loaded-sw
               read retlog-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-cl-count < ws-max-retlog
                       add 1               to ws-cl-count
                       move retlog-line    to ws-cl-line (ws-cl-count)
                   else
                       move ws-side-full-text
                                           to ws-refuse-reason
                   end-if
                   read retlog-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close retlog-file
           end-if.

           move 'n'                        to ws-eof.
           open input accepted-file
           if ws-acc-file-status = '00'
               move 'y'                    to ws-acc-loaded-sw
               read accepted-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-ac-count < ws-max-accepted
                       add 1               to ws-ac-count
                       move accepted-line  to ws-ac-line (ws-ac-count)
                   else
                       move ws-side-full-text
                                           to ws-refuse-reason
                   end-if
                   read accepted-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close accepted-file
           end-if.

           perform 185-load-loyalty.

       185-load-loyalty.
           move 'n'                        to ws-eof.
           open input loyalty-file
           if ws-loy-file-status = '00'
               move 'y'                    to ws-loy-loaded-sw
               read loyalty-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and mh-is-header
                   if mh-posted-date is numeric
                       move mh-posted-date to ws-loy-posted-date
                   end-if
                   read loyalty-file
                       at end move 'y'     to ws-eof
                   end-read
               end-if
               perform until ws-eof = 'y'
                   if ws-lm-count < ws-max-loyalty
                       add 1               to ws-lm-count
                       move lm-customer-num
                                           to
                           ws-lm-customer (ws-lm-count)
                       move lm-balance     to
                           ws-lm-balance (ws-lm-count)
                       move lm-open-balance
                                           to
                           ws-lm-open-balance (ws-lm-count)
                       move lm-earned      to
                           ws-lm-earned (ws-lm-count)
                       move lm-taken-back  to
                           ws-lm-taken-back (ws-lm-count)
                       move lm-redeemed    to
                           ws-lm-redeemed (ws-lm-count)
                       move lm-restored    to
                           ws-lm-restored (ws-lm-count)
                       move lm-expired     to
                           ws-lm-expired (ws-lm-count)
                       move lm-last-activity
                                           to
                           ws-lm-last-activity (ws-lm-count)
                       move lm-lifetime    to
                           ws-lm-lifetime (ws-lm-count)
                   else
                       move ws-side-full-text
                                           to ws-refuse-reason
                   end-if
                   read loyalty-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close loyalty-file
           end-if.

           open input loyalty-parm-file
           if ws-lpm-file-status = '00'
               read loyalty-parm-file
                   at end continue
                   not at end
                       if lp-earn-rate is numeric
                           move lp-earn-rate
                                           to ws-earn-rate
                       end-if
                       if lp-redeem-rate is numeric
                           and lp-redeem-rate > 0
                           move lp-redeem-rate
                                           to ws-redeem-rate
                       end-if
               end-read
               close loyalty-parm-file
           end-if.

      *says why the store-day was left alone, on the listing, the
      *console and the alert file
       190-refuse-backout.
           move ws-refuse-reason           to ws-rfl-reason.
           write report-line               from ws-refused-line.
           display "STORE-DAY " ws-key-store " " ws-key-date
                   " NOT BACKED OUT - " ws-refuse-reason.
           move "WARN"                     to ws-alr-severity.
           move spaces                     to ws-alr-message.
           string "BACKOUT REFUSED " ws-key-store " " ws-key-date
               delimited by size into ws-alr-message.
           perform 040-write-alert-line.
           move 8                          to return-code.

      *every master in turn, then the register, the reversing
      *lines and the log
       195-back-out-store-day.
           move 'y'                        to ws-backed-out-sw.
           move ws-dy-count                to ws-total-day-records.

           write report-line               from ws-ba-col-line.
           perform 200-back-out-history.
           perform 250-back-out-period.
           perform 300-back-out-sku-history.
           perform 350-back-out-gift-cards.
           perform 400-back-out-layaways.
           perform 450-clear-register.
           perform 455-clear-accepted.
           perform 460-back-out-rtv-pending.
           perform 470-back-out-contact-returns.
           perform 480-back-out-loyalty.
           perform 500-reverse-ledger.
           perform 550-reverse-stock.
           perform 580-log-backout.
           perform 700-print-files-touched.

           move "WARN"                     to ws-alr-severity.
           move spaces                     to ws-alr-message.
           string "BACKED OUT STORE " ws-key-store " "
                  ws-key-date " BY " ws-key-user
               delimited by size into ws-alr-message.
           perform 040-write-alert-line.
           display "STORE-DAY " ws-key-store " " ws-key-date
                   " BACKED OUT - " ws-dy-count " RECORDS".

      *each of the store's records comes off the invoice history
      *- the entry posted that day is deleted, and a return's
      *roll-in onto its original sale is taken back off. The
      *history's control record is marked when the day backed out
      *is the one it was last posted for, so the corrected day
      *is posted rather than skipped
       200-back-out-history.
           open i-o history-file.
           if ws-hist-file-status = '00'
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   perform 210-back-out-one-history
               end-perform
               move ws-hist-control-key    to hl-invoice-num
               read history-file
                   invalid key continue
                   not invalid key
                       if hl-posted-date = ws-bus-date
                           move 'B'        to hl-trans-code
                           rewrite history-line
                               invalid key continue
                           end-rewrite
                       end-if
               end-read
               close history-file
           end-if.

       210-back-out-one-history.
           if ws-dr-invoice-num not = ws-hist-control-key
               move ws-dr-invoice-num      to hl-invoice-num
               read history-file
                   invalid key continue
                   not invalid key
                       if hl-store-num = ws-key-store
                           and hl-posted-date = ws-bus-date
                           move "INVOICE HISTORY"
                                           to ws-ba-master
                           move hl-invoice-num
                                           to ws-ba-key
                           move "ENTRY AMOUNT" to ws-ba-figure
                           move hl-trans-amount
                                           to ws-before-money
                           perform 660-edit-before-money
                           move ws-deleted-text
                                           to ws-ba-after
                           perform 650-write-ba-line
                           delete history-file
                               invalid key continue
                               not invalid key
                                   add 1   to ws-total-hist-deleted
                           end-delete
                       end-if
               end-read
           end-if.

           if ws-dr-trans-code = 'R'
               and ws-dr-orig-invoice-num not = spaces
               and ws-dr-orig-invoice-num not = ws-hist-control-key
               move ws-dr-orig-invoice-num to hl-invoice-num
               read history-file
                   invalid key continue
                   not invalid key
                       if hl-refunded-amount is not numeric
                           move 0          to hl-refunded-amount
                       end-if
                       move hl-refunded-amount
                                           to ws-before-money
                       if ws-dr-trans-amount > hl-refunded-amount
                           move 0          to hl-refunded-amount
                       else
                           subtract ws-dr-trans-amount
                                           from hl-refunded-amount
                       end-if
                       move hl-refunded-amount
                                           to ws-after-money
                       rewrite history-line
                           invalid key continue
                           not invalid key
                               add 1       to ws-total-hist-rolled
                       end-rewrite
                       move "INVOICE HISTORY"
                                           to ws-ba-master
                       move hl-invoice-num to ws-ba-key
                       move "REFUNDED AMOUNT"
                                           to ws-ba-figure
                       perform 665-edit-money-pair
                       perform 650-write-ba-line
               end-read
           end-if.

      *each record out of the store and code bucket it posted to,
      *the same way the period post judged it: a record from a
      *closed month went onto the month history as an adjustment
      *and stays there; the rest come off month-to-date, and off
      *week-to-date too when the record's week is the day's and
      *the buckets still hold that week
       250-back-out-period.
           if ws-per-loaded
               move ws-period-table        to ws-period-before
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   perform 260-back-out-one-period
               end-perform
               perform 270-list-period-changes
               perform 280-rewrite-period-master
           end-if.

       260-back-out-one-period.
           if ws-dr-trans-date is numeric
               move ws-dr-trans-date       to ws-rec-date
           else
               move ws-bus-date            to ws-rec-date
           end-if.
           move ws-rec-date                to ws-calc-date.
           perform 820-settle-period-keys.
           move ws-key-week                to ws-rec-week.
           move ws-key-month               to ws-rec-month-key.

           move 0                          to ws-cur-per-idx.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx > ws-per-count
               if ws-per-store (ws-per-idx) = ws-dr-store-num
                   and ws-per-code (ws-per-idx) = ws-dr-trans-code
                   set ws-cur-per-idx      to ws-per-idx
               end-if
           end-perform.

           evaluate true
               when ws-rec-month-key < ws-bus-month-key
                   move "PERIOD MASTER"    to ws-ba-master
                   move ws-dr-invoice-num  to ws-ba-key
                   move "CLOSED-MONTH ADJ" to ws-ba-figure
                   move ws-dr-trans-amount to ws-before-money
                   perform 660-edit-before-money
                   move ws-not-reversed-text
                                           to ws-ba-after
                   perform 650-write-ba-line
                   add 1                   to ws-total-not-reversed
               when ws-cur-per-idx = 0
                   add 1                   to ws-total-not-reversed
               when other
                   if ws-per-mtd-count (ws-cur-per-idx) > 0
                       subtract 1          from
                           ws-per-mtd-count (ws-cur-per-idx)
                   end-if
                   if ws-dr-trans-amount >
                       ws-per-mtd-amount (ws-cur-per-idx)
                       move 0              to
                           ws-per-mtd-amount (ws-cur-per-idx)
                   else
                       subtract ws-dr-trans-amount
                                           from
                           ws-per-mtd-amount (ws-cur-per-idx)
                   end-if
                   if ws-rec-week = ws-bus-week
                       and ws-bus-week = ws-per-posted-week
                       if ws-per-wtd-count (ws-cur-per-idx) > 0
                           subtract 1      from
                               ws-per-wtd-count (ws-cur-per-idx)
                       end-if
                       if ws-dr-trans-amount >
                           ws-per-wtd-amount (ws-cur-per-idx)
                           move 0          to
                               ws-per-wtd-amount (ws-cur-per-idx)
                       else
                           subtract ws-dr-trans-amount
                                           from
                               ws-per-wtd-amount (ws-cur-per-idx)
                       end-if
                   end-if
           end-evaluate.

      *every bucket the backout moved, figure by figure
       270-list-period-changes.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx > ws-per-count
               if ws-per-entry (ws-per-idx) not =
                   ws-pb-entry (ws-per-idx)
                   add 1                   to ws-total-per-changed
                   move "PERIOD MASTER"    to ws-ba-master
                   move ws-per-store (ws-per-idx)
                                           to ws-bk-store
                   move ws-per-code (ws-per-idx)
                                           to ws-bk-code
                   move ws-ba-key-parts    to ws-ba-key
                   move "WTD COUNT"        to ws-ba-figure
                   move ws-pb-wtd-count (ws-per-idx)
                                           to ws-before-count
                   move ws-per-wtd-count (ws-per-idx)
                                           to ws-after-count
                   perform 670-write-count-pair
                   move "WTD AMOUNT"       to ws-ba-figure
                   move ws-pb-wtd-amount (ws-per-idx)
                                           to ws-before-money
                   move ws-per-wtd-amount (ws-per-idx)
                                           to ws-after-money
                   perform 675-write-money-pair
                   move "MTD COUNT"        to ws-ba-figure
                   move ws-pb-mtd-count (ws-per-idx)
                                           to ws-before-count
                   move ws-per-mtd-count (ws-per-idx)
                                           to ws-after-count
                   perform 670-write-count-pair
                   move "MTD AMOUNT"       to ws-ba-figure
                   move ws-pb-mtd-amount (ws-per-idx)
                                           to ws-before-money
                   move ws-per-mtd-amount (ws-per-idx)
                                           to ws-after-money
                   perform 675-write-money-pair
               end-if
           end-perform.

      *the whole master back out - the header keeps its posted
      *date, marked when that is the day backed out
       280-rewrite-period-master.
           open output period-file.
           move spaces                     to period-header-line.
           move 'HDR'                      to ph-header-tag.
           move ws-per-posted-date         to ph-posted-date.
           if ws-per-posted-date = ws-bus-date
               move 'B'                    to ph-backout-flag
           end-if.
           write period-header-line.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx > ws-per-count
               move ws-per-store (ws-per-idx)
                                           to pm-store-num
               move ws-per-code (ws-per-idx)
                                           to pm-trans-code
               move ws-per-wtd-count (ws-per-idx)
                                           to pm-wtd-count
               move ws-per-wtd-amount (ws-per-idx)
                                           to pm-wtd-amount
               move ws-per-mtd-count (ws-per-idx)
                                           to pm-mtd-count
               move ws-per-mtd-amount (ws-per-idx)
                                           to pm-mtd-amount
               write period-line
           end-perform.
           close period-file.

      *sales and layaways come off the SKU's sales figures,
      *returns off its return figures
       300-back-out-sku-history.
           perform 310-load-sku-history.
           if ws-skh-loaded
               move ws-sku-table           to ws-sku-before
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   perform 320-back-out-one-sku
               end-perform
               perform 330-list-sku-changes
               perform 340-rewrite-sku-history
           end-if.

       310-load-sku-history.
           move 'n'                        to ws-eof.
           open input skuhist-file
           if ws-skh-file-status = '00'
               move 'y'                    to ws-skh-loaded-sw
               read skuhist-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and kh-is-header
                   if kh-posted-date is numeric
                       move kh-posted-date to ws-skh-posted-date
                   end-if
                   read skuhist-file
                       at end move 'y'     to ws-eof
                   end-read
               end-if
               perform until ws-eof = 'y'
                   if ws-sh-count < 1000
                       add 1               to ws-sh-count
                       move sk-sku-code    to
                           ws-sh-sku (ws-sh-count)
                       move sk-sales-count to
                           ws-sh-sales-cnt (ws-sh-count)
                       move sk-sales-amount
                                           to
                           ws-sh-sales-amt (ws-sh-count)
                       move sk-ret-count   to
                           ws-sh-ret-cnt (ws-sh-count)
                       move sk-ret-amount  to
                           ws-sh-ret-amt (ws-sh-count)
                       move sk-last-sale-date
                                           to
                           ws-sh-last-sale (ws-sh-count)
                   end-if
                   read skuhist-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close skuhist-file
           end-if.

       320-back-out-one-sku.
           if ws-dr-trans-code = 'S' or ws-dr-trans-code = 'L'
               or ws-dr-trans-code = 'R'
               move 0                      to ws-cur-sh-idx
               perform varying ws-sh-idx from 1 by 1
                   until ws-sh-idx > ws-sh-count
                   if ws-sh-sku (ws-sh-idx) = ws-dr-sku-code
                       set ws-cur-sh-idx   to ws-sh-idx
                   end-if
               end-perform
               if ws-cur-sh-idx = 0
                   add 1                   to ws-total-not-reversed
               else
                   if ws-dr-trans-code = 'R'
                       if ws-sh-ret-cnt (ws-cur-sh-idx) > 0
                           subtract 1      from
                               ws-sh-ret-cnt (ws-cur-sh-idx)
                       end-if
                       if ws-dr-trans-amount >
                           ws-sh-ret-amt (ws-cur-sh-idx)
                           move 0          to
                               ws-sh-ret-amt (ws-cur-sh-idx)
                       else
                           subtract ws-dr-trans-amount
                                           from
                               ws-sh-ret-amt (ws-cur-sh-idx)
                       end-if
                   else
                       if ws-sh-sales-cnt (ws-cur-sh-idx) > 0
                           subtract 1      from
                               ws-sh-sales-cnt (ws-cur-sh-idx)
                       end-if
                       if ws-dr-trans-amount >
                           ws-sh-sales-amt (ws-cur-sh-idx)
                           move 0          to
                               ws-sh-sales-amt (ws-cur-sh-idx)
                       else
                           subtract ws-dr-trans-amount
                                           from
                               ws-sh-sales-amt (ws-cur-sh-idx)
                       end-if
                   end-if
               end-if
           end-if.

       330-list-sku-changes.
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-count
               if ws-sh-entry (ws-sh-idx) not =
                   ws-sb-entry (ws-sh-idx)
                   add 1                   to ws-total-sku-changed
                   move "SKU HISTORY"      to ws-ba-master
                   move ws-sh-sku (ws-sh-idx)
                                           to ws-ba-key
                   move "SALES COUNT"      to ws-ba-figure
                   move ws-sb-sales-cnt (ws-sh-idx)
                                           to ws-before-count
                   move ws-sh-sales-cnt (ws-sh-idx)
                                           to ws-after-count
                   perform 670-write-count-pair
                   move "SALES AMOUNT"     to ws-ba-figure
                   move ws-sb-sales-amt (ws-sh-idx)
                                           to ws-before-money
                   move ws-sh-sales-amt (ws-sh-idx)
                                           to ws-after-money
                   perform 675-write-money-pair
                   move "RETURN COUNT"     to ws-ba-figure
                   move ws-sb-ret-cnt (ws-sh-idx)
                                           to ws-before-count
                   move ws-sh-ret-cnt (ws-sh-idx)
                                           to ws-after-count
                   perform 670-write-count-pair
                   move "RETURN AMOUNT"    to ws-ba-figure
                   move ws-sb-ret-amt (ws-sh-idx)
                                           to ws-before-money
                   move ws-sh-ret-amt (ws-sh-idx)
                                           to ws-after-money
                   perform 675-write-money-pair
               end-if
           end-perform.

       340-rewrite-sku-history.
           open output skuhist-file.
           move spaces                     to skuhist-header-line.
           move 'HDR'                      to kh-header-tag.
           move ws-skh-posted-date         to kh-posted-date.
           if ws-skh-posted-date = ws-bus-date
               move 'B'                    to kh-backout-flag
           end-if.
           write skuhist-header-line.
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-count
               move ws-sh-sku (ws-sh-idx)  to sk-sku-code
               move ws-sh-sales-cnt (ws-sh-idx)
                                           to sk-sales-count
               move ws-sh-sales-amt (ws-sh-idx)
                                           to sk-sales-amount
               move ws-sh-ret-cnt (ws-sh-idx)
                                           to sk-ret-count
               move ws-sh-ret-amt (ws-sh-idx)
                                           to sk-ret-amount
               move ws-sh-last-sale (ws-sh-idx)
                                           to sk-last-sale-date
               write skuhist-line
           end-perform.
           close skuhist-file.

      *a card sold comes off what was loaded onto it, a ring paid
      *by card comes off what was spent - the same tests the card
      *post made going on
       350-back-out-gift-cards.
           perform 360-load-gift-cards.
           if ws-card-loaded
               move ws-card-table          to ws-card-before
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   perform 370-back-out-one-card
               end-perform
               perform 380-list-card-changes
               perform 390-rewrite-gift-cards
           end-if.

       360-load-gift-cards.
           move 'n'                        to ws-eof.
           open input card-file
           if ws-card-file-status = '00'
               move 'y'                    to ws-card-loaded-sw
               read card-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and ch-is-header
                   if ch-posted-date is numeric
                       move ch-posted-date to ws-card-posted-date
                   end-if
                   read card-file
                       at end move 'y'     to ws-eof
                   end-read
               end-if
               perform until ws-eof = 'y'
                   if ws-cd-count < 5000
                       add 1               to ws-cd-count
                       move gc-card-num    to
                           ws-cd-card-num (ws-cd-count)
                       move gc-issued      to
                           ws-cd-issued (ws-cd-count)
                       move gc-redeemed    to
                           ws-cd-redeemed (ws-cd-count)
                       move gc-last-date   to
                           ws-cd-last-date (ws-cd-count)
                       move gc-issue-store to
                           ws-cd-issue-store (ws-cd-count)
                       move gc-status      to
                           ws-cd-status (ws-cd-count)
                       move gc-escheat-date
                                           to
                           ws-cd-escheat-date (ws-cd-count)
                   end-if
                   read card-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close card-file
           end-if.

       370-back-out-one-card.
           if ws-dr-sku-code = ws-gift-card-sku
               and (ws-dr-trans-code = 'S' or ws-dr-trans-code = 'L')
               and ws-dr-orig-invoice-num not = spaces
               move ws-dr-orig-invoice-num to ws-work-card
               perform 375-find-card
               if ws-cur-cd-idx = 0
                   add 1                   to ws-total-not-reversed
               else
                   if ws-dr-trans-amount >
                       ws-cd-issued (ws-cur-cd-idx)
                       move 0              to
                           ws-cd-issued (ws-cur-cd-idx)
                   else
                       subtract ws-dr-trans-amount
                                           from
                           ws-cd-issued (ws-cur-cd-idx)
                   end-if
               end-if
           end-if.

           if ws-dr-pay-type = 'GC'
               and ws-dr-trans-code not = 'R'
               and ws-dr-trans-code not = 'V'
               and ws-dr-orig-invoice-num not = spaces
               move ws-dr-orig-invoice-num to ws-work-card
               perform 375-find-card
               if ws-cur-cd-idx = 0
                   add 1                   to ws-total-not-reversed
               else
                   if ws-dr-trans-amount >
                       ws-cd-redeemed (ws-cur-cd-idx)
                       move 0              to
                           ws-cd-redeemed (ws-cur-cd-idx)
                   else
                       subtract ws-dr-trans-amount
                                           from
                           ws-cd-redeemed (ws-cur-cd-idx)
                   end-if
               end-if
           end-if.

       375-find-card.
           move 0                          to ws-cur-cd-idx.
           perform varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-cd-count
               if ws-cd-card-num (ws-cd-idx) = ws-work-card
                   set ws-cur-cd-idx       to ws-cd-idx
               end-if
           end-perform.

       380-list-card-changes.
           perform varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-cd-count
               if ws-cd-entry (ws-cd-idx) not =
                   ws-cb-entry (ws-cd-idx)
                   add 1                   to ws-total-card-changed
                   move "GIFT CARD"        to ws-ba-master
                   move ws-cd-card-num (ws-cd-idx)
                                           to ws-ba-key
                   move "ISSUED"           to ws-ba-figure
                   move ws-cb-issued (ws-cd-idx)
                                           to ws-before-money
                   move ws-cd-issued (ws-cd-idx)
                                           to ws-after-money
                   perform 675-write-money-pair
                   move "REDEEMED"         to ws-ba-figure
                   move ws-cb-redeemed (ws-cd-idx)
                                           to ws-before-money
                   move ws-cd-redeemed (ws-cd-idx)
                                           to ws-after-money
                   perform 675-write-money-pair
               end-if
           end-perform.

       390-rewrite-gift-cards.
           open output card-file.
           move spaces                     to card-header-line.
           move 'HDR'                      to ch-header-tag.
           move ws-card-posted-date        to ch-posted-date.
           if ws-card-posted-date = ws-bus-date
               move 'B'                    to ch-backout-flag
           end-if.
           write card-header-line.
           perform varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-cd-count
               move ws-cd-card-num (ws-cd-idx)
                                           to gc-card-num
               move ws-cd-issued (ws-cd-idx)
                                           to gc-issued
               move ws-cd-redeemed (ws-cd-idx)
                                           to gc-redeemed
               move ws-cd-last-date (ws-cd-idx)
                                           to gc-last-date
               move ws-cd-issue-store (ws-cd-idx)
                                           to gc-issue-store
               move ws-cd-status (ws-cd-idx)
                                           to gc-status
               move ws-cd-escheat-date (ws-cd-idx)
                                           to gc-escheat-date
               write card-line
           end-perform.
           close card-file.

      *the day's layaway payments go back onto their balances
      *first - a layaway the day both opened and paid on is whole
      *again before its opening is taken off. An opening comes
      *off the master only while nothing has been paid on it
      *since; a payment is put back only on a layaway still
      *open or paid off, never one cancelled or forfeited since
       400-back-out-layaways.
           perform 410-load-layaways.
           if ws-lay-loaded
               move ws-lay-table           to ws-lay-before
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   if ws-dr-trans-code = 'L'
                       and ws-dr-orig-invoice-num not = spaces
                       perform 420-back-out-one-payment
                   end-if
               end-perform
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   if ws-dr-trans-code = 'L'
                       and ws-dr-orig-invoice-num = spaces
                       perform 425-back-out-one-opening
                   end-if
               end-perform
               perform 430-list-layaway-changes
               perform 440-rewrite-layaways
           end-if.

       410-load-layaways.
           move 'n'                        to ws-eof.
           open input layaway-file
           if ws-lay-file-status = '00'
               move 'y'                    to ws-lay-loaded-sw
               read layaway-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and lh-is-header
                   if lh-posted-date is numeric
                       move lh-posted-date to ws-lay-posted-date
                   end-if
                   read layaway-file
                       at end move 'y'     to ws-eof
                   end-read
               end-if
               perform until ws-eof = 'y'
                   if ws-lay-count < 5000
                       add 1               to ws-lay-count
                       move ly-invoice-num to
                           ws-lay-invoice (ws-lay-count)
                       move ly-store-num   to
                           ws-lay-store (ws-lay-count)
                       move ly-orig-amount to
                           ws-lay-orig (ws-lay-count)
                       move ly-balance     to
                           ws-lay-balance (ws-lay-count)
                       move ly-open-date   to
                           ws-lay-opened (ws-lay-count)
                       move ly-last-pay-date
                                           to
                           ws-lay-last-pay (ws-lay-count)
                       move ly-status      to
                           ws-lay-status (ws-lay-count)
                       move ly-sku-code    to
                           ws-lay-sku (ws-lay-count)
                   end-if
                   read layaway-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close layaway-file
           end-if.

       420-back-out-one-payment.
           move ws-dr-orig-invoice-num     to ws-lookup-invoice.
           perform 435-find-layaway.
           evaluate true
               when ws-cur-lay-idx = 0
                   add 1                   to ws-total-not-reversed
               when not ws-lay-open (ws-cur-lay-idx)
                   and not ws-lay-paid-off (ws-cur-lay-idx)
                   perform 428-list-layaway-kept
               when ws-lay-balance (ws-cur-lay-idx)
                   + ws-dr-trans-amount > ws-lay-orig (ws-cur-lay-idx)
                   perform 428-list-layaway-kept
               when other
                   add ws-dr-trans-amount  to
                       ws-lay-balance (ws-cur-lay-idx)
                   move 'O'                to
                       ws-lay-status (ws-cur-lay-idx)
           end-evaluate.

       425-back-out-one-opening.
           move ws-dr-invoice-num          to ws-lookup-invoice.
           perform 435-find-layaway.
           if ws-dr-trans-date is numeric
               move ws-dr-trans-date       to ws-work-open-date
           else
               move ws-bus-date            to ws-work-open-date
           end-if.
           evaluate true
               when ws-cur-lay-idx = 0
                   add 1                   to ws-total-not-reversed
               when ws-lay-store (ws-cur-lay-idx) not = ws-key-store
                   or ws-lay-opened (ws-cur-lay-idx)
                       not = ws-work-open-date
                   add 1                   to ws-total-not-reversed
               when not ws-lay-open (ws-cur-lay-idx)
                   or ws-lay-balance (ws-cur-lay-idx)
                       not = ws-lay-orig (ws-cur-lay-idx)
                   perform 428-list-layaway-kept
               when other
                   move 'D'                to
                       ws-lay-status (ws-cur-lay-idx)
           end-evaluate.

      *a layaway the day touched that has moved on since - left
      *as it is and listed
       428-list-layaway-kept.
           add 1                           to ws-total-not-reversed.
           move "LAYAWAY"                  to ws-ba-master.
           move ws-lay-invoice (ws-cur-lay-idx)
                                           to ws-ba-key.
           move "DAY'S L RECORD"           to ws-ba-figure.
           move ws-dr-trans-amount         to ws-before-money.
           perform 660-edit-before-money.
           move ws-not-reversed-text       to ws-ba-after.
           perform 650-write-ba-line.

       435-find-layaway.
           move 0                          to ws-cur-lay-idx.
           perform varying ws-lay-idx from 1 by 1
               until ws-lay-idx > ws-lay-count
               if ws-lay-invoice (ws-lay-idx) = ws-lookup-invoice
                   and not ws-lay-removed (ws-lay-idx)
                   set ws-cur-lay-idx      to ws-lay-idx
               end-if
           end-perform.

       430-list-layaway-changes.
           perform varying ws-lay-idx from 1 by 1
               until ws-lay-idx > ws-lay-count
               if ws-lay-entry (ws-lay-idx) not =
                   ws-lb-entry (ws-lay-idx)
                   add 1                   to ws-total-lay-changed
                   move "LAYAWAY"          to ws-ba-master
                   move ws-lay-invoice (ws-lay-idx)
                                           to ws-ba-key
                   move "BALANCE"          to ws-ba-figure
                   move ws-lb-balance (ws-lay-idx)
                                           to ws-before-money
                   if ws-lay-removed (ws-lay-idx)
                       perform 660-edit-before-money
                       move ws-deleted-text
                                           to ws-ba-after
                       perform 650-write-ba-line
                   else
                       move ws-lay-balance (ws-lay-idx)
                                           to ws-after-money
                       perform 675-write-money-pair
                       if ws-lay-status (ws-lay-idx) not =
                           ws-lb-status (ws-lay-idx)
                           move "STATUS"   to ws-ba-figure
                           move ws-lb-status (ws-lay-idx)
                                           to ws-ba-before
                           move ws-lay-status (ws-lay-idx)
                                           to ws-ba-after
                           perform 650-write-ba-line
                       end-if
                   end-if
               end-if
           end-perform.

       440-rewrite-layaways.
           open output layaway-file.
           move spaces                     to layaway-header-line.
           move 'HDR'                      to lh-header-tag.
           move ws-lay-posted-date         to lh-posted-date.
           if ws-lay-posted-date = ws-bus-date
               move 'B'                    to lh-backout-flag
           end-if.
           write layaway-header-line.
           perform varying ws-lay-idx from 1 by 1
               until ws-lay-idx > ws-lay-count
               if not ws-lay-removed (ws-lay-idx)
                   move ws-lay-invoice (ws-lay-idx)
                                           to ly-invoice-num
                   move ws-lay-store (ws-lay-idx)
                                           to ly-store-num
                   move ws-lay-orig (ws-lay-idx)
                                           to ly-orig-amount
                   move ws-lay-balance (ws-lay-idx)
                                           to ly-balance
                   move ws-lay-opened (ws-lay-idx)
                                           to ly-open-date
                   move ws-lay-last-pay (ws-lay-idx)
                                           to ly-last-pay-date
                   move ws-lay-status (ws-lay-idx)
                                           to ly-status
                   move ws-lay-sku (ws-lay-idx)
                                           to ly-sku-code
                   write layaway-line
               end-if
           end-perform.
           close layaway-file.

      *the store-day comes off the transmission register, so the
      *consolidation step takes the corrected retransmission
      *instead of holding it as a duplicate
       450-clear-register.
           if ws-on-register
               open output register-file
               perform varying ws-rg-idx from 1 by 1
                   until ws-rg-idx > ws-rg-count
                   if ws-rg-store (ws-rg-idx) = ws-key-store
                       and ws-rg-date (ws-rg-idx) = ws-key-date
                       add 1               to ws-total-reg-removed
                       move "TRANS REGISTER"
                                           to ws-ba-master
                       move ws-key-date    to ws-ba-key
                       move "RECORDS"      to ws-ba-figure
                       move ws-rg-recs (ws-rg-idx)
                                           to ws-edit-count
                       move ws-edit-count  to ws-ba-before
                       move ws-removed-text
                                           to ws-ba-after
                       perform 650-write-ba-line
                   else
                       move ws-rg-store (ws-rg-idx)
                                           to tr-store-num
                       move ws-rg-date (ws-rg-idx)
                                           to tr-bus-date
                       move ws-rg-recs (ws-rg-idx)
                                           to tr-rec-count
                       move ws-rg-consol (ws-rg-idx)
                                           to tr-consol-date
                       write register-line
                   end-if
               end-perform
               close register-file
           end-if.

      *the store's set for the day comes off the ledger's
      *accepted-batch register, so the corrected day's set is
      *sent rather than skipped as already taken. The day's
      *head-office set comes off with it when there is a loyalty
      *master - the store's share of the accrual is reversed
      *below, and the corrected day's accrual has to follow
       455-clear-accepted.
           if ws-acc-loaded
               open output accepted-file
               perform varying ws-ac-idx from 1 by 1
                   until ws-ac-idx > ws-ac-count
                   move ws-ac-line (ws-ac-idx)
                                           to accepted-line
                   if ar-post-date = ws-bus-date
                       and (ar-store-num = ws-key-store
                           or (ar-store-num =
                               ws-gl-store-head-office
                               and ws-loy-loaded))
                       add 1               to ws-total-acc-removed
                       move "GL ACCEPTED"  to ws-ba-master
                       move spaces         to ws-ba-key
                       string ar-store-num " " ar-post-date
                           delimited by size into ws-ba-key
                       move "DEBIT TOTAL"  to ws-ba-figure
                       move ar-debit-total to ws-before-money
                       perform 660-edit-before-money
                       move ws-removed-text
                                           to ws-ba-after
                       perform 650-write-ba-line
                   else
                       write accepted-line
                   end-if
               end-perform
               close accepted-file
           end-if.

      *the day's returns come off the return-to-vendor pending
      *file - one a claim run has already billed has left it, and
      *stays billed
       460-back-out-rtv-pending.
           if ws-rtv-loaded
               open output rtv-pending-file
               perform varying ws-rv-idx from 1 by 1
                   until ws-rv-idx > ws-rv-count
                   move ws-rv-line (ws-rv-idx)
                                           to rtv-pending-line
                   move rp-store-num       to ws-match-store
                   move rp-ret-invoice     to ws-match-invoice
                   move rp-sku-code        to ws-match-sku
                   perform 490-check-day-return
                   if ws-day-return
                       add 1               to ws-total-rtv-removed
                       move "RTV PENDING"  to ws-ba-master
                       move rp-ret-invoice to ws-ba-key
                       move "RETURN AMOUNT"
                                           to ws-ba-figure
                       move rp-amount      to ws-before-money
                       perform 660-edit-before-money
                       move ws-removed-text
                                           to ws-ba-after
                       perform 650-write-ba-line
                   else
                       write rtv-pending-line
                   end-if
               end-perform
               close rtv-pending-file
           end-if.

      *the day's returns come off the contact return log
       470-back-out-contact-returns.
           if ws-crl-loaded
               open output retlog-file
               perform varying ws-cl-idx from 1 by 1
                   until ws-cl-idx > ws-cl-count
                   move ws-cl-line (ws-cl-idx)
                                           to retlog-line
                   move cr-store-num       to ws-match-store
                   move cr-ret-invoice     to ws-match-invoice
                   move cr-sku-code        to ws-match-sku
                   perform 490-check-day-return
                   if ws-day-return
                       add 1               to ws-total-crl-removed
                       move "CONTACT RET LOG"
                                           to ws-ba-master
                       move cr-ret-invoice to ws-ba-key
                       move "RETURN AMOUNT"
                                           to ws-ba-figure
                       move cr-amount      to ws-before-money
                       perform 660-edit-before-money
                       move ws-removed-text
                                           to ws-ba-after
                       perform 650-write-ba-line
                   else
                       write retlog-line
                   end-if
               end-perform
               close retlog-file
           end-if.

      *the points each of the day's rings moved come back off the
      *customer, at the rates in force, the way the loyalty post
      *put them on - what a sale or payment earned, what a ring
      *paid in points spent, what a return or void took back
      *against its original sale, and what a refund in points
      *gave back. A master last posted for the day backed out is
      *marked, so the corrected day is posted in full rather than
      *skipped. The accrual the ledger took for the day is then
      *turned round for the store's share of it
       480-back-out-loyalty.
           if ws-loy-loaded
               move ws-loyalty-table       to ws-loyalty-before
               move 0                      to ws-og-count
               move 0                      to ws-loy-lp-dollars
               open input history-file
               if ws-hist-file-status = '00'
                   move 'y'                to ws-hist-open-sw
               end-if
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   perform 482-back-out-one-points
               end-perform
               if ws-hist-is-open
                   close history-file
                   move 'n'                to ws-hist-open-sw
               end-if
               perform 485-list-loyalty-changes
               perform 489-figure-loyalty-reversal
               perform 488-rewrite-loyalty
           end-if.

      *a sale or layaway payment with a customer earned on its
      *amount. It is kept as an original, as the loyalty post
      *kept it, for a later return or void against it
       481-back-out-earn.
           perform 484-find-loyalty.
           if ws-cur-lm-idx = 0
               add 1                       to ws-total-not-reversed
           else
               compute ws-points =
                   ws-dr-trans-amount * ws-earn-rate
               if ws-points > ws-lm-balance (ws-cur-lm-idx)
                   move 0                  to
                       ws-lm-balance (ws-cur-lm-idx)
               else
                   subtract ws-points      from
                       ws-lm-balance (ws-cur-lm-idx)
               end-if
               if ws-points > ws-lm-earned (ws-cur-lm-idx)
                   move 0                  to
                       ws-lm-earned (ws-cur-lm-idx)
               else
                   subtract ws-points      from
                       ws-lm-earned (ws-cur-lm-idx)
               end-if
               if ws-points > ws-lm-lifetime (ws-cur-lm-idx)
                   move 0                  to
                       ws-lm-lifetime (ws-cur-lm-idx)
               else
                   subtract ws-points      from
                       ws-lm-lifetime (ws-cur-lm-idx)
               end-if
           end-if.
           if ws-og-count < 5000
               add 1                       to ws-og-count
               move ws-dr-invoice-num      to
                   ws-og-invoice-num (ws-og-count)
               move ws-dr-customer-num     to
                   ws-og-customer-num (ws-og-count)
               move ws-dr-trans-amount     to
                   ws-og-amount (ws-og-count)
               move 0                      to
                   ws-og-refunded (ws-og-count)
           end-if.

      *one ring's points, sorted the way the loyalty post sorts
      *them. Every ring paid in points counts in the points
      *dollars the day took in, less any refunded in points.
      *Nothing is taken below zero, nor below what the master
      *shows was earned, spent, taken back or given back
       482-back-out-one-points.
           move ws-dr-customer-num         to ws-work-customer.
           if ws-dr-trans-amount is numeric
               evaluate true
                   when ws-dr-pay-type = 'LP'
                       and (ws-dr-trans-code = 'S'
                           or ws-dr-trans-code = 'L'
                           or (ws-dr-trans-code = 'X'
                               and ws-dr-return-reason not = 'RF'))
                       add ws-dr-trans-amount
                                           to ws-loy-lp-dollars
                       if ws-work-customer not = spaces
                           perform 484-find-loyalty
                           if ws-cur-lm-idx = 0
                               add 1       to ws-total-not-reversed
                           else
                               compute ws-points rounded =
                                   ws-dr-trans-amount
                                   * ws-redeem-rate
                               if ws-points >
                                   ws-lm-redeemed (ws-cur-lm-idx)
                                   move ws-lm-redeemed
                                       (ws-cur-lm-idx)
                                           to ws-points
                               end-if
                               add ws-points
                                           to
                                   ws-lm-balance (ws-cur-lm-idx)
                               subtract ws-points
                                           from
                                   ws-lm-redeemed (ws-cur-lm-idx)
                           end-if
                       end-if
                   when ws-dr-pay-type = 'LP'
                       subtract ws-dr-trans-amount
                                           from ws-loy-lp-dollars
                       if ws-work-customer not = spaces
                           perform 484-find-loyalty
                           if ws-cur-lm-idx = 0
                               add 1       to ws-total-not-reversed
                           else
                               compute ws-points rounded =
                                   ws-dr-trans-amount
                                   * ws-redeem-rate
                               if ws-points >
                                   ws-lm-restored (ws-cur-lm-idx)
                                   move ws-lm-restored
                                       (ws-cur-lm-idx)
                                           to ws-points
                               end-if
                               if ws-points >
                                   ws-lm-balance (ws-cur-lm-idx)
                                   move 0  to ws-lm-balance
                                       (ws-cur-lm-idx)
                               else
                                   subtract ws-points
                                           from
                                   ws-lm-balance (ws-cur-lm-idx)
                               end-if
                               subtract ws-points
                                           from
                                   ws-lm-restored (ws-cur-lm-idx)
                           end-if
                       end-if
                   when ws-dr-trans-code = 'S'
                       or ws-dr-trans-code = 'L'
                       if ws-work-customer not = spaces
                           perform 481-back-out-earn
                       end-if
                   when ws-dr-trans-code = 'R'
                       or ws-dr-trans-code = 'V'
                       perform 483-back-out-take-back
               end-evaluate
           end-if.

      *a return or void took back what its original earned, on no
      *more than was still unrefunded on it - the original is
      *found as the loyalty post found it, and what was taken
      *back goes back on the original's customer. A void with no
      *original keyed voided its own invoice
       483-back-out-take-back.
           if ws-dr-orig-invoice-num not = spaces
               move ws-dr-orig-invoice-num to ws-work-invoice
           else
               move ws-dr-invoice-num      to ws-work-invoice
           end-if.
           perform 486-find-original.
           if ws-cur-og-idx = 0
               add 1                       to ws-total-not-reversed
           else
               if ws-og-customer-num (ws-cur-og-idx) not = spaces
                   compute ws-eligible-amount =
                       ws-og-amount (ws-cur-og-idx)
                       - ws-og-refunded (ws-cur-og-idx)
                   if ws-dr-trans-amount < ws-eligible-amount
                       move ws-dr-trans-amount
                                           to ws-eligible-amount
                   end-if
                   add ws-dr-trans-amount  to
                       ws-og-refunded (ws-cur-og-idx)
                   move ws-og-customer-num (ws-cur-og-idx)
                                           to ws-work-customer
                   perform 484-find-loyalty
                   if ws-cur-lm-idx = 0
                       add 1               to ws-total-not-reversed
                   else
                       compute ws-points =
                           ws-eligible-amount * ws-earn-rate
                       if ws-points >
                           ws-lm-taken-back (ws-cur-lm-idx)
                           move ws-lm-taken-back (ws-cur-lm-idx)
                                           to ws-points
                       end-if
                       add ws-points       to
                           ws-lm-balance (ws-cur-lm-idx)
                       subtract ws-points  from
                           ws-lm-taken-back (ws-cur-lm-idx)
                   end-if
               end-if
           end-if.

       484-find-loyalty.
           move 0                          to ws-cur-lm-idx.
           perform varying ws-lm-idx from 1 by 1
               until ws-lm-idx > ws-lm-count
               if ws-lm-customer (ws-lm-idx) = ws-work-customer
                   set ws-cur-lm-idx       to ws-lm-idx
               end-if
           end-perform.

       485-list-loyalty-changes.
           perform varying ws-lm-idx from 1 by 1
               until ws-lm-idx > ws-lm-count
               if ws-lm-entry (ws-lm-idx) not =
                   ws-lmb-entry (ws-lm-idx)
                   add 1                   to ws-total-loy-changed
                   move "LOYALTY POINTS"   to ws-ba-master
                   move ws-lm-customer (ws-lm-idx)
                                           to ws-ba-key
                   move "BALANCE"          to ws-ba-figure
                   move ws-lmb-balance (ws-lm-idx)
                                           to ws-before-points
                   move ws-lm-balance (ws-lm-idx)
                                           to ws-after-points
                   perform 680-write-points-pair
                   move "EARNED"           to ws-ba-figure
                   move ws-lmb-earned (ws-lm-idx)
                                           to ws-before-points
                   move ws-lm-earned (ws-lm-idx)
                                           to ws-after-points
                   perform 680-write-points-pair
                   move "REDEEMED"         to ws-ba-figure
                   move ws-lmb-redeemed (ws-lm-idx)
                                           to ws-before-points
                   move ws-lm-redeemed (ws-lm-idx)
                                           to ws-after-points
                   perform 680-write-points-pair
                   move "TAKEN BACK"       to ws-ba-figure
                   move ws-lmb-taken-back (ws-lm-idx)
                                           to ws-before-points
                   move ws-lm-taken-back (ws-lm-idx)
                                           to ws-after-points
                   perform 680-write-points-pair
                   move "RESTORED"         to ws-ba-figure
                   move ws-lmb-restored (ws-lm-idx)
                                           to ws-before-points
                   move ws-lm-restored (ws-lm-idx)
                                           to ws-after-points
                   perform 680-write-points-pair
                   move "LIFETIME"         to ws-ba-figure
                   move ws-lmb-lifetime (ws-lm-idx)
                                           to ws-before-points
                   move ws-lm-lifetime (ws-lm-idx)
                                           to ws-after-points
                   perform 680-write-points-pair
                   move spaces             to ws-ba-line
               end-if
           end-perform.

      *the original a return or void took points back against -
      *one of the day's own sales or payments, else the sale on
      *the invoice history, whose refunded amount has had the
      *day's returns taken back off it
       486-find-original.
           move 0                          to ws-cur-og-idx.
           perform varying ws-og-idx from 1 by 1
               until ws-og-idx > ws-og-count
               if ws-og-invoice-num (ws-og-idx) = ws-work-invoice
                   set ws-cur-og-idx       to ws-og-idx
               end-if
           end-perform.
           if ws-cur-og-idx = 0 and ws-hist-is-open
               and ws-og-count < 5000
               move ws-work-invoice        to hl-invoice-num
               read history-file
                   invalid key continue
                   not invalid key
                       if hl-trans-code = 'S' or hl-trans-code = 'L'
                           add 1           to ws-og-count
                           move hl-invoice-num
                                           to
                               ws-og-invoice-num (ws-og-count)
                           move hl-customer-num
                                           to
                               ws-og-customer-num (ws-og-count)
                           move hl-trans-amount
                                           to
                               ws-og-amount (ws-og-count)
                           if hl-refunded-amount is numeric
                               move hl-refunded-amount
                                           to
                                   ws-og-refunded (ws-og-count)
                           else
                               move 0      to
                                   ws-og-refunded (ws-og-count)
                           end-if
                           move ws-og-count
                                           to ws-cur-og-idx
                       end-if
               end-read
           end-if.

       488-rewrite-loyalty.
           open output loyalty-file.
           move spaces                     to loyalty-header-line.
           move 'HDR'                      to mh-header-tag.
           move ws-loy-posted-date         to mh-posted-date.
           if ws-loy-posted-date = ws-bus-date
               move 'B'                    to mh-backout-flag
           end-if.
           write loyalty-header-line.
           perform varying ws-lm-idx from 1 by 1
               until ws-lm-idx > ws-lm-count
               move spaces                 to loyalty-line
               move ws-lm-customer (ws-lm-idx)
                                           to lm-customer-num
               move ws-lm-balance (ws-lm-idx)
                                           to lm-balance
               move ws-lm-open-balance (ws-lm-idx)
                                           to lm-open-balance
               move ws-lm-earned (ws-lm-idx)
                                           to lm-earned
               move ws-lm-taken-back (ws-lm-idx)
                                           to lm-taken-back
               move ws-lm-redeemed (ws-lm-idx)
                                           to lm-redeemed
               move ws-lm-restored (ws-lm-idx)
                                           to lm-restored
               move ws-lm-expired (ws-lm-idx)
                                           to lm-expired
               move ws-lm-last-activity (ws-lm-idx)
                                           to lm-last-activity
               move ws-lm-lifetime (ws-lm-idx)
                                           to lm-lifetime
               write loyalty-line
           end-perform.
           close loyalty-file.

      *the store's share of the day's loyalty accrual - the change
      *in the liability the points stand for at the redeem rate,
      *less the points dollars the store's rings took in, which
      *the store's own ledger lines carry and are reversed with
      *them. It goes to the ledger as a reversing head-office pair
      *if the day's accrual was sent
       489-figure-loyalty-reversal.
           move 0                          to ws-loy-points-before.
           move 0                          to ws-loy-points-after.
           perform varying ws-lm-idx from 1 by 1
               until ws-lm-idx > ws-lm-count
               add ws-lmb-balance (ws-lm-idx)
                                           to ws-loy-points-before
               add ws-lm-balance (ws-lm-idx)
                                           to ws-loy-points-after
           end-perform.
           compute ws-loy-liab-before rounded =
               ws-loy-points-before / ws-redeem-rate.
           compute ws-loy-liab-after rounded =
               ws-loy-points-after / ws-redeem-rate.
           compute ws-loy-reversal =
               ws-loy-liab-after - ws-loy-liab-before
               - ws-loy-lp-dollars.

      *whether the return in ws-match-store/-invoice/-sku is one
      *of the store's returns on the day backed out
       490-check-day-return.
           move 'n'                        to ws-day-return-sw.
           if ws-match-store = ws-key-store
               perform varying ws-dy-idx from 1 by 1
                   until ws-dy-idx > ws-dy-count or ws-day-return
                   move ws-dy-record (ws-dy-idx)
                                           to ws-day-rec
                   if ws-dr-trans-code = 'R'
                       and ws-dr-invoice-num = ws-match-invoice
                       and ws-dr-sku-code = ws-match-sku
                       move 'y'            to ws-day-return-sw
                   end-if
               end-perform
           end-if.

      *the store's ledger postings for the day, as sent with that
      *day's pass, each turned to the other side - a reversing
      *line sent by an earlier backout is not reversed again. The
      *ledger extract sends them under its own business date
       500-reverse-ledger.
           move spaces                     to ws-gl-arch-name.
           string ws-archive-dir          delimited by size
                  ws-key-date              delimited by size
                  "/project1GLPost.dat"    delimited by size
               into ws-gl-arch-name
           end-string.
           move 'n'                        to ws-eof.
           open input gl-arch-file
           if ws-gla-file-status = '00'
               read gl-arch-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 505-judge-archived-line
                   if ws-day-line
                       and ws-gb-count < 2000
                       perform 510-reverse-one-posting
                   end-if
                   perform 507-note-loyalty-accrual
                   read gl-arch-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close gl-arch-file
           end-if.
           perform 515-reverse-loyalty-accrual.
           perform 520-rewrite-gl-backout.

      *a line of the store's set for the day - not a reversing
      *line an earlier backout sent, nor the cancellation and
      *chargeback set, nor an escheat pair, all of which came off
      *other files than the store's rings
       505-judge-archived-line.
           move 'n'                        to ws-day-line-sw.
           if ga-store-num = ws-key-store
               and ga-post-date = ws-bus-date
               move 'y'                    to ws-day-line-sw
           end-if.
           if ga-desc (1:8) = "BACKOUT "
               or ga-desc = ws-gl-desc-lay-cancel
               or ga-desc = ws-gl-desc-lay-fee
               or ga-desc = ws-gl-desc-chargeback
               or ga-desc = ws-gl-desc-clr-adjust
               or ga-desc = ws-gl-desc-escheat
               or ga-account = ws-gl-acct-unclaimed
               move 'n'                    to ws-day-line-sw
           end-if.

      *the head-office loyalty pair sent for the day, and which
      *side the accrual fell on
       507-note-loyalty-accrual.
           if ga-store-num = ws-gl-store-head-office
               and ga-post-date = ws-bus-date
               and ga-account = ws-gl-acct-loy-expense
               and ga-desc = ws-gl-desc-loy-expense
               move 'y'                    to ws-loy-gl-sent-sw
               if ga-dr-cr = 'C'
                   compute ws-loy-gl-accrual = 0 - ga-amount
               else
                   move ga-amount          to ws-loy-gl-accrual
               end-if
           end-if.

       510-reverse-one-posting.
           move spaces                     to gl-backout-line.
           move ga-store-num               to bg-store-num.
           move ga-account                 to bg-account.
           if ga-dr-cr = 'D'
               move 'C'                    to bg-dr-cr
               move "DEBIT"                to ws-ba-figure
           else
               move 'D'                    to bg-dr-cr
               move "CREDIT"               to ws-ba-figure
           end-if.
           move ga-amount                  to bg-amount.
           move ga-post-date               to bg-post-date.
           move ws-backout-ref             to bg-desc.
           add 1                           to ws-gb-count.
           move gl-backout-line            to ws-gb-line (ws-gb-count).
           add 1                           to ws-total-gl-lines.

           move "LEDGER POSTING"           to ws-ba-master.
           move spaces                     to ws-ba-key.
           string ga-account " " ga-desc
               delimited by size into ws-ba-key.
           move ga-amount                  to ws-before-money.
           move 0                          to ws-after-money.
           perform 675-write-money-pair.

      *the store's share of the loyalty accrual comes back off as
      *a head-office pair, expense against liability, turned the
      *way the store's points moved. The corrected day's accrual
      *goes out with its retransmission
       515-reverse-loyalty-accrual.
           if ws-loy-loaded
               and ws-loy-gl-sent
               and ws-loy-reversal not = 0
               and ws-gb-count < 1999
               move spaces                 to gl-backout-line
               move ws-gl-store-head-office
                                           to bg-store-num
               move ws-gl-acct-loy-expense to bg-account
               if ws-loy-reversal < 0
                   move 'C'                to bg-dr-cr
                   compute bg-amount = 0 - ws-loy-reversal
               else
                   move 'D'                to bg-dr-cr
                   move ws-loy-reversal    to bg-amount
               end-if
               move ws-bus-date            to bg-post-date
               move ws-backout-ref         to bg-desc
               add 1                       to ws-gb-count
               move gl-backout-line        to ws-gb-line (ws-gb-count)
               move ws-gl-acct-loyalty     to bg-account
               if ws-loy-reversal < 0
                   move 'D'                to bg-dr-cr
               else
                   move 'C'                to bg-dr-cr
               end-if
               add 1                       to ws-gb-count
               move gl-backout-line        to ws-gb-line (ws-gb-count)
               add 2                       to ws-total-gl-lines

               move "LEDGER POSTING"       to ws-ba-master
               move spaces                 to ws-ba-key
               string ws-gl-acct-loy-expense " "
                      ws-gl-desc-loy-expense
                   delimited by size into ws-ba-key
               move "LOYALTY ACCRUAL"      to ws-ba-figure
               move ws-loy-gl-accrual      to ws-before-money
               compute ws-after-money =
                   ws-loy-gl-accrual + ws-loy-reversal
               perform 675-write-money-pair
           end-if.

      *the reversing ledger lines, bracketed like every handoff -
      *the trailer hashes the amounts
       520-rewrite-gl-backout.
           move 0                          to ws-out-cnt.
           move 0                          to ws-out-hash.
           open output gl-backout-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program49_Store_Backout"  to ws-ctl-program.
           write gl-backout-line           from ws-ctl-record.
           perform varying ws-gb-idx from 1 by 1
               until ws-gb-idx > ws-gb-count
               move ws-gb-line (ws-gb-idx) to gl-backout-line
               write gl-backout-line
               add 1                       to ws-out-cnt
               add bg-amount               to ws-out-hash
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-out-cnt                 to ws-ctl-count.
           move ws-out-hash                to ws-ctl-hash.
           write gl-backout-line           from ws-ctl-record.
           close gl-backout-file.

      *the store's unit movements for the day, as sent with that
      *day's pass, each turned round - units out come back in and
      *units in go back out. A reversing movement sent by an
      *earlier backout is not reversed again, nor is a cancelled
      *layaway's release, which the day's rings did not make
       550-reverse-stock.
           move spaces                     to ws-stock-arch-name.
           string ws-archive-dir          delimited by size
                  ws-key-date              delimited by size
                  "/project1StockMove.dat" delimited by size
               into ws-stock-arch-name
           end-string.
           move 'n'                        to ws-eof.
           open input stock-arch-file
           if ws-sta-file-status = '00'
               read stock-arch-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move stock-arch-line    to ws-ctl-record
                   if not ws-ctl-is-header
                       and not ws-ctl-is-trailer
                       and sa-store-num = ws-key-store
                       and sa-backout-ref = spaces
                       and not sa-cancel-release
                       and ws-stb-count < 2000
                       perform 560-reverse-one-movement
                   end-if
                   read stock-arch-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close stock-arch-file
           end-if.
           perform 570-rewrite-stock-backout.

       560-reverse-one-movement.
           move spaces                     to stock-backout-line.
           move sa-store-num               to bs-store-num.
           move sa-sku-code                to bs-sku-code.
           move sa-units-in                to bs-units-out.
           move sa-units-out               to bs-units-in.
           move sa-post-date               to bs-post-date.
           move ws-backout-ref             to bs-backout-ref.
           add 1                           to ws-stb-count.
           move stock-backout-line         to
               ws-sb-line (ws-stb-count).
           add 1                           to ws-total-stock-lines.

           move "STOCK MOVEMENT"           to ws-ba-master.
           move sa-sku-code                to ws-ba-key.
           move "UNITS OUT"                to ws-ba-figure.
           move sa-units-out               to ws-before-count.
           move 0                          to ws-after-count.
           perform 670-write-count-pair.
           move "UNITS IN"                 to ws-ba-figure.
           move sa-units-in                to ws-before-count.
           perform 670-write-count-pair.

      *the reversing stock movements, bracketed like the stock
      *extract's own file - the trailer hashes the units moved
       570-rewrite-stock-backout.
           move 0                          to ws-out-cnt.
           move 0                          to ws-out-hash.
           open output stock-backout-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program49_Store_Backout"  to ws-ctl-program.
           write stock-backout-line        from ws-ctl-record.
           perform varying ws-stb-idx from 1 by 1
               until ws-stb-idx > ws-stb-count
               move ws-sb-line (ws-stb-idx)
                                           to stock-backout-line
               write stock-backout-line
               add 1                       to ws-out-cnt
               add bs-units-out            to ws-out-hash
               add bs-units-in             to ws-out-hash
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-out-cnt                 to ws-ctl-count.
           move ws-out-hash                to ws-ctl-hash.
           write stock-backout-line        from ws-ctl-record.
           close stock-backout-file.

      *the store-day goes on the backout log
       580-log-backout.
           open extend backout-log-file.
           if ws-blg-file-status not = '00'
               open output backout-log-file
           end-if.
           move ws-key-store               to bl-store-num.
           move ws-key-date                to bl-bus-date.
           move ws-run-date                to bl-run-date.
           move ws-key-user                to bl-keyed-by.
           move ws-dy-count                to bl-records.
           move ws-key-reason              to bl-reason.
           write backout-log-line.
           close backout-log-file.

      *the keyed store-day is spent, backed out or refused
       590-spend-key.
           open output key-file.
           close key-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program49_Store_Backout"  to ws-aud-program.
           move ws-total-day-records       to ws-aud-in.
           compute ws-aud-out =
               ws-total-hist-deleted + ws-total-per-changed
               + ws-total-sku-changed + ws-total-card-changed
               + ws-total-lay-changed + ws-total-reg-removed
               + ws-total-rtv-removed + ws-total-crl-removed
               + ws-total-loy-changed
               + ws-total-gl-lines + ws-total-stock-lines.
           move ws-total-not-reversed      to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *one before-and-after line
       650-write-ba-line.
           write report-line               from ws-ba-line.
           move spaces                     to ws-ba-line.

       660-edit-before-money.
           move ws-before-money            to ws-edit-money.
           move ws-edit-money              to ws-ba-before.

       665-edit-money-pair.
           move ws-before-money            to ws-edit-money.
           move ws-edit-money              to ws-ba-before.
           move ws-after-money             to ws-edit-money.
           move ws-edit-money              to ws-ba-after.

      *a count or amount pair, listed only when the backout moved
      *it - the master and key carry on to the next figure
       670-write-count-pair.
           if ws-before-count not = ws-after-count
               move ws-before-count        to ws-edit-count
               move ws-edit-count          to ws-ba-before
               move ws-after-count         to ws-edit-count
               move ws-edit-count          to ws-ba-after
               write report-line           from ws-ba-line
           end-if.

       675-write-money-pair.
           if ws-before-money not = ws-after-money
               perform 665-edit-money-pair
               write report-line           from ws-ba-line
           end-if.

       680-write-points-pair.
           if ws-before-points not = ws-after-points
               move ws-before-points       to ws-edit-count
               move ws-edit-count          to ws-ba-before
               move ws-after-points        to ws-edit-count
               move ws-edit-count          to ws-ba-after
               write report-line           from ws-ba-line
           end-if.

      *every file the run read or changed, with its count
       700-print-files-touched.
           write report-line               from spaces.
           write report-line               from ws-files-head-line.
           write report-line               from ws-files-col-line.

           move "ARCHIVED VALID FILE"      to ws-fl-file.
           move "project1Valid.out"        to ws-fl-data-set.
           move ws-total-day-records       to ws-fl-changed.
           move "STORE'S RECORDS READ - NOT CHANGED"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "INVOICE HISTORY MASTER"   to ws-fl-file.
           move "project1InvHistory.dat"   to ws-fl-data-set.
           move ws-total-hist-deleted      to ws-fl-changed.
           move "ENTRIES DELETED, REFUND ROLL-INS TAKEN BACK"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "PERIOD MASTER"            to ws-fl-file.
           move "project1PeriodMaster.dat" to ws-fl-data-set.
           move ws-total-per-changed       to ws-fl-changed.
           move "STORE AND CODE BUCKETS REDUCED"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "SKU HISTORY MASTER"       to ws-fl-file.
           move "project1SkuHist.dat"      to ws-fl-data-set.
           move ws-total-sku-changed       to ws-fl-changed.
           move "SALES AND RETURN FIGURES REDUCED"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "GIFT CARD MASTER"         to ws-fl-file.
           move "project1GiftCard.dat"     to ws-fl-data-set.
           move ws-total-card-changed      to ws-fl-changed.
           move "ISSUES AND REDEMPTIONS TAKEN BACK"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "LAYAWAY MASTER"           to ws-fl-file.
           move "project1LayawayMast.dat"  to ws-fl-data-set.
           move ws-total-lay-changed       to ws-fl-changed.
           move "OPENINGS REMOVED, PAYMENTS PUT BACK"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "TRANSMISSION REGISTER"    to ws-fl-file.
           move "project1TransReg.dat"     to ws-fl-data-set.
           move ws-total-reg-removed       to ws-fl-changed.
           move "STORE-DAY REMOVED FOR RETRANSMISSION"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "RTV PENDING FILE"         to ws-fl-file.
           move "project1RtvPending.dat"   to ws-fl-data-set.
           move ws-total-rtv-removed       to ws-fl-changed.
           move "DAY'S RETURNS REMOVED BEFORE CLAIMING"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "CONTACT RETURN LOG"       to ws-fl-file.
           move "project1ContactRet.dat"   to ws-fl-data-set.
           move ws-total-crl-removed       to ws-fl-changed.
           move "DAY'S RETURNS REMOVED"    to ws-fl-note.
           write report-line               from ws-file-line.

           move "ACCEPTED BATCH REGISTER"  to ws-fl-file.
           move "project1GLAccepted.dat"   to ws-fl-data-set.
           move ws-total-acc-removed       to ws-fl-changed.
           move "DAY'S SETS REMOVED FOR RESENDING"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "LOYALTY MASTER"           to ws-fl-file.
           move "project1Loyalty.dat"      to ws-fl-data-set.
           move ws-total-loy-changed       to ws-fl-changed.
           move "POINTS THE DAY'S RINGS MOVED TAKEN BACK"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "LEDGER REVERSING LINES"   to ws-fl-file.
           move "project1GLBackout.dat"    to ws-fl-data-set.
           move ws-total-gl-lines          to ws-fl-changed.
           move "FOR THE LEDGER EXTRACT'S NEXT PASS"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "STOCK REVERSING LINES"    to ws-fl-file.
           move "project1StockBackout.dat" to ws-fl-data-set.
           move ws-total-stock-lines       to ws-fl-changed.
           move "FOR THE STOCK EXTRACT'S NEXT PASS"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           move "RECORDS NOT REVERSED"     to ws-fl-file.
           move spaces                     to ws-fl-data-set.
           move ws-total-not-reversed      to ws-fl-changed.
           move "MOVED ON SINCE, OR NOT ON THE MASTER"
                                           to ws-fl-note.
           write report-line               from ws-file-line.

           write report-line               from spaces.
           write report-line               from ws-note-line-1.
           write report-line               from ws-note-line-2.
           write report-line               from ws-note-line-3.

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

      *the week and period keys of the date in ws-calc-date, the
      *same way the period post keys them - fiscal yyyyww and
      *yyyypp when the calendar reaches it, else the Monday-to-
      *Sunday week index and the calendar yyyymm
       820-settle-period-keys.
           move ws-calc-date               to ws-fis-date.
           perform 830-place-fiscal-date.
           if ws-fis-found
               move ws-fis-week-key        to ws-key-week
               move ws-fis-period-key      to ws-key-month
           else
               perform 800-compute-day-serial
               compute ws-week-diff =
                   ws-serial-day - ws-anchor-serial
               divide ws-week-diff by 7 giving ws-key-week
               compute ws-key-month =
                   ws-calc-yyyy * 100 + ws-calc-mm
           end-if.

      *the fiscal week the date in ws-fis-date falls in, and its
      *year, period and quarter
       830-place-fiscal-date.
           move 'n'                        to ws-fis-found-sw.
           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count or ws-fis-found
               if ws-fis-date >= ws-fc-week-start (ws-fc-idx)
                   and ws-fis-date <= ws-fc-week-end (ws-fc-idx)
                   move 'y'                to ws-fis-found-sw
                   move ws-fc-year (ws-fc-idx)
                                           to ws-fis-year
                   move ws-fc-week (ws-fc-idx)
                                           to ws-fis-week
                   move ws-fc-period (ws-fc-idx)
                                           to ws-fis-period
                   move ws-fc-quarter (ws-fc-idx)
                                           to ws-fis-quarter
                   compute ws-fis-week-key =
                       ws-fis-year * 100 + ws-fis-week
                   compute ws-fis-period-key =
                       ws-fis-year * 100 + ws-fis-period
               end-if
           end-perform.

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
                       if ws-lov-program = "Program49_Store_Backout"
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
           move "Program49_Store_Backout"  to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

       end program Program49_Store_Backout.
