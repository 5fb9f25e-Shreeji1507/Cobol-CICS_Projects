       identification division.
       program-id. Program52_Drawer_Recon.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program reconciles each cashier's drawer
      *              (till) at the end of the shift. The stores send
      *              an end-of-shift count per cashier - counted
      *              cash and the starting float - and the day's
      *              split files give what the drawer should hold:
      *              the float, plus cash sales, layaway payments
      *              and exchange collections, less cash refunds,
      *              voids and refunded exchanges, the same netting
      *              the split step puts on the bank-bound cash
      *              bucket. Each cashier's over/short is reported
      *              under their store, with a store total whose
      *              cash takings tie to the cash line the bank
      *              reconciliation judges, so a store deposit that
      *              reads short can be followed to the till it
      *              came from. Every counted drawer's over/short is
      *              kept on a rolling history, and a cashier short
      *              on several drawers inside the window is
      *              flagged for loss prevention.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            List a cash ring whose drawer finds no room in
      *               the drawer table, count it as rejected and flag
      *               it on the alert file, instead of leaving its
      *               cash out of the takings unsaid.

       environment division.

       input-output section.
       file-control.
      *the day's sales and layaway payments, as left by Program02
           select sales-file assign        to
                                   "../../../data/project1S&L.out"
               organization is line sequential
               file status is ws-sales-file-status.

      *the day's returns
           select ret-file assign          to
                                   "../../../data/project1Return.out"
               organization is line sequential
               file status is ws-ret-file-status.

      *the day's voids
           select void-file assign         to
                                   "../../../data/project1Void.out"
               organization is line sequential
               file status is ws-void-file-status.

      *the day's exchanges
           select exch-file assign         to
                                   "../../../data/project1Exchange.out"
               organization is line sequential
               file status is ws-exch-file-status.

      *the batch's own takings by payment type per store, as
      *dropped by Program02 - the cash column is the figure the
      *bank reconciliation judges the deposit against
           select pmt-file assign          to
                               "../../../data/project1PmtTotals.out"
               organization is line sequential
               file status is ws-pmt-file-status.

      *the stores' end-of-shift drawer counts
           select count-file assign        to
                               "../../../data/project1DrawerCount.dat"
               organization is line sequential
               file status is ws-cnt-file-status.

      *every counted drawer's over/short inside the rolling
      *window - read in whole, then written back. File status
      *lets us tell "first run, no history" apart from a real
      *open error
           select hist-file assign         to
                               "../../../data/project1DrawerHist.dat"
               organization is line sequential
               file status is ws-hist-file-status.

      *the cashier master kept by the maintenance program
           select cash-master-file assign  to
                               "../../../data/project1CashierMaster.dat"
               organization is line sequential
               file status is ws-chm-file-status.

      *the business date the drawers are reconciled under
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the drawer reconciliation report
           select report-file assign       to
                               "../../../data/project1DrawerRecon.out"
               organization is line sequential.

      *operations alert file - loss-prevention flags and control
      *failures land here
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

      *common operations log shared by all the programs
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

      *the four split files share the valid file's 86-byte
      *layout - each record is moved to ws-ring to be taken apart
       fd sales-file
           data record is sales-line
               record contains 86 characters.
       01 sales-line                       pic x(86).

       fd ret-file
           data record is ret-line
               record contains 86 characters.
       01 ret-line                         pic x(86).

       fd void-file
           data record is void-line
               record contains 86 characters.
       01 void-line                        pic x(86).

       fd exch-file
           data record is exch-line
               record contains 86 characters.
       01 exch-line                        pic x(86).

      *one store's takings by payment type
       fd pmt-file
           data record is pmt-line
               record contains 38 characters.
       01 pmt-line.
           05 pm-store-num                 pic xx.
           05 pm-cash-amt                  pic s9(7)v99.
           05 pm-credit-amt                pic s9(7)v99.
           05 pm-debit-amt                 pic s9(7)v99.
           05 pm-gift-amt                  pic s9(7)v99.

      *one drawer count - a cashier who worked two drawers in the
      *day sends two, and they are taken together
       fd count-file
           data record is count-line
               record contains 40 characters.
       01 count-line.
           05 dc-store-num                 pic xx.
           05 dc-cashier-id                pic x(8).
           05 dc-bus-date                  pic x(8).
           05 dc-counted-cash              pic 9(7)v99.
           05 dc-float-amt                 pic 9(5)v99.
           05 filler                       pic x(6).

      *one counted drawer's over (positive) or short (negative)
      *for a cashier on a business date. The first record on the
      *file is the header carrying the date last posted
       fd hist-file
           data record is hist-line
               record contains 30 characters.
       01 hist-line.
           05 dh-store-num                 pic xx.
           05 dh-cashier-id                pic x(8).
           05 dh-bus-date                  pic 9(8).
           05 dh-over-short                pic s9(7)v99.
           05 filler                       pic x(3).
       01 hist-header-line.
           05 hh-header-tag                pic xxx.
               88 hh-is-header          value 'HDR'.
           05 hh-posted-date               pic 9(8).
           05 filler                       pic x(19).

      *cashier master record
       fd cash-master-file
           data record is cash-master-line
               record contains 31 characters.
       01 cash-master-line.
           05 ch-cashier-id                pic x(8).
           05 ch-cashier-name              pic x(20).
           05 ch-store-num                 pic xx.
           05 ch-active-flag               pic x.

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

       fd report-file
           data record is report-line
               record contains 140 characters.
       01 report-line                      pic x(140)
           value spaces.

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
      *header/trailer control records bracketing every handoff
      *file, with the running count/hash the trailer is verified
      *against
       copy "CTLREC.cpy".

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
       01 ws-sales-file-status              pic xx
           value spaces.
       01 ws-ret-file-status                pic xx
           value spaces.
       01 ws-void-file-status               pic xx
           value spaces.
       01 ws-exch-file-status               pic xx
           value spaces.
       01 ws-pmt-file-status                pic xx
           value spaces.
       01 ws-cnt-file-status                pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-chm-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.
       01 ws-chm-eof                       pic x
           value 'n'.
       01 ws-hist-eof                      pic x
           value 'n'.

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

      *one split-file ring taken apart - the valid file's layout
       01 ws-ring.
           05 ws-rg-trans-code             pic x.
           05 ws-rg-trans-amount           pic 9(5)v99.
           05 ws-rg-pay-type               pic xx.
           05 ws-rg-store-num              pic xx.
           05 ws-rg-invoice-num            pic x(9).
           05 ws-rg-sku-code               pic x(15).
           05 ws-rg-return-reason          pic xx.
           05 ws-rg-orig-invoice-num       pic x(9).
           05 ws-rg-trans-date             pic x(8).
           05 ws-rg-exchange-sku           pic x(15).
           05 ws-rg-customer-num           pic x(8).
           05 ws-rg-cashier-id             pic x(8).

      *what one ring did to the cash in its drawer
       01 ws-ring-cash                     pic s9(7)v99
           value 0.

      *the business date being reconciled, and the date the
      *history was last posted - a rerun of a date already
      *posted reports but does not add the day's drawers twice
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-posted-date                   pic 9(8)
           value 0.
       01 ws-already-posted-sw             pic x
           value 'n'.
           88 ws-already-posted         value 'y'.

      *one entry per store-and-cashier met on the split files or
      *the drawer counts - cash takings net of the float, and the
      *count and float the store sent. Rings with no cashier
      *keyed land on the store's anonymous line
       01 ws-drawer-table.
           05 ws-dr-entry                  occurs 600 times
               indexed by ws-dr-idx.
               10 ws-dr-store              pic xx.
               10 ws-dr-cashier            pic x(8).
               10 ws-dr-takings            pic s9(7)v99.
               10 ws-dr-float              pic 9(7)v99.
               10 ws-dr-counted            pic 9(7)v99.
               10 ws-dr-drawers            pic 99.
               10 ws-dr-done               pic x.
       01 ws-dr-count                      pic 999
           value 0.
       01 ws-cur-dr-idx                    pic 999
           value 0.
       01 ws-inner-idx                     pic 999
           value 0.
       01 ws-work-store                    pic xx
           value spaces.
       01 ws-work-cashier                  pic x(8)
           value spaces.

      *the cash line per store off Program02's handoff
       01 ws-store-table.
           05 ws-sc-entry                  occurs 50 times
               indexed by ws-sc-idx.
               10 ws-sc-store              pic xx.
               10 ws-sc-cash               pic s9(7)v99.
       01 ws-sc-count                      pic 99
           value 0.
       01 ws-cur-store                     pic xx
           value spaces.
       01 ws-store-cash-line               pic s9(7)v99
           value 0.
       01 ws-store-line-there-sw           pic x
           value 'n'.
           88 ws-store-line-there       value 'y'.

      *cashier names off the master
       01 ws-name-table.
           05 ws-nm-entry                  occurs 500 times
               indexed by ws-nm-idx.
               10 ws-nm-id                 pic x(8).
               10 ws-nm-name               pic x(20).
       01 ws-nm-count                      pic 999
           value 0.

      *the drawer history carried from earlier days, with today's
      *drawers added behind. Entries past the window are dropped
      *as they are read
       01 ws-hist-table.
           05 ws-dh-entry                  occurs 3000 times
               indexed by ws-dh-idx.
               10 ws-dh-store              pic xx.
               10 ws-dh-cashier            pic x(8).
               10 ws-dh-date               pic 9(8).
               10 ws-dh-amount             pic s9(7)v99.
       01 ws-dh-count                      pic 9(4)
           value 0.
       77 ws-max-hist                      pic 9(4)
           value 3000.
       01 ws-hist-full-sw                  pic x
           value 'n'.
           88 ws-hist-full              value 'y'.

      *a drawer short by more than the tolerance counts against
      *its cashier; this many of them inside the window sends the
      *cashier to loss prevention
       77 ws-short-tolerance               pic 9(3)v99
           value 5.00.
       77 ws-lp-window-days                pic 999
           value 30.
       77 ws-lp-short-limit                pic 99
           value 3.
       01 ws-window-shorts                 pic 999
           value 0.

      *one drawer's figures while it prints
       01 ws-expected                      pic s9(8)v99
           value 0.
       01 ws-over-short                    pic s9(8)v99
           value 0.
       01 ws-item-age                      pic s9(7)
           value 0.

      *store totals while a store prints
       01 ws-st-takings                    pic s9(8)v99
           value 0.
       01 ws-st-expected                   pic s9(8)v99
           value 0.
       01 ws-st-counted                    pic s9(8)v99
           value 0.
       01 ws-st-over-short                 pic s9(8)v99
           value 0.
       01 ws-tie-diff                      pic s9(8)v99
           value 0.

      *counts for the footer and the audit log
       01 ws-total-counts-read             pic 9(5)
           value 0.
       01 ws-total-counts-rej              pic 9(5)
           value 0.
       01 ws-total-rings                   pic 9(7)
           value 0.
       01 ws-total-rings-rej               pic 9(5)
           value 0.
       01 ws-total-drawers                 pic 9(5)
           value 0.
       01 ws-total-balanced                pic 9(5)
           value 0.
       01 ws-total-over                    pic 9(5)
           value 0.
       01 ws-total-short                   pic 9(5)
           value 0.
       01 ws-total-no-count                pic 9(5)
           value 0.
       01 ws-total-flagged                 pic 9(5)
           value 0.
       01 ws-total-untied                  pic 99
           value 0.

      *date arithmetic, same serial trick as the period step
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
           05 filler                       pic x(31)
               value "CASHIER DRAWER RECONCILIATION".
           05 filler                       pic x(14)
               value "BUSINESS DATE ".
           05 ws-rh-bus-date               pic 9(8)
               value 0.

      *store section title
       01 ws-store-title.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(6)
               value "STORE ".
           05 ws-st-store                  pic xx
               value spaces.

      *column headings
       01 ws-report-headings.
           05 filler                       pic x(3)
               value spaces.
           05 filler                       pic x(10)
               value "CASHIER".
           05 filler                       pic x(22)
               value "NAME".
           05 filler                       pic x(12)
               value "FLOAT".
           05 filler                       pic x(15)
               value "CASH TAKINGS".
           05 filler                       pic x(15)
               value "EXPECTED".
           05 filler                       pic x(15)
               value "COUNTED".
           05 filler                       pic x(15)
               value "OVER/SHORT".
           05 filler                       pic x(10)
               value "STATUS".
           05 filler                       pic x(15)
               value "SHORTS IN WIN".

      *one line per cashier
       01 ws-detail-line.
           05 filler                       pic x(3)
               value spaces.
           05 ws-dl-cashier                pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-name                   pic x(20)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-float                  pic $$$,$$9.99
               blank when zero.
           05 filler                       pic x(1)
               value spaces.
           05 ws-dl-takings                pic $$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-dl-expected               pic $$,$$$,$$9.99-
               blank when zero.
           05 filler                       pic x(1)
               value spaces.
           05 ws-dl-counted                pic $$,$$$,$$9.99
               blank when zero.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-over-short             pic $$,$$$,$$9.99-
               blank when zero.
           05 filler                       pic x(1)
               value spaces.
           05 ws-dl-status                 pic x(9)
               value spaces.
           05 filler                       pic x(1)
               value spaces.
           05 ws-dl-shorts                 pic zz9
               blank when zero.
           05 filler                       pic x(1)
               value spaces.
           05 ws-dl-flag                   pic x(18)
               value spaces.

      *store total, and the tie to the bank reconciliation's cash
      *line for the same store
       01 ws-store-total-line.
           05 filler                       pic x(13)
               value spaces.
           05 filler                       pic x(22)
               value "STORE TOTAL".
           05 filler                       pic x(11)
               value spaces.
           05 ws-stl-takings               pic $$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-stl-expected              pic $$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-stl-counted               pic $$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-stl-over-short            pic $$,$$$,$$9.99-
               value 0.
       01 ws-tie-line.
           05 filler                       pic x(13)
               value spaces.
           05 filler                       pic x(33)
               value "BANK RECONCILIATION CASH LINE".
           05 ws-tl-cash-line              pic $$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 ws-tl-status                 pic x(40)
               value spaces.
       77 ws-tied-msg                      pic x(40)
           value "TIES TO CASHIER TAKINGS".
       77 ws-untied-msg                    pic x(40)
           value "** DOES NOT TIE TO CASHIER TAKINGS".
       77 ws-no-line-msg                   pic x(40)
           value "** NO CASH LINE FOR THIS STORE".

      *drawer counts that could not be reconciled
       01 ws-reject-title                  pic x(40)
           value "  DRAWER COUNTS NOT RECONCILED".
       01 ws-reject-line.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rl-record                 pic x(40)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rl-reason                 pic x(30)
               value spaces.
       77 ws-rej-numeric-msg               pic x(30)
           value "COUNT OR FLOAT NOT NUMERIC".
       77 ws-rej-date-msg                  pic x(30)
           value "NOT THIS BUSINESS DATE".
       77 ws-rej-full-msg                  pic x(30)
           value "DRAWER TABLE FULL".

      *cash rings whose drawer could not be held
       01 ws-ring-reject-title             pic x(40)
           value "  CASH RINGS NOT RECONCILED".
       01 ws-ring-reject-line.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rr-store                  pic xx
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rr-cashier                pic x(8)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rr-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rr-cash                   pic $$,$$9.99-
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rr-reason                 pic x(30)
               value spaces.

      *missing-file and rerun warnings at the top of the report
       01 ws-no-count-file-line            pic x(60)
           value "  NO DRAWER COUNT FILE - EVERY DRAWER SHOWS NO COUNT".
       01 ws-reposted-line                 pic x(60)
           value "  DATE ALREADY POSTED - HISTORY NOT RE-APPLIED".
       01 ws-hist-full-line                pic x(60)
           value "  DRAWER HISTORY FULL - NOT ALL DRAWERS KEPT".
       01 ws-nothing-line                  pic x(60)
           value "  NO CASH RINGS AND NO DRAWER COUNTS FOR THIS DATE".

      *footer
       01 ws-footer-line-1.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(18)
               value "DRAWERS COUNTED = ".
           05 ws-fl-drawers                pic zzzz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "BALANCED = ".
           05 ws-fl-balanced               pic zzzz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(7)
               value "OVER = ".
           05 ws-fl-over                   pic zzzz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(8)
               value "SHORT = ".
           05 ws-fl-short                  pic zzzz9
               value 0.
       01 ws-footer-line-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(18)
               value "NO COUNT SENT =   ".
           05 ws-fl-no-count               pic zzzz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(19)
               value "COUNTS REJECTED = ".
           05 ws-fl-rejected               pic zzzz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(21)
               value "TO LOSS PREVENTION = ".
           05 ws-fl-flagged                pic zzzz9
               value 0.

       77 ws-balanced-msg                  pic x(9)
           value "BALANCED".
       77 ws-over-msg                      pic x(9)
           value "OVER".
       77 ws-short-msg                     pic x(9)
           value "SHORT".
       77 ws-no-count-msg                  pic x(9)
           value "NO COUNT".
       77 ws-flag-msg                      pic x(18)
           value "** LOSS PREVENTION".
       77 ws-anon-name                     pic x(20)
           value "(NO CASHIER KEYED)".

       procedure division.
           perform 050-settle-run-date.
           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-run-serial.

           open output report-file.

           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-run-date                to ws-rh-bus-date.

           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 060-load-cashier-names.
           perform 070-load-store-cash-lines.
           perform 100-post-sales.
           perform 110-post-returns.
           perform 120-post-voids.
           perform 130-post-exchanges.
           perform 350-load-drawer-history.

           if ws-already-posted
               write report-line           from ws-reposted-line
           end-if.
           perform 300-load-drawer-counts.
           if not ws-already-posted
               perform 380-add-todays-drawers
           end-if.
           if ws-hist-full
               write report-line           from ws-hist-full-line
               perform 720-raise-full-alert
           end-if.
           if ws-total-rings-rej > 0
               perform 725-raise-ring-alert
           end-if.

           if ws-dr-count = 0
               write report-line           from ws-nothing-line
           else
               perform 400-print-by-store
           end-if.
           perform 500-report-footer.
           if not ws-already-posted
               perform 750-rewrite-drawer-history
           end-if.
           perform 600-write-audit-line.

           close report-file.
           goback.

      *the drawers are reconciled under the business date the
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

      *cashier names off the master, inactive too - a cashier let
      *go mid-window still needs naming against a short
       060-load-cashier-names.
           open input cash-master-file
           if ws-chm-file-status = '00'
               read cash-master-file
                   at end move 'y'         to ws-chm-eof
               end-read
               perform until ws-chm-eof = 'y'
                   if ws-nm-count < 500
                       add 1               to ws-nm-count
                       move ch-cashier-id  to
                           ws-nm-id (ws-nm-count)
                       move ch-cashier-name
                                           to
                           ws-nm-name (ws-nm-count)
                   end-if
                   read cash-master-file
                       at end move 'y'     to ws-chm-eof
                   end-read
               end-perform
               close cash-master-file
           end-if.

      *the cash line per store the bank reconciliation judges
       070-load-store-cash-lines.
           move 'n'                        to ws-eof.
           open input pmt-file
           if ws-pmt-file-status = '00'
               read pmt-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-sc-count < 50
                       add 1               to ws-sc-count
                       move pm-store-num   to
                           ws-sc-store (ws-sc-count)
                       move pm-cash-amt    to
                           ws-sc-cash (ws-sc-count)
                   end-if
                   read pmt-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close pmt-file
           end-if.

      *the day's sales and layaway payments into their drawers
       100-post-sales.
           perform 090-reset-ctl-check.
           open input sales-file
           if ws-sales-file-status = '00'
               read sales-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move sales-line         to ws-ctl-record
                   move sales-line         to ws-ring
                   perform 200-post-one-ring
                   read sales-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close sales-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *the day's returns out of their drawers
       110-post-returns.
           perform 090-reset-ctl-check.
           open input ret-file
           if ws-ret-file-status = '00'
               read ret-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move ret-line           to ws-ctl-record
                   move ret-line           to ws-ring
                   perform 200-post-one-ring
                   read ret-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close ret-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *the day's voids out of their drawers
       120-post-voids.
           perform 090-reset-ctl-check.
           open input void-file
           if ws-void-file-status = '00'
               read void-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move void-line          to ws-ctl-record
                   move void-line          to ws-ring
                   perform 200-post-one-ring
                   read void-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close void-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *the day's exchanges in or out of their drawers
       130-post-exchanges.
           perform 090-reset-ctl-check.
           open input exch-file
           if ws-exch-file-status = '00'
               read exch-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move exch-line          to ws-ctl-record
                   move exch-line          to ws-ring
                   perform 200-post-one-ring
                   read exch-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close exch-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *fresh control check for the next file
       090-reset-ctl-check.
           move 'n'                        to ws-eof.
           move 'n'                        to ws-trl-seen-sw.
           move 0                          to ws-ctl-in-cnt.
           move 0                          to ws-ctl-in-hash.

      *tells a control record apart from a detail record, and
      *verifies the trailer the moment it goes by
       095-classify-ctl-record.
           move 'n'                        to ws-ctl-record-sw.
           evaluate true
               when ws-ctl-is-header
                   move 'y'                to ws-ctl-record-sw
               when ws-ctl-is-trailer
                   move 'y'                to ws-ctl-record-sw
                   move 'y'                to ws-trl-seen-sw
                   if ws-ctl-count not = ws-ctl-in-cnt
                       or ws-ctl-hash not = ws-ctl-in-hash
                       perform 920-refuse-input-file
                   end-if
           end-evaluate.

      *one ring's cash into its cashier's drawer - signed the way
      *the split step nets the store's cash bucket: sales and
      *layaway money in, return and void money out, and an
      *exchange's net in unless it was refunded ('RF'). Only cash
      *tender touches the drawer
       200-post-one-ring.
           perform 095-classify-ctl-record.
           if not ws-is-ctl-record
               add 1                       to ws-ctl-in-cnt
               if ws-rg-trans-amount is numeric
                   add ws-rg-trans-amount  to ws-ctl-in-hash
               end-if
               if ws-rg-pay-type = 'CA'
                   and ws-rg-trans-amount is numeric
                   evaluate true
                       when ws-rg-trans-code = 'S'
                           or ws-rg-trans-code = 'L'
                           move ws-rg-trans-amount
                                           to ws-ring-cash
                       when ws-rg-trans-code = 'R'
                           or ws-rg-trans-code = 'V'
                           compute ws-ring-cash =
                               0 - ws-rg-trans-amount
                       when ws-rg-trans-code = 'X'
                           if ws-rg-return-reason = 'RF'
                               compute ws-ring-cash =
                                   0 - ws-rg-trans-amount
                           else
                               move ws-rg-trans-amount
                                           to ws-ring-cash
                           end-if
                       when other
                           move 0          to ws-ring-cash
                   end-evaluate
                   add 1                   to ws-total-rings
                   move ws-rg-store-num    to ws-work-store
                   move ws-rg-cashier-id   to ws-work-cashier
                   perform 250-find-or-add-drawer
                   if ws-cur-dr-idx > 0
                       add ws-ring-cash    to
                           ws-dr-takings (ws-cur-dr-idx)
                   else
                       perform 210-reject-one-ring
                   end-if
               end-if
           end-if.

      *a cash ring with no drawer to hold it, listed under its own
      *title so its cash is chased by hand
       210-reject-one-ring.
           if ws-total-rings-rej = 0
               write report-line           from ws-ring-reject-title
           end-if.
           add 1                           to ws-total-rings-rej.
           move ws-rg-store-num            to ws-rr-store.
           move ws-rg-cashier-id           to ws-rr-cashier.
           move ws-rg-invoice-num          to ws-rr-invoice.
           move ws-ring-cash               to ws-rr-cash.
           move ws-rej-full-msg            to ws-rr-reason.
           write report-line               from ws-ring-reject-line.

      *looks the store-and-cashier up in the drawer table, adding
      *a new zeroed entry when it hasn't been seen; 0 only when
      *the table is already full and the drawer new
       250-find-or-add-drawer.
           move 0                          to ws-cur-dr-idx
           perform varying ws-dr-idx from 1 by 1
               until ws-dr-idx > ws-dr-count
               if ws-dr-store (ws-dr-idx) = ws-work-store
                   and ws-dr-cashier (ws-dr-idx) = ws-work-cashier
                   set ws-cur-dr-idx       to ws-dr-idx
               end-if
           end-perform.
           if ws-cur-dr-idx = 0 and ws-dr-count < 600
               add 1                       to ws-dr-count
               move ws-work-store          to
                   ws-dr-store (ws-dr-count)
               move ws-work-cashier        to
                   ws-dr-cashier (ws-dr-count)
               move 0                      to
                   ws-dr-takings (ws-dr-count)
               move 0                      to
                   ws-dr-float (ws-dr-count)
               move 0                      to
                   ws-dr-counted (ws-dr-count)
               move 0                      to
                   ws-dr-drawers (ws-dr-count)
               move 'n'                    to
                   ws-dr-done (ws-dr-count)
               move ws-dr-count            to ws-cur-dr-idx
           end-if.

      *the stores' drawer counts for this business date onto
      *their drawers - anything else is listed and left alone
       300-load-drawer-counts.
           move 'n'                        to ws-eof.
           open input count-file
           if ws-cnt-file-status = '00'
               read count-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-total-counts-read
                   perform 320-take-one-count
                   read count-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close count-file
           else
               write report-line           from ws-no-count-file-line
           end-if.

       320-take-one-count.
           evaluate true
               when dc-counted-cash is not numeric
                   or dc-float-amt is not numeric
                   move ws-rej-numeric-msg to ws-rl-reason
                   perform 330-reject-one-count
               when dc-bus-date is not numeric
                   or dc-bus-date not = ws-run-date
                   move ws-rej-date-msg    to ws-rl-reason
                   perform 330-reject-one-count
               when other
                   move dc-store-num       to ws-work-store
                   move dc-cashier-id      to ws-work-cashier
                   perform 250-find-or-add-drawer
                   if ws-cur-dr-idx > 0
                       add dc-counted-cash to
                           ws-dr-counted (ws-cur-dr-idx)
                       add dc-float-amt    to
                           ws-dr-float (ws-cur-dr-idx)
                       add 1               to
                           ws-dr-drawers (ws-cur-dr-idx)
                   else
                       move ws-rej-full-msg
                                           to ws-rl-reason
                       perform 330-reject-one-count
                   end-if
           end-evaluate.

      *one count that won't reconcile, listed at the top of the
      *report under its own title
       330-reject-one-count.
           if ws-total-counts-rej = 0
               write report-line           from ws-reject-title
           end-if.
           add 1                           to ws-total-counts-rej.
           move count-line                 to ws-rl-record.
           write report-line               from ws-reject-line.

      *the drawer history carried from earlier days - header
      *first. Drawers that have aged out of the window are
      *dropped here. A history already posted for this business
      *date (or a later one) is reported but not re-applied
       350-load-drawer-history.
           open input hist-file
           if ws-hist-file-status = '00'
               read hist-file
                   at end move 'y'         to ws-hist-eof
               end-read
               if ws-hist-eof not = 'y'
                   if hh-is-header
                       move hh-posted-date to ws-posted-date
                       if ws-posted-date >= ws-run-date
                           move 'y'        to ws-already-posted-sw
                       end-if
                   else
                       perform 360-take-one-history-line
                   end-if
               end-if
               perform until ws-hist-eof = 'y'
                   read hist-file
                       at end move 'y'     to ws-hist-eof
                   end-read
                   if ws-hist-eof not = 'y'
                       perform 360-take-one-history-line
                   end-if
               end-perform
               close hist-file
           end-if.

       360-take-one-history-line.
           if dh-bus-date is numeric
               and dh-over-short is numeric
               move dh-bus-date            to ws-calc-date
               perform 800-compute-day-serial
               compute ws-item-age =
                   ws-run-serial - ws-serial-day
               if ws-item-age < ws-lp-window-days
                   if ws-dh-count < ws-max-hist
                       add 1               to ws-dh-count
                       move dh-store-num   to
                           ws-dh-store (ws-dh-count)
                       move dh-cashier-id  to
                           ws-dh-cashier (ws-dh-count)
                       move dh-bus-date    to
                           ws-dh-date (ws-dh-count)
                       move dh-over-short  to
                           ws-dh-amount (ws-dh-count)
                   else
                       move 'y'            to ws-hist-full-sw
                   end-if
               end-if
           end-if.

      *every drawer counted today onto the history behind what
      *was carried
       380-add-todays-drawers.
           perform varying ws-dr-idx from 1 by 1
               until ws-dr-idx > ws-dr-count
               if ws-dr-drawers (ws-dr-idx) > 0
                   and ws-dr-cashier (ws-dr-idx) not = spaces
                   if ws-dh-count < ws-max-hist
                       add 1               to ws-dh-count
                       move ws-dr-store (ws-dr-idx)
                                           to
                           ws-dh-store (ws-dh-count)
                       move ws-dr-cashier (ws-dr-idx)
                                           to
                           ws-dh-cashier (ws-dh-count)
                       move ws-run-date    to
                           ws-dh-date (ws-dh-count)
                       compute ws-dh-amount (ws-dh-count) =
                           ws-dr-counted (ws-dr-idx)
                           - ws-dr-float (ws-dr-idx)
                           - ws-dr-takings (ws-dr-idx)
                   else
                       move 'y'            to ws-hist-full-sw
                   end-if
               end-if
           end-perform.

      *every store's drawers together, each store's section once
      *whatever order its rings and counts arrived
       400-print-by-store.
           perform varying ws-dr-idx from 1 by 1
               until ws-dr-idx > ws-dr-count
               if ws-dr-done (ws-dr-idx) = 'n'
                   move ws-dr-store (ws-dr-idx)
                                           to ws-cur-store
                   perform 420-print-one-store
               end-if
           end-perform.

       420-print-one-store.
           move ws-cur-store               to ws-st-store.
           write report-line               from spaces.
           write report-line               from ws-store-title.
           write report-line               from ws-report-headings.
           move 0                          to ws-st-takings.
           move 0                          to ws-st-expected.
           move 0                          to ws-st-counted.
           move 0                          to ws-st-over-short.
           perform varying ws-inner-idx from 1 by 1
               until ws-inner-idx > ws-dr-count
               if ws-dr-store (ws-inner-idx) = ws-cur-store
                   and ws-dr-done (ws-inner-idx) = 'n'
                   perform 440-print-one-drawer
               end-if
           end-perform.
           perform 460-print-store-total.

      *one cashier's drawer - counted drawers judged over, short
      *or balanced, with the shorts the cashier has run up inside
       440-print-one-drawer.
           move 'y'                        to
               ws-dr-done (ws-inner-idx).
           move ws-dr-cashier (ws-inner-idx)
                                           to ws-dl-cashier.
           perform 450-name-this-cashier.
           move ws-dr-takings (ws-inner-idx)
                                           to ws-dl-takings.
           add ws-dr-takings (ws-inner-idx)
                                           to ws-st-takings.
           move spaces                     to ws-dl-flag.
           move 0                          to ws-window-shorts.
           if ws-dr-drawers (ws-inner-idx) = 0
               move 0                      to ws-dl-float
               move 0                      to ws-dl-expected
               move 0                      to ws-dl-counted
               move 0                      to ws-dl-over-short
               move ws-no-count-msg        to ws-dl-status
               add 1                       to ws-total-no-count
           else
               compute ws-expected =
                   ws-dr-float (ws-inner-idx)
                   + ws-dr-takings (ws-inner-idx)
               compute ws-over-short =
                   ws-dr-counted (ws-inner-idx) - ws-expected
               move ws-dr-float (ws-inner-idx)
                                           to ws-dl-float
               move ws-expected            to ws-dl-expected
               move ws-dr-counted (ws-inner-idx)
                                           to ws-dl-counted
               move ws-over-short          to ws-dl-over-short
               add ws-expected             to ws-st-expected
               add ws-dr-counted (ws-inner-idx)
                                           to ws-st-counted
               add ws-over-short           to ws-st-over-short
               add 1                       to ws-total-drawers
               evaluate true
                   when ws-over-short = 0
                       move ws-balanced-msg
                                           to ws-dl-status
                       add 1               to ws-total-balanced
                   when ws-over-short < 0
                       move ws-short-msg   to ws-dl-status
                       add 1               to ws-total-short
                   when other
                       move ws-over-msg    to ws-dl-status
                       add 1               to ws-total-over
               end-evaluate
           end-if.
           if ws-dr-cashier (ws-inner-idx) not = spaces
               perform 470-count-window-shorts
               if ws-window-shorts >= ws-lp-short-limit
                   move ws-flag-msg        to ws-dl-flag
                   add 1                   to ws-total-flagged
                   perform 730-raise-lp-alert
               end-if
           end-if.
           move ws-window-shorts           to ws-dl-shorts.
           write report-line               from ws-detail-line.

       450-name-this-cashier.
           if ws-dr-cashier (ws-inner-idx) = spaces
               move ws-anon-name           to ws-dl-name
           else
               move "(NOT ON MASTER)"      to ws-dl-name
               perform varying ws-nm-idx from 1 by 1
                   until ws-nm-idx > ws-nm-count
                   if ws-nm-id (ws-nm-idx)
                       = ws-dr-cashier (ws-inner-idx)
                       move ws-nm-name (ws-nm-idx)
                                           to ws-dl-name
                   end-if
               end-perform
           end-if.

      *the store's totals, then its cash takings set against the
      *cash line the bank reconciliation judges the deposit by
       460-print-store-total.
           move ws-st-takings              to ws-stl-takings.
           move ws-st-expected             to ws-stl-expected.
           move ws-st-counted              to ws-stl-counted.
           move ws-st-over-short           to ws-stl-over-short.
           write report-line               from ws-store-total-line.
           move 'n'                        to ws-store-line-there-sw.
           move 0                          to ws-store-cash-line.
           perform varying ws-sc-idx from 1 by 1
               until ws-sc-idx > ws-sc-count
               if ws-sc-store (ws-sc-idx) = ws-cur-store
                   move 'y'                to ws-store-line-there-sw
                   move ws-sc-cash (ws-sc-idx)
                                           to ws-store-cash-line
               end-if
           end-perform.
           move ws-store-cash-line         to ws-tl-cash-line.
           compute ws-tie-diff =
               ws-store-cash-line - ws-st-takings.
           evaluate true
               when not ws-store-line-there
                   move ws-no-line-msg     to ws-tl-status
                   add 1                   to ws-total-untied
               when ws-tie-diff = 0
                   move ws-tied-msg        to ws-tl-status
               when other
                   move ws-untied-msg      to ws-tl-status
                   add 1                   to ws-total-untied
           end-evaluate.
           write report-line               from ws-tie-line.

      *drawers this cashier has counted short past the tolerance
      *inside the window, today's among them
       470-count-window-shorts.
           perform varying ws-dh-idx from 1 by 1
               until ws-dh-idx > ws-dh-count
               if ws-dh-store (ws-dh-idx) = ws-cur-store
                   and ws-dh-cashier (ws-dh-idx)
                       = ws-dr-cashier (ws-inner-idx)
                   and ws-dh-date (ws-dh-idx) <= ws-run-date
                   and ws-dh-amount (ws-dh-idx)
                       < 0 - ws-short-tolerance
                   add 1                   to ws-window-shorts
               end-if
           end-perform.

      *drawer and flag counts
       500-report-footer.
           move ws-total-drawers           to ws-fl-drawers.
           move ws-total-balanced          to ws-fl-balanced.
           move ws-total-over              to ws-fl-over.
           move ws-total-short             to ws-fl-short.
           move ws-total-no-count          to ws-fl-no-count.
           move ws-total-counts-rej        to ws-fl-rejected.
           move ws-total-flagged           to ws-fl-flagged.
           write report-line               from spaces.
           write report-line               from ws-footer-line-1.
           write report-line               from ws-footer-line-2.

      *drawers the history had no room for - the operator needs
      *to widen it before the window reads light
       720-raise-full-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program52_Drawer_Recon"   to ws-alr-program.
           move "DRAWER HISTORY FULL"      to ws-alr-message.
           perform 740-write-alert-line.

      *cash left out of the drawers' takings
       725-raise-ring-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program52_Drawer_Recon"   to ws-alr-program.
           move "CASH RINGS DROPPED - DRAWER TABLE FULL"
                                           to ws-alr-message.
           perform 740-write-alert-line.

      *one cashier short on too many drawers inside the window
       730-raise-lp-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program52_Drawer_Recon"   to ws-alr-program.
           move spaces                     to ws-alr-message.
           string "DRAWER SHORTS PAST LIMIT - "
                                           delimited by size
                  ws-cur-store             delimited by size
                  " "                      delimited by size
                  ws-dr-cashier (ws-inner-idx)
                                           delimited by space
               into ws-alr-message.
           perform 740-write-alert-line.

       740-write-alert-line.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *writes the drawer history back out - header with the
      *business date first, then every drawer still inside the
      *window
       750-rewrite-drawer-history.
           open output hist-file.
           move spaces                     to hist-header-line.
           move 'HDR'                      to hh-header-tag.
           move ws-run-date                to hh-posted-date.
           write hist-header-line.
           perform varying ws-dh-idx from 1 by 1
               until ws-dh-idx > ws-dh-count
               move spaces                 to hist-line
               move ws-dh-store (ws-dh-idx)
                                           to dh-store-num
               move ws-dh-cashier (ws-dh-idx)
                                           to dh-cashier-id
               move ws-dh-date (ws-dh-idx) to dh-bus-date
               move ws-dh-amount (ws-dh-idx)
                                           to dh-over-short
               write hist-line
           end-perform.
           close hist-file.

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

      *a split file doesn't tie to its trailer - raise the alert
      *and end the step nonzero so the chain halts here
       920-refuse-input-file.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "CRIT"                     to ws-alr-severity.
           move "Program52_Drawer_Recon"   to ws-alr-program.
           move "SPLIT FILE FAILS ITS TRAILER CHECK"
                                           to ws-alr-message.
           perform 740-write-alert-line.
           move 8                          to return-code.
           stop run.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program52_Drawer_Recon"   to ws-aud-program.
           move ws-total-counts-read       to ws-aud-in.
           move ws-total-drawers           to ws-aud-out.
           compute ws-aud-rejected =
               ws-total-counts-rej + ws-total-rings-rej.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

       end program Program52_Drawer_Recon.
