       identification division.
       program-id. Program55_Loyalty_Post.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program runs at the end of each batch and
      *              rolls the day's customer rings into the loyalty
      *              master - one entry per customer number, carrying
      *              the points balance and what moved it this
      *              period. A sale or layaway payment with a
      *              customer on it earns points on its amount (tax
      *              is charged on top of the ring, so never earns)
      *              at the rate on the loyalty parameter file. A
      *              ring tendered 'LP' spends points instead, and
      *              one asking for more than the customer holds is
      *              refused here - listed, alerted and left off the
      *              balance. A return or void takes back what its
      *              original invoice earned, found through the
      *              original-invoice reference on today's rings or
      *              the invoice history master; an 'LP' return or
      *              void gives the spent points back. A balance with
      *              no earning or spending for the expiry period
      *              lapses. When the fiscal period turns over, a
      *              points statement is printed for every customer
      *              with a balance or activity in the period just
      *              closed. The outstanding-points liability and
      *              the day's accrual go to Program20_GL_Extract on
      *              a header/trailer-bracketed handoff. A batch
      *              already posted for this business date is not
      *              posted twice, unless the store-day backout has
      *              since taken a store's day back off the master.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Post a business date again when the store-day
      *               backout has marked the master header for it, so
      *               a store's corrected day is rolled in rather than
      *               skipped as already posted.

       environment division.

       input-output section.
       file-control.
      *the day's accepted records, as left by the edit and
      *re-entry/disposition steps
           select valid-file assign        to
                                   "../../../data/project1Valid.out"
               organization is line sequential
               file status is ws-valid-file-status.

      *the loyalty master - read back whole at startup, rewritten
      *whole at the end, the same load-then-rewrite pattern the
      *gift-card master uses
           select master-file assign       to
                               "../../../data/project1Loyalty.dat"
               organization is line sequential
               file status is ws-master-file-status.

      *the earn and redeem rates and the expiry period, one line
      *kept by marketing - missing means the standard programme
           select parm-file assign         to
                               "../../../data/project1LoyaltyParm.dat"
               organization is line sequential
               file status is ws-parm-file-status.

      *the invoice history master kept by the nightly history
      *post, for the original sale a return or void reverses
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is random
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the customer master kept by the maintenance program, for
      *the name on each statement
           select cust-master-file assign  to
                               "../../../data/project1CustMaster.dat"
               organization is line sequential
               file status is ws-cust-file-status.

      *the 4-5-4 fiscal calendar master kept by the calendar step
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *the daily posting report
           select report-file assign       to
                               "../../../data/project1Loyalty.out"
               organization is line sequential.

      *the points statements, printed when a period closes
           select stmt-file assign         to
                               "../../../data/project1LoyaltyStmt.out"
               organization is line sequential.

      *the liability handoff the ledger extract posts from
           select gl-handoff-file assign   to
                               "../../../data/project1LoyaltyGL.dat"
               organization is line sequential.

      *the business date of the batch being posted, as the
      *consolidation step leaves it
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

      *operations alert file - one severity-coded line per control
      *failure, kept as a running history the same way audit.log is
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

       data division.
       file section.

       fd valid-file
           data record is input-line
               record contains 86 characters.
       01 input-line.
           05 il-trans-code                pic x.
           05 il-trans-amount              pic 9(5)v99.
           05 il-pay-type                  pic xx.
           05 il-store-num                 pic xx.
           05 il-invoice-num               pic x(9).
           05 il-sku-code                  pic x(15).
           05 il-return-reason             pic xx.
               88 il-net-refunded       value 'RF'.
           05 il-orig-invoice-num          pic x(9).
           05 il-trans-date                pic x(8).
           05 il-exchange-sku              pic x(15).
           05 il-customer-num              pic x(8).
           05 il-cashier-id                pic x(8).

      *loyalty master record - the first record on the file is the
      *header carrying the date the master was last posted, the
      *rest are one entry per customer. The period figures run
      *from the opening balance to the balance now
       fd master-file
           data record is master-line
               record contains 90 characters.
       01 master-line.
           05 ml-customer-num              pic x(8).
           05 ml-balance                   pic 9(9).
           05 ml-open-balance              pic 9(9).
           05 ml-earned                    pic 9(9).
           05 ml-taken-back                pic 9(9).
           05 ml-redeemed                  pic 9(9).
           05 ml-restored                  pic 9(9).
           05 ml-expired                   pic 9(9).
           05 ml-last-activity             pic 9(8).
           05 ml-lifetime                  pic 9(9).
           05 filler                       pic x(2).
       01 master-header-line.
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
      *set by the store-day backout when the day it took off is
      *the day the master was last posted for
           05 mh-backout-flag              pic x.
               88 mh-backed-out         value 'B'.
           05 filler                       pic x(78).

      *points earned per dollar rung, points spent per dollar
      *redeemed, and the days a balance may sit untouched
       fd parm-file
           data record is parm-line
               record contains 20 characters.
       01 parm-line.
           05 lp-earn-rate                 pic 9(3).
           05 lp-redeem-rate               pic 9(5).
           05 lp-expiry-days               pic 9(4).
           05 filler                       pic x(8).

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

      *customer master record
       fd cust-master-file
           data record is cust-master-line
               record contains 51 characters.
       01 cust-master-line.
           05 cm-cust-num                  pic x(8).
           05 cm-cust-name                 pic x(20).
           05 cm-active-flag               pic x.
           05 filler                       pic x(22).

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

       fd report-file
           data record is report-line
               record contains 110 characters.
       01 report-line                      pic x(110)
           value spaces.

       fd stmt-file
           data record is stmt-line
               record contains 80 characters.
       01 stmt-line                        pic x(80)
           value spaces.

      *the chain's outstanding points liability and the day's
      *accrual, padded to the control record's length
       fd gl-handoff-file
           data record is gl-handoff-line
               record contains 70 characters.
       01 gl-handoff-line.
           05 lg-liability                 pic 9(9)v99.
           05 lg-accrual-dr-cr             pic x.
           05 lg-accrual                   pic 9(9)v99.
           05 lg-points-outstanding        pic 9(11).
           05 lg-post-date                 pic 9(8).
           05 filler                       pic x(28).

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

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

      *the fiscal calendar held in storage, and where a date falls
       copy "FISCALCAL.cpy".

      *file statuses
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-alert-file-status              pic xx
           value spaces.
       01 ws-valid-file-status              pic xx
           value spaces.
       01 ws-master-file-status             pic xx
           value spaces.
       01 ws-parm-file-status               pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-cust-file-status               pic xx
           value spaces.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.

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

       01 ws-eof                           pic x
           value 'n'.
       01 ws-master-eof                    pic x
           value 'n'.

       01 ws-hist-open-sw                   pic x
           value 'n'.
           88 ws-hist-is-open           value 'y'.

      *the business date this batch posts under
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-run-yyyy                  pic 9(4).
           05 ws-run-mmdd                  pic 9(4).

      *the date the master was last posted, off the master header
       01 ws-posted-date                   pic 9(8)
           value 0.

      *set when the master header shows this business date has
      *already been rolled in, so a rerun doesn't double the points
       01 ws-already-posted-sw             pic x
           value 'n'.
           88 ws-already-posted         value 'y'.

      *the programme in force - the standard one when there is no
      *parameter file: a point a dollar, a hundred points to the
      *dollar spent, and a year to use them in. An expiry of zero
      *days means points never lapse
       01 ws-earn-rate                     pic 9(3)
           value 1.
       01 ws-redeem-rate                   pic 9(5)
           value 100.
       01 ws-expiry-days                   pic 9(4)
           value 365.

      *the loyalty master held in storage - one entry per customer
       01 ws-loyalty-table.
           05 ws-ly-entry                  occurs 5000 times
               indexed by ws-ly-idx.
               10 ws-ly-customer-num       pic x(8).
               10 ws-ly-balance            pic 9(9).
               10 ws-ly-open-balance       pic 9(9).
               10 ws-ly-earned             pic 9(9).
               10 ws-ly-taken-back         pic 9(9).
               10 ws-ly-redeemed           pic 9(9).
               10 ws-ly-restored           pic 9(9).
               10 ws-ly-expired            pic 9(9).
               10 ws-ly-last-activity      pic 9(8).
               10 ws-ly-lifetime           pic 9(9).
       01 ws-ly-count                      pic 9(4)
           value 0.
       01 ws-cur-ly-idx                    pic 9(4)
           value 0.
       01 ws-table-full-sw                 pic x
           value 'n'.
           88 ws-table-full             value 'y'.

      *original invoices a return or void has been traced to this
      *run - today's own earning rings, and any looked up on the
      *history master - with what has been refunded against each,
      *so two reversals of one invoice can't take back more than
      *it earned
       01 ws-orig-table.
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

      *customer names for the statements
       01 ws-name-table.
           05 ws-nm-entry                  occurs 5000 times
               indexed by ws-nm-idx.
               10 ws-nm-cust-num           pic x(8).
               10 ws-nm-cust-name          pic x(20).
       01 ws-nm-count                      pic 9(4)
           value 0.

      *the customer and original invoice the record at hand names
       01 ws-work-customer                 pic x(8)
           value spaces.
       01 ws-work-invoice                  pic x(9)
           value spaces.

      *the points one ring moves, and the dollars they stand on
       01 ws-points                        pic 9(9)
           value 0.
       01 ws-eligible-amount               pic 9(5)v99
           value 0.

      *the period the master was last posted in, and today's -
      *fiscal yyyypp off the calendar, else the calendar yyyymm
       01 ws-key-period                    pic 9(6)
           value 0.
       01 ws-posted-period                 pic 9(6)
           value 0.
       01 ws-run-period                    pic 9(6)
           value 0.

      *the outstanding points and the dollars they are worth,
      *before the post and after it, and the day's accrual
       01 ws-total-points                  pic 9(11)
           value 0.
       01 ws-liability-before              pic 9(9)v99
           value 0.
       01 ws-liability-after               pic 9(9)v99
           value 0.
       01 ws-points-spent-dollars          pic s9(9)v99
           value 0.
       01 ws-accrual                       pic s9(9)v99
           value 0.
       01 ws-abs-amount                    pic 9(9)v99
           value 0.
       01 ws-stmt-worth                    pic 9(9)v99
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

      *counts and points for the footer and the audit log
       01 ws-total-records                 pic 9(5)
           value 0.
       01 ws-total-posted                  pic 9(5)
           value 0.
       01 ws-total-rejected                pic 9(5)
           value 0.
       01 ws-total-untraced                pic 9(5)
           value 0.
       01 ws-total-lapsed                  pic 9(5)
           value 0.
       01 ws-total-statements              pic 9(5)
           value 0.
       01 ws-pts-earned                    pic 9(9)
           value 0.
       01 ws-pts-taken-back                pic 9(9)
           value 0.
       01 ws-pts-redeemed                  pic 9(9)
           value 0.
       01 ws-pts-restored                  pic 9(9)
           value 0.
       01 ws-pts-expired                   pic 9(9)
           value 0.

      *the ring an alert is about
       01 ws-alert-customer                pic x(8)
           value spaces.
       01 ws-alert-invoice                 pic x(9)
           value spaces.

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
           05 filler                       pic x(29)
               value "LOYALTY POINTS POST".
           05 filler                       pic x(15)
               value "BUSINESS DATE: ".
           05 ws-rh-bus-date               pic 9(8)
               value 0.

      *the programme the day was posted under
       01 ws-rates-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(6)
               value "EARN ".
           05 ws-rl-earn                   pic zz9
               value 0.
           05 filler                       pic x(21)
               value " PTS PER $1   REDEEM ".
           05 ws-rl-redeem                 pic zz,zz9
               value 0.
           05 filler                       pic x(26)
               value " PTS PER $1   LAPSE AFTER ".
           05 ws-rl-expiry                 pic z,zz9
               value 0.
           05 filler                       pic x(5)
               value " DAYS".

      *exception column headings
       01 ws-report-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(11)
               value "CUSTOMER".
           05 filler                       pic x(12)
               value "INVOICE".
           05 filler                       pic x(14)
               value "AMOUNT".
           05 filler                       pic x(13)
               value "POINTS".
           05 filler                       pic x(13)
               value "BALANCE".
           05 filler                       pic x(25)
               value "EXCEPTION".

       01 ws-underlines.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(11)
               value "--------".
           05 filler                       pic x(12)
               value "---------".
           05 filler                       pic x(14)
               value "----------".
           05 filler                       pic x(13)
               value "-----------".
           05 filler                       pic x(13)
               value "-----------".
           05 filler                       pic x(25)
               value "-------------------------".

      *one exception - a refused redemption, a take-back the
      *balance couldn't cover, or a balance that lapsed
       01 ws-exception-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-el-customer               pic x(8)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-amount                 pic $$$,$$9.99
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 ws-el-points                 pic zzz,zzz,zz9
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-el-balance                pic zzz,zzz,zz9
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-el-text                   pic x(25)
               value spaces.

       01 ws-no-exceptions-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(40)
               value "NO EXCEPTIONS".

      *footer - the day's movements and the liability
       01 ws-count-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cl-label                  pic x(34)
               value spaces.
           05 ws-cl-value                  pic zzz,zzz,zz9
               value 0.

       01 ws-money-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ml-label                  pic x(34)
               value spaces.
           05 ws-ml-value                  pic $$$$,$$$,$$9.99-
               value 0.

       01 ws-full-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(60)
               value "LOYALTY MASTER FULL - NEW CUSTOMERS NOT ENROLLED".

      *statement page header
       01 ws-stmt-header.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(34)
               value "LOYALTY POINTS STATEMENTS".
           05 filler                       pic x(8)
               value "PERIOD: ".
           05 ws-sh-period                 pic 9(6)
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(10)
               value "PRINTED: ".
           05 ws-sh-run-date               pic 9(8)
               value 0.

       01 ws-stmt-none-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(40)
               value "NO PERIOD CLOSED WITH THIS POST".

      *one customer's statement - who, then the period's figures
       01 ws-stmt-cust-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(10)
               value "CUSTOMER: ".
           05 ws-sc-customer               pic x(8)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-sc-name                   pic x(20)
               value spaces.

       01 ws-stmt-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(9)
               value " OPENING".
           05 filler                       pic x(9)
               value "  EARNED".
           05 filler                       pic x(9)
               value "   TAKEN".
           05 filler                       pic x(9)
               value "   SPENT".
           05 filler                       pic x(9)
               value "   GIVEN".
           05 filler                       pic x(9)
               value "  LAPSED".
           05 filler                       pic x(9)
               value " CLOSING".
           05 filler                       pic x(14)
               value "         WORTH".

       01 ws-stmt-figures-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sf-opening                pic zzzz,zz9
               value 0.
           05 filler                       pic x
               value space.
           05 ws-sf-earned                 pic zzzz,zz9
               value 0.
           05 filler                       pic x
               value space.
           05 ws-sf-taken                  pic zzzz,zz9
               value 0.
           05 filler                       pic x
               value space.
           05 ws-sf-spent                  pic zzzz,zz9
               value 0.
           05 filler                       pic x
               value space.
           05 ws-sf-given                  pic zzzz,zz9
               value 0.
           05 filler                       pic x
               value space.
           05 ws-sf-lapsed                 pic zzzz,zz9
               value 0.
           05 filler                       pic x
               value space.
           05 ws-sf-closing                pic zzzz,zz9
               value 0.
           05 filler                       pic x
               value space.
           05 ws-sf-worth                  pic $$$,$$$,$$9.99
               value 0.

       procedure division.
           perform 050-settle-run-date.
           perform 060-load-parm.

           perform 100-load-master.

      *a batch already rolled in for this business date stays
      *rolled in once - a rerun just logs itself, and the ledger
      *handoff that first run left stands as it is
           if ws-already-posted
               perform 600-write-audit-line
               goback
           end-if.

           perform 070-load-fiscal-cal.
           perform 080-load-cust-names.

           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-run-serial.

           perform 150-total-liability.
           move ws-liability-after         to ws-liability-before.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-run-date                to ws-rh-bus-date.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.
           move ws-earn-rate               to ws-rl-earn.
           move ws-redeem-rate             to ws-rl-redeem.
           move ws-expiry-days             to ws-rl-expiry.
           write report-line               from ws-rates-line.
           write report-line               from spaces.
           write report-line               from ws-report-headings.
           write report-line               from ws-underlines.

           perform 200-close-period.

           perform 250-post-valid-records.
           perform 400-lapse-dormant-balances.

           if ws-total-rejected = 0 and ws-total-lapsed = 0
               write report-line           from ws-no-exceptions-line
           end-if.

           perform 150-total-liability.
           compute ws-accrual =
               ws-liability-after - ws-liability-before
               + ws-points-spent-dollars.

           perform 500-rewrite-master.
           perform 520-write-gl-handoff.
           perform 550-report-footer.
           close report-file.

           perform 600-write-audit-line.

           goback.

      *the run posts under the business date the consolidation
      *step left, falling back to the machine date like the other
      *posting steps
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

      *the programme's rates - a missing file or a figure that
      *isn't numeric leaves the standard one in force, and a
      *redeem rate of zero would make every point worthless
       060-load-parm.
           open input parm-file
           if ws-parm-file-status = '00'
               read parm-file
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
                       if lp-expiry-days is numeric
                           move lp-expiry-days
                                           to ws-expiry-days
                       end-if
               end-read
               close parm-file
           end-if.

      *the fiscal calendar into storage - from three years back
      *on, matching the period step. A missing calendar leaves
      *every date to the calendar month
       070-load-fiscal-cal.
           compute ws-fc-keep-from =
               (ws-run-yyyy - 3) * 10000 + 101.
           move 'n'                        to ws-eof.
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

      *customer numbers and names, for the statements
       080-load-cust-names.
           move 'n'                        to ws-eof.
           open input cust-master-file
           if ws-cust-file-status = '00'
               read cust-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-nm-count < 5000
                       add 1               to ws-nm-count
                       move cm-cust-num    to
                           ws-nm-cust-num (ws-nm-count)
                       move cm-cust-name   to
                           ws-nm-cust-name (ws-nm-count)
                   end-if
                   read cust-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close cust-master-file
           end-if.

      *reads the loyalty master back into storage - header first,
      *then one entry per customer. A missing master just means
      *this is the first run ever
       100-load-master.
           open input master-file
           if ws-master-file-status = '00'
               read master-file
                   at end move 'y'         to ws-master-eof
               end-read
               if ws-master-eof not = 'y' and mh-is-header
                   move mh-posted-date     to ws-posted-date
                   if ws-posted-date = ws-run-date
                       and not mh-backed-out
                       move 'y'            to ws-already-posted-sw
                   end-if
               end-if
               perform until ws-master-eof = 'y'
                   read master-file
                       at end move 'y'     to ws-master-eof
                   end-read
                   if ws-master-eof not = 'y'
                       and ws-ly-count < 5000
                       add 1               to ws-ly-count
                       move ml-customer-num
                                           to
                           ws-ly-customer-num (ws-ly-count)
                       move ml-balance     to
                           ws-ly-balance (ws-ly-count)
                       move ml-open-balance
                                           to
                           ws-ly-open-balance (ws-ly-count)
                       move ml-earned      to
                           ws-ly-earned (ws-ly-count)
                       move ml-taken-back  to
                           ws-ly-taken-back (ws-ly-count)
                       move ml-redeemed    to
                           ws-ly-redeemed (ws-ly-count)
                       move ml-restored    to
                           ws-ly-restored (ws-ly-count)
                       move ml-expired     to
                           ws-ly-expired (ws-ly-count)
                       move ml-last-activity
                                           to
                           ws-ly-last-activity (ws-ly-count)
                       move ml-lifetime    to
                           ws-ly-lifetime (ws-ly-count)
                   end-if
               end-perform
               close master-file
           end-if.

      *every customer's points, and the dollars they would buy at
      *today's redeem rate - the liability the ledger carries
       150-total-liability.
           move 0                          to ws-total-points.
           perform varying ws-ly-idx from 1 by 1
               until ws-ly-idx > ws-ly-count
               add ws-ly-balance (ws-ly-idx)
                                           to ws-total-points
           end-perform.
           compute ws-liability-after rounded =
               ws-total-points / ws-redeem-rate.

      *the first post in a new period closes the last one - every
      *customer with a balance or activity in it gets a statement,
      *then the period figures start again from today's balance.
      *The statement file is rewritten each run so it only ever
      *holds the latest close
       200-close-period.
           open output stmt-file.
           move ws-posted-date             to ws-calc-date.
           perform 820-settle-period-key.
           move ws-key-period              to ws-posted-period.
           move ws-run-date                to ws-calc-date.
           perform 820-settle-period-key.
           move ws-key-period              to ws-run-period.

           write stmt-line                 from spaces.
           if ws-posted-date = 0
               or ws-posted-period = ws-run-period
               move ws-run-period          to ws-sh-period
               move ws-run-date            to ws-sh-run-date
               write stmt-line             from ws-stmt-header
               write stmt-line             from spaces
               write stmt-line             from ws-stmt-none-line
           else
               move ws-posted-period       to ws-sh-period
               move ws-run-date            to ws-sh-run-date
               write stmt-line             from ws-stmt-header
               write stmt-line             from spaces
               perform varying ws-ly-idx from 1 by 1
                   until ws-ly-idx > ws-ly-count
                   if ws-ly-balance (ws-ly-idx) > 0
                       or ws-ly-open-balance (ws-ly-idx) > 0
                       or ws-ly-earned (ws-ly-idx) > 0
                       or ws-ly-taken-back (ws-ly-idx) > 0
                       or ws-ly-redeemed (ws-ly-idx) > 0
                       or ws-ly-restored (ws-ly-idx) > 0
                       or ws-ly-expired (ws-ly-idx) > 0
                       perform 220-print-one-statement
                   end-if
                   move ws-ly-balance (ws-ly-idx)
                                           to
                       ws-ly-open-balance (ws-ly-idx)
                   move 0                  to
                       ws-ly-earned (ws-ly-idx)
                   move 0                  to
                       ws-ly-taken-back (ws-ly-idx)
                   move 0                  to
                       ws-ly-redeemed (ws-ly-idx)
                   move 0                  to
                       ws-ly-restored (ws-ly-idx)
                   move 0                  to
                       ws-ly-expired (ws-ly-idx)
               end-perform
           end-if.
           close stmt-file.

      *one customer's period - opening balance, what moved it,
      *the closing balance and what it is worth in dollars
       220-print-one-statement.
           add 1                           to ws-total-statements.
           move ws-ly-customer-num (ws-ly-idx)
                                           to ws-sc-customer.
           move spaces                     to ws-sc-name.
           perform varying ws-nm-idx from 1 by 1
               until ws-nm-idx > ws-nm-count
               if ws-nm-cust-num (ws-nm-idx)
                   = ws-ly-customer-num (ws-ly-idx)
                   move ws-nm-cust-name (ws-nm-idx)
                                           to ws-sc-name
               end-if
           end-perform.
           move ws-ly-open-balance (ws-ly-idx)
                                           to ws-sf-opening.
           move ws-ly-earned (ws-ly-idx)   to ws-sf-earned.
           move ws-ly-taken-back (ws-ly-idx)
                                           to ws-sf-taken.
           move ws-ly-redeemed (ws-ly-idx) to ws-sf-spent.
           move ws-ly-restored (ws-ly-idx) to ws-sf-given.
           move ws-ly-expired (ws-ly-idx)  to ws-sf-lapsed.
           move ws-ly-balance (ws-ly-idx)  to ws-sf-closing.
           compute ws-stmt-worth rounded =
               ws-ly-balance (ws-ly-idx) / ws-redeem-rate.
           move ws-stmt-worth              to ws-sf-worth.
           write stmt-line                 from ws-stmt-cust-line.
           write stmt-line                 from ws-stmt-headings.
           write stmt-line                 from ws-stmt-figures-line.
           write stmt-line                 from spaces.

      *rolls each of the day's customer rings into the master - a
      *missing valid file just means nothing to post today
       250-post-valid-records.
           open input history-file
           if ws-hist-file-status = '00'
               move 'y'                    to ws-hist-open-sw
           end-if.
           move 'n'                        to ws-eof.
           open input valid-file
           if ws-valid-file-status = '00'
               read valid-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 009-classify-record
                   if ws-is-ctl-record
                       continue
                   else
                       add 1               to ws-ctl-in-cnt
                       if il-trans-amount is numeric
                           add il-trans-amount
                                           to ws-ctl-in-hash
                           add 1           to ws-total-records
                           perform 260-post-one-record
                       end-if
                   end-if
                   read valid-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close valid-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.
           if ws-hist-is-open
               close history-file
           end-if.

      *one record's points, if it moves any. Every ring paid in
      *points counts toward the dollars the tills took in points,
      *refused or not - the POS has already honoured it, so the
      *ledger accrual has to see it either way
       260-post-one-record.
           if il-pay-type = 'LP'
               evaluate true
                   when il-trans-code = 'S' or il-trans-code = 'L'
                       add il-trans-amount to ws-points-spent-dollars
                       perform 300-redeem-points
                   when il-trans-code = 'X' and not il-net-refunded
                       add il-trans-amount to ws-points-spent-dollars
                       perform 300-redeem-points
                   when other
                       subtract il-trans-amount
                                           from ws-points-spent-dollars
                       perform 320-restore-points
               end-evaluate
           else
               evaluate true
                   when il-trans-code = 'S' or il-trans-code = 'L'
                       perform 280-earn-points
                   when il-trans-code = 'R' or il-trans-code = 'V'
                       perform 340-take-back-points
                   when other
                       continue
               end-evaluate
           end-if.

      *a sale or layaway payment with a customer on it earns on
      *its amount - and is remembered, in case it is returned or
      *voided before tonight's history post learns it
       280-earn-points.
           if il-customer-num not = spaces
               move il-customer-num        to ws-work-customer
               perform 350-find-or-add-customer
               if ws-cur-ly-idx > 0
                   compute ws-points =
                       il-trans-amount * ws-earn-rate
                   add ws-points           to
                       ws-ly-balance (ws-cur-ly-idx)
                   add ws-points           to
                       ws-ly-earned (ws-cur-ly-idx)
                   add ws-points           to
                       ws-ly-lifetime (ws-cur-ly-idx)
                   move ws-run-date        to
                       ws-ly-last-activity (ws-cur-ly-idx)
                   add ws-points           to ws-pts-earned
                   add 1                   to ws-total-posted
               end-if
               if ws-og-count < 5000
                   add 1                   to ws-og-count
                   move il-invoice-num     to
                       ws-og-invoice-num (ws-og-count)
                   move il-customer-num    to
                       ws-og-customer-num (ws-og-count)
                   move il-trans-amount    to
                       ws-og-amount (ws-og-count)
                   move 0                  to
                       ws-og-refunded (ws-og-count)
               end-if
           end-if.

      *a ring paid in points - refused when it asks for more than
      *the customer holds
       300-redeem-points.
           move il-customer-num            to ws-work-customer.
           compute ws-points rounded =
               il-trans-amount * ws-redeem-rate.
           perform 360-find-customer.
           if ws-cur-ly-idx = 0
               perform 310-refuse-redemption
           else
               if ws-points > ws-ly-balance (ws-cur-ly-idx)
                   perform 310-refuse-redemption
               else
                   subtract ws-points      from
                       ws-ly-balance (ws-cur-ly-idx)
                   add ws-points           to
                       ws-ly-redeemed (ws-cur-ly-idx)
                   move ws-run-date        to
                       ws-ly-last-activity (ws-cur-ly-idx)
                   add ws-points           to ws-pts-redeemed
                   add 1                   to ws-total-posted
               end-if
           end-if.

       310-refuse-redemption.
           add 1                           to ws-total-rejected.
           move il-customer-num            to ws-el-customer.
           move il-invoice-num             to ws-el-invoice.
           move il-trans-amount            to ws-el-amount.
           move ws-points                  to ws-el-points.
           if ws-cur-ly-idx = 0
               move 0                      to ws-el-balance
           else
               move ws-ly-balance (ws-cur-ly-idx)
                                           to ws-el-balance
           end-if.
           move "REDEMPTION OVER BALANCE"  to ws-el-text.
           write report-line               from ws-exception-line.
           move il-customer-num            to ws-alert-customer.
           move il-invoice-num             to ws-alert-invoice.
           perform 700-raise-refused-alert.

      *a return, void or refunded exchange of a ring paid in
      *points gives the points back to the customer keyed on it
       320-restore-points.
           move il-customer-num            to ws-work-customer.
           perform 350-find-or-add-customer.
           if ws-cur-ly-idx > 0
               compute ws-points rounded =
                   il-trans-amount * ws-redeem-rate
               add ws-points               to
                   ws-ly-balance (ws-cur-ly-idx)
               add ws-points               to
                   ws-ly-restored (ws-cur-ly-idx)
               move ws-run-date            to
                   ws-ly-last-activity (ws-cur-ly-idx)
               add ws-points               to ws-pts-restored
               add 1                       to ws-total-posted
           end-if.

      *a return or void takes back what its original earned, at
      *today's earn rate, on no more than is still unrefunded on
      *the original. A void with no original invoice keyed voids
      *its own. An original with no customer never earned, and
      *the balance is never taken below zero
       340-take-back-points.
           if il-orig-invoice-num not = spaces
               move il-orig-invoice-num    to ws-work-invoice
           else
               move il-invoice-num         to ws-work-invoice
           end-if.
           perform 370-find-original.
           if ws-cur-og-idx = 0
               add 1                       to ws-total-untraced
           else
               if ws-og-customer-num (ws-cur-og-idx) not = spaces
                   compute ws-eligible-amount =
                       ws-og-amount (ws-cur-og-idx)
                       - ws-og-refunded (ws-cur-og-idx)
                   if il-trans-amount < ws-eligible-amount
                       move il-trans-amount
                                           to ws-eligible-amount
                   end-if
                   add il-trans-amount     to
                       ws-og-refunded (ws-cur-og-idx)
                   move ws-og-customer-num (ws-cur-og-idx)
                                           to ws-work-customer
                   perform 360-find-customer
                   if ws-cur-ly-idx > 0
                       compute ws-points =
                           ws-eligible-amount * ws-earn-rate
                       if ws-points > ws-ly-balance (ws-cur-ly-idx)
                           move ws-work-customer
                                           to ws-el-customer
                           move il-invoice-num
                                           to ws-el-invoice
                           move il-trans-amount
                                           to ws-el-amount
                           move ws-points  to ws-el-points
                           move ws-ly-balance (ws-cur-ly-idx)
                                           to ws-el-balance
                           move "TAKE-BACK PAST BALANCE"
                                           to ws-el-text
                           write report-line
                                           from ws-exception-line
                           move ws-ly-balance (ws-cur-ly-idx)
                                           to ws-points
                       end-if
                       subtract ws-points  from
                           ws-ly-balance (ws-cur-ly-idx)
                       add ws-points       to
                           ws-ly-taken-back (ws-cur-ly-idx)
                       add ws-points       to ws-pts-taken-back
                       add 1               to ws-total-posted
                   end-if
               end-if
           end-if.

      *looks the customer up in the table, enrolling a new zeroed
      *entry the first time one is seen; 0 only when the table is
      *full
       350-find-or-add-customer.
           perform 360-find-customer.
           if ws-cur-ly-idx = 0
               if ws-ly-count < 5000
                   add 1                   to ws-ly-count
                   move ws-work-customer   to
                       ws-ly-customer-num (ws-ly-count)
                   move 0                  to
                       ws-ly-balance (ws-ly-count)
                   move 0                  to
                       ws-ly-open-balance (ws-ly-count)
                   move 0                  to
                       ws-ly-earned (ws-ly-count)
                   move 0                  to
                       ws-ly-taken-back (ws-ly-count)
                   move 0                  to
                       ws-ly-redeemed (ws-ly-count)
                   move 0                  to
                       ws-ly-restored (ws-ly-count)
                   move 0                  to
                       ws-ly-expired (ws-ly-count)
                   move 0                  to
                       ws-ly-last-activity (ws-ly-count)
                   move 0                  to
                       ws-ly-lifetime (ws-ly-count)
                   move ws-ly-count        to ws-cur-ly-idx
               else
                   if not ws-table-full
                       move 'y'            to ws-table-full-sw
                       write report-line   from ws-full-line
                       perform 710-raise-full-alert
                   end-if
               end-if
           end-if.

      *looks the customer up in the table; 0 when not enrolled
       360-find-customer.
           move 0                          to ws-cur-ly-idx.
           perform varying ws-ly-idx from 1 by 1
               until ws-ly-idx > ws-ly-count
               if ws-ly-customer-num (ws-ly-idx) = ws-work-customer
                   set ws-cur-ly-idx       to ws-ly-idx
               end-if
           end-perform.

      *the original a reversal names - already traced this run,
      *or one keyed read of the history master for a sale or
      *layaway payment; 0 when it can't be found
       370-find-original.
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

      *a balance nobody has earned or spent against for the
      *expiry period lapses - listed, and counted in the period's
      *lapsed points for the statement
       400-lapse-dormant-balances.
           if ws-expiry-days > 0
               perform varying ws-ly-idx from 1 by 1
                   until ws-ly-idx > ws-ly-count
                   if ws-ly-balance (ws-ly-idx) > 0
                       and ws-ly-last-activity (ws-ly-idx) > 0
                       move ws-ly-last-activity (ws-ly-idx)
                                           to ws-calc-date
                       perform 800-compute-day-serial
                       if ws-run-serial - ws-serial-day
                           > ws-expiry-days
                           perform 420-lapse-one-balance
                       end-if
                   end-if
               end-perform
           end-if.

       420-lapse-one-balance.
           add 1                           to ws-total-lapsed.
           move ws-ly-customer-num (ws-ly-idx)
                                           to ws-el-customer.
           move spaces                     to ws-el-invoice.
           compute ws-abs-amount rounded =
               ws-ly-balance (ws-ly-idx) / ws-redeem-rate.
           move ws-abs-amount              to ws-el-amount.
           move ws-ly-balance (ws-ly-idx)  to ws-el-points.
           move 0                          to ws-el-balance.
           move "LAPSED - UNUSED"          to ws-el-text.
           write report-line               from ws-exception-line.
           add ws-ly-balance (ws-ly-idx)   to ws-pts-expired.
           add ws-ly-balance (ws-ly-idx)   to
               ws-ly-expired (ws-ly-idx).
           move 0                          to
               ws-ly-balance (ws-ly-idx).

      *tells a control record apart from a detail record, and
      *verifies the trailer the moment it goes by
       009-classify-record.
           move 'n'                        to ws-ctl-record-sw.
           move input-line                 to ws-ctl-record.
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

      *writes the whole master back out - header with this
      *business date first, then every customer
       500-rewrite-master.
           open output master-file.
           move spaces                     to master-line.
           move 'HDR'                      to mh-header-tag.
           move ws-run-date                to mh-posted-date.
           if ws-posted-date > ws-run-date
               move ws-posted-date         to mh-posted-date
           end-if.
           write master-line.
           perform varying ws-ly-idx from 1 by 1
               until ws-ly-idx > ws-ly-count
               move spaces                 to master-line
               move ws-ly-customer-num (ws-ly-idx)
                                           to ml-customer-num
               move ws-ly-balance (ws-ly-idx)
                                           to ml-balance
               move ws-ly-open-balance (ws-ly-idx)
                                           to ml-open-balance
               move ws-ly-earned (ws-ly-idx)
                                           to ml-earned
               move ws-ly-taken-back (ws-ly-idx)
                                           to ml-taken-back
               move ws-ly-redeemed (ws-ly-idx)
                                           to ml-redeemed
               move ws-ly-restored (ws-ly-idx)
                                           to ml-restored
               move ws-ly-expired (ws-ly-idx)
                                           to ml-expired
               move ws-ly-last-activity (ws-ly-idx)
                                           to ml-last-activity
               move ws-ly-lifetime (ws-ly-idx)
                                           to ml-lifetime
               write master-line
           end-perform.
           close master-file.

      *the liability and the day's accrual for the ledger extract
      *- header, one detail, trailer carrying the accrual as its
      *hash. A debit accrual is points expense, a credit one is
      *points that lapsed or came back out of the liability
       520-write-gl-handoff.
           open output gl-handoff-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program55_Loyalty_Post"   to ws-ctl-program.
           write gl-handoff-line           from ws-ctl-record.

           move spaces                     to gl-handoff-line.
           move ws-liability-after         to lg-liability.
           if ws-accrual < 0
               move 'C'                    to lg-accrual-dr-cr
               compute ws-abs-amount = 0 - ws-accrual
           else
               move 'D'                    to lg-accrual-dr-cr
               move ws-accrual             to ws-abs-amount
           end-if.
           move ws-abs-amount              to lg-accrual.
           move ws-total-points            to lg-points-outstanding.
           move ws-run-date                to lg-post-date.
           write gl-handoff-line.

           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move 1                          to ws-ctl-count.
           move ws-abs-amount              to ws-ctl-hash.
           write gl-handoff-line           from ws-ctl-record.
           close gl-handoff-file.

      *the day's movements, the liability and the accrual
       550-report-footer.
           write report-line               from spaces.
           move "RINGS READ"               to ws-cl-label.
           move ws-total-records           to ws-cl-value.
           write report-line               from ws-count-line.
           move "POINT MOVEMENTS POSTED"   to ws-cl-label.
           move ws-total-posted            to ws-cl-value.
           write report-line               from ws-count-line.
           move "REDEMPTIONS REFUSED"      to ws-cl-label.
           move ws-total-rejected          to ws-cl-value.
           write report-line               from ws-count-line.
           move "REVERSALS - ORIGINAL NOT FOUND"
                                           to ws-cl-label.
           move ws-total-untraced          to ws-cl-value.
           write report-line               from ws-count-line.
           move "POINTS EARNED"            to ws-cl-label.
           move ws-pts-earned              to ws-cl-value.
           write report-line               from ws-count-line.
           move "POINTS TAKEN BACK"        to ws-cl-label.
           move ws-pts-taken-back          to ws-cl-value.
           write report-line               from ws-count-line.
           move "POINTS SPENT"             to ws-cl-label.
           move ws-pts-redeemed            to ws-cl-value.
           write report-line               from ws-count-line.
           move "POINTS GIVEN BACK"        to ws-cl-label.
           move ws-pts-restored            to ws-cl-value.
           write report-line               from ws-count-line.
           move "POINTS LAPSED"            to ws-cl-label.
           move ws-pts-expired             to ws-cl-value.
           write report-line               from ws-count-line.
           move "POINTS OUTSTANDING"       to ws-cl-label.
           move ws-total-points            to ws-cl-value.
           write report-line               from ws-count-line.
           if ws-total-statements > 0
               move "STATEMENTS PRINTED"   to ws-cl-label
               move ws-total-statements    to ws-cl-value
               write report-line           from ws-count-line
           end-if.
           write report-line               from spaces.
           move "LIABILITY BEFORE POST"    to ws-ml-label.
           move ws-liability-before        to ws-ml-value.
           write report-line               from ws-money-line.
           move "LIABILITY AFTER POST"     to ws-ml-label.
           move ws-liability-after         to ws-ml-value.
           write report-line               from ws-money-line.
           move "SPENT IN POINTS AT THE TILLS"
                                           to ws-ml-label.
           move ws-points-spent-dollars    to ws-ml-value.
           write report-line               from ws-money-line.
           move "ACCRUAL TO THE LEDGER"    to ws-ml-label.
           move ws-accrual                 to ws-ml-value.
           write report-line               from ws-money-line.

      *a redemption asked for more points than the customer held -
      *WARN, not CRIT: the batch posts on, but the store honoured
      *points that weren't there
       700-raise-refused-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program55_Loyalty_Post"   to ws-alr-program.
           move spaces                     to ws-alr-message.
           string "POINTS OVER BALANCE - "
                                           delimited by size
                  ws-alert-customer        delimited by size
                  " "                      delimited by size
                  ws-alert-invoice         delimited by size
               into ws-alr-message.
           perform 740-write-alert-line.

      *the master has no room for another customer
       710-raise-full-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program55_Loyalty_Post"   to ws-alr-program.
           move "LOYALTY MASTER FULL - NOT ENROLLED"
                                           to ws-alr-message.
           perform 740-write-alert-line.

       740-write-alert-line.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *the day serial of the date in ws-calc-date
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

      *the period key of the date in ws-calc-date - fiscal yyyypp
      *when the calendar reaches it, else the calendar yyyymm
       820-settle-period-key.
           move ws-calc-date               to ws-fis-date.
           perform 830-place-fiscal-date.
           if ws-fis-found
               move ws-fis-period-key      to ws-key-period
           else
               compute ws-key-period =
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

      *the input file doesn't tie to its trailer - raise the alert
      *and end the step nonzero so the chain halts here
       920-refuse-input-file.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "CRIT"                     to ws-alr-severity.
           move "Program55_Loyalty_Post"   to ws-alr-program.
           move "VALID FILE FAILS ITS TRAILER CHECK"
                                           to ws-alr-message.
           perform 740-write-alert-line.
           move 8                          to return-code.
           stop run.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program55_Loyalty_Post"   to ws-aud-program.
           move ws-total-records           to ws-aud-in.
           move ws-total-posted            to ws-aud-out.
           move ws-total-rejected          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

       end program Program55_Loyalty_Post.
