       identification division.
       program-id. Program45_Commission.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program runs the pay-period commission for
      *              the floor staff off the invoice history master.
      *              Every sale rung in the pay period earns its
      *              cashier commission at the rate the commission
      *              rate master gives for the store and the SKU's
      *              class - the most particular rate on file wins:
      *              store and class, then class at every store,
      *              then the store's own rate, then the rate for
      *              every store. Every return and void in the
      *              period is traced back through its original
      *              invoice and clawed back from the cashier who
      *              rang that sale, at the rate the sale earned,
      *              not from the cashier who processed the refund;
      *              one whose original is no longer on the history
      *              is charged to the processing cashier and said
      *              so on the statement. A statement prints per
      *              cashier, and a payroll interface file carries
      *              one earnings line per cashier between the usual
      *              header and trailer. The pay period comes off a
      *              one-line parameter file; every period extracted
      *              goes on a register, and a period overlapping
      *              one already on the register is refused, so no
      *              pay period is ever paid twice. Run on demand,
      *              outside the daily chain, like the master
      *              maintenance program.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Refuse to run while the nightly chain holds its
      *               run lock, unless operations has keyed a one-shot
      *               override in project1LockOverride.dat naming this
      *               program, who is overriding and why; refused and
      *               overridden runs are flagged on the alert file.
      *  -            Stop with a CRIT alert, nothing paid or
      *               registered, when the period holds more returns
      *               and voids or more cashiers than the tables do,
      *               instead of paying short.

       environment division.

       input-output section.
       file-control.
      *the invoice history master kept by the nightly history
      *post - walked once front to back, then read by key for
      *each reversal's original sale. File status lets us tell
      *"no master yet" apart from a real open error
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is dynamic
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the pay period being paid - start and end date
           select parm-file assign         to
                               "../../../data/project1PayPeriod.dat"
               organization is line sequential
               file status is ws-parm-file-status.

      *every pay period already extracted, one line each
           select register-file assign     to
                               "../../../data/project1CommRegister.dat"
               organization is line sequential
               file status is ws-reg-file-status.

      *the commission rate master kept by the maintenance program
           select rate-file assign         to
                               "../../../data/project1CommRate.dat"
               organization is line sequential
               file status is ws-rate-file-status.

      *the cashier master kept by the maintenance program, for
      *the cashier's name and home store
           select cash-master-file assign  to
                               "../../../data/project1CashierMaster.dat"
               organization is line sequential
               file status is ws-chm-file-status.

      *the payroll interface file
           select payroll-file assign      to
                               "../../../data/project1Payroll.dat"
               organization is line sequential.

      *the commission statements
           select report-file assign       to
                               "../../../data/project1CommStmt.out"
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

      *the keyed pay period
       fd parm-file
           data record is parm-line
               record contains 16 characters.
       01 parm-line.
           05 pm-period-start              pic x(8).
           05 pm-period-end                pic x(8).

      *one pay period extracted - its dates, the day it was run,
      *the cashiers paid and the commission paid
       fd register-file
           data record is register-line
               record contains 41 characters.
       01 register-line.
           05 rg-period-start              pic 9(8).
           05 rg-period-end                pic 9(8).
           05 rg-run-date                  pic 9(8).
           05 rg-cashiers                  pic 9(5).
           05 rg-commission                pic s9(9)v99
               sign leading separate.

      *commission rate record - the rate is a percentage with
      *implied 99v99
       fd rate-file
           data record is rate-line
               record contains 12 characters.
       01 rate-line.
           05 cr-store-num                 pic xx.
           05 cr-sku-class                 pic x(5).
           05 cr-comm-pct                  pic x(4).
           05 cr-comm-pct-n redefines cr-comm-pct
                                           pic 99v99.
           05 cr-active-flag               pic x.
               88 cr-is-active          value 'A'.

      *cashier master record
       fd cash-master-file
           data record is cash-master-line
               record contains 31 characters.
       01 cash-master-line.
           05 ch-cashier-id                pic x(8).
           05 ch-cashier-name              pic x(20).
           05 ch-store-num                 pic xx.
           05 ch-active-flag               pic x.

      *one payroll earnings line - signed, since a cashier whose
      *clawbacks outrun their sales owes commission back
       fd payroll-file
           data record is payroll-line
               record contains 70 characters.
       01 payroll-line.
           05 py-cashier-id                pic x(8).
           05 py-period-start              pic 9(8).
           05 py-period-end                pic 9(8).
           05 py-earn-code                 pic x(4).
           05 py-net-sales                 pic s9(7)v99
               sign leading separate.
           05 py-commission                pic s9(7)v99
               sign leading separate.
           05 py-home-store                pic xx.
           05 filler                       pic x(20).

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

      *header/trailer control records bracketing every handoff
      *file
       copy "CTLREC.cpy".

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-parm-file-status               pic xx
           value spaces.
       01 ws-reg-file-status                pic xx
           value spaces.
       01 ws-rate-file-status               pic xx
           value spaces.
       01 ws-chm-file-status                pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *the key of the history master's own control record
       77 ws-hist-control-key               pic x(9)
           value "*CONTROL*".

      *today, and the pay period being paid
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-period-start                  pic 9(8)
           value 0.
       01 ws-period-end                    pic 9(8)
           value 0.
       01 ws-period-ok-sw                  pic x
           value 'n'.
           88 ws-period-ok              value 'y'.
       01 ws-extracted-sw                  pic x
           value 'n'.
           88 ws-already-extracted      value 'y'.

      *the active commission rates, with how many leading
      *characters of the SKU code each class covers
       01 ws-rate-table.
           05 ws-rt-entry                  occurs 200 times
               indexed by ws-rt-idx.
               10 ws-rt-store              pic xx.
               10 ws-rt-class              pic x(5).
               10 ws-rt-class-len          pic 9.
               10 ws-rt-pct                pic 99v99.
       01 ws-rt-count                      pic 999
           value 0.

      *the rate being looked up - the store and SKU in, the
      *percentage out
       01 ws-look-store                    pic xx
           value spaces.
       01 ws-look-sku                      pic x(15)
           value spaces.
       01 ws-look-pct                      pic 99v99
           value 0.
       01 ws-look-found-sw                 pic x
           value 'n'.
           88 ws-look-found             value 'y'.
       01 ws-best-score                    pic 9
           value 0.
       01 ws-this-score                    pic 9
           value 0.

      *the cashier master, for names and home stores
       01 ws-name-table.
           05 ws-nm-entry                  occurs 500 times
               indexed by ws-nm-idx.
               10 ws-nm-id                 pic x(8).
               10 ws-nm-name               pic x(20).
               10 ws-nm-store              pic xx.
       01 ws-nm-count                      pic 999
           value 0.

      *each cashier's period - sales earned on, and returns and
      *voids clawed back
       01 ws-cashier-table.
           05 ws-ca-entry                  occurs 500 times
               indexed by ws-ca-idx.
               10 ws-ca-id                 pic x(8).
               10 ws-ca-sale-count         pic 9(5).
               10 ws-ca-sale-amount        pic 9(7)v99.
               10 ws-ca-sale-comm          pic 9(7)v99.
               10 ws-ca-ret-count          pic 9(5).
               10 ws-ca-ret-amount         pic 9(7)v99.
               10 ws-ca-ret-comm           pic 9(7)v99.
               10 ws-ca-void-count         pic 9(5).
               10 ws-ca-void-amount        pic 9(7)v99.
               10 ws-ca-void-comm          pic 9(7)v99.
               10 ws-ca-untraced           pic 9(5).
       01 ws-ca-count                      pic 999
           value 0.
       01 ws-cur-ca-idx                    pic 999
           value 0.
       01 ws-work-cashier                  pic x(8)
           value spaces.

      *every return and void in the period, held off the walk so
      *each one's original sale can be read by key afterwards
       01 ws-rev-table.
           05 ws-rv-entry                  occurs 5000 times
               indexed by ws-rv-idx.
               10 ws-rv-trans-code         pic x.
               10 ws-rv-store              pic xx.
               10 ws-rv-sku                pic x(15).
               10 ws-rv-amount             pic 9(5)v99.
               10 ws-rv-cashier            pic x(8).
               10 ws-rv-orig-invoice       pic x(9).
       01 ws-rv-count                      pic 9(4)
           value 0.

      *one ring's commission
       01 ws-ring-amount                   pic 9(5)v99
           value 0.
       01 ws-ring-comm                     pic 9(5)v99
           value 0.
       01 ws-untraced-sw                   pic x
           value 'n'.
           88 ws-untraced               value 'y'.

      *one cashier's net figures
       01 ws-net-amount                    pic s9(7)v99
           value 0.
       01 ws-net-comm                      pic s9(7)v99
           value 0.

      *chain totals for the report, the payroll trailer, the
      *register and the audit log
       01 ws-total-read                    pic 9(7)
           value 0.
       01 ws-total-in-period               pic 9(7)
           value 0.
       01 ws-total-unassigned              pic 9(5)
           value 0.
       01 ws-total-no-rate                 pic 9(5)
           value 0.
       01 ws-total-net-sales               pic s9(9)v99
           value 0.
       01 ws-total-net-comm                pic s9(9)v99
           value 0.
       01 ws-total-lines                   pic 9(7)
           value 0.
       01 ws-comm-hash                     pic 9(11)v99
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
           05 filler                       pic x(24)
               value "COMMISSION STATEMENTS".
           05 filler                       pic x(12)
               value "PAY PERIOD".
           05 ws-hd-start                  pic 9(8)
               value 0.
           05 filler                       pic x(4)
               value " TO ".
           05 ws-hd-end                    pic 9(8)
               value 0.

      *a period not keyed, or already paid
       01 ws-no-period-line                pic x(60)
           value "  NO VALID PAY PERIOD KEYED - NOTHING EXTRACTED".
       01 ws-extracted-line                pic x(60)
           value "  PAY PERIOD ALREADY EXTRACTED - NOTHING EXTRACTED".
       01 ws-no-master-line                pic x(60)
           value "  NO INVOICE HISTORY ON FILE - NOTHING EXTRACTED".
       01 ws-table-full-line.
           05 filler                       pic x(20)
               value "  NOTHING EXTRACTED ".
           05 ws-tf-message                pic x(40)
               value spaces.

      *what a CRIT stop names
       01 ws-refuse-message                pic x(40)
           value spaces.

      *one statement's heading
       01 ws-stmt-head-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(9)
               value "CASHIER".
           05 ws-sh-id                     pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sh-name                   pic x(20)
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(12)
               value "HOME STORE".
           05 ws-sh-store                  pic xx
               value spaces.
       01 ws-stmt-col-line.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(26)
               value spaces.
           05 filler                       pic x(8)
               value "  RINGS".
           05 filler                       pic x(17)
               value "          AMOUNT".
           05 filler                       pic x(16)
               value "      COMMISSION".

      *one statement line - sales, returns, voids or net
       01 ws-stmt-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-sl-label                  pic x(26)
               value spaces.
           05 ws-sl-count                  pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-sl-amount                 pic $,$$$,$$9.99-
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sl-comm                   pic $,$$$,$$9.99-
               value 0.
       01 ws-untraced-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-ul-count                  pic zz,zz9
               value 0.
           05 filler                       pic x(50)
               value " REFUND(S) WITH NO ORIGINAL - CHARGED HERE".

      *chain footer
       01 ws-footer-line-1.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(22)
               value "CASHIERS PAID       =".
           05 ws-fo-cashiers               pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(16)
               value "NET SALES     =".
           05 ws-fo-net-sales              pic $$$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(16)
               value "COMMISSION    =".
           05 ws-fo-net-comm               pic $$,$$$,$$9.99-
               value 0.
       01 ws-footer-line-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(22)
               value "RINGS IN PERIOD     =".
           05 ws-fo-in-period              pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(16)
               value "NO CASHIER    =".
           05 ws-fo-unassigned             pic zz,zz9
               value 0.
           05 filler                       pic x(13)
               value spaces.
           05 filler                       pic x(16)
               value "NO RATE       =".
           05 ws-fo-no-rate                pic zz,zz9
               value 0.

      *statement wording
       77 ws-sales-label                   pic x(26)
           value "SALES RUNG".
       77 ws-ret-label                     pic x(26)
           value "RETURNS CLAWED BACK".
       77 ws-void-label                    pic x(26)
           value "VOIDS CLAWED BACK".
       77 ws-net-label                     pic x(26)
           value "NET FOR THE PERIOD".
       77 ws-not-on-master                 pic x(20)
           value "(NOT ON MASTER)".

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

           perform 050-read-pay-period.
           move ws-period-start            to ws-hd-start.
           move ws-period-end              to ws-hd-end.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           if ws-period-ok
               perform 060-check-register
           end-if.

           evaluate true
               when not ws-period-ok
                   write report-line       from ws-no-period-line
                   move 8                  to return-code
               when ws-already-extracted
                   write report-line       from ws-extracted-line
                   move 8                  to return-code
               when other
                   perform 100-load-rates
                   perform 110-load-cashiers
                   perform 200-collect-history
                   if ws-hist-file-status not = '00'
                       write report-line   from ws-no-master-line
                       move 8              to return-code
                   else
                       perform 300-trace-reversals
                       perform 400-print-statements
                       perform 500-write-payroll
                       perform 550-register-period
                   end-if
           end-evaluate.

           perform 600-write-audit-line.
           close report-file.
           goback.

      *the keyed pay period - both dates numeric and the end no
      *earlier than the start, or nothing is paid
       050-read-pay-period.
           open input parm-file
           if ws-parm-file-status = '00'
               read parm-file
                   at end continue
                   not at end
                       if pm-period-start is numeric
                           and pm-period-end is numeric
                           and pm-period-end >= pm-period-start
                           move pm-period-start
                                           to ws-period-start
                           move pm-period-end
                                           to ws-period-end
                           move 'y'        to ws-period-ok-sw
                       end-if
               end-read
               close parm-file
           end-if.

      *a period overlapping any period on the register has been
      *paid, in whole or in part, already
       060-check-register.
           move 'n'                        to ws-eof.
           open input register-file
           if ws-reg-file-status = '00'
               read register-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-period-start <= rg-period-end
                       and ws-period-end >= rg-period-start
                       move 'y'            to ws-extracted-sw
                   end-if
                   read register-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close register-file
           end-if.

      *the active commission rates, each class's length worked out
      *once here rather than on every lookup
       100-load-rates.
           move 'n'                        to ws-eof.
           open input rate-file
           if ws-rate-file-status = '00'
               read rate-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if cr-is-active and cr-comm-pct is numeric
                       and ws-rt-count < 200
                       add 1               to ws-rt-count
                       move cr-store-num   to
                           ws-rt-store (ws-rt-count)
                       move cr-sku-class   to
                           ws-rt-class (ws-rt-count)
                       move cr-comm-pct-n  to
                           ws-rt-pct (ws-rt-count)
                       move 5              to
                           ws-rt-class-len (ws-rt-count)
                       perform until
                           ws-rt-class-len (ws-rt-count) = 0
                           or cr-sku-class
                               (ws-rt-class-len (ws-rt-count):1)
                               not = space
                           subtract 1      from
                               ws-rt-class-len (ws-rt-count)
                       end-perform
                   end-if
                   read rate-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close rate-file
           end-if.

      *cashier names and home stores, inactive too - a cashier
      *who left mid-period is still paid for it
       110-load-cashiers.
           move 'n'                        to ws-eof.
           open input cash-master-file
           if ws-chm-file-status = '00'
               read cash-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-nm-count < 500
                       add 1               to ws-nm-count
                       move ch-cashier-id  to ws-nm-id (ws-nm-count)
                       move ch-cashier-name
                                           to
                           ws-nm-name (ws-nm-count)
                       move ch-store-num   to
                           ws-nm-store (ws-nm-count)
                   end-if
                   read cash-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close cash-master-file
           end-if.

      *every ring dated in the pay period - sales earn on the
      *spot, returns and voids are held for tracing. The master
      *is left open for the keyed reads that follow
       200-collect-history.
           move 'n'                        to ws-eof.
           open input history-file
           if ws-hist-file-status = '00'
               read history-file next record
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-total-read
                   if hl-invoice-num not = ws-hist-control-key
                       and hl-trans-date >= ws-period-start
                       and hl-trans-date <= ws-period-end
                       perform 250-take-one-ring
                   end-if
                   read history-file next record
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
           end-if.

       250-take-one-ring.
           move 0                          to ws-ring-amount.
           if hl-trans-amount is numeric
               move hl-trans-amount        to ws-ring-amount
           end-if.
           evaluate hl-trans-code
               when 'S'
                   add 1                   to ws-total-in-period
                   if hl-cashier-id = spaces
                       add 1               to ws-total-unassigned
                   else
                       move hl-store-num   to ws-look-store
                       move hl-sku-code    to ws-look-sku
                       perform 350-find-rate
                       compute ws-ring-comm rounded =
                           ws-ring-amount * ws-look-pct / 100
                       move hl-cashier-id  to ws-work-cashier
                       perform 380-find-or-add-cashier
                       if ws-cur-ca-idx > 0
                           add 1           to
                               ws-ca-sale-count (ws-cur-ca-idx)
                           add ws-ring-amount
                                           to
                               ws-ca-sale-amount (ws-cur-ca-idx)
                           add ws-ring-comm
                                           to
                               ws-ca-sale-comm (ws-cur-ca-idx)
                       end-if
                   end-if
               when 'R'
               when 'V'
                   add 1                   to ws-total-in-period
                   if ws-rv-count >= 5000
                       move "RETURNS AND VOIDS OVER TABLE LIMIT"
                                           to ws-refuse-message
                       perform 920-refuse-table-full
                   end-if
                   add 1                   to ws-rv-count
                   move hl-trans-code      to
                       ws-rv-trans-code (ws-rv-count)
                   move hl-store-num       to
                       ws-rv-store (ws-rv-count)
                   move hl-sku-code        to
                       ws-rv-sku (ws-rv-count)
                   move ws-ring-amount     to
                       ws-rv-amount (ws-rv-count)
                   move hl-cashier-id      to
                       ws-rv-cashier (ws-rv-count)
                   move hl-orig-invoice-num
                                           to
                       ws-rv-orig-invoice (ws-rv-count)
           end-evaluate.

      *each held return and void charged to the cashier who rang
      *the original sale, at the rate that sale earned
       300-trace-reversals.
           perform varying ws-rv-idx from 1 by 1
               until ws-rv-idx > ws-rv-count
               perform 320-trace-one-reversal
           end-perform.
           close history-file.

       320-trace-one-reversal.
           move 'y'                        to ws-untraced-sw.
           move ws-rv-cashier (ws-rv-idx)  to ws-work-cashier.
           move ws-rv-store (ws-rv-idx)    to ws-look-store.
           move ws-rv-sku (ws-rv-idx)      to ws-look-sku.
           if ws-rv-orig-invoice (ws-rv-idx) not = spaces
               move ws-rv-orig-invoice (ws-rv-idx)
                                           to hl-invoice-num
               read history-file
                   invalid key continue
                   not invalid key
                       if hl-cashier-id not = spaces
                           move 'n'        to ws-untraced-sw
                           move hl-cashier-id
                                           to ws-work-cashier
                           move hl-store-num
                                           to ws-look-store
                           move hl-sku-code
                                           to ws-look-sku
                       end-if
               end-read
           end-if.

           if ws-work-cashier = spaces
               add 1                       to ws-total-unassigned
           else
               perform 350-find-rate
               compute ws-ring-comm rounded =
                   ws-rv-amount (ws-rv-idx) * ws-look-pct / 100
               perform 380-find-or-add-cashier
               if ws-cur-ca-idx > 0
                   if ws-rv-trans-code (ws-rv-idx) = 'R'
                       add 1               to
                           ws-ca-ret-count (ws-cur-ca-idx)
                       add ws-rv-amount (ws-rv-idx)
                                           to
                           ws-ca-ret-amount (ws-cur-ca-idx)
                       add ws-ring-comm    to
                           ws-ca-ret-comm (ws-cur-ca-idx)
                   else
                       add 1               to
                           ws-ca-void-count (ws-cur-ca-idx)
                       add ws-rv-amount (ws-rv-idx)
                                           to
                           ws-ca-void-amount (ws-cur-ca-idx)
                       add ws-ring-comm    to
                           ws-ca-void-comm (ws-cur-ca-idx)
                   end-if
                   if ws-untraced
                       add 1               to
                           ws-ca-untraced (ws-cur-ca-idx)
                   end-if
               end-if
           end-if.

      *the most particular active rate for ws-look-store and
      *ws-look-sku - a class match counts for more than a store
      *match, "**" standing for every store and a blank class
      *for every SKU. No rate on file pays nothing
       350-find-rate.
           move 0                          to ws-look-pct.
           move 0                          to ws-best-score.
           move 'n'                        to ws-look-found-sw.
           perform varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-rt-count
               move 9                      to ws-this-score
               if ws-rt-store (ws-rt-idx) = ws-look-store
                   move 1                  to ws-this-score
               else
                   if ws-rt-store (ws-rt-idx) = "**"
                       move 0              to ws-this-score
                   end-if
               end-if
               if ws-this-score < 9
                   and ws-rt-class-len (ws-rt-idx) > 0
                   if ws-look-sku (1:ws-rt-class-len (ws-rt-idx))
                       = ws-rt-class (ws-rt-idx)
                           (1:ws-rt-class-len (ws-rt-idx))
                       add 2               to ws-this-score
                   else
                       move 9              to ws-this-score
                   end-if
               end-if
               if ws-this-score < 9
                   and (not ws-look-found
                       or ws-this-score > ws-best-score)
                   move 'y'                to ws-look-found-sw
                   move ws-this-score      to ws-best-score
                   move ws-rt-pct (ws-rt-idx)
                                           to ws-look-pct
               end-if
           end-perform.
           if not ws-look-found
               add 1                       to ws-total-no-rate
           end-if.

      *looks the cashier in ws-work-cashier up in the period
      *table, adding a new zeroed entry when they haven't been
      *seen. A cashier the table has no room for stops the run
       380-find-or-add-cashier.
           move 0                          to ws-cur-ca-idx.
           perform varying ws-ca-idx from 1 by 1
               until ws-ca-idx > ws-ca-count
               if ws-ca-id (ws-ca-idx) = ws-work-cashier
                   set ws-cur-ca-idx       to ws-ca-idx
               end-if
           end-perform.
           if ws-cur-ca-idx = 0 and ws-ca-count >= 500
               move "CASHIERS OVER TABLE LIMIT"
                                           to ws-refuse-message
               perform 920-refuse-table-full
           end-if.
           if ws-cur-ca-idx = 0
               add 1                       to ws-ca-count
               initialize ws-ca-entry (ws-ca-count)
               move ws-work-cashier        to ws-ca-id (ws-ca-count)
               move ws-ca-count            to ws-cur-ca-idx
           end-if.

      *one statement per cashier, then the chain totals
       400-print-statements.
           perform varying ws-ca-idx from 1 by 1
               until ws-ca-idx > ws-ca-count
               perform 450-print-one-statement
           end-perform.

           move ws-ca-count                to ws-fo-cashiers.
           move ws-total-net-sales         to ws-fo-net-sales.
           move ws-total-net-comm          to ws-fo-net-comm.
           move ws-total-in-period         to ws-fo-in-period.
           move ws-total-unassigned        to ws-fo-unassigned.
           move ws-total-no-rate           to ws-fo-no-rate.
           write report-line               from spaces.
           write report-line               from ws-footer-line-1.
           write report-line               from ws-footer-line-2.

       450-print-one-statement.
           move ws-ca-id (ws-ca-idx)       to ws-sh-id.
           move ws-not-on-master           to ws-sh-name.
           move spaces                     to ws-sh-store.
           perform varying ws-nm-idx from 1 by 1
               until ws-nm-idx > ws-nm-count
               if ws-nm-id (ws-nm-idx) = ws-ca-id (ws-ca-idx)
                   move ws-nm-name (ws-nm-idx)
                                           to ws-sh-name
                   move ws-nm-store (ws-nm-idx)
                                           to ws-sh-store
               end-if
           end-perform.
           write report-line               from spaces.
           write report-line               from ws-stmt-head-line.
           write report-line               from ws-stmt-col-line.

           move ws-sales-label             to ws-sl-label.
           move ws-ca-sale-count (ws-ca-idx)
                                           to ws-sl-count.
           move ws-ca-sale-amount (ws-ca-idx)
                                           to ws-sl-amount.
           move ws-ca-sale-comm (ws-ca-idx)
                                           to ws-sl-comm.
           write report-line               from ws-stmt-line.

           move ws-ret-label               to ws-sl-label.
           move ws-ca-ret-count (ws-ca-idx)
                                           to ws-sl-count.
           compute ws-sl-amount = 0 - ws-ca-ret-amount (ws-ca-idx).
           compute ws-sl-comm = 0 - ws-ca-ret-comm (ws-ca-idx).
           write report-line               from ws-stmt-line.

           move ws-void-label              to ws-sl-label.
           move ws-ca-void-count (ws-ca-idx)
                                           to ws-sl-count.
           compute ws-sl-amount = 0 - ws-ca-void-amount (ws-ca-idx).
           compute ws-sl-comm = 0 - ws-ca-void-comm (ws-ca-idx).
           write report-line               from ws-stmt-line.

           compute ws-net-amount =
               ws-ca-sale-amount (ws-ca-idx)
               - ws-ca-ret-amount (ws-ca-idx)
               - ws-ca-void-amount (ws-ca-idx).
           compute ws-net-comm =
               ws-ca-sale-comm (ws-ca-idx)
               - ws-ca-ret-comm (ws-ca-idx)
               - ws-ca-void-comm (ws-ca-idx).
           move ws-net-label               to ws-sl-label.
           compute ws-sl-count =
               ws-ca-sale-count (ws-ca-idx)
               + ws-ca-ret-count (ws-ca-idx)
               + ws-ca-void-count (ws-ca-idx).
           move ws-net-amount              to ws-sl-amount.
           move ws-net-comm                to ws-sl-comm.
           write report-line               from ws-stmt-line.

           if ws-ca-untraced (ws-ca-idx) > 0
               move ws-ca-untraced (ws-ca-idx)
                                           to ws-ul-count
               write report-line           from ws-untraced-line
           end-if.

           add ws-net-amount               to ws-total-net-sales.
           add ws-net-comm                 to ws-total-net-comm.

      *one earnings line per cashier between the header and the
      *trailer - the trailer counts the lines and hashes the
      *commission, clawbacks and all, as a positive figure
       500-write-payroll.
           open output payroll-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program45_Commission"     to ws-ctl-program.
           write payroll-line              from ws-ctl-record.
           perform varying ws-ca-idx from 1 by 1
               until ws-ca-idx > ws-ca-count
               compute ws-net-amount =
                   ws-ca-sale-amount (ws-ca-idx)
                   - ws-ca-ret-amount (ws-ca-idx)
                   - ws-ca-void-amount (ws-ca-idx)
               compute ws-net-comm =
                   ws-ca-sale-comm (ws-ca-idx)
                   - ws-ca-ret-comm (ws-ca-idx)
                   - ws-ca-void-comm (ws-ca-idx)
               move spaces                 to payroll-line
               move ws-ca-id (ws-ca-idx)   to py-cashier-id
               move ws-period-start        to py-period-start
               move ws-period-end          to py-period-end
               move "COMM"                 to py-earn-code
               move ws-net-amount          to py-net-sales
               move ws-net-comm            to py-commission
               move spaces                 to py-home-store
               perform varying ws-nm-idx from 1 by 1
                   until ws-nm-idx > ws-nm-count
                   if ws-nm-id (ws-nm-idx) = ws-ca-id (ws-ca-idx)
                       move ws-nm-store (ws-nm-idx)
                                           to py-home-store
                   end-if
               end-perform
               write payroll-line
               add 1                       to ws-total-lines
               if ws-net-comm < 0
                   subtract ws-net-comm    from ws-comm-hash
               else
                   add ws-net-comm         to ws-comm-hash
               end-if
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-total-lines             to ws-ctl-count.
           move ws-comm-hash               to ws-ctl-hash.
           write payroll-line              from ws-ctl-record.
           close payroll-file.

      *the period goes on the register the moment it is paid
       550-register-period.
           open extend register-file.
           if ws-reg-file-status not = '00'
               open output register-file
           end-if.
           move ws-period-start            to rg-period-start.
           move ws-period-end              to rg-period-end.
           move ws-run-date                to rg-run-date.
           move ws-ca-count                to rg-cashiers.
           move ws-total-net-comm          to rg-commission.
           write register-line.
           close register-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program45_Commission"     to ws-aud-program.
           move ws-total-in-period         to ws-aud-in.
           move ws-total-lines             to ws-aud-out.
           move ws-total-unassigned        to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *more rings or cashiers than a table holds - paying part of
      *the period would register it as paid in full, so nothing
      *is written: listed, CRIT on the alert file, and the run
      *ends nonzero
       920-refuse-table-full.
           close history-file.
           move ws-refuse-message          to ws-tf-message.
           write report-line               from ws-table-full-line.
           close report-file.
           move "CRIT"                     to ws-alr-severity.
           move ws-refuse-message          to ws-alr-message.
           perform 040-write-alert-line.
           move 8                          to return-code.
           stop run.

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
                       if ws-lov-program = "Program45_Commission"
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
           move "Program45_Commission"     to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

       end program Program45_Commission.
