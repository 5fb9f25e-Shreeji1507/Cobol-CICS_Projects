       identification division.
       program-id. Program57_Contact_Report.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program tells the call centre whether the
      *              customers it spoke to went on to bring their
      *              purchase back. Every contact logged on the
      *              customer history screen in the week being
      *              reported (the seven days ending on the week-end
      *              date) is matched against the contact return log
      *              Program56_Contact_Ret_Log keeps: the earliest
      *              return rung from the contact date through the
      *              follow-up window after it - against the invoice
      *              the operator quoted, or against the customer
      *              when no invoice was quoted - marks the contact
      *              RETURNED. A contact with no return whose window
      *              has run out is KEPT; one whose window is still
      *              running is OPEN and will settle in a later
      *              week's run. The quoted invoice is looked up on
      *              the invoice history master for the SKU sold.
      *              The report lists each contact, then totals by
      *              contact reason, by the reason the goods came
      *              back, by SKU and by operator, naming the
      *              operators with the highest return and keep
      *              rates on the contacts already settled. The week
      *              and the window are taken off a one-line
      *              parameter file - the business date and fourteen
      *              days when none is supplied. Run on demand,
      *              outside the daily chain, like the vendor claims
      *              program, and refused while the chain holds its
      *              run lock.
      *Modifications:
      *  15-Oct-2026  Original.

       environment division.

       input-output section.
       file-control.
      *the week-end date and follow-up window, one line kept by
      *the call-centre manager - missing means the week ending on
      *the business date, with a fourteen-day window
           select parm-file assign         to
                               "../../../data/project1ContactParm.dat"
               organization is line sequential
               file status is ws-parm-file-status.

      *the business date the consolidation step leaves
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *every contact the online extract has taken off CONTACTF
           select contact-file assign      to
                                   "../../../data/project1Contacts.dat"
               organization is line sequential
               file status is ws-cnt-file-status.

      *the returns kept for this report by Program56
           select retlog-file assign       to
                               "../../../data/project1ContactRet.dat"
               organization is line sequential
               file status is ws-log-file-status.

      *invoice history master, for the SKU the quoted invoice sold
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is random
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the call-centre operator master, kept by the call-centre
      *side alongside the batch files
           select oper-master-file assign  to
                               "../../../data/lab9opmaster.data"
               organization is line sequential
               file status is ws-opm-file-status.

      *the report
           select report-file assign       to
                               "../../../data/project1ContactRpt.out"
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

      *common operations log shared by all the programs
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

       fd parm-file
           data record is parm-line
               record contains 11 characters.
       01 parm-line.
           05 cp-week-end                  pic 9(8).
           05 cp-window-days               pic 9(3).

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

      *one customer contact - when it was taken, by which
      *operator, for which customer and invoice, and why
       fd contact-file
           data record is contact-line
               record contains 44 characters.
       01 contact-line.
           05 ct-contact-date              pic x(8).
           05 ct-contact-time              pic x(6).
           05 ct-opnum                     pic x(3).
           05 ct-customer-num              pic x(8).
           05 ct-invoice-num               pic x(9).
           05 ct-reason                    pic xx.
           05 ct-keyed-by                  pic x(8).

      *one logged return, as Program56 writes it
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

      *call-centre operator master record
       fd oper-master-file
           data record is oper-master-line
               record contains 32 characters.
       01 oper-master-line.
           05 om-opnum                     pic x(3).
           05 om-opname                    pic x(12).
           05 om-team                      pic x(8).
           05 om-status                    pic x.
           05 om-start-date                pic x(8).

       fd report-file
           data record is report-line
               record contains 100 characters.
       01 report-line                      pic x(100)
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
      *operations alert line, shared layout with the other
      *programs
       copy "OPSALERT.cpy".

      *the chain run lock and its override
       copy "RUNLOCK.cpy".

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".

      *the return reason codes and their descriptions
       copy "RSNLST.cpy".

      *the contact reason codes and their descriptions
       copy "CNTRSN.cpy".

      *file statuses and switches
       01 ws-rlk-file-status               pic xx
           value spaces.
       01 ws-lov-file-status               pic xx
           value spaces.
       01 ws-alert-file-status             pic xx
           value spaces.
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-parm-file-status               pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-cnt-file-status                pic xx
           value spaces.
       01 ws-log-file-status                pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-opm-file-status                pic xx
           value spaces.
       01 ws-lock-held-sw                  pic x
           value 'n'.
           88 ws-lock-held              value 'y'.
       01 ws-lock-overridden-sw            pic x
           value 'n'.
           88 ws-lock-overridden        value 'y'.
       01 ws-lock-today                    pic x(8)
           value spaces.
       01 ws-eof                           pic x
           value 'n'.
       01 ws-log-eof                       pic x
           value 'n'.
       01 ws-opm-eof                       pic x
           value 'n'.
       01 ws-hist-open-sw                  pic x
           value 'n'.
           88 ws-hist-open              value 'y'.

      *the as-of business date, the week being reported and the
      *follow-up window
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-week-end                      pic 9(8)
           value 0.
       01 ws-week-start                    pic 9(8)
           value 0.
       77 ws-window-days                   pic 999
           value 14.
       01 ws-run-serial                    pic 9(7)
           value 0.
       01 ws-week-end-serial               pic 9(7)
           value 0.
       01 ws-week-start-serial             pic 9(7)
           value 0.

      *the return log held in storage, each return with the day
      *number it was rung on
       01 ws-retlog-table.
           05 ws-rg-entry                  occurs 10000 times
               indexed by ws-rg-idx.
               10 ws-rg-orig-invoice       pic x(9).
               10 ws-rg-customer           pic x(8).
               10 ws-rg-sku                pic x(15).
               10 ws-rg-reason             pic xx.
               10 ws-rg-amount             pic 9(5)v99.
               10 ws-rg-trans-date         pic 9(8).
               10 ws-rg-serial             pic 9(7).
       01 ws-rg-count                      pic 9(5)
           value 0.
       77 ws-max-retlog                    pic 9(5)
           value 10000.

      *the operators - loaded off the master, with any operator a
      *contact names that the master doesn't added behind
       01 ws-oper-table.
           05 ws-op-entry                  occurs 500 times
               indexed by ws-op-idx.
               10 ws-op-num                pic x(3).
               10 ws-op-name               pic x(12).
               10 ws-op-contacts           pic 9(5).
               10 ws-op-returned           pic 9(5).
               10 ws-op-kept               pic 9(5).
               10 ws-op-open               pic 9(5).
       01 ws-op-count                      pic 999
           value 0.
       77 ws-max-oper                      pic 999
           value 500.
       01 ws-op-found                      pic 999
           value 0.

      *totals by contact reason - the seven codes the screen
      *accepts, with UNKNOWN in the eighth slot
       01 ws-contact-rsn-sums.
           05 ws-cs-entry                  occurs 8 times
               indexed by ws-cs-idx.
               10 ws-cs-code               pic xx.
               10 ws-cs-desc               pic x(15).
               10 ws-cs-contacts           pic 9(5).
               10 ws-cs-returned           pic 9(5).
               10 ws-cs-kept               pic 9(5).
               10 ws-cs-open               pic 9(5).

      *totals by the reason the goods came back - the return
      *reason codes, with UNKNOWN in the eighth slot
       01 ws-return-rsn-sums.
           05 ws-rs-entry                  occurs 8 times
               indexed by ws-rs-idx.
               10 ws-rs-code               pic xx.
               10 ws-rs-desc               pic x(15).
               10 ws-rs-returns            pic 9(5).
               10 ws-rs-refund             pic 9(7)v99.

      *totals by SKU - a SKU beyond the table's width goes into
      *the last slot, reported as OTHER SKUS
       01 ws-sku-sums.
           05 ws-sk-entry                  occurs 1000 times
               indexed by ws-sk-idx.
               10 ws-sk-sku                pic x(15).
               10 ws-sk-contacts           pic 9(5).
               10 ws-sk-returned           pic 9(5).
               10 ws-sk-refund             pic 9(7)v99.
       01 ws-sk-count                      pic 9(4)
           value 0.
       77 ws-max-sku                       pic 9(4)
           value 1000.

      *the contact being judged
       01 ws-ct-serial                     pic 9(7)
           value 0.
       01 ws-ct-window-end                 pic 9(7)
           value 0.
       01 ws-ct-customer                   pic x(8)
           value spaces.
       01 ws-ct-sku                        pic x(15)
           value spaces.
       01 ws-ct-match                      pic 9(5)
           value 0.
       01 ws-ct-outcome                    pic x(8)
           value spaces.
           88 ws-ct-returned            value "RETURNED".
           88 ws-ct-kept                value "KEPT".
           88 ws-ct-open                value "OPEN".
       01 ws-ct-days                       pic 9(3)
           value 0.

      *percentages for the summaries and the best/worst operators
       01 ws-closed                        pic 9(5)
           value 0.
       01 ws-return-pct                    pic 999v9
           value 0.
       01 ws-kept-pct                      pic 999v9
           value 0.
       01 ws-high-return-pct               pic 999v9
           value 0.
       01 ws-high-return-op                pic 999
           value 0.
       01 ws-high-kept-pct                 pic 999v9
           value 0.
       01 ws-high-kept-op                  pic 999
           value 0.

      *date arithmetic for the week and the follow-up window
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
       01 ws-day-back                      pic 9
           value 0.
       01 ws-leap-quot                     pic 9(4)
           value 0.
       01 ws-leap-rem-4                    pic 9(3)
           value 0.
       01 ws-leap-rem-100                  pic 9(3)
           value 0.
       01 ws-leap-rem-400                  pic 9(3)
           value 0.

      *counts for the footer and the audit log
       01 ws-total-read                    pic 9(5)
           value 0.
       01 ws-total-in-week                 pic 9(5)
           value 0.
       01 ws-total-returned                pic 9(5)
           value 0.
       01 ws-total-kept                    pic 9(5)
           value 0.
       01 ws-total-open                    pic 9(5)
           value 0.
       01 ws-total-no-hist                 pic 9(5)
           value 0.
       01 ws-total-refund                  pic 9(7)v99
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
           05 filler                       pic x(32)
               value "CONTACT-TO-RETURN REPORT".
           05 filler                       pic x(14)
               value "BUSINESS DATE ".
           05 ws-rh-bus-date               pic 9(8)
               value 0.

       01 ws-week-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(14)
               value "WEEK FROM ".
           05 ws-wl-start                  pic 9(8)
               value 0.
           05 filler                       pic x(4)
               value " TO ".
           05 ws-wl-end                    pic 9(8)
               value 0.
           05 filler                       pic x(22)
               value "   FOLLOW-UP WINDOW ".
           05 ws-wl-window                 pic zz9
               value 0.
           05 filler                       pic x(5)
               value " DAYS".

       01 ws-no-contact-file-line          pic x(60)
           value "  NO CONTACTS ON FILE - NOTHING TO REPORT".
       01 ws-no-history-line               pic x(60)
           value "  INVOICE HISTORY NOT AVAILABLE - SKUS FROM RETURNS".

      *contact detail
       01 ws-detail-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(9)
               value "DATE".
           05 filler                       pic x(4)
               value "OPR".
           05 filler                       pic x(9)
               value "CUSTOMER".
           05 filler                       pic x(10)
               value "INVOICE".
           05 filler                       pic x(4)
               value "RSN".
           05 filler                       pic x(9)
               value "OUTCOME".
           05 filler                       pic x(9)
               value "RETURNED".
           05 filler                       pic x(4)
               value "RSN".
           05 filler                       pic x(11)
               value "    REFUND".
           05 filler                       pic x(5)
               value " DAYS".
       01 ws-detail-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-date                   pic x(8).
           05 filler                       pic x
               value spaces.
           05 ws-dl-opnum                  pic x(3).
           05 filler                       pic x
               value spaces.
           05 ws-dl-customer               pic x(8).
           05 filler                       pic x
               value spaces.
           05 ws-dl-invoice                pic x(9).
           05 filler                       pic x
               value spaces.
           05 ws-dl-reason                 pic xx.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-outcome                pic x(8).
           05 filler                       pic x
               value spaces.
           05 ws-dl-ret-date               pic x(8).
           05 filler                       pic x
               value spaces.
           05 ws-dl-ret-reason             pic xx.
           05 filler                       pic xx
               value spaces.
           05 ws-dl-refund                 pic zz,zz9.99
               blank when zero.
           05 filler                       pic x(2)
               value spaces.
           05 ws-dl-days                   pic zz9
               blank when zero.

      *by contact reason
       01 ws-cs-title                      pic x(60)
           value "  CONTACTS BY CONTACT REASON".
       01 ws-cs-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(20)
               value "REASON".
           05 filler                       pic x(10)
               value "  CONTACTS".
           05 filler                       pic x(10)
               value "  RETURNED".
           05 filler                       pic x(10)
               value "      KEPT".
           05 filler                       pic x(10)
               value "      OPEN".
           05 filler                       pic x(10)
               value "  RETURN %".
       01 ws-cs-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cl-code                   pic xx.
           05 filler                       pic x
               value spaces.
           05 ws-cl-desc                   pic x(17).
           05 filler                       pic x(4)
               value spaces.
           05 ws-cl-contacts               pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-cl-returned               pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-cl-kept                   pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-cl-open                   pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-cl-pct                    pic zz9.9.

      *by return reason
       01 ws-rs-title                      pic x(60)
           value "  RETURNS AFTER A CONTACT BY RETURN REASON".
       01 ws-rs-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(20)
               value "REASON".
           05 filler                       pic x(10)
               value "   RETURNS".
           05 filler                       pic x(14)
               value "        REFUND".
       01 ws-rs-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rl-code                   pic xx.
           05 filler                       pic x
               value spaces.
           05 ws-rl-desc                   pic x(17).
           05 filler                       pic x(4)
               value spaces.
           05 ws-rl-returns                pic z,zz9.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rl-refund                 pic z,zzz,zz9.99.

      *by SKU
       01 ws-sk-title                      pic x(60)
           value "  CONTACTS BY SKU".
       01 ws-sk-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(20)
               value "SKU".
           05 filler                       pic x(10)
               value "  CONTACTS".
           05 filler                       pic x(10)
               value "  RETURNED".
           05 filler                       pic x(14)
               value "        REFUND".
       01 ws-sk-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sl-sku                    pic x(20).
           05 filler                       pic x(4)
               value spaces.
           05 ws-sl-contacts               pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-sl-returned               pic z,zz9.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sl-refund                 pic z,zzz,zz9.99.

      *by operator
       01 ws-op-title                      pic x(60)
           value "  CONTACTS BY OPERATOR".
       01 ws-op-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(17)
               value "OPERATOR".
           05 filler                       pic x(10)
               value "  CONTACTS".
           05 filler                       pic x(10)
               value "  RETURNED".
           05 filler                       pic x(10)
               value "      KEPT".
           05 filler                       pic x(10)
               value "      OPEN".
           05 filler                       pic x(10)
               value "  RETURN %".
           05 filler                       pic x(10)
               value "    KEPT %".
       01 ws-op-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ol-opnum                  pic x(3).
           05 filler                       pic x
               value spaces.
           05 ws-ol-name                   pic x(13).
           05 filler                       pic x(5)
               value spaces.
           05 ws-ol-contacts               pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ol-returned               pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ol-kept                   pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ol-open                   pic z,zz9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ol-return-pct             pic zz9.9.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ol-kept-pct               pic zz9.9.
       01 ws-op-high-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-oh-label                  pic x(26).
           05 ws-oh-opnum                  pic x(3).
           05 filler                       pic x
               value spaces.
           05 ws-oh-name                   pic x(13).
           05 ws-oh-pct                    pic zz9.9.
           05 filler                       pic x(2)
               value " %".
       01 ws-op-none-line                  pic x(60)
           value "  NO CONTACT IN THE WEEK HAS SETTLED YET".

      *footer
       01 ws-footer-line-1.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "CONTACTS ON FILE             = ".
           05 ws-fl-read                   pic zz,zz9
               value 0.
       01 ws-footer-line-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "CONTACTS IN THE WEEK         = ".
           05 ws-fl-in-week                pic zz,zz9
               value 0.
       01 ws-footer-line-3.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "RETURNED                     = ".
           05 ws-fl-returned               pic zz,zz9
               value 0.
       01 ws-footer-line-4.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "KEPT                         = ".
           05 ws-fl-kept                   pic zz,zz9
               value 0.
       01 ws-footer-line-5.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "OPEN - WINDOW STILL RUNNING  = ".
           05 ws-fl-open                   pic zz,zz9
               value 0.
       01 ws-footer-line-6.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "INVOICE NOT ON HISTORY       = ".
           05 ws-fl-no-hist                pic zz,zz9
               value 0.
       01 ws-footer-line-7.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "REFUNDED AFTER A CONTACT     = ".
           05 ws-fl-refund                 pic z,zzz,zz9.99
               value 0.

       procedure division.
      *the contact and return logs are written mid-chain, so
      *nothing is read while the nightly chain holds its run lock,
      *unless operations has keyed an override for this program
           perform 010-check-run-lock.
           if ws-lock-held and not ws-lock-overridden
               perform 030-refuse-run
               goback
           end-if.

           perform 050-settle-run-date.
           perform 060-load-parm.

           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-run-serial.
           move ws-week-end                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-week-end-serial.
           compute ws-week-start-serial = ws-week-end-serial - 6.
           perform 070-settle-week-start.

           perform 080-init-reason-sums.
           perform 100-load-retlog.
           perform 120-load-operators.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-run-date                to ws-rh-bus-date.
           move ws-week-start              to ws-wl-start.
           move ws-week-end                to ws-wl-end.
           move ws-window-days             to ws-wl-window.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from ws-week-line.
           write report-line               from spaces.

           open input history-file.
           if ws-hist-file-status = '00'
               move 'y'                    to ws-hist-open-sw
           else
               write report-line           from ws-no-history-line
               write report-line           from spaces
           end-if.

           perform 200-judge-contacts.

           if ws-hist-open
               close history-file
           end-if.

           perform 400-print-contact-reasons.
           perform 420-print-return-reasons.
           perform 440-print-skus.
           perform 460-print-operators.
           perform 500-report-footer.
           perform 600-write-audit-line.

           close report-file.
           goback.

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
                       if ws-lov-program = "Program57_Contact_Report"
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
           move "Program57_Contact_Report" to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *the as-of date is the business date the consolidation step
      *left, falling back to the machine date
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

      *the week to report and the follow-up window - a week-end
      *past the as-of date would judge contacts not yet taken, so
      *it is held to the as-of date
       060-load-parm.
           move ws-run-date                to ws-week-end.
           open input parm-file
           if ws-parm-file-status = '00'
               read parm-file
                   at end continue
                   not at end
                       if cp-week-end is numeric
                           and cp-week-end > 0
                           and cp-week-end <= ws-run-date
                           move cp-week-end
                                           to ws-week-end
                       end-if
                       if cp-window-days is numeric
                           and cp-window-days > 0
                           move cp-window-days
                                           to ws-window-days
                       end-if
               end-read
               close parm-file
           end-if.

      *the calendar date the week starts on, stepped back a day
      *at a time from the week-end date
       070-settle-week-start.
           move ws-week-end                to ws-calc-date.
           perform varying ws-day-back from 1 by 1
               until ws-day-back > 6
               if ws-calc-dd > 1
                   subtract 1              from ws-calc-dd
               else
                   if ws-calc-mm > 1
                       subtract 1          from ws-calc-mm
                   else
                       move 12             to ws-calc-mm
                       subtract 1          from ws-calc-yyyy
                   end-if
                   evaluate ws-calc-mm
                       when 4 when 6 when 9 when 11
                           move 30         to ws-calc-dd
                       when 2
                           perform 075-set-february-end
                       when other
                           move 31         to ws-calc-dd
                   end-evaluate
               end-if
           end-perform.
           move ws-calc-date               to ws-week-start.

       075-set-february-end.
           move 28                         to ws-calc-dd.
           divide ws-calc-yyyy by 4 giving ws-leap-quot
               remainder ws-leap-rem-4.
           divide ws-calc-yyyy by 100 giving ws-leap-quot
               remainder ws-leap-rem-100.
           divide ws-calc-yyyy by 400 giving ws-leap-quot
               remainder ws-leap-rem-400.
           if ws-leap-rem-4 = 0
               and (ws-leap-rem-100 not = 0
                    or ws-leap-rem-400 = 0)
               move 29                     to ws-calc-dd
           end-if.

      *the summary tables start at zero, keyed off the two reason
      *lists, UNKNOWN last
       080-init-reason-sums.
           perform varying ws-cs-idx from 1 by 1
               until ws-cs-idx > 8
               if ws-cs-idx > ws-contact-rsn-list-count
                   move "??"               to ws-cs-code (ws-cs-idx)
                   move "UNKNOWN"          to ws-cs-desc (ws-cs-idx)
               else
                   set ws-contact-rsn-idx  to ws-cs-idx
                   move ws-contact-rsn-code (ws-contact-rsn-idx)
                                           to ws-cs-code (ws-cs-idx)
                   move ws-contact-rsn-desc (ws-contact-rsn-idx)
                                           to ws-cs-desc (ws-cs-idx)
               end-if
               move 0                      to ws-cs-contacts (ws-cs-idx)
               move 0                      to ws-cs-returned (ws-cs-idx)
               move 0                      to ws-cs-kept (ws-cs-idx)
               move 0                      to ws-cs-open (ws-cs-idx)
           end-perform.
           perform varying ws-rs-idx from 1 by 1
               until ws-rs-idx > 8
               if ws-rs-idx > ws-reason-list-count
                   move "??"               to ws-rs-code (ws-rs-idx)
                   move "UNKNOWN"          to ws-rs-desc (ws-rs-idx)
               else
                   set ws-reason-idx       to ws-rs-idx
                   move ws-reason-code (ws-reason-idx)
                                           to ws-rs-code (ws-rs-idx)
                   move ws-reason-desc (ws-reason-idx)
                                           to ws-rs-desc (ws-rs-idx)
               end-if
               move 0                      to ws-rs-returns (ws-rs-idx)
               move 0                      to ws-rs-refund (ws-rs-idx)
           end-perform.

      *every return on the log, with the day number it was rung on
      *- the day it was taken stands in for a ring date that isn't
      *a date
       100-load-retlog.
           open input retlog-file
           if ws-log-file-status = '00'
               read retlog-file
                   at end move 'y'         to ws-log-eof
               end-read
               perform until ws-log-eof = 'y'
                   if ws-rg-count < ws-max-retlog
                       perform 110-keep-logged-return
                   end-if
                   read retlog-file
                       at end move 'y'     to ws-log-eof
                   end-read
               end-perform
               close retlog-file
           end-if.

       110-keep-logged-return.
           add 1                           to ws-rg-count.
           move cr-orig-invoice            to
               ws-rg-orig-invoice (ws-rg-count).
           move cr-customer-num            to
               ws-rg-customer (ws-rg-count).
           move cr-sku-code                to
               ws-rg-sku (ws-rg-count).
           move cr-reason                  to
               ws-rg-reason (ws-rg-count).
           if cr-amount is numeric
               move cr-amount              to
                   ws-rg-amount (ws-rg-count)
           else
               move 0                      to
                   ws-rg-amount (ws-rg-count)
           end-if.
           if cr-trans-date is numeric
               move cr-trans-date          to ws-calc-date
           else
               move cr-taken-date          to ws-calc-date
           end-if.
           move ws-calc-date               to
               ws-rg-trans-date (ws-rg-count).
           perform 800-compute-day-serial.
           move ws-serial-day              to
               ws-rg-serial (ws-rg-count).

      *the operators on the master, their counts at zero
       120-load-operators.
           open input oper-master-file
           if ws-opm-file-status = '00'
               read oper-master-file
                   at end move 'y'         to ws-opm-eof
               end-read
               perform until ws-opm-eof = 'y'
                   if ws-op-count < ws-max-oper
                       add 1               to ws-op-count
                       move om-opnum       to ws-op-num (ws-op-count)
                       move om-opname      to ws-op-name (ws-op-count)
                       move 0              to
                           ws-op-contacts (ws-op-count)
                       move 0              to
                           ws-op-returned (ws-op-count)
                       move 0              to ws-op-kept (ws-op-count)
                       move 0              to ws-op-open (ws-op-count)
                   end-if
                   read oper-master-file
                       at end move 'y'     to ws-opm-eof
                   end-read
               end-perform
               close oper-master-file
           end-if.

      *every contact on file - the ones taken in the week are
      *judged and listed
       200-judge-contacts.
           write report-line               from ws-detail-headings.
           write report-line               from spaces.
           open input contact-file
           if ws-cnt-file-status not = '00'
               write report-line           from ws-no-contact-file-line
           else
               read contact-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-total-read
                   if ct-contact-date is numeric
                       move ct-contact-date
                                           to ws-calc-date
                       perform 800-compute-day-serial
                       if ws-serial-day >= ws-week-start-serial
                           and ws-serial-day <= ws-week-end-serial
                           move ws-serial-day
                                           to ws-ct-serial
                           perform 300-judge-one-contact
                       end-if
                   end-if
                   read contact-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close contact-file
           end-if.

      *one contact in the week - find the SKU the quoted invoice
      *sold, then the earliest return inside its window
       300-judge-one-contact.
           add 1                           to ws-total-in-week.
           move ct-customer-num            to ws-ct-customer.
           move spaces                     to ws-ct-sku.
           if ct-invoice-num not = spaces
               if ws-hist-open
                   move ct-invoice-num     to hl-invoice-num
                   read history-file
                       invalid key
                           add 1           to ws-total-no-hist
                       not invalid key
                           move hl-sku-code
                                           to ws-ct-sku
                           if ws-ct-customer = spaces
                               move hl-customer-num
                                           to ws-ct-customer
                           end-if
                   end-read
               end-if
           end-if.

           compute ws-ct-window-end = ws-ct-serial + ws-window-days.
           perform 310-find-return.

           evaluate true
               when ws-ct-match > 0
                   move "RETURNED"         to ws-ct-outcome
                   add 1                   to ws-total-returned
                   add ws-rg-amount (ws-ct-match)
                                           to ws-total-refund
                   if ws-ct-sku = spaces
                       move ws-rg-sku (ws-ct-match)
                                           to ws-ct-sku
                   end-if
               when ws-ct-window-end <= ws-run-serial
                   move "KEPT"             to ws-ct-outcome
                   add 1                   to ws-total-kept
               when other
                   move "OPEN"             to ws-ct-outcome
                   add 1                   to ws-total-open
           end-evaluate.
           if ws-ct-sku = spaces
               if ct-invoice-num = spaces
                   move "(NO INVOICE)"     to ws-ct-sku
               else
                   move "(NO HISTORY)"     to ws-ct-sku
               end-if
           end-if.

           perform 320-print-contact.
           perform 330-add-contact-reason.
           perform 340-add-return-reason.
           perform 350-add-sku.
           perform 360-add-operator.

      *the earliest return rung from the contact date through the
      *end of its window - against the quoted invoice when there
      *is one, otherwise against the customer
       310-find-return.
           move 0                          to ws-ct-match.
           if ct-invoice-num not = spaces
               or ws-ct-customer not = spaces
               perform varying ws-rg-idx from 1 by 1
                   until ws-rg-idx > ws-rg-count
                   if ws-rg-serial (ws-rg-idx) >= ws-ct-serial
                       and ws-rg-serial (ws-rg-idx) <= ws-ct-window-end
                       if (ct-invoice-num not = spaces
                           and ws-rg-orig-invoice (ws-rg-idx)
                               = ct-invoice-num)
                           or (ct-invoice-num = spaces
                           and ws-rg-customer (ws-rg-idx)
                               = ws-ct-customer)
                           if ws-ct-match = 0
                               set ws-ct-match
                                           to ws-rg-idx
                           else
                               if ws-rg-serial (ws-rg-idx) <
                                   ws-rg-serial (ws-ct-match)
                                   set ws-ct-match
                                           to ws-rg-idx
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

       320-print-contact.
           move spaces                     to ws-dl-ret-date.
           move spaces                     to ws-dl-ret-reason.
           move 0                          to ws-dl-refund.
           move 0                          to ws-dl-days.
           move ct-contact-date            to ws-dl-date.
           move ct-opnum                   to ws-dl-opnum.
           move ws-ct-customer             to ws-dl-customer.
           move ct-invoice-num             to ws-dl-invoice.
           move ct-reason                  to ws-dl-reason.
           move ws-ct-outcome              to ws-dl-outcome.
           if ws-ct-returned
               move ws-rg-trans-date (ws-ct-match)
                                           to ws-dl-ret-date
               move ws-rg-reason (ws-ct-match)
                                           to ws-dl-ret-reason
               move ws-rg-amount (ws-ct-match)
                                           to ws-dl-refund
               compute ws-ct-days =
                   ws-rg-serial (ws-ct-match) - ws-ct-serial
               move ws-ct-days             to ws-dl-days
           end-if.
           write report-line               from ws-detail-line.

       330-add-contact-reason.
           set ws-cs-idx                   to 1.
           search ws-cs-entry
               at end set ws-cs-idx        to 8
               when ws-cs-code (ws-cs-idx) = ct-reason
                   continue
           end-search.
           add 1                       to ws-cs-contacts (ws-cs-idx).
           evaluate true
               when ws-ct-returned
                   add 1                   to
                       ws-cs-returned (ws-cs-idx)
               when ws-ct-kept
                   add 1                   to ws-cs-kept (ws-cs-idx)
               when other
                   add 1                   to ws-cs-open (ws-cs-idx)
           end-evaluate.

       340-add-return-reason.
           if ws-ct-returned
               set ws-rs-idx               to 1
               search ws-rs-entry
                   at end set ws-rs-idx    to 8
                   when ws-rs-code (ws-rs-idx)
                       = ws-rg-reason (ws-ct-match)
                       continue
               end-search
               add 1                       to ws-rs-returns (ws-rs-idx)
               add ws-rg-amount (ws-ct-match)
                                           to ws-rs-refund (ws-rs-idx)
           end-if.

       350-add-sku.
           set ws-sk-idx                   to 1.
           search ws-sk-entry
               at end set ws-sk-idx        to 0
               when ws-sk-idx > ws-sk-count
                   set ws-sk-idx           to 0
               when ws-sk-sku (ws-sk-idx) = ws-ct-sku
                   continue
           end-search.
           if ws-sk-idx = 0
               if ws-sk-count < ws-max-sku
                   add 1                   to ws-sk-count
                   set ws-sk-idx           to ws-sk-count
                   if ws-sk-count = ws-max-sku
                       move "(OTHER SKUS)" to ws-sk-sku (ws-sk-idx)
                   else
                       move ws-ct-sku      to ws-sk-sku (ws-sk-idx)
                   end-if
                   move 0                  to ws-sk-contacts (ws-sk-idx)
                   move 0                  to ws-sk-returned (ws-sk-idx)
                   move 0                  to ws-sk-refund (ws-sk-idx)
               else
                   set ws-sk-idx           to ws-max-sku
               end-if
           end-if.
           add 1                       to ws-sk-contacts (ws-sk-idx).
           if ws-ct-returned
               add 1                       to ws-sk-returned (ws-sk-idx)
               add ws-rg-amount (ws-ct-match)
                                           to ws-sk-refund (ws-sk-idx)
           end-if.

      *an operator the master doesn't carry is added behind the
      *ones it does
       360-add-operator.
           move 0                          to ws-op-found.
           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count
               if ws-op-num (ws-op-idx) = ct-opnum
                   set ws-op-found         to ws-op-idx
               end-if
           end-perform.
           if ws-op-found = 0
               if ws-op-count < ws-max-oper
                   add 1                   to ws-op-count
                   move ws-op-count        to ws-op-found
                   move ct-opnum           to ws-op-num (ws-op-found)
                   move "NOT ON FILE"      to ws-op-name (ws-op-found)
                   move 0                  to
                       ws-op-contacts (ws-op-found)
                   move 0                  to
                       ws-op-returned (ws-op-found)
                   move 0                  to ws-op-kept (ws-op-found)
                   move 0                  to ws-op-open (ws-op-found)
               end-if
           end-if.
           if ws-op-found > 0
               add 1                       to
                   ws-op-contacts (ws-op-found)
               evaluate true
                   when ws-ct-returned
                       add 1               to
                           ws-op-returned (ws-op-found)
                   when ws-ct-kept
                       add 1               to
                           ws-op-kept (ws-op-found)
                   when other
                       add 1               to
                           ws-op-open (ws-op-found)
               end-evaluate
           end-if.

      *return % is taken over the contacts already settled -
      *returned or kept - so a week whose windows are still
      *running doesn't read as a good one
       400-print-contact-reasons.
           write report-line               from spaces.
           write report-line               from ws-cs-title.
           write report-line               from ws-cs-headings.
           perform varying ws-cs-idx from 1 by 1
               until ws-cs-idx > 8
               if ws-cs-contacts (ws-cs-idx) > 0
                   or ws-cs-idx <= ws-contact-rsn-list-count
                   move ws-cs-code (ws-cs-idx)
                                           to ws-cl-code
                   move ws-cs-desc (ws-cs-idx)
                                           to ws-cl-desc
                   move ws-cs-contacts (ws-cs-idx)
                                           to ws-cl-contacts
                   move ws-cs-returned (ws-cs-idx)
                                           to ws-cl-returned
                   move ws-cs-kept (ws-cs-idx)
                                           to ws-cl-kept
                   move ws-cs-open (ws-cs-idx)
                                           to ws-cl-open
                   compute ws-closed = ws-cs-returned (ws-cs-idx)
                                     + ws-cs-kept (ws-cs-idx)
                   move 0                  to ws-return-pct
                   if ws-closed > 0
                       compute ws-return-pct rounded =
                           ws-cs-returned (ws-cs-idx) * 100
                           / ws-closed
                   end-if
                   move ws-return-pct      to ws-cl-pct
                   write report-line       from ws-cs-line
               end-if
           end-perform.

       420-print-return-reasons.
           write report-line               from spaces.
           write report-line               from ws-rs-title.
           write report-line               from ws-rs-headings.
           perform varying ws-rs-idx from 1 by 1
               until ws-rs-idx > 8
               if ws-rs-returns (ws-rs-idx) > 0
                   move ws-rs-code (ws-rs-idx)
                                           to ws-rl-code
                   move ws-rs-desc (ws-rs-idx)
                                           to ws-rl-desc
                   move ws-rs-returns (ws-rs-idx)
                                           to ws-rl-returns
                   move ws-rs-refund (ws-rs-idx)
                                           to ws-rl-refund
                   write report-line       from ws-rs-line
               end-if
           end-perform.

       440-print-skus.
           write report-line               from spaces.
           write report-line               from ws-sk-title.
           write report-line               from ws-sk-headings.
           perform varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count
               move ws-sk-sku (ws-sk-idx)  to ws-sl-sku
               move ws-sk-contacts (ws-sk-idx)
                                           to ws-sl-contacts
               move ws-sk-returned (ws-sk-idx)
                                           to ws-sl-returned
               move ws-sk-refund (ws-sk-idx)
                                           to ws-sl-refund
               write report-line           from ws-sk-line
           end-perform.

      *every operator with a contact in the week, then the ones
      *with the highest return and keep rates on settled contacts
       460-print-operators.
           write report-line               from spaces.
           write report-line               from ws-op-title.
           write report-line               from ws-op-headings.
           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count
               if ws-op-contacts (ws-op-idx) > 0
                   perform 470-print-one-operator
               end-if
           end-perform.
           write report-line               from spaces.
           if ws-high-return-op = 0
               write report-line           from ws-op-none-line
           else
               move "HIGHEST RETURN RATE     - "
                                           to ws-oh-label
               move ws-op-num (ws-high-return-op)
                                           to ws-oh-opnum
               move ws-op-name (ws-high-return-op)
                                           to ws-oh-name
               move ws-high-return-pct     to ws-oh-pct
               write report-line           from ws-op-high-line
               move "HIGHEST KEPT RATE       - "
                                           to ws-oh-label
               move ws-op-num (ws-high-kept-op)
                                           to ws-oh-opnum
               move ws-op-name (ws-high-kept-op)
                                           to ws-oh-name
               move ws-high-kept-pct       to ws-oh-pct
               write report-line           from ws-op-high-line
           end-if.

       470-print-one-operator.
           move ws-op-num (ws-op-idx)      to ws-ol-opnum.
           move ws-op-name (ws-op-idx)     to ws-ol-name.
           move ws-op-contacts (ws-op-idx) to ws-ol-contacts.
           move ws-op-returned (ws-op-idx) to ws-ol-returned.
           move ws-op-kept (ws-op-idx)     to ws-ol-kept.
           move ws-op-open (ws-op-idx)     to ws-ol-open.
           compute ws-closed = ws-op-returned (ws-op-idx)
                             + ws-op-kept (ws-op-idx).
           move 0                          to ws-return-pct.
           move 0                          to ws-kept-pct.
           if ws-closed > 0
               compute ws-return-pct rounded =
                   ws-op-returned (ws-op-idx) * 100 / ws-closed
               compute ws-kept-pct rounded =
                   ws-op-kept (ws-op-idx) * 100 / ws-closed
               if ws-high-return-op = 0
                   or ws-return-pct > ws-high-return-pct
                   set ws-high-return-op   to ws-op-idx
                   move ws-return-pct      to ws-high-return-pct
               end-if
               if ws-high-kept-op = 0
                   or ws-kept-pct > ws-high-kept-pct
                   set ws-high-kept-op     to ws-op-idx
                   move ws-kept-pct        to ws-high-kept-pct
               end-if
           end-if.
           move ws-return-pct              to ws-ol-return-pct.
           move ws-kept-pct                to ws-ol-kept-pct.
           write report-line               from ws-op-line.

       500-report-footer.
           move ws-total-read              to ws-fl-read.
           move ws-total-in-week           to ws-fl-in-week.
           move ws-total-returned          to ws-fl-returned.
           move ws-total-kept              to ws-fl-kept.
           move ws-total-open              to ws-fl-open.
           move ws-total-no-hist           to ws-fl-no-hist.
           move ws-total-refund            to ws-fl-refund.
           write report-line               from spaces.
           write report-line               from ws-footer-line-1.
           write report-line               from ws-footer-line-2.
           write report-line               from ws-footer-line-3.
           write report-line               from ws-footer-line-4.
           write report-line               from ws-footer-line-5.
           write report-line               from ws-footer-line-6.
           write report-line               from ws-footer-line-7.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program57_Contact_Report" to ws-aud-program.
           move ws-total-read              to ws-aud-in.
           move ws-total-in-week           to ws-aud-out.
           move 0                          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

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

       end program Program57_Contact_Report.
