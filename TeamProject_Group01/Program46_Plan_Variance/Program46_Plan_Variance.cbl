       identification division.
       program-id. Program46_Plan_Variance.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program sets each store's week-to-date and
      *              month-to-date actuals off the period master kept
      *              by Program09_Period_Accumulate against the
      *              store sales plan kept by the maintenance
      *              program, printing the dollar and percent
      *              variance for sales and for net, a subtotal for
      *              every district on the store master and a chain
      *              total - the plan-versus-actual comparison head
      *              office used to rebuild by hand from the period
      *              report and a spreadsheet. Stores running more
      *              than the set percentage under their sales plan,
      *              for the week or for the month, are listed again
      *              in an exceptions section at the end. Sales are
      *              the period's sales rings; net is sales, layaway
      *              and exchanges less returns and voids, the same
      *              net the district summary prints.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Match weekly and monthly plans to the fiscal
      *               week and period the period master now resets
      *               on.

       environment division.

       input-output section.
       file-control.
      *the cumulative period master kept by Program09 - file status
      *lets us tell "no master yet" apart from a real open error
           select master-file assign       to
                               "../../../data/project1PeriodMaster.dat"
               organization is line sequential
               file status is ws-master-file-status.

      *the store sales plan kept by the maintenance program
           select sales-plan-file assign   to
                               "../../../data/project1SalesPlan.dat"
               organization is line sequential
               file status is ws-spl-file-status.

      *the store master kept by the maintenance program - maps
      *each store to its district
           select store-master-file assign to
                               "../../../data/project1StoreMaster.dat"
               organization is line sequential
               file status is ws-stm-file-status.

      *the plan-versus-actual report
           select report-file assign       to
                               "../../../data/project1PlanVar.out"
               organization is line sequential.

      *the 4-5-4 fiscal calendar master kept by the calendar step
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

      *period master record - the first record on the file is the
      *header carrying the date the master was last posted, the
      *rest are one entry per store per transaction code
       fd master-file
           data record is master-line
               record contains 31 characters.
       01 master-line.
           05 ml-store-num                 pic xx.
           05 ml-trans-code                pic x.
           05 ml-wtd-count                 pic 9(5).
           05 ml-wtd-amount                pic 9(7)v99.
           05 ml-mtd-count                 pic 9(5).
           05 ml-mtd-amount                pic 9(7)v99.
       01 master-header-line.
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
           05 filler                       pic x(20).

      *sales plan record, as the maintenance program keeps it - a
      *week or a month per store, keyed on the date it starts
       fd sales-plan-file
           data record is sales-plan-line
               record contains 30 characters.
       01 sales-plan-line.
           05 sp-store-num                 pic xx.
           05 sp-period-type               pic x.
               88 sp-is-week            value 'W'.
               88 sp-is-month           value 'M'.
           05 sp-period-start              pic x(8).
           05 sp-period-start-n redefines sp-period-start
                                           pic 9(8).
           05 sp-plan-sales                pic x(9).
           05 sp-plan-sales-n redefines sp-plan-sales
                                           pic 9(7)v99.
           05 sp-plan-net                  pic x(9).
           05 sp-plan-net-n redefines sp-plan-net
                                           pic 9(7)v99.
           05 sp-active-flag               pic x.
               88 sp-is-active          value 'A'.

      *store master record, as the maintenance program keeps it
       fd store-master-file
           data record is store-master-line
               record contains 29 characters.
       01 store-master-line.
           05 sm-store-code                pic xx.
           05 sm-tax-rate                  pic 9v99.
           05 sm-long-sku-flag             pic x.
           05 sm-active-flag               pic x.
               88 sm-is-active          value 'A'.
           05 sm-juris-code                pic x(4).
           05 sm-eff-date                  pic x(8).
           05 sm-end-date                  pic x(8).
           05 sm-district-code             pic xx.

       fd report-file
           data record is report-line
               record contains 130 characters.
       01 report-line                      pic x(130)
           value spaces.

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

      *file statuses - used only to tell a missing file apart from
      *a real open error
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-master-file-status             pic xx
           value spaces.
       01 ws-spl-file-status                pic xx
           value spaces.
       01 ws-stm-file-status                pic xx
           value spaces.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

      *the week and period keys of the date in ws-calc-date, as
      *820-settle-period-keys leaves them, and the posted date's
      *period
       01 ws-key-week                      pic 9(6)
           value 0.
       01 ws-key-month                     pic 9(6)
           value 0.
       01 ws-posted-month-key              pic 9(6)
           value 0.

      *a store running further under its sales plan than this, for
      *the week or the month, is listed as an exception
       77 ws-under-plan-pct                pic 99v99
           value 10.00.

      *a store with no district groups under "--"
       77 ws-no-district                   pic xx
           value "--".

      *the date the master was last posted - the day the week and
      *month being compared run to
       01 ws-posted-date                   pic 9(8)
           value 0.
       01 ws-master-found-sw               pic x
           value 'n'.
           88 ws-master-found           value 'y'.

      *date being worked on by 800-compute-day-serial and the
      *serial day number it computes - the Monday-to-Sunday week
      *the period master falls back on for a date the fiscal
      *calendar doesn't reach
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
       01 ws-posted-week                   pic 9(6)
           value 0.
       01 ws-plan-week                     pic 9(6)
           value 0.

      *January 1st 2018 fell on a Monday - the period master's own
      *anchor for its weeks
       77 ws-anchor-date                   pic 9(8)
           value 20180101.

      *each store's actuals and plan - seeded from the store master
      *so a store with a plan and no sales yet still prints, grown
      *for any store on the period master the store master lacks
       01 ws-store-table.
           05 ws-pv-entry                  occurs 50 times
               indexed by ws-pv-idx.
               10 ws-pv-store              pic xx.
               10 ws-pv-district           pic xx.
               10 ws-pv-figures.
                   15 ws-pv-wtd-sales      pic s9(9)v99.
                   15 ws-pv-wtd-net        pic s9(9)v99.
                   15 ws-pv-mtd-sales      pic s9(9)v99.
                   15 ws-pv-mtd-net        pic s9(9)v99.
                   15 ws-pv-pln-wtd-sales  pic 9(9)v99.
                   15 ws-pv-pln-wtd-net    pic 9(9)v99.
                   15 ws-pv-pln-mtd-sales  pic 9(9)v99.
                   15 ws-pv-pln-mtd-net    pic 9(9)v99.
       01 ws-pv-count                      pic 99
           value 0.
       01 ws-cur-pv-idx                    pic 99
           value 0.
       01 ws-lookup-store                  pic xx
           value spaces.
       01 ws-lookup-district               pic xx
           value spaces.

      *the districts, in the order first met
       01 ws-district-list.
           05 ws-dl-code                   pic xx
               occurs 50 times
               indexed by ws-dl-idx.
       01 ws-dl-count                      pic 99
           value 0.
       01 ws-dl-found-sw                   pic x
           value 'n'.
           88 ws-dl-found               value 'y'.

      *figures being printed - a store, a district or the chain,
      *the same shape as a store's figures
       01 ws-work-figures.
           05 ws-wk-wtd-sales              pic s9(9)v99.
           05 ws-wk-wtd-net                pic s9(9)v99.
           05 ws-wk-mtd-sales              pic s9(9)v99.
           05 ws-wk-mtd-net                pic s9(9)v99.
           05 ws-wk-pln-wtd-sales          pic 9(9)v99.
           05 ws-wk-pln-wtd-net            pic 9(9)v99.
           05 ws-wk-pln-mtd-sales          pic 9(9)v99.
           05 ws-wk-pln-mtd-net            pic 9(9)v99.
       01 ws-district-figures.
           05 ws-ds-wtd-sales              pic s9(9)v99.
           05 ws-ds-wtd-net                pic s9(9)v99.
           05 ws-ds-mtd-sales              pic s9(9)v99.
           05 ws-ds-mtd-net                pic s9(9)v99.
           05 ws-ds-pln-wtd-sales          pic 9(9)v99.
           05 ws-ds-pln-wtd-net            pic 9(9)v99.
           05 ws-ds-pln-mtd-sales          pic 9(9)v99.
           05 ws-ds-pln-mtd-net            pic 9(9)v99.
       01 ws-chain-figures.
           05 ws-ch-wtd-sales              pic s9(9)v99.
           05 ws-ch-wtd-net                pic s9(9)v99.
           05 ws-ch-mtd-sales              pic s9(9)v99.
           05 ws-ch-mtd-net                pic s9(9)v99.
           05 ws-ch-pln-wtd-sales          pic 9(9)v99.
           05 ws-ch-pln-wtd-net            pic 9(9)v99.
           05 ws-ch-pln-mtd-sales          pic 9(9)v99.
           05 ws-ch-pln-mtd-net            pic 9(9)v99.

      *one printed line's four figures, and the variance worked
      *out from them
       01 ws-ln-wtd-act                    pic s9(9)v99
           value 0.
       01 ws-ln-wtd-pln                    pic 9(9)v99
           value 0.
       01 ws-ln-mtd-act                    pic s9(9)v99
           value 0.
       01 ws-ln-mtd-pln                    pic 9(9)v99
           value 0.
       01 ws-var-amount                    pic s9(9)v99
           value 0.
       01 ws-var-pct                       pic s9(5)v9
           value 0.
       01 ws-wtd-pct                       pic s9(5)v9
           value 0.
       01 ws-mtd-pct                       pic s9(5)v9
           value 0.
       01 ws-neg-limit                     pic s9(5)v9
           value 0.

      *counts for the audit log
       01 ws-total-entries                 pic 9(5)
           value 0.
       01 ws-total-plans                   pic 9(5)
           value 0.
       01 ws-total-exceptions              pic 9(5)
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
           05 filler                       pic x(33)
               value "SALES PLAN VERSUS ACTUAL".

      *the date the master was last posted
       01 ws-asof-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(21)
               value "FIGURES POSTED TO:   ".
           05 ws-al-posted-date            pic 9(8)
               value 0.

      *column headings
       01 ws-report-headings-1.
           05 filler                       pic x(19)
               value spaces.
           05 filler                       pic x(56)
               value "---------------- WEEK TO DATE ----------------".
           05 filler                       pic x(55)
               value "---------------- MONTH TO DATE ---------------".
       01 ws-report-headings-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(17)
               value "STORE".
           05 filler                       pic x(15)
               value "        ACTUAL".
           05 filler                       pic x(15)
               value "          PLAN".
           05 filler                       pic x(15)
               value "      VARIANCE".
           05 filler                       pic x(10)
               value "  VAR %".
           05 filler                       pic x(15)
               value "        ACTUAL".
           05 filler                       pic x(15)
               value "          PLAN".
           05 filler                       pic x(15)
               value "      VARIANCE".
           05 filler                       pic x(11)
               value "  VAR %".

      *one sales or net line - a store's, a district's or the
      *chain's
       01 ws-var-line.
           05 filler                       pic x
               value spaces.
           05 ws-vl-label                  pic x(17)
               value spaces.
           05 filler                       pic x
               value spaces.
           05 ws-vl-wtd-act                pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-vl-wtd-pln                pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-vl-wtd-var                pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-vl-wtd-pct                pic ----9.9.
           05 ws-vl-wtd-pct-x redefines ws-vl-wtd-pct
                                           pic x(7).
           05 filler                       pic x(3)
               value spaces.
           05 ws-vl-mtd-act                pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-vl-mtd-pln                pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-vl-mtd-var                pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-vl-mtd-pct                pic ----9.9.
           05 ws-vl-mtd-pct-x redefines ws-vl-mtd-pct
                                           pic x(7).

      *the label built for each line
       01 ws-label-work.
           05 ws-lw-level                  pic x(9)
               value spaces.
           05 ws-lw-key                    pic xx
               value spaces.
           05 filler                       pic x
               value spaces.
           05 ws-lw-measure                pic x(5)
               value spaces.

      *exceptions section
       01 ws-exc-title-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(20)
               value "STORES MORE THAN".
           05 ws-et-pct                    pic z9.99.
           05 filler                       pic x(40)
               value "% UNDER THEIR SALES PLAN".
       01 ws-exc-head-line.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(8)
               value "STORE".
           05 filler                       pic x(11)
               value "DISTRICT".
           05 filler                       pic x(8)
               value "PERIOD".
           05 filler                       pic x(16)
               value "  ACTUAL SALES".
           05 filler                       pic x(16)
               value "    PLAN SALES".
           05 filler                       pic x(10)
               value "  VAR %".
       01 ws-exc-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-el-store                  pic xx
               value spaces.
           05 filler                       pic x(6)
               value spaces.
           05 ws-el-district               pic xx
               value spaces.
           05 filler                       pic x(9)
               value spaces.
           05 ws-el-period                 pic x(6)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-el-act                    pic $$,$$$,$$9.99-.
           05 filler                       pic x(2)
               value spaces.
           05 ws-el-pln                    pic $$,$$$,$$9.99-.
           05 filler                       pic x(2)
               value spaces.
           05 ws-el-pct                    pic ----9.9.
       01 ws-no-exc-line                   pic x(40)
           value "    NO STORE IS UNDER PLAN".

      *line printed when there is no master to report from yet
       01 ws-no-master-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(40)
               value "NO PERIOD MASTER ON FILE - NOTHING TO".
           05 filler                       pic x(7)
               value "REPORT".

      *"no plan" in a percentage column
       77 ws-no-plan                       pic x(7)
           value "NO PLAN".

       procedure division.
           open output report-file.

           accept ws-date                  from date.
           accept ws-time                  from time.

           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 005-load-store-master.
           perform 100-load-master.

           if not ws-master-found
               write report-line           from ws-no-master-line
           else
               perform 150-find-posted-week
               perform 200-load-sales-plan
               move ws-posted-date         to ws-al-posted-date
               write report-line           from ws-asof-line
               write report-line           from spaces
               write report-line           from ws-report-headings-1
               write report-line           from ws-report-headings-2
               perform 300-print-by-district
               perform 500-print-exceptions
           end-if.

           perform 600-write-audit-line.

           close report-file.
           goback.

      *seeds a store entry for every active store on the store
      *master, with the district it reports under
       005-load-store-master.
           move 'n'                        to ws-eof.
           open input store-master-file
           if ws-stm-file-status = '00'
               read store-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if sm-is-active
                       move sm-store-code  to ws-lookup-store
                       if sm-district-code = spaces
                           move ws-no-district
                                           to ws-lookup-district
                       else
                           move sm-district-code
                                           to ws-lookup-district
                       end-if
                       perform 080-find-or-add-store
                   end-if
                   read store-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close store-master-file
           end-if.

      *looks the store in ws-lookup-store up, adding a new zeroed
      *entry under ws-lookup-district when it hasn't been seen; 0
      *only when the table is full
       080-find-or-add-store.
           move 0                          to ws-cur-pv-idx.
           perform varying ws-pv-idx from 1 by 1
               until ws-pv-idx > ws-pv-count
               if ws-pv-store (ws-pv-idx) = ws-lookup-store
                   set ws-cur-pv-idx       to ws-pv-idx
               end-if
           end-perform.
           if ws-cur-pv-idx = 0 and ws-pv-count < 50
               add 1                       to ws-pv-count
               initialize ws-pv-entry (ws-pv-count)
               move ws-lookup-store        to
                   ws-pv-store (ws-pv-count)
               move ws-lookup-district     to
                   ws-pv-district (ws-pv-count)
               move ws-pv-count            to ws-cur-pv-idx
               perform 085-note-district
           end-if.

      *adds the district to the print order the first time it is
      *met
       085-note-district.
           move 'n'                        to ws-dl-found-sw.
           perform varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count
               if ws-dl-code (ws-dl-idx) = ws-lookup-district
                   move 'y'                to ws-dl-found-sw
               end-if
           end-perform.
           if not ws-dl-found and ws-dl-count < 50
               add 1                       to ws-dl-count
               move ws-lookup-district     to
                   ws-dl-code (ws-dl-count)
           end-if.

      *reads the period master - header first, then one entry per
      *store/transaction-code combination rolled into the store's
      *sales and net
       100-load-master.
           move 'n'                        to ws-eof.
           open input master-file
           if ws-master-file-status = '00'
               read master-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and mh-is-header
                   move mh-posted-date     to ws-posted-date
                   move 'y'                to ws-master-found-sw
               end-if
               perform until ws-eof = 'y'
                   read master-file
                       at end move 'y'     to ws-eof
                   end-read
                   if ws-eof not = 'y'
                       perform 120-take-one-entry
                   end-if
               end-perform
               close master-file
           end-if.

       120-take-one-entry.
           add 1                           to ws-total-entries.
           move ml-store-num               to ws-lookup-store.
           move ws-no-district             to ws-lookup-district.
           perform 080-find-or-add-store.
           if ws-cur-pv-idx > 0
               evaluate ml-trans-code
                   when 'S'
                       add ml-wtd-amount   to
                           ws-pv-wtd-sales (ws-cur-pv-idx)
                       add ml-wtd-amount   to
                           ws-pv-wtd-net (ws-cur-pv-idx)
                       add ml-mtd-amount   to
                           ws-pv-mtd-sales (ws-cur-pv-idx)
                       add ml-mtd-amount   to
                           ws-pv-mtd-net (ws-cur-pv-idx)
                   when 'L'
                   when 'X'
                       add ml-wtd-amount   to
                           ws-pv-wtd-net (ws-cur-pv-idx)
                       add ml-mtd-amount   to
                           ws-pv-mtd-net (ws-cur-pv-idx)
                   when 'R'
                   when 'V'
                       subtract ml-wtd-amount
                                           from
                           ws-pv-wtd-net (ws-cur-pv-idx)
                       subtract ml-mtd-amount
                                           from
                           ws-pv-mtd-net (ws-cur-pv-idx)
               end-evaluate
           end-if.

      *the week and period keys of the posted date, counted the
      *way the period master counts its weeks and periods
       150-find-posted-week.
           perform 160-load-fiscal-cal.
           move ws-anchor-date             to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-anchor-serial.
           move ws-posted-date             to ws-calc-date.
           perform 820-settle-period-keys.
           move ws-key-week                to ws-posted-week.
           move ws-key-month               to ws-posted-month-key.

      *the fiscal calendar into storage, from three years before
      *the posted date
       160-load-fiscal-cal.
           move 'n'                        to ws-eof.
           move ws-posted-date             to ws-calc-date.
           compute ws-fc-keep-from =
               (ws-calc-yyyy - 3) * 10000 + 101.
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

      *takes each active plan for the week and the month the master
      *is posted to - a weekly plan counts when its start date
      *falls in the posted date's week, a monthly plan when it
      *starts in the posted date's fiscal period
       200-load-sales-plan.
           move 'n'                        to ws-eof.
           open input sales-plan-file
           if ws-spl-file-status = '00'
               read sales-plan-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if sp-is-active
                       and sp-period-start is numeric
                       and sp-plan-sales is numeric
                       and sp-plan-net is numeric
                       perform 220-take-one-plan
                   end-if
                   read sales-plan-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close sales-plan-file
           end-if.

       220-take-one-plan.
           move sp-store-num               to ws-lookup-store.
           move ws-no-district             to ws-lookup-district.
           evaluate true
               when sp-is-week
                   and sp-period-start-n >= ws-anchor-date
                   move sp-period-start-n  to ws-calc-date
                   perform 820-settle-period-keys
                   move ws-key-week        to ws-plan-week
                   if ws-plan-week = ws-posted-week
                       perform 080-find-or-add-store
                       if ws-cur-pv-idx > 0
                           add 1           to ws-total-plans
                           move sp-plan-sales-n
                                           to
                               ws-pv-pln-wtd-sales (ws-cur-pv-idx)
                           move sp-plan-net-n
                                           to
                               ws-pv-pln-wtd-net (ws-cur-pv-idx)
                       end-if
                   end-if
               when sp-is-month
                   move sp-period-start-n  to ws-calc-date
                   perform 820-settle-period-keys
                   if ws-key-month = ws-posted-month-key
                       perform 080-find-or-add-store
                       if ws-cur-pv-idx > 0
                           add 1           to ws-total-plans
                           move sp-plan-sales-n
                                           to
                               ws-pv-pln-mtd-sales (ws-cur-pv-idx)
                           move sp-plan-net-n
                                           to
                               ws-pv-pln-mtd-net (ws-cur-pv-idx)
                       end-if
                   end-if
           end-evaluate.

      *each district's stores, then the district's subtotal, then
      *the chain total
       300-print-by-district.
           initialize ws-chain-figures.
           perform varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count
               perform 320-print-one-district
           end-perform.

           move ws-chain-figures           to ws-work-figures.
           move "CHAIN"                    to ws-lw-level.
           move spaces                     to ws-lw-key.
           write report-line               from spaces.
           perform 400-print-figures.

       320-print-one-district.
           initialize ws-district-figures.
           write report-line               from spaces.
           perform varying ws-pv-idx from 1 by 1
               until ws-pv-idx > ws-pv-count
               if ws-pv-district (ws-pv-idx) =
                   ws-dl-code (ws-dl-idx)
                   move ws-pv-figures (ws-pv-idx)
                                           to ws-work-figures
                   move "STORE"            to ws-lw-level
                   move ws-pv-store (ws-pv-idx)
                                           to ws-lw-key
                   perform 400-print-figures
                   perform 340-add-to-district
               end-if
           end-perform.

           move ws-district-figures        to ws-work-figures.
           move "DISTRICT"                 to ws-lw-level.
           move ws-dl-code (ws-dl-idx)     to ws-lw-key.
           perform 400-print-figures.

           add ws-ds-wtd-sales             to ws-ch-wtd-sales.
           add ws-ds-wtd-net               to ws-ch-wtd-net.
           add ws-ds-mtd-sales             to ws-ch-mtd-sales.
           add ws-ds-mtd-net               to ws-ch-mtd-net.
           add ws-ds-pln-wtd-sales         to ws-ch-pln-wtd-sales.
           add ws-ds-pln-wtd-net           to ws-ch-pln-wtd-net.
           add ws-ds-pln-mtd-sales         to ws-ch-pln-mtd-sales.
           add ws-ds-pln-mtd-net           to ws-ch-pln-mtd-net.

       340-add-to-district.
           add ws-wk-wtd-sales             to ws-ds-wtd-sales.
           add ws-wk-wtd-net               to ws-ds-wtd-net.
           add ws-wk-mtd-sales             to ws-ds-mtd-sales.
           add ws-wk-mtd-net               to ws-ds-mtd-net.
           add ws-wk-pln-wtd-sales         to ws-ds-pln-wtd-sales.
           add ws-wk-pln-wtd-net           to ws-ds-pln-wtd-net.
           add ws-wk-pln-mtd-sales         to ws-ds-pln-mtd-sales.
           add ws-wk-pln-mtd-net           to ws-ds-pln-mtd-net.

      *the sales line and the net line for the figures in
      *ws-work-figures, labelled from ws-label-work
       400-print-figures.
           move "SALES"                    to ws-lw-measure.
           move ws-label-work              to ws-vl-label.
           move ws-wk-wtd-sales            to ws-ln-wtd-act.
           move ws-wk-pln-wtd-sales        to ws-ln-wtd-pln.
           move ws-wk-mtd-sales            to ws-ln-mtd-act.
           move ws-wk-pln-mtd-sales        to ws-ln-mtd-pln.
           perform 450-print-one-line.

           move "NET"                      to ws-lw-measure.
           move ws-label-work              to ws-vl-label.
           move ws-wk-wtd-net              to ws-ln-wtd-act.
           move ws-wk-pln-wtd-net          to ws-ln-wtd-pln.
           move ws-wk-mtd-net              to ws-ln-mtd-act.
           move ws-wk-pln-mtd-net          to ws-ln-mtd-pln.
           perform 450-print-one-line.

      *one line's variance - the percentage only where there is a
      *plan to measure against
       450-print-one-line.
           move ws-ln-wtd-act              to ws-vl-wtd-act.
           move ws-ln-wtd-pln              to ws-vl-wtd-pln.
           compute ws-var-amount = ws-ln-wtd-act - ws-ln-wtd-pln.
           move ws-var-amount              to ws-vl-wtd-var.
           if ws-ln-wtd-pln > 0
               compute ws-var-pct rounded =
                   ws-var-amount * 100 / ws-ln-wtd-pln
               move ws-var-pct             to ws-vl-wtd-pct
           else
               move ws-no-plan             to ws-vl-wtd-pct-x
           end-if.

           move ws-ln-mtd-act              to ws-vl-mtd-act.
           move ws-ln-mtd-pln              to ws-vl-mtd-pln.
           compute ws-var-amount = ws-ln-mtd-act - ws-ln-mtd-pln.
           move ws-var-amount              to ws-vl-mtd-var.
           if ws-ln-mtd-pln > 0
               compute ws-var-pct rounded =
                   ws-var-amount * 100 / ws-ln-mtd-pln
               move ws-var-pct             to ws-vl-mtd-pct
           else
               move ws-no-plan             to ws-vl-mtd-pct-x
           end-if.

           write report-line               from ws-var-line.

      *every store further under its sales plan than the set
      *percentage, for the week or for the month
       500-print-exceptions.
           move ws-under-plan-pct          to ws-et-pct.
           compute ws-neg-limit = 0 - ws-under-plan-pct.
           write report-line               from spaces.
           write report-line               from spaces.
           write report-line               from ws-exc-title-line.
           write report-line               from spaces.
           write report-line               from ws-exc-head-line.

           perform varying ws-pv-idx from 1 by 1
               until ws-pv-idx > ws-pv-count
               perform 520-check-one-store
           end-perform.

           if ws-total-exceptions = 0
               write report-line           from ws-no-exc-line
           end-if.

       520-check-one-store.
           move ws-pv-store (ws-pv-idx)    to ws-el-store.
           move ws-pv-district (ws-pv-idx) to ws-el-district.

           if ws-pv-pln-wtd-sales (ws-pv-idx) > 0
               compute ws-wtd-pct rounded =
                   (ws-pv-wtd-sales (ws-pv-idx)
                   - ws-pv-pln-wtd-sales (ws-pv-idx)) * 100
                   / ws-pv-pln-wtd-sales (ws-pv-idx)
               if ws-wtd-pct < ws-neg-limit
                   move "WEEK"             to ws-el-period
                   move ws-pv-wtd-sales (ws-pv-idx)
                                           to ws-el-act
                   move ws-pv-pln-wtd-sales (ws-pv-idx)
                                           to ws-el-pln
                   move ws-wtd-pct         to ws-el-pct
                   write report-line       from ws-exc-line
                   add 1                   to ws-total-exceptions
               end-if
           end-if.

           if ws-pv-pln-mtd-sales (ws-pv-idx) > 0
               compute ws-mtd-pct rounded =
                   (ws-pv-mtd-sales (ws-pv-idx)
                   - ws-pv-pln-mtd-sales (ws-pv-idx)) * 100
                   / ws-pv-pln-mtd-sales (ws-pv-idx)
               if ws-mtd-pct < ws-neg-limit
                   move "MONTH"            to ws-el-period
                   move ws-pv-mtd-sales (ws-pv-idx)
                                           to ws-el-act
                   move ws-pv-pln-mtd-sales (ws-pv-idx)
                                           to ws-el-pln
                   move ws-mtd-pct         to ws-el-pct
                   write report-line       from ws-exc-line
                   add 1                   to ws-total-exceptions
               end-if
           end-if.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program46_Plan_Variance"  to ws-aud-program.
           move ws-total-entries           to ws-aud-in.
           move ws-total-plans             to ws-aud-out.
           move ws-total-exceptions        to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *turns the date in ws-calc-date into a running serial day
      *number (January and February counted as months 13 and 14 of
      *the year before, the usual trick that puts the leap day at
      *the end of the counting year), so week boundaries can be
      *found with plain subtraction and division
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

       end program Program46_Plan_Variance.
