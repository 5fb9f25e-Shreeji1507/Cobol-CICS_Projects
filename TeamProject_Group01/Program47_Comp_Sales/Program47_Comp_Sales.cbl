       identification division.
       program-id. Program47_Comp_Sales.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program prints comparable-store sales off
      *              the month-history file the period-accumulation
      *              step writes at each month-end close: the most
      *              recently closed month against the same month a
      *              year earlier, and the year to date through that
      *              month against the same months a year earlier,
      *              as net sales per store with a comp percentage,
      *              a subtotal per district on the store master and
      *              a chain comp line. Only stores open through the
      *              whole of both periods count - a store counts
      *              for the month when it opened on or before the
      *              first of the same month last year, and for the
      *              year to date when it opened on or before the
      *              first of January last year, both off the store
      *              master's effective date. Closed, inactive and
      *              newly opened stores are listed separately with
      *              the reason and totalled on their own, and an
      *              all-stores line adds the two back together so
      *              the chain still ties to the month history.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Take the opening-date yardsticks off the 4-5-4
      *               fiscal calendar now the month history is kept
      *               by fiscal period - a comp store has to have
      *               opened by the first day of the same period last
      *               year, and by the first day of last fiscal year
      *               for the year to date.

       environment division.

       input-output section.
       file-control.
      *the month-history file kept by the period-accumulation
      *step - file status lets us tell "no month closed yet"
      *apart from a real open error
           select month-hist-file assign   to
                               "../../../data/project1MonthHist.dat"
               organization is line sequential
               file status is ws-mth-file-status.

      *the store master kept by the maintenance program - each
      *store's district, opening date and closing date
           select store-master-file assign to
                               "../../../data/project1StoreMaster.dat"
               organization is line sequential
               file status is ws-stm-file-status.

      *the 4-5-4 fiscal calendar master kept by the calendar step
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *the comparable-store sales report
           select report-file assign       to
                               "../../../data/project1CompSales.out"
               organization is line sequential.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

      *one closed month's figures for one store and transaction
      *code, as the period-accumulation step writes them
       fd month-hist-file
           data record is month-hist-line
               record contains 23 characters.
       01 month-hist-line.
           05 mn-close-month               pic 9(6).
           05 mn-store-num                 pic xx.
           05 mn-trans-code                pic x.
           05 mn-mtd-count                 pic 9(5).
           05 mn-mtd-amount                pic 9(7)v99.

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
           05 sm-eff-date-n redefines sm-eff-date
                                           pic 9(8).
           05 sm-end-date                  pic x(8).
           05 sm-end-date-n redefines sm-end-date
                                           pic 9(8).
           05 sm-district-code             pic xx.

       fd report-file
           data record is report-line
               record contains 110 characters.
       01 report-line                      pic x(110)
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

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-mth-file-status                pic xx
           value spaces.
       01 ws-stm-file-status                pic xx
           value spaces.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

      *the first and last day of one fiscal period, as
      *170-period-bounds finds them - zero when the calendar
      *doesn't carry the period
       01 ws-pb-year                       pic 9(4)
           value 0.
       01 ws-pb-period                     pic 99
           value 0.
       01 ws-pb-first                      pic 9(8)
           value 0.
       01 ws-pb-last                       pic 9(8)
           value 0.

      *a store with no district groups under "--"
       77 ws-no-district                   pic xx
           value "--".

      *the comp month and its yardsticks - the same month last
      *year, the first month of each year to date, and the dates a
      *store has to have opened by to count
       01 ws-cur-month                     pic 9(6)
           value 0.
       01 ws-cur-month-r redefines ws-cur-month.
           05 ws-cur-yyyy                  pic 9(4).
           05 ws-cur-mm                    pic 99.
       01 ws-prior-month                   pic 9(6)
           value 0.
       01 ws-cur-jan                       pic 9(6)
           value 0.
       01 ws-prior-jan                     pic 9(6)
           value 0.
       01 ws-month-comp-date               pic 9(8)
           value 0.
       01 ws-ytd-comp-date                 pic 9(8)
           value 0.
       01 ws-cur-month-end                 pic 9(8)
           value 0.

      *each store's four net figures and where it stands - grown
      *as stores are met on the month history
       01 ws-store-table.
           05 ws-cs-entry                  occurs 50 times
               indexed by ws-cs-idx.
               10 ws-cs-store              pic xx.
               10 ws-cs-district           pic xx.
               10 ws-cs-on-master          pic x.
               10 ws-cs-active             pic x.
               10 ws-cs-eff-date           pic 9(8).
               10 ws-cs-end-date           pic 9(8).
               10 ws-cs-cur-month          pic s9(9)v99.
               10 ws-cs-prior-month        pic s9(9)v99.
               10 ws-cs-cur-ytd            pic s9(9)v99.
               10 ws-cs-prior-ytd          pic s9(9)v99.
               10 ws-cs-month-comp         pic x.
                   88 ws-cs-is-month-comp
                                        value 'y'.
               10 ws-cs-ytd-comp           pic x.
                   88 ws-cs-is-ytd-comp
                                        value 'y'.
               10 ws-cs-reason             pic x(32).
       01 ws-cs-count                      pic 99
           value 0.
       01 ws-cur-cs-idx                    pic 99
           value 0.

      *the store master held in storage, active and inactive
      *both, for the opening and closing dates
       01 ws-master-table.
           05 ws-sm-entry                  occurs 50 times
               indexed by ws-sm-idx.
               10 ws-sm-store              pic xx.
               10 ws-sm-district           pic xx.
               10 ws-sm-active             pic x.
               10 ws-sm-eff-date           pic 9(8).
               10 ws-sm-end-date           pic 9(8).
       01 ws-sm-count                      pic 99
           value 0.

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
       01 ws-lookup-district               pic xx
           value spaces.

      *one month-history record's signed contribution to net
       01 ws-signed-amount                 pic s9(7)v99
           value 0.

      *subtotals - a district's comp stores, the chain's comp
      *stores, the non-comp stores and all stores
       01 ws-dist-totals.
           05 ws-dt-cur-month              pic s9(9)v99.
           05 ws-dt-prior-month            pic s9(9)v99.
           05 ws-dt-cur-ytd                pic s9(9)v99.
           05 ws-dt-prior-ytd              pic s9(9)v99.
       01 ws-chain-totals.
           05 ws-ct-cur-month              pic s9(9)v99.
           05 ws-ct-prior-month            pic s9(9)v99.
           05 ws-ct-cur-ytd                pic s9(9)v99.
           05 ws-ct-prior-ytd              pic s9(9)v99.
       01 ws-nc-cur-month                  pic s9(9)v99
           value 0.
       01 ws-nc-cur-ytd                    pic s9(9)v99
           value 0.
       01 ws-all-cur-month                 pic s9(9)v99
           value 0.
       01 ws-all-cur-ytd                   pic s9(9)v99
           value 0.

      *one comp line's figures and the percentage worked from them
       01 ws-ln-cur                        pic s9(9)v99
           value 0.
       01 ws-ln-prior                      pic s9(9)v99
           value 0.
       01 ws-ln-ytd-cur                    pic s9(9)v99
           value 0.
       01 ws-ln-ytd-prior                  pic s9(9)v99
           value 0.
       01 ws-comp-pct                      pic s9(5)v9
           value 0.

      *counts for the audit log
       01 ws-total-records                 pic 9(6)
           value 0.
       01 ws-total-comp                    pic 99
           value 0.
       01 ws-total-non-comp                pic 99
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
               value "COMPARABLE-STORE SALES".

      *the months being compared
       01 ws-month-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(13)
               value "COMP PERIOD:".
           05 ws-ml-cur                    pic 9(6)
               value 0.
           05 filler                       pic x(14)
               value "   AGAINST:".
           05 ws-ml-prior                  pic 9(6)
               value 0.
           05 filler                       pic x(14)
               value "   YTD FROM:".
           05 ws-ml-jan                    pic 9(6)
               value 0.

      *column headings
       01 ws-report-headings-1.
           05 filler                       pic x(12)
               value spaces.
           05 filler                       pic x(40)
               value "---------------- MONTH ---------------".
           05 filler                       pic x(39)
               value "------------ YEAR TO DATE -----------".
       01 ws-report-headings-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(10)
               value "STR  DIST".
           05 filler                       pic x(15)
               value "     THIS YEAR".
           05 filler                       pic x(15)
               value "     LAST YEAR".
           05 filler                       pic x(10)
               value " COMP %".
           05 filler                       pic x(16)
               value "      THIS YEAR".
           05 filler                       pic x(16)
               value "      LAST YEAR".
           05 filler                       pic x(7)
               value " COMP %".

      *one comp line - a store's, a district's or the chain's
       01 ws-comp-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cl-key.
               10 ws-cl-store              pic xx.
               10 filler                   pic x(3).
               10 ws-cl-district           pic xx.
               10 filler                   pic x(3).
           05 ws-cl-month-cur              pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-cl-month-prior            pic $$,$$$,$$9.99-.
           05 filler                       pic x
               value spaces.
           05 ws-cl-month-pct              pic ----9.9.
           05 ws-cl-month-pct-x redefines ws-cl-month-pct
                                           pic x(7).
           05 filler                       pic x(3)
               value spaces.
           05 ws-cl-ytd-cur                pic $$$,$$$,$$9.99-.
           05 ws-cl-ytd-cur-x redefines ws-cl-ytd-cur
                                           pic x(15).
           05 filler                       pic x
               value spaces.
           05 ws-cl-ytd-prior              pic $$$,$$$,$$9.99-.
           05 ws-cl-ytd-prior-x redefines ws-cl-ytd-prior
                                           pic x(15).
           05 filler                       pic x
               value spaces.
           05 ws-cl-ytd-pct                pic ----9.9.
           05 ws-cl-ytd-pct-x redefines ws-cl-ytd-pct
                                           pic x(7).

      *non-comp section
       01 ws-nc-title-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(40)
               value "STORES NOT COUNTED AS COMPARABLE".
       01 ws-nc-head-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(10)
               value "STR  DIST".
           05 filler                       pic x(15)
               value "    THIS MONTH".
           05 filler                       pic x(16)
               value "       THIS YTD".
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(32)
               value "REASON".
       01 ws-nc-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-nl-key.
               10 ws-nl-store              pic xx.
               10 filler                   pic x(3).
               10 ws-nl-district           pic xx.
               10 filler                   pic x(3).
           05 ws-nl-month                  pic $$,$$$,$$9.99-.
           05 ws-nl-month-x redefines ws-nl-month
                                           pic x(14).
           05 filler                       pic x
               value spaces.
           05 ws-nl-ytd                    pic $$$,$$$,$$9.99-.
           05 filler                       pic x(3)
               value spaces.
           05 ws-nl-reason                 pic x(32).

      *"no base to measure against" in a percentage column
       77 ws-no-base                       pic x(7)
           value "    N/A".
       77 ws-not-comp                      pic x(7)
           value "    N/C".

      *line printed when there is no month history to report from
       01 ws-no-hist-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(40)
               value "NO CLOSED MONTH ON FILE - NOTHING TO".
           05 filler                       pic x(7)
               value "REPORT".
       01 ws-no-nc-line                    pic x(40)
           value "  EVERY STORE IS COMPARABLE".

       procedure division.
           open output report-file.

           accept ws-date                  from date.
           accept ws-time                  from time.

           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 100-find-latest-month.

           if ws-cur-month = 0
               write report-line           from ws-no-hist-line
           else
               perform 150-set-yardsticks
               perform 200-load-store-master
               perform 300-accumulate-history
               perform 350-judge-stores
               move ws-cur-month           to ws-ml-cur
               move ws-prior-month         to ws-ml-prior
               move ws-cur-jan             to ws-ml-jan
               write report-line           from ws-month-line
               write report-line           from spaces
               write report-line           from ws-report-headings-1
               write report-line           from ws-report-headings-2
               perform 400-print-comp-stores
               perform 500-print-non-comp
           end-if.

           perform 600-write-audit-line.

           close report-file.
           goback.

      *the newest closed month on the history - the comp month
       100-find-latest-month.
           move 'n'                        to ws-eof.
           open input month-hist-file
           if ws-mth-file-status = '00'
               read month-hist-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if mn-close-month is numeric
                       and mn-close-month > ws-cur-month
                       move mn-close-month to ws-cur-month
                   end-if
                   read month-hist-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close month-hist-file
           end-if.

      *the same month last year, each year's January, the opening
      *dates a comp store has to beat and the comp month's last
      *possible day
       150-set-yardsticks.
           compute ws-prior-month = ws-cur-month - 100.
           compute ws-cur-jan = ws-cur-yyyy * 100 + 1.
           compute ws-prior-jan = ws-cur-jan - 100.
           compute ws-month-comp-date = ws-prior-month * 100 + 1.
           compute ws-ytd-comp-date = ws-prior-jan * 100 + 1.
           compute ws-cur-month-end = ws-cur-month * 100 + 31.

      *the month history is keyed by fiscal year and period - where
      *the calendar carries the periods, the yardsticks are their
      *first and last days
           perform 160-load-fiscal-cal.
           compute ws-pb-year = ws-cur-yyyy - 1.
           move ws-cur-mm                  to ws-pb-period.
           perform 170-period-bounds.
           if ws-pb-first > 0
               move ws-pb-first            to ws-month-comp-date
           end-if.
           move 1                          to ws-pb-period.
           perform 170-period-bounds.
           if ws-pb-first > 0
               move ws-pb-first            to ws-ytd-comp-date
           end-if.
           move ws-cur-yyyy                to ws-pb-year.
           move ws-cur-mm                  to ws-pb-period.
           perform 170-period-bounds.
           if ws-pb-last > 0
               move ws-pb-last             to ws-cur-month-end
           end-if.

      *the fiscal calendar into storage, from three years before
      *the comp period's year
       160-load-fiscal-cal.
           move 'n'                        to ws-eof.
           compute ws-fc-keep-from =
               (ws-cur-yyyy - 3) * 10000 + 101.
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

      *the first and last day of fiscal period ws-pb-period of
      *fiscal year ws-pb-year
       170-period-bounds.
           move 0                          to ws-pb-first.
           move 0                          to ws-pb-last.
           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count
               if ws-fc-year (ws-fc-idx) = ws-pb-year
                   and ws-fc-period (ws-fc-idx) = ws-pb-period
                   if ws-pb-first = 0
                       or ws-fc-week-start (ws-fc-idx) < ws-pb-first
                       move ws-fc-week-start (ws-fc-idx)
                                           to ws-pb-first
                   end-if
                   if ws-fc-week-end (ws-fc-idx) > ws-pb-last
                       move ws-fc-week-end (ws-fc-idx)
                                           to ws-pb-last
                   end-if
               end-if
           end-perform.

      *the whole store master, active and inactive both
       200-load-store-master.
           move 'n'                        to ws-eof.
           open input store-master-file
           if ws-stm-file-status = '00'
               read store-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-sm-count < 50
                       add 1               to ws-sm-count
                       move sm-store-code  to
                           ws-sm-store (ws-sm-count)
                       if sm-district-code = spaces
                           move ws-no-district
                                           to
                               ws-sm-district (ws-sm-count)
                       else
                           move sm-district-code
                                           to
                               ws-sm-district (ws-sm-count)
                       end-if
                       move sm-active-flag to
                           ws-sm-active (ws-sm-count)
                       if sm-eff-date is numeric
                           move sm-eff-date-n
                                           to
                               ws-sm-eff-date (ws-sm-count)
                       else
                           move 0          to
                               ws-sm-eff-date (ws-sm-count)
                       end-if
                       if sm-end-date is numeric
                           move sm-end-date-n
                                           to
                               ws-sm-end-date (ws-sm-count)
                       else
                           move 0          to
                               ws-sm-end-date (ws-sm-count)
                       end-if
                   end-if
                   read store-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close store-master-file
           end-if.

      *each record in either year's window rolled into its store's
      *net - adjustments for a closed month carry that month's key
      *and simply fold in with the rest
       300-accumulate-history.
           move 'n'                        to ws-eof.
           open input month-hist-file
           if ws-mth-file-status = '00'
               read month-hist-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-total-records
                   if mn-close-month is numeric
                       and mn-mtd-amount is numeric
                       perform 320-take-one-record
                   end-if
                   read month-hist-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close month-hist-file
           end-if.

       320-take-one-record.
           evaluate mn-trans-code
               when 'S'
               when 'L'
               when 'X'
                   move mn-mtd-amount      to ws-signed-amount
               when 'R'
               when 'V'
                   compute ws-signed-amount = 0 - mn-mtd-amount
               when other
                   move 0                  to ws-signed-amount
           end-evaluate.

           if (mn-close-month >= ws-cur-jan
               and mn-close-month <= ws-cur-month)
               or (mn-close-month >= ws-prior-jan
               and mn-close-month <= ws-prior-month)
               perform 340-find-or-add-store
               if ws-cur-cs-idx > 0
                   if mn-close-month = ws-cur-month
                       add ws-signed-amount
                                           to
                           ws-cs-cur-month (ws-cur-cs-idx)
                   end-if
                   if mn-close-month = ws-prior-month
                       add ws-signed-amount
                                           to
                           ws-cs-prior-month (ws-cur-cs-idx)
                   end-if
                   if mn-close-month >= ws-cur-jan
                       add ws-signed-amount
                                           to
                           ws-cs-cur-ytd (ws-cur-cs-idx)
                   else
                       add ws-signed-amount
                                           to
                           ws-cs-prior-ytd (ws-cur-cs-idx)
                   end-if
               end-if
           end-if.

      *looks the store up, adding a new zeroed entry with its
      *store-master details when it hasn't been seen; 0 only when
      *the table is full
       340-find-or-add-store.
           move 0                          to ws-cur-cs-idx.
           perform varying ws-cs-idx from 1 by 1
               until ws-cs-idx > ws-cs-count
               if ws-cs-store (ws-cs-idx) = mn-store-num
                   set ws-cur-cs-idx       to ws-cs-idx
               end-if
           end-perform.
           if ws-cur-cs-idx = 0 and ws-cs-count < 50
               add 1                       to ws-cs-count
               initialize ws-cs-entry (ws-cs-count)
               move mn-store-num           to
                   ws-cs-store (ws-cs-count)
               move ws-no-district         to
                   ws-cs-district (ws-cs-count)
               move 'n'                    to
                   ws-cs-on-master (ws-cs-count)
               perform varying ws-sm-idx from 1 by 1
                   until ws-sm-idx > ws-sm-count
                   if ws-sm-store (ws-sm-idx) = mn-store-num
                       move 'y'            to
                           ws-cs-on-master (ws-cs-count)
                       move ws-sm-district (ws-sm-idx)
                                           to
                           ws-cs-district (ws-cs-count)
                       move ws-sm-active (ws-sm-idx)
                                           to
                           ws-cs-active (ws-cs-count)
                       move ws-sm-eff-date (ws-sm-idx)
                                           to
                           ws-cs-eff-date (ws-cs-count)
                       move ws-sm-end-date (ws-sm-idx)
                                           to
                           ws-cs-end-date (ws-cs-count)
                   end-if
               end-perform
               move ws-cs-count            to ws-cur-cs-idx
           end-if.

      *decides each store's standing for the month and the year to
      *date, with the reason a store doesn't count
       350-judge-stores.
           perform varying ws-cs-idx from 1 by 1
               until ws-cs-idx > ws-cs-count
               perform 360-judge-one-store
               if ws-cs-is-month-comp (ws-cs-idx)
                   add 1                   to ws-total-comp
                   move ws-cs-district (ws-cs-idx)
                                           to ws-lookup-district
                   perform 370-note-district
               end-if
               if not ws-cs-is-ytd-comp (ws-cs-idx)
                   add 1                   to ws-total-non-comp
               end-if
           end-perform.

       360-judge-one-store.
           move 'n'                  to ws-cs-month-comp (ws-cs-idx).
           move 'n'                  to ws-cs-ytd-comp (ws-cs-idx).
           move spaces               to ws-cs-reason (ws-cs-idx).
           evaluate true
               when ws-cs-on-master (ws-cs-idx) not = 'y'
                   move "NOT ON STORE MASTER"
                                     to ws-cs-reason (ws-cs-idx)
               when ws-cs-end-date (ws-cs-idx) > 0
                   and ws-cs-end-date (ws-cs-idx) <= ws-cur-month-end
                   string "CLOSED " ws-cs-end-date (ws-cs-idx)
                       delimited by size
                       into ws-cs-reason (ws-cs-idx)
               when ws-cs-active (ws-cs-idx) not = 'A'
                   move "INACTIVE ON STORE MASTER"
                                     to ws-cs-reason (ws-cs-idx)
               when ws-cs-eff-date (ws-cs-idx) > ws-month-comp-date
                   string "NEW - OPENED " ws-cs-eff-date (ws-cs-idx)
                       delimited by size
                       into ws-cs-reason (ws-cs-idx)
               when ws-cs-eff-date (ws-cs-idx) > ws-ytd-comp-date
                   move 'y'          to ws-cs-month-comp (ws-cs-idx)
                   string "YTD ONLY - OPENED "
                       ws-cs-eff-date (ws-cs-idx)
                       delimited by size
                       into ws-cs-reason (ws-cs-idx)
               when other
                   move 'y'          to ws-cs-month-comp (ws-cs-idx)
                   move 'y'          to ws-cs-ytd-comp (ws-cs-idx)
           end-evaluate.

      *adds the district to the print order the first time it is
      *met
       370-note-district.
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

      *each district's comp stores and their subtotal, then the
      *chain's comp line
       400-print-comp-stores.
           initialize ws-chain-totals.
           perform varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count
               perform 420-print-one-district
           end-perform.

           move spaces                     to ws-cl-key.
           move "CHAIN"                    to ws-cl-key.
           move ws-ct-cur-month            to ws-ln-cur.
           move ws-ct-prior-month          to ws-ln-prior.
           move ws-ct-cur-ytd              to ws-ln-ytd-cur.
           move ws-ct-prior-ytd            to ws-ln-ytd-prior.
           write report-line               from spaces.
           perform 460-print-comp-line.

       420-print-one-district.
           initialize ws-dist-totals.
           write report-line               from spaces.
           perform varying ws-cs-idx from 1 by 1
               until ws-cs-idx > ws-cs-count
               if ws-cs-is-month-comp (ws-cs-idx)
                   and ws-cs-district (ws-cs-idx) =
                       ws-dl-code (ws-dl-idx)
                   perform 440-print-one-store
               end-if
           end-perform.

           move spaces                     to ws-cl-key.
           string "DIST " ws-dl-code (ws-dl-idx)
               delimited by size into ws-cl-key.
           move ws-dt-cur-month            to ws-ln-cur.
           move ws-dt-prior-month          to ws-ln-prior.
           move ws-dt-cur-ytd              to ws-ln-ytd-cur.
           move ws-dt-prior-ytd            to ws-ln-ytd-prior.
           perform 460-print-comp-line.

           add ws-dt-cur-month             to ws-ct-cur-month.
           add ws-dt-prior-month           to ws-ct-prior-month.
           add ws-dt-cur-ytd               to ws-ct-cur-ytd.
           add ws-dt-prior-ytd             to ws-ct-prior-ytd.

      *one comp store - its year to date only counts once it has
      *been open all of last year
       440-print-one-store.
           move spaces                     to ws-cl-key.
           move ws-cs-store (ws-cs-idx)    to ws-cl-store.
           move ws-cs-district (ws-cs-idx) to ws-cl-district.
           move ws-cs-cur-month (ws-cs-idx)
                                           to ws-ln-cur.
           move ws-cs-prior-month (ws-cs-idx)
                                           to ws-ln-prior.
           perform 480-set-month-columns.
           if ws-cs-is-ytd-comp (ws-cs-idx)
               move ws-cs-cur-ytd (ws-cs-idx)
                                           to ws-ln-ytd-cur
               move ws-cs-prior-ytd (ws-cs-idx)
                                           to ws-ln-ytd-prior
               perform 490-set-ytd-columns
               add ws-cs-cur-ytd (ws-cs-idx)
                                           to ws-dt-cur-ytd
               add ws-cs-prior-ytd (ws-cs-idx)
                                           to ws-dt-prior-ytd
           else
               move spaces                 to ws-cl-ytd-cur-x
               move spaces                 to ws-cl-ytd-prior-x
               move ws-not-comp            to ws-cl-ytd-pct-x
           end-if.
           write report-line               from ws-comp-line.
           add ws-cs-cur-month (ws-cs-idx) to ws-dt-cur-month.
           add ws-cs-prior-month (ws-cs-idx)
                                           to ws-dt-prior-month.

      *a subtotal line - the month and the year to date both
       460-print-comp-line.
           perform 480-set-month-columns.
           perform 490-set-ytd-columns.
           write report-line               from ws-comp-line.

       480-set-month-columns.
           move ws-ln-cur                  to ws-cl-month-cur.
           move ws-ln-prior                to ws-cl-month-prior.
           if ws-ln-prior > 0
               compute ws-comp-pct rounded =
                   (ws-ln-cur - ws-ln-prior) * 100 / ws-ln-prior
               move ws-comp-pct            to ws-cl-month-pct
           else
               move ws-no-base             to ws-cl-month-pct-x
           end-if.

       490-set-ytd-columns.
           move ws-ln-ytd-cur              to ws-cl-ytd-cur.
           move ws-ln-ytd-prior            to ws-cl-ytd-prior.
           if ws-ln-ytd-prior > 0
               compute ws-comp-pct rounded =
                   (ws-ln-ytd-cur - ws-ln-ytd-prior) * 100
                   / ws-ln-ytd-prior
               move ws-comp-pct            to ws-cl-ytd-pct
           else
               move ws-no-base             to ws-cl-ytd-pct-x
           end-if.

      *every store that doesn't count for the year to date, with
      *the reason, then the non-comp total and the all-stores line
      *that ties back to the month history
       500-print-non-comp.
           write report-line               from spaces.
           write report-line               from spaces.
           write report-line               from ws-nc-title-line.
           write report-line               from spaces.
           write report-line               from ws-nc-head-line.

           perform varying ws-cs-idx from 1 by 1
               until ws-cs-idx > ws-cs-count
               if not ws-cs-is-ytd-comp (ws-cs-idx)
                   perform 520-print-one-non-comp
               end-if
           end-perform.
           if ws-total-non-comp = 0
               write report-line           from ws-no-nc-line
           end-if.

           move spaces                     to ws-nl-key.
           move "NON-COMP"                 to ws-nl-key.
           move ws-nc-cur-month            to ws-nl-month.
           move ws-nc-cur-ytd              to ws-nl-ytd.
           move spaces                     to ws-nl-reason.
           write report-line               from spaces.
           write report-line               from ws-nc-line.

           compute ws-all-cur-month =
               ws-ct-cur-month + ws-nc-cur-month.
           compute ws-all-cur-ytd =
               ws-ct-cur-ytd + ws-nc-cur-ytd.
           move spaces                     to ws-nl-key.
           move "ALL STORES"               to ws-nl-key.
           move ws-all-cur-month           to ws-nl-month.
           move ws-all-cur-ytd             to ws-nl-ytd.
           write report-line               from ws-nc-line.

      *a store comp for the month but not the year to date shows
      *its year to date here and its month in the comp section
       520-print-one-non-comp.
           move spaces                     to ws-nl-key.
           move ws-cs-store (ws-cs-idx)    to ws-nl-store.
           move ws-cs-district (ws-cs-idx) to ws-nl-district.
           if ws-cs-is-month-comp (ws-cs-idx)
               move spaces                 to ws-nl-month-x
           else
               move ws-cs-cur-month (ws-cs-idx)
                                           to ws-nl-month
               add ws-cs-cur-month (ws-cs-idx)
                                           to ws-nc-cur-month
           end-if.
           move ws-cs-cur-ytd (ws-cs-idx)  to ws-nl-ytd.
           add ws-cs-cur-ytd (ws-cs-idx)   to ws-nc-cur-ytd.
           move ws-cs-reason (ws-cs-idx)   to ws-nl-reason.
           write report-line               from ws-nc-line.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program47_Comp_Sales"     to ws-aud-program.
           move ws-total-records           to ws-aud-in.
           move ws-total-comp              to ws-aud-out.
           move ws-total-non-comp          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

       end program Program47_Comp_Sales.
