       identification division.
       program-id. Program51_Fiscal_Calendar.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program keeps the retail 4-5-4 fiscal
      *              calendar master the period, month-end and
      *              statement steps post and report by. The fiscal
      *              year ends on the Saturday nearest January 31st
      *              and is named for the calendar year it starts
      *              in; its weeks run Sunday to Saturday and fall
      *              into twelve periods of four, five and four
      *              weeks a quarter. The year that gathers a 53rd
      *              week carries it in its last period. Each run
      *              makes sure the master covers the business
      *              date's fiscal year and the whole of the next
      *              one, appending any year missing - years
      *              already on the master are never rebuilt, so a
      *              calendar finance keys by hand stands as keyed.
      *              The periods added are listed.
      *Modifications:
      *  15-Oct-2026  Original.

       environment division.

       input-output section.
       file-control.
      *the fiscal calendar master - one record per fiscal week
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *the business date of the batch, as the consolidation step
      *leaves it
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the listing of the periods added
           select report-file assign       to
                               "../../../data/project1FiscalCal.out"
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

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

       fd report-file
           data record is report-line
               record contains 110 characters.
       01 report-line                      pic x(110)
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

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *the business date of the batch
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-run-yyyy                  pic 9(4).
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

      *the master is built out until its last week ends on or
      *after this date - two years on from the business date's
      *year, which takes in the whole of the next fiscal year
       01 ws-cover-through                 pic 9(8)
           value 0.

      *the last fiscal year and week on the master as it stands
       01 ws-last-year                     pic 9(4)
           value 0.
       01 ws-last-end                      pic 9(8)
           value 0.

      *the fiscal year being built, the first day of its next
      *week, and the Saturday that closes it - its last week ends
      *on the first Saturday on or after January 28th of the year
      *after
       01 ws-gen-year                      pic 9(4)
           value 0.
       01 ws-gen-cursor                    pic 9(8)
           value 0.
       01 ws-gen-year-floor                pic 9(8)
           value 0.
       01 ws-gen-done-sw                   pic x
           value 'n'.
           88 ws-gen-done               value 'y'.

      *the weeks of the year being built, held until the year is
      *complete and its length known
       01 ws-gen-table.
           05 ws-gw-entry                  occurs 53 times.
               10 ws-gw-start              pic 9(8).
               10 ws-gw-end                pic 9(8).
       01 ws-gw-count                      pic 99
           value 0.
       01 ws-gw-idx                        pic 99
           value 0.

      *the last week of each period in a 4-5-4 year - a 53rd week
      *falls past the table and closes period 12
       01 ws-period-ends-init              pic x(24)
           value "040913172226303539434852".
       01 ws-period-ends-r redefines ws-period-ends-init.
           05 ws-period-end-week           pic 99
               occurs 12 times.
       01 ws-pe-idx                        pic 99
           value 0.
       01 ws-out-period                    pic 99
           value 0.
       01 ws-out-quarter                   pic 9
           value 0.

      *a date stepped forward one day at a time by
      *810-add-one-day, across month and year ends
       01 ws-step-date                     pic 9(8)
           value 0.
       01 ws-step-date-r redefines ws-step-date.
           05 ws-step-yyyy                 pic 9(4).
           05 ws-step-mm                   pic 99.
           05 ws-step-dd                   pic 99.
       01 ws-step-count                    pic 9
           value 0.

      *days in each month - February is judged for leap years
      *when it comes up
       01 ws-month-days-init               pic x(24)
           value "312831303130313130313031".
       01 ws-month-days-r redefines ws-month-days-init.
           05 ws-month-days                pic 99
               occurs 12 times.
       01 ws-days-this-month               pic 99
           value 0.
       01 ws-leap-quot                     pic 9(4)
           value 0.
       01 ws-leap-rem-4                    pic 9(3)
           value 0.
       01 ws-leap-rem-100                  pic 9(3)
           value 0.
       01 ws-leap-rem-400                  pic 9(3)
           value 0.

      *date being worked on by 800-compute-day-serial and the
      *serial day number it computes
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

      *January 1st 2000 fell on a Saturday - a date whose serial
      *day lies a whole number of weeks from it is a Saturday too
       77 ws-anchor-date                   pic 9(8)
           value 20000101.
       01 ws-anchor-serial                 pic 9(7)
           value 0.
       01 ws-day-diff                      pic 9(7)
           value 0.
       01 ws-week-quot                     pic 9(7)
           value 0.
       01 ws-day-of-week                   pic 9
           value 0.

      *counts for the listing and the audit log
       01 ws-weeks-on-file                 pic 9(5)
           value 0.
       01 ws-weeks-added                   pic 9(5)
           value 0.
       01 ws-years-added                   pic 99
           value 0.

      *listing header
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
               value "FISCAL CALENDAR PERIODS ADDED".

      *column headings
       01 ws-report-headings.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(8)
               value "YEAR".
           05 filler                       pic x(8)
               value "PERIOD".
           05 filler                       pic x(9)
               value "QUARTER".
           05 filler                       pic x(7)
               value "WEEKS".
           05 filler                       pic x(12)
               value "FIRST DAY".
           05 filler                       pic x(12)
               value "LAST DAY".
           05 filler                       pic x(10)
               value "YEAR WEEKS".
       01 ws-underlines.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(8)
               value "----".
           05 filler                       pic x(8)
               value "------".
           05 filler                       pic x(9)
               value "-------".
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(12)
               value "---------".
           05 filler                       pic x(12)
               value "--------".
           05 filler                       pic x(10)
               value "----------".

      *one line per period added
       01 ws-period-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-pl-year                   pic 9(4)
               value 0.
           05 filler                       pic x(6)
               value spaces.
           05 ws-pl-period                 pic 99
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 ws-pl-quarter                pic 9
               value 0.
           05 filler                       pic x(6)
               value spaces.
           05 ws-pl-weeks                  pic 9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-pl-first-day              pic 9(8)
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-pl-last-day               pic 9(8)
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-pl-year-weeks             pic 99
               value 0.

      *the period being gathered for its listing line
       01 ws-pl-weeks-n                    pic 9
           value 0.

      *nothing to add
       01 ws-no-add-line                   pic x(60)
           value "  CALENDAR ALREADY COVERS THE NEXT FISCAL YEAR".

      *footer
       01 ws-total-line.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(20)
               value "FISCAL YEARS ADDED =".
           05 ws-tl-years                  pic zz9
               value 0.
           05 filler                       pic x(6)
               value spaces.
           05 filler                       pic x(14)
               value "WEEKS ADDED =".
           05 ws-tl-weeks                  pic zzz9
               value 0.

       procedure division.
           perform 050-settle-run-date.
           perform 100-read-fiscal-cal.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.
           write report-line               from ws-report-headings.
           write report-line               from ws-underlines.

           compute ws-cover-through =
               (ws-run-yyyy + 2) * 10000 + 128.
           if ws-last-end < ws-cover-through
               perform 200-settle-first-year
               open extend fiscal-cal-file
               if ws-fcl-file-status not = '00'
                   open output fiscal-cal-file
               end-if
               perform 300-build-one-year
                   until ws-last-end >= ws-cover-through
               close fiscal-cal-file
           end-if.

           if ws-years-added = 0
               write report-line           from ws-no-add-line
           end-if.
           move ws-years-added             to ws-tl-years.
           move ws-weeks-added             to ws-tl-weeks.
           write report-line               from spaces.
           write report-line               from ws-total-line.
           close report-file.

           perform 600-write-audit-line.
           goback.

      *the run works from the business date the consolidation
      *step left, falling back to the machine date
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

      *the master as it stands - only how far it reaches is
      *needed, since years already on it are never touched. A
      *missing master means the first run ever
       100-read-fiscal-cal.
           open input fiscal-cal-file
           if ws-fcl-file-status = '00'
               read fiscal-cal-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if fc-fiscal-year is numeric
                       and fc-week-end is numeric
                       add 1               to ws-weeks-on-file
                       if fc-week-end > ws-last-end
                           move fc-week-end
                                           to ws-last-end
                           move fc-fiscal-year
                                           to ws-last-year
                       end-if
                   end-if
                   read fiscal-cal-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close fiscal-cal-file
           end-if.

      *the year to build first and its first day - the day after
      *the master's last week, or on a new master the fiscal year
      *the business date falls in
       200-settle-first-year.
           move ws-anchor-date             to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-anchor-serial.
           if ws-last-end > 0
               compute ws-gen-year = ws-last-year + 1
               move ws-last-end            to ws-step-date
               perform 810-add-one-day
               move ws-step-date           to ws-gen-cursor
           else
               compute ws-step-date = ws-run-yyyy * 10000 + 128
               perform 220-find-saturday
               if ws-run-date > ws-step-date
                   move ws-run-yyyy        to ws-gen-year
               else
                   compute ws-gen-year = ws-run-yyyy - 1
                   compute ws-step-date =
                       ws-gen-year * 10000 + 128
                   perform 220-find-saturday
               end-if
               perform 810-add-one-day
               move ws-step-date           to ws-gen-cursor
           end-if.

      *steps ws-step-date forward to the first Saturday on or
      *after it
       220-find-saturday.
           perform 230-day-of-week.
           perform until ws-day-of-week = 0
               perform 810-add-one-day
               perform 230-day-of-week
           end-perform.

      *0 for a Saturday, 1 for the Sunday after, and so on
       230-day-of-week.
           move ws-step-date               to ws-calc-date.
           perform 800-compute-day-serial.
           compute ws-day-diff = ws-serial-day - ws-anchor-serial.
           divide ws-day-diff by 7 giving ws-week-quot
               remainder ws-day-of-week.

      *one fiscal year - its weeks gathered from the cursor until
      *the week that ends on the Saturday nearest January 31st,
      *then numbered into periods and written
       300-build-one-year.
           move 0                          to ws-gw-count.
           move 'n'                        to ws-gen-done-sw.
           compute ws-gen-year-floor =
               (ws-gen-year + 1) * 10000 + 128.
           perform until ws-gen-done or ws-gw-count >= 53
               add 1                       to ws-gw-count
               move ws-gen-cursor          to
                   ws-gw-start (ws-gw-count)
               move ws-gen-cursor          to ws-step-date
               perform varying ws-step-count from 1 by 1
                   until ws-step-count > 6
                   perform 810-add-one-day
               end-perform
               move ws-step-date           to
                   ws-gw-end (ws-gw-count)
               perform 810-add-one-day
               move ws-step-date           to ws-gen-cursor
               if ws-gw-end (ws-gw-count) >= ws-gen-year-floor
                   move 'y'                to ws-gen-done-sw
               end-if
           end-perform.

           move 0                          to ws-pl-weeks-n.
           perform varying ws-gw-idx from 1 by 1
               until ws-gw-idx > ws-gw-count
               perform 320-write-one-week
           end-perform.

           move ws-gw-end (ws-gw-count)    to ws-last-end.
           move ws-gen-year                to ws-last-year.
           add 1                           to ws-years-added.
           add 1                           to ws-gen-year.

      *one week onto the master, and its period's listing line
      *once the period's last week is written
       320-write-one-week.
           move 12                         to ws-out-period.
           perform varying ws-pe-idx from 12 by -1
               until ws-pe-idx < 1
               if ws-gw-idx <= ws-period-end-week (ws-pe-idx)
                   move ws-pe-idx          to ws-out-period
               end-if
           end-perform.
           compute ws-out-quarter = (ws-out-period + 2) / 3.

           move spaces                     to fiscal-cal-line.
           move ws-gen-year                to fc-fiscal-year.
           move ws-gw-idx                  to fc-fiscal-week.
           move ws-out-period              to fc-period.
           move ws-out-quarter             to fc-quarter.
           move ws-gw-start (ws-gw-idx)    to fc-week-start.
           move ws-gw-end (ws-gw-idx)      to fc-week-end.
           move ws-gw-count                to fc-year-weeks.
           write fiscal-cal-line.
           add 1                           to ws-weeks-added.

           add 1                           to ws-pl-weeks-n.
           if ws-pl-weeks-n = 1
               move ws-gw-start (ws-gw-idx)
                                           to ws-pl-first-day
           end-if.
           if ws-gw-idx = ws-gw-count
               or (ws-out-period < 12
                   and ws-gw-idx = ws-period-end-week (ws-out-period))
               move ws-gen-year            to ws-pl-year
               move ws-out-period          to ws-pl-period
               move ws-out-quarter         to ws-pl-quarter
               move ws-pl-weeks-n          to ws-pl-weeks
               move ws-gw-end (ws-gw-idx)  to ws-pl-last-day
               move ws-gw-count            to ws-pl-year-weeks
               write report-line           from ws-period-line
               move 0                      to ws-pl-weeks-n
           end-if.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program51_Fiscal_Cal"     to ws-aud-program.
           move ws-weeks-on-file           to ws-aud-in.
           move ws-weeks-added             to ws-aud-out.
           move 0                          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *turns the date in ws-calc-date into a running serial day
      *number (January and February counted as months 13 and 14 of
      *the year before, the usual trick that puts the leap day at
      *the end of the counting year), so days of the week can be
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

      *the day after ws-step-date, stepped across month and year
      *ends
       810-add-one-day.
           move ws-month-days (ws-step-mm) to ws-days-this-month.
           if ws-step-mm = 2
               divide ws-step-yyyy by 4 giving ws-leap-quot
                   remainder ws-leap-rem-4
               divide ws-step-yyyy by 100 giving ws-leap-quot
                   remainder ws-leap-rem-100
               divide ws-step-yyyy by 400 giving ws-leap-quot
                   remainder ws-leap-rem-400
               if ws-leap-rem-4 = 0
                   and (ws-leap-rem-100 not = 0
                        or ws-leap-rem-400 = 0)
                   move 29                 to ws-days-this-month
               end-if
           end-if.
           if ws-step-dd < ws-days-this-month
               add 1                       to ws-step-dd
           else
               move 1                      to ws-step-dd
               if ws-step-mm < 12
                   add 1                   to ws-step-mm
               else
                   move 1                  to ws-step-mm
                   add 1                   to ws-step-yyyy
               end-if
           end-if.

       end program Program51_Fiscal_Calendar.
