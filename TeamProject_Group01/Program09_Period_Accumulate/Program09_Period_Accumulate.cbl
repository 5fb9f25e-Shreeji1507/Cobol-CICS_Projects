      *              transaction code - into a cumulative period
      *              master file carrying week-to-date and month-to-
      *              date counts and amounts. Week-to-date figures
      *              reset on the first run of a new fiscal week,
      *              month-to-date figures on the first run of a new
      *              fiscal period of the 4-5-4 retail calendar, and
      *              a batch already posted today is not posted
      *              twice.
      *Modifications:
      *  22-Aug-2026  Original.
      *  -            Verify the valid file's header/trailer before
      *               is listed on the adjustment report - so the
      *               Monday that catches Sunday's late tickets no
      *               longer starts the new period already wrong.
      *  -            Honour the store-day backout: a master whose
      *               last-posted day was backed out takes the
      *               corrected day instead of skipping it as already
      *               posted, and a day posting behind the master goes
      *               into the buckets the master holds without
      *               resetting them or moving its posted date back.
      *  -            Reset and close on the 4-5-4 fiscal calendar
      *               master instead of the Monday-to-Sunday week and
      *               the calendar month - month history is keyed by
      *               fiscal year and period, and the adjustment
      *               listing heading shows the fiscal week and
      *               period. A date not on the calendar falls back
      *               to the calendar week and month with a warning.

       environment division.

               organization is line sequential
               file status is ws-mth-file-status.

      *the 4-5-4 fiscal calendar master kept by the calendar step -
      *one record per fiscal week
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *the prior-period adjustment listing - every record that
      *posted somewhere other than today's buckets, and where it
      *went
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
      *set by the store-day backout when the day it took off is
      *the day the master was last posted for
           05 mh-backout-flag              pic x.
               88 mh-backed-out         value 'B'.
           05 filler                       pic x(19).

      *common operations log record
       fd audit-file
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

       fd adj-file
           data record is adj-line
               record contains 110 characters.
           value spaces.
       01 ws-mth-file-status                pic xx
           value spaces.
       01 ws-fcl-file-status                pic xx
           value spaces.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

       01 ws-eof                           pic x
           value 'n'.
           05 ws-posted-mm                 pic 99.
           05 ws-posted-dd                 pic 99.

      *the later of the run date and the date last posted - the
      *week and month the buckets are holding. A corrected day
      *re-sent after a backout can post behind the master, and
      *goes into the buckets without turning them back
       01 ws-period-date                   pic 9(8)
           value 0.
       01 ws-period-date-r redefines ws-period-date.
           05 ws-period-yyyy               pic 9(4).
           05 ws-period-mm                 pic 99.
           05 ws-period-dd                 pic 99.

      *set when the master header shows today's batch has already
      *been rolled in, so a rerun doesn't double the period totals
       01 ws-already-posted-sw             pic x
       01 ws-ser-m2                        pic 9(5)
           value 0.

      *the week and period keys of the date in ws-calc-date, as
      *820-settle-period-keys leaves them - fiscal yyyyww and
      *yyyypp off the calendar, or the Monday-to-Sunday week index
      *and calendar yyyymm for a date the calendar doesn't reach
       01 ws-key-week                      pic 9(6)
           value 0.
       01 ws-key-month                     pic 9(6)
           value 0.
       01 ws-posted-month-key              pic 9(6)
           value 0.

      *Monday-to-Sunday week index of a serial day, counted from
      *the anchor Monday below - two dates in the same week share
      *the same index
           05 ws-aj-dispo                  pic x(30)
               value spaces.

      *the fiscal year, period and week the buckets hold
       01 ws-adj-fiscal-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(12)
               value "FISCAL YEAR ".
           05 ws-af-year                   pic 9(4)
               value 0.
           05 filler                       pic x(9)
               value "  PERIOD ".
           05 ws-af-period                 pic 99
               value 0.
           05 filler                       pic x(7)
               value "  WEEK ".
           05 ws-af-week                   pic 99
               value 0.
       01 ws-adj-no-fiscal-line            pic x(50)
           value "  DATE NOT ON THE FISCAL CALENDAR - CALENDAR MONTH".

      *adjustment wording
       77 ws-adj-mtd-msg                   pic x(30)
           value "EARLIER WEEK - MTD ONLY".
       77 ws-adj-hist-msg                  pic x(30)
           value "CLOSED PERIOD - ONTO HISTORY".

       procedure division.
           perform 050-settle-run-date.
           perform 060-load-fiscal-cal.

           perform 100-load-master.

               goback
           end-if.

      *nothing to reset on the first run ever - no posted date
      *yet - nor for a day posting behind the master
           move ws-run-date                to ws-period-date.
           if ws-posted-date > ws-run-date
               move ws-posted-date         to ws-period-date
           end-if.
           if ws-posted-date > 0 and ws-run-date > ws-posted-date
               perform 200-reset-periods
           end-if.

           accept ws-ah-date               from date.
           write adj-line                  from spaces.
           write adj-line                  from ws-adj-header.
           move ws-period-date             to ws-fis-date.
           perform 830-place-fiscal-date.
           if ws-fis-found
               move ws-fis-year            to ws-af-year
               move ws-fis-period          to ws-af-period
               move ws-fis-week            to ws-af-week
               write adj-line              from ws-adj-fiscal-line
           else
               write adj-line              from ws-adj-no-fiscal-line
               perform 930-warn-no-fiscal-date
           end-if.
           write adj-line                  from spaces.

           perform 300-post-valid-records.
               close busdate-file
           end-if.

      *the fiscal calendar into storage - from three years back
      *on, which reaches any period still open to a late
      *adjustment. A missing calendar leaves every date to the
      *calendar week and month
       060-load-fiscal-cal.
           compute ws-fc-keep-from =
               (ws-run-yyyy - 3) * 10000 + 101.
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
           move 'n'                        to ws-eof.
           move ws-anchor-date             to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-anchor-serial.

      *reads the period master back into storage - header first,
      *then one entry per store/transaction-code combination. A
      *missing master just means this is the first run ever
               if ws-master-eof not = 'y' and mh-is-header
                   move mh-posted-date     to ws-posted-date
                   if ws-posted-date = ws-run-date
                       and not mh-backed-out
                       move 'y'            to ws-already-posted-sw
                   end-if
               end-if
           end-if.

      *zeroes the week-to-date buckets on the first run of a new
      *fiscal week and the month-to-date buckets on the first run
      *of a new fiscal period
       200-reset-periods.
           move ws-run-date                to ws-calc-date.
           perform 820-settle-period-keys.
           move ws-key-week                to ws-run-week.
           move ws-key-month               to ws-run-month-key.

           move ws-posted-date             to ws-calc-date.
           perform 820-settle-period-keys.
           move ws-key-week                to ws-posted-week.
           move ws-key-month               to ws-posted-month-key.

           if ws-run-week not = ws-posted-week
               perform varying ws-per-idx from 1 by 1
               end-perform
           end-if.

      *a new period closes the old one first - the month-to-date
      *figures go onto the month-history file before the buckets
      *zero, so period 5 still exists in period 6
           if ws-run-month-key not = ws-posted-month-key
               perform 250-close-out-month
               perform varying ws-per-idx from 1 by 1
                   until ws-per-idx > ws-per-count
               end-perform
           end-if.

      *snapshot of the closing period - one record per store per
      *transaction code, stamped with the period being closed
       250-close-out-month.
           open extend month-hist-file.
           if ws-mth-file-status not = '00'
           end-if.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx > ws-per-count
               move ws-posted-month-key    to mn-close-month
               move ws-per-store (ws-per-idx)
                                           to mn-store-num
               move ws-per-code (ws-per-idx)
           end-perform.
           close month-hist-file.

      *the week and period keys the buckets hold, the
      *yardsticks every record's transaction date is set against
       250-settle-run-periods.
           move ws-period-date             to ws-calc-date.
           perform 820-settle-period-keys.
           move ws-key-week                to ws-run-week.
           move ws-key-month               to ws-run-month-key.

      *rolls each of the day's accepted records into its store and
      *transaction-code bucket - a missing valid file just means
               move ws-run-date            to ws-rec-date
           end-if.
           move ws-rec-date                to ws-calc-date.
           perform 820-settle-period-keys.
           move ws-key-week                to ws-rec-week.
           move ws-key-month               to ws-rec-month-key.

           evaluate true
               when ws-rec-month-key < ws-run-month-key
           stop run.


      *the run date isn't on the fiscal calendar - the day still
      *posts, on the calendar week and month, but finance needs the
      *calendar extended before the periods drift from the ledger
       930-warn-no-fiscal-date.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program09_Period_Accum"
                                           to ws-alr-program.
           move "RUN DATE NOT ON THE FISCAL CALENDAR"
                                           to ws-alr-message.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *looks the current record's store/transaction-code bucket up
      *in the period table, adding a new zeroed entry when the
      *combination hasn't been seen before; leaves ws-cur-per-idx 0
               move ws-per-count           to ws-cur-per-idx
           end-if.

      *writes the whole master back out - header with the period
      *date first, then every entry in the table
       500-rewrite-master.
           open output master-file.
           move spaces                     to master-line.
           move 'HDR'                      to mh-header-tag.
           move ws-period-date             to mh-posted-date.
           write master-line.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx > ws-per-count
               365 * ws-ser-yyyy + ws-ser-t1 - ws-ser-t2
               + ws-ser-t3 + ws-ser-t4 + ws-calc-dd.

      *the week and period keys of the date in ws-calc-date -
      *fiscal yyyyww and yyyypp when the calendar reaches it, else
      *the Monday-to-Sunday week index and the calendar yyyymm
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

       end program Program09_Period_Accumulate.
