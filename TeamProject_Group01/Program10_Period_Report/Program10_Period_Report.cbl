      *               store and chain levels - a district manager
      *               reads their seven stores together instead of
      *               leafing through the whole chain.
      *  -            Show the fiscal year, period and week the
      *               figures run to, off the 4-5-4 fiscal calendar
      *               the period post now resets by.

       environment division.

               organization is line sequential
               file status is ws-stm-file-status.

      *the 4-5-4 fiscal calendar master kept by the calendar step
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           05 sm-end-date                  pic x(8).
           05 sm-district-code             pic xx.

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
           value spaces.
       01 ws-stm-eof                        pic x
           value 'n'.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-fcl-eof                        pic x
           value 'n'.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

      *the date the master was last posted
       01 ws-posted-date                   pic 9(8)
           value 0.
       01 ws-posted-date-r redefines ws-posted-date.
           05 ws-posted-yyyy               pic 9(4).
           05 ws-posted-mm                 pic 99.
           05 ws-posted-dd                 pic 99.

       01 ws-eof                           pic x
           value 'n'.
           05 ws-al-posted-date            pic 9(8)
               value 0.

      *the fiscal year, period and week the figures run to
       01 ws-fiscal-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(21)
               value "FISCAL YEAR:         ".
           05 ws-fl-year                   pic 9(4)
               value 0.
           05 filler                       pic x(10)
               value "   PERIOD ".
           05 ws-fl-period                 pic 99
               value 0.
           05 filler                       pic x(8)
               value "   WEEK ".
           05 ws-fl-week                   pic 99
               value 0.

      *column headings
       01 ws-report-headings-1.
           05 filler                       pic x(1)
               write output-line           from ws-no-master-line
           else
               write output-line           from ws-asof-line
               perform 050-place-posted-date
               write output-line           from spaces
               write output-line           from ws-report-headings-1
               write output-line           from ws-report-headings-2
           close output-file.
           goback.

      *the fiscal year, period and week of the date the master
      *runs to, under the as-of line - nothing printed for a date
      *the calendar doesn't reach
       050-place-posted-date.
           perform 060-load-fiscal-cal.
           move ws-posted-date             to ws-fis-date.
           perform 830-place-fiscal-date.
           if ws-fis-found
               move ws-fis-year            to ws-fl-year
               move ws-fis-period          to ws-fl-period
               move ws-fis-week            to ws-fl-week
               write output-line           from ws-fiscal-line
           end-if.

      *the fiscal calendar into storage, from three years before
      *the posted date
       060-load-fiscal-cal.
           compute ws-fc-keep-from =
               (ws-posted-yyyy - 3) * 10000 + 101.
           open input fiscal-cal-file
           if ws-fcl-file-status = '00'
               read fiscal-cal-file
                   at end move 'y'         to ws-fcl-eof
               end-read
               perform until ws-fcl-eof = 'y'
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
                       at end move 'y'     to ws-fcl-eof
                   end-read
               end-perform
               close fiscal-cal-file
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

      *reads the period master back into storage - header first,
      *then one entry per store/transaction-code combination
       100-load-master.
               end-read
               if ws-eof not = 'y' and mh-is-header
                   move mh-posted-date     to ws-al-posted-date
                   if mh-posted-date is numeric
                       move mh-posted-date to ws-posted-date
                   end-if
               end-if
               perform until ws-eof = 'y'
                   read master-file
