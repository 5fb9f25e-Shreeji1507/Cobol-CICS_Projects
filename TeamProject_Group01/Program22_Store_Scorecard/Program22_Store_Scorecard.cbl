      *               date the consolidation step leaves, not the
      *               machine clock - a backlog pass judges the
      *               right calendar day.
      *  -            Divide the trailing average by the days into the
      *               fiscal period the period master now resets on,
      *               not the day of the calendar month.

       environment division.

               organization is line sequential
               file status is ws-busd-file-status.

      *the 4-5-4 fiscal calendar master kept by the calendar step
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *the cumulative period master rolled up by the end-of-batch
      *accumulation step, for the store's trailing daily average
           select period-file assign       to
           05 ph-posted-date               pic 9(8).
           05 filler                       pic x(20).

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
           value spaces.
       01 ws-alert-file-status              pic xx
           value spaces.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-fcl-eof                        pic x
           value 'n'.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

      *the first day of the fiscal period the posted date falls
      *in, and the serial-day arithmetic that counts the days
      *since - same arithmetic as the period-accumulation step
       01 ws-period-first-day              pic 9(8)
           value 0.
       01 ws-calc-date                     pic 9(8)
           value 0.
       01 ws-calc-date-r redefines ws-calc-date.
           05 ws-calc-yyyy                 pic 9(4).
           05 ws-calc-mm                   pic 99.
           05 ws-calc-dd                   pic 99.
       01 ws-serial-day                    pic 9(7)
           value 0.
       01 ws-first-serial                  pic 9(7)
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

       01 ws-eof                           pic x
           value 'n'.
           value 'n'.
           88 ws-period-present         value 'y'.

      *days into the fiscal period as of the period master's
      *posted date (the day of the month for a date the fiscal
      *calendar doesn't reach), the divisor that turns a
      *month-to-date total into a trailing daily average
       01 ws-trail-days                    pic 99
           value 0.
       01 ws-posted-date                   pic 9(8)
                   move 'y'                to ws-period-present-sw
                   move ph-posted-date     to ws-posted-date
                   move ws-posted-dd       to ws-trail-days
                   perform 410-settle-trail-days
               end-if
               perform until ws-eof = 'y'
                   read period-file
               close period-file
           end-if.

      *the days from the first day of the posted date's fiscal
      *period through the posted date
       410-settle-trail-days.
           perform 415-load-fiscal-cal.
           move 0                          to ws-period-first-day.
           move ws-posted-date             to ws-fis-date.
           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count
               if ws-fis-date >= ws-fc-week-start (ws-fc-idx)
                   and ws-fis-date <= ws-fc-week-end (ws-fc-idx)
                   move 'y'                to ws-fis-found-sw
                   move ws-fc-year (ws-fc-idx)
                                           to ws-fis-year
                   move ws-fc-period (ws-fc-idx)
                                           to ws-fis-period
               end-if
           end-perform.
           if ws-fis-found
               perform varying ws-fc-idx from 1 by 1
                   until ws-fc-idx > ws-fc-count
                   if ws-fc-year (ws-fc-idx) = ws-fis-year
                       and ws-fc-period (ws-fc-idx) = ws-fis-period
                       and (ws-period-first-day = 0
                           or ws-fc-week-start (ws-fc-idx)
                               < ws-period-first-day)
                       move ws-fc-week-start (ws-fc-idx)
                                           to ws-period-first-day
                   end-if
               end-perform
               move ws-period-first-day    to ws-calc-date
               perform 800-compute-day-serial
               move ws-serial-day          to ws-first-serial
               move ws-posted-date         to ws-calc-date
               perform 800-compute-day-serial
               compute ws-trail-days =
                   ws-serial-day - ws-first-serial + 1
           end-if.

      *the fiscal calendar into storage, from three years before
      *the posted date
       415-load-fiscal-cal.
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

      *one period-master entry's month-to-date dollars into its
      *store's bucket for that transaction code
       420-bucket-period-entry.
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

       end program Program22_Store_Scorecard.
