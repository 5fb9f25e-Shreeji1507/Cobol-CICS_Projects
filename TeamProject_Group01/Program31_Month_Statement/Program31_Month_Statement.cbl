      *              spreadsheet of filed paper.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Report by the fiscal periods of the 4-5-4
      *               calendar the period post now closes on, with
      *               the business date's fiscal year, period and
      *               week under each heading.

       environment division.

               organization is line sequential
               file status is ws-mth-file-status.

      *the 4-5-4 fiscal calendar master kept by the calendar step
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

      *the per-store monthly statement
           select stmt-file assign         to
                               "../../../data/project1MonthStmt.out"
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

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

       fd stmt-file
           data record is stmt-line
               record contains 110 characters.
           value spaces.
       01 ws-mth-eof                       pic x
           value 'n'.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-fcl-eof                       pic x
           value 'n'.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

      *the business date of the batch
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-run-yyyy                  pic 9(4).
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

      *the month history held in storage
       01 ws-hist-table.
           05 filler                       pic x(8)
               value spaces.
           05 filler                       pic x(33)
               value "FISCAL PERIOD STORE STATEMENT".

      *the business date's fiscal year, period and week
       01 ws-fiscal-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(18)
               value "FISCAL YEAR:      ".
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

      *the period the statement covers - fiscal yyyypp
       01 ws-stmt-month-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(18)
               value "PERIOD CLOSED:    ".
           05 ws-sm-month                  pic 9(6)
               value 0.

           05 filler                       pic x(8)
               value spaces.
           05 filler                       pic x(33)
               value "THIRTEEN-PERIOD STORE TREND".

      *trend column headings
       01 ws-trend-headings.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(10)
               value "PERIOD".
           05 filler                       pic x(16)
               value "SALES+LAYAWAY".
           05 filler                       pic x(16)

      *line printed when no month has closed yet
       01 ws-no-hist-line                  pic x(48)
           value "  NO PERIOD HAS CLOSED YET - NOTHING TO REPORT".

       procedure division.
           open output stmt-file trend-file.
           move ws-sh-time                 to ws-th-time.

           perform 100-load-month-history.
           perform 050-settle-run-date.
           perform 060-load-fiscal-cal.

           write stmt-line                 from spaces.
           write stmt-line                 from ws-stmt-header.
           write trend-line                from spaces.
           write trend-line                from ws-trend-header.
           move ws-run-date                to ws-fis-date.
           perform 830-place-fiscal-date.
           if ws-fis-found
               move ws-fis-year            to ws-fl-year
               move ws-fis-period          to ws-fl-period
               move ws-fis-week            to ws-fl-week
               write stmt-line             from ws-fiscal-line
               write trend-line            from ws-fiscal-line
           end-if.
           write stmt-line                 from spaces.
           write trend-line                from spaces.

           if ws-mh-count-t = 0
           close stmt-file trend-file.
           goback.

      *the business date the consolidation step left, falling
      *back to the machine date
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

      *the fiscal calendar into storage, from three years before
      *the business date
       060-load-fiscal-cal.
           compute ws-fc-keep-from =
               (ws-run-yyyy - 3) * 10000 + 101.
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

      *the whole month history into storage, noting each distinct
      *month and store as it goes by
       100-load-month-history.
