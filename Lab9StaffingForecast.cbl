      *              current active headcount - so the seasonal
      *              peak is staffed from a report instead of from
      *              memory.
      *Modifications:
      *  -            Read the per operator, per month handled,
      *               abandoned and talk-minute totals the call-
      *               detail intake carries, and list this year's
      *               abandoned calls, abandon rate and average talk
      *               time per operator under each team, the
      *               forecast itself being planned on handled calls.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-parm-file-status.

      *handled, abandoned and talk-minute totals per operator per
      *month, built by Lab9CallDetailIntake. File status lets us
      *leave the call-handling section off when the switch isn't
      *feeding the counts yet
           select acdmonth-file assign to
                                       '../../data/lab9acdmonth.data'
               organization is line sequential
               file status is ws-acdmonth-file-status.

           select report-file assign   to '../../data/lab9forecast.out'
               organization is line sequential.

           05 om-status                 pic x.
           05 om-start-date             pic x(8).

      *per operator, per month call-handling totals, the layout
      *Lab9CallDetailIntake writes
       fd acdmonth-file
           data record is acdmonth-rec
               record contains 26 characters.

       01 acdmonth-rec.
           05 am-opnum                  pic x(3).
           05 am-year                   pic 9(4).
           05 am-month                  pic 99.
           05 am-handled                pic 9(5).
           05 am-abandoned              pic 9(5).
           05 am-talk-min               pic 9(7).

       fd report-file
           data record is print-line.

      *a real open error
       01 ws-audit-file-status          pic xx    value spaces.
       01 ws-hist-file-status           pic xx    value spaces.
       01 ws-acdmonth-file-status       pic xx    value spaces.
       01 ws-opmaster-file-status       pic xx    value spaces.
       01 ws-parm-file-status           pic xx    value spaces.

       01 ws-hist-eof                   pic x    value 'n'.
       01 ws-opm-eof                    pic x    value 'n'.
       01 ws-acdmonth-eof               pic x    value 'n'.

      *today's date, full century form, for the default forecast
      *year when no parameter file names one
      *the team the record being processed belongs to
       01 ws-cur-team                   pic x(8) value spaces.

      *this year's call handling per operator off the intake's
      *monthly totals, with the team each operator belongs to
       01 ws-acd-table.
           05 ws-ah-entry               occurs 100 times.
               10 ws-ah-opnum           pic x(3).
               10 ws-ah-team            pic x(8).
               10 ws-ah-handled         pic 9(6).
               10 ws-ah-abandoned       pic 9(6).
               10 ws-ah-talk-min        pic 9(8).
       01 ws-ah-count                   pic 999  value 0.
       01 ws-ah-idx                     pic 999.
       01 ws-cur-ah-idx                 pic 999  value 0.

      *one team's call-handling totals, and work fields for the
      *abandon rate and average talk time on one line
       01 ws-th-handled                 pic 9(7) value 0.
       01 ws-th-abandoned               pic 9(7) value 0.
       01 ws-th-talk-min                pic 9(9) value 0.
       01 ws-th-ops                     pic 999  value 0.
       01 ws-offered-calls              pic 9(7) value 0.

      *chain-wide month totals behind the growth ratio
       01 ws-all-this                   pic 9(7) value 0.
       01 ws-all-last-same              pic 9(7) value 0.
           05 wsd-to-hire               pic +zzz9.
       01 ws-to-hire                    pic s9(4) value 0.

      *call-handling section printed under each team's forecast
       01 ws-basis-line.
           05 filler                    pic x(38)
               value '  forecast planned on handled calls - '.
           05 filler                    pic x(32)
               value 'abandoned calls not staffed for'.

       01 ws-handling-head-line.
           05 filler                    pic x(5) value spaces.
           05 filler                    pic x(30)
               value 'call handling this year'.

       01 ws-handling-heading.
           05 filler                    pic x(5) value spaces.
           05 filler                    pic x(8) value 'oper'.
           05 filler                    pic x(11) value 'handled'.
           05 filler                    pic x(11) value 'abandoned'.
           05 filler                    pic x(10) value 'aband %'.
           05 filler                    pic x(12) value 'avg talk'.

      *one operator's, or the team's, call-handling line
       01 ws-handling-line.
           05 filler                    pic x(5) value spaces.
           05 wshl-opnum                pic x(5).
           05 filler                    pic x(1) value spaces.
           05 wshl-handled              pic zzzzzz9.
           05 filler                    pic x(4) value spaces.
           05 wshl-abandoned            pic zzzzzz9.
           05 filler                    pic x(5) value spaces.
           05 wshl-aband-pct            pic zz9.9.
           05 filler                    pic x(6) value spaces.
           05 wshl-avg-talk             pic zz9.9.

       01 ws-no-hist-line               pic x(44)
           value '  no call history on file - nothing to do'.


           perform 050-load-operator-map.
           perform 100-load-history-months.
           perform 150-load-call-handling.

           move ws-this-year            to ws-rh-year.
           write print-line from ws-name-line.
               move ws-calls-per-op     to ws-sl-standard
               write print-line from ws-standard-line
                   after advancing 1 line
               if ws-ah-count > 0
                   write print-line from ws-basis-line
                       after advancing 1 line
               end-if
               perform 300-print-team-forecasts
           end-if.

               end-if
           end-perform.

      *this year's handled, abandoned and talk minutes per
      *operator off the intake's monthly totals - no file just
      *means the switch isn't feeding the counts yet, and the
      *call-handling section is left off
       150-load-call-handling.
           open input acdmonth-file.
           if ws-acdmonth-file-status = '00'
               perform until ws-acdmonth-eof = 'y'
                   read acdmonth-file
                       at end move 'y' to ws-acdmonth-eof
                   end-read
                   if ws-acdmonth-eof not = 'y'
                       and am-year = ws-this-year
                       perform 160-find-or-add-operator
                       if ws-cur-ah-idx > 0
                           add am-handled    to
                               ws-ah-handled (ws-cur-ah-idx)
                           add am-abandoned  to
                               ws-ah-abandoned (ws-cur-ah-idx)
                           add am-talk-min   to
                               ws-ah-talk-min (ws-cur-ah-idx)
                       end-if
                   end-if
               end-perform
               close acdmonth-file
           end-if.

      *looks the month record's operator up, adding a new zeroed
      *entry under the operator's team the first time it is seen;
      *0 only when the table is full
       160-find-or-add-operator.
           move 0                       to ws-cur-ah-idx.
           perform varying ws-ah-idx from 1 by 1
               until ws-ah-idx > ws-ah-count
               if ws-ah-opnum (ws-ah-idx) = am-opnum
                   move ws-ah-idx       to ws-cur-ah-idx
               end-if
           end-perform.
           if ws-cur-ah-idx = 0 and ws-ah-count < 100
               add 1                    to ws-ah-count
               move am-opnum            to ws-ah-opnum (ws-ah-count)
               move ws-no-team-name     to ws-ah-team (ws-ah-count)
               perform varying ws-om-idx from 1 by 1
                   until ws-om-idx > ws-om-count
                   if ws-om-num (ws-om-idx) = am-opnum
                       move ws-om-team (ws-om-idx)
                                        to ws-ah-team (ws-ah-count)
                   end-if
               end-perform
               move 0                   to ws-ah-handled (ws-ah-count)
               move 0                   to
                   ws-ah-abandoned (ws-ah-count)
               move 0                   to
                   ws-ah-talk-min (ws-ah-count)
               move ws-ah-count         to ws-cur-ah-idx
           end-if.

      *looks the team in ws-cur-team up, adding a new zeroed entry
      *the first time it is seen; 0 only when the table is full
       080-find-or-add-team.
                       perform 350-print-one-forecast
                   end-if
               end-perform
               perform 370-print-call-handling
           end-perform.

       350-print-one-forecast.
           move ws-to-hire              to wsd-to-hire.
           write print-line from ws-detail-line.

      *the team's operators' handled and abandoned calls this year
      *with their abandon rate and average talk minutes per handled
      *call, and the team's total - left off for a team the switch
      *has nothing on
       370-print-call-handling.
           move 0                       to ws-th-handled.
           move 0                       to ws-th-abandoned.
           move 0                       to ws-th-talk-min.
           move 0                       to ws-th-ops.
           perform varying ws-ah-idx from 1 by 1
               until ws-ah-idx > ws-ah-count
               if ws-ah-team (ws-ah-idx) = ws-tm-name (ws-tm-idx)
                   if ws-th-ops = 0
                       write print-line from ws-handling-head-line
                           after advancing 2 lines
                       write print-line from ws-handling-heading
                           after advancing 1 line
                   end-if
                   add 1                to ws-th-ops
                   add ws-ah-handled (ws-ah-idx)
                                        to ws-th-handled
                   add ws-ah-abandoned (ws-ah-idx)
                                        to ws-th-abandoned
                   add ws-ah-talk-min (ws-ah-idx)
                                        to ws-th-talk-min
                   move ws-ah-opnum (ws-ah-idx)
                                        to wshl-opnum
                   move ws-ah-handled (ws-ah-idx)
                                        to wshl-handled
                   move ws-ah-abandoned (ws-ah-idx)
                                        to wshl-abandoned
                   compute ws-offered-calls =
                       ws-ah-handled (ws-ah-idx)
                       + ws-ah-abandoned (ws-ah-idx)
                   move 0               to wshl-aband-pct
                   if ws-offered-calls > 0
                       compute wshl-aband-pct rounded =
                           ws-ah-abandoned (ws-ah-idx) * 100
                           / ws-offered-calls
                   end-if
                   move 0               to wshl-avg-talk
                   if ws-ah-handled (ws-ah-idx) > 0
                       compute wshl-avg-talk rounded =
                           ws-ah-talk-min (ws-ah-idx)
                           / ws-ah-handled (ws-ah-idx)
                   end-if
                   write print-line from ws-handling-line
                       after advancing 1 line
               end-if
           end-perform.

           if ws-th-ops > 0
               move 'total'             to wshl-opnum
               move ws-th-handled       to wshl-handled
               move ws-th-abandoned     to wshl-abandoned
               compute ws-offered-calls =
                   ws-th-handled + ws-th-abandoned
               move 0                   to wshl-aband-pct
               if ws-offered-calls > 0
                   compute wshl-aband-pct rounded =
                       ws-th-abandoned * 100 / ws-offered-calls
               end-if
               move 0                   to wshl-avg-talk
               if ws-th-handled > 0
                   compute wshl-avg-talk rounded =
                       ws-th-talk-min / ws-th-handled
               end-if
               write print-line from ws-handling-line
                   after advancing 1 line
           end-if.

      *drops this run's summary onto the common operations log
       400-write-audit-line.
           accept ws-aud-date          from date.
