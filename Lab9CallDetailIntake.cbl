       identification division.
       program-id. Lab9CallDetailIntake.
       author. Gregory Oakes, Shreeji Patel.
       Date-Written. 15-Oct-2026.
      *Purpose : This file is created for the lab 9 in MAFD-4202.
      *Description : This program builds the monthly call counts in
      *              lab9.data from the phone switch's daily call-
      *              detail extract instead of a supervisor keying
      *              them in off the monthly printout. Each day's
      *              record is edited against the operator master
      *              and the reporting year in lab9.parm, and a
      *              record that fails goes to an exceptions listing
      *              rather than into the counts. Accepted records
      *              roll into per operator, per month handled,
      *              abandoned and talk-minute totals on
      *              lab9acdmonth.data, and each operator's month in
      *              lab9.data becomes the handled total for that
      *              month, so the reports and the staffing forecast
      *              plan on calls actually handled. The days
      *              already posted are remembered on
      *              lab9acddays.data so the same day's extract fed
      *              twice is listed instead of being counted twice.

       environment division.
       input-output section.
       file-control.

      *the phone switch's daily call-detail extract - one record per
      *operator per day. File status lets us tell "no extract sent"
      *apart from a real open error
           select acd-file assign      to '../../data/lab9acd.data'
               organization is line sequential
               file status is ws-acd-file-status.

      *the monthly call counts the report programs read - read back
      *whole at startup and rewritten whole at the end. File status
      *lets us tell "first intake, nothing keyed yet" apart from a
      *real open error
           select input-file assign    to '../../data/lab9.data'
               organization is line sequential
               file status is ws-calls-file-status.

      *handled, abandoned and talk-minute totals per operator per
      *month, carried for the staffing forecast
           select month-file assign    to
                                       '../../data/lab9acdmonth.data'
               organization is line sequential
               file status is ws-month-file-status.

      *every call date already posted, so a day fed twice can be
      *told apart from a new one
           select days-file assign     to
                                       '../../data/lab9acddays.data'
               organization is line sequential
               file status is ws-days-file-status.

      *operator master - number, name, team, status and start date
           select opmaster-file assign to
                                       '../../data/lab9opmaster.data'
               organization is line sequential
               file status is ws-opmaster-file-status.

      *optional reporting parameters - the third field names the
      *year the counts belong to. File status lets us fall back to
      *the machine date's year when no parameter file is supplied.
           select param-file assign    to '../../data/lab9.parm'
               organization is line sequential
               file status is ws-parm-file-status.

      *exceptions listing - call-detail records that failed an edit
           select except-file assign   to
                                       '../../data/lab9acdexc.out'
               organization is line sequential.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign    to '../../data/audit.log'
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

      *one operator's day off the phone switch
       fd acd-file
           data record is acd-rec
               record contains 24 characters.

       01 acd-rec.
           05 ad-opnum                  pic x(3).
           05 ad-call-date              pic 9(8).
           05 ad-call-date-r redefines ad-call-date.
               10 ad-call-yyyy          pic 9(4).
               10 ad-call-mm            pic 99.
               10 ad-call-dd            pic 99.
           05 ad-handled                pic 9(4).
           05 ad-abandoned              pic 9(4).
           05 ad-talk-min               pic 9(5).

      *monthly call counts record, the layout the report programs
      *read
       fd input-file
           data record is emp-rec.

       01 emp-rec.
           05 emp-rec-num               pic x(3).
           05 emp-rec-name              pic x(12).
           05 emp-rec-calls             occurs 12 times.
               10 emp-calls-p-month     pic 9(3).

      *per operator, per month call-handling totals - operator,
      *year and month together key the file
       fd month-file
           data record is month-rec
               record contains 26 characters.

       01 month-rec.
           05 am-opnum                  pic x(3).
           05 am-year                   pic 9(4).
           05 am-month                  pic 99.
           05 am-handled                pic 9(5).
           05 am-abandoned              pic 9(5).
           05 am-talk-min               pic 9(7).

      *one call date already posted
       fd days-file
           data record is days-rec
               record contains 8 characters.

       01 days-rec.
           05 dy-call-date              pic 9(8).
           05 dy-call-date-r redefines dy-call-date.
               10 dy-call-yyyy          pic 9(4).
               10 dy-call-mmdd          pic 9(4).

      *operator master record
       fd opmaster-file
           data record is opmaster-rec
               record contains 32 characters.

       01 opmaster-rec.
           05 om-opnum                  pic x(3).
           05 om-opname                 pic x(12).
           05 om-team                   pic x(8).
           05 om-status                 pic x.
           05 om-start-date             pic x(8).

      *reporting parameter record - start month and window width
      *belong to the report programs; only the year matters here
       fd param-file
           data record is parm-line
               record contains 12 characters.
       01 parm-line.
           05 pl-start-month            pic 99.
           05 pl-window-months          pic 99.
           05 pl-year                   pic 9(4).
      *calls one operator handles in a month - only the staffing
      *forecast reads it
           05 pl-calls-per-op           pic 9(4).

       fd except-file
           data record is except-line.

       01 except-line                   pic x(80).

      *common operations log record
       fd audit-file
           data record is audit-line
               record contains 84 characters.
       01 audit-line                    pic x(84)
           value spaces.

       working-storage section.

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".

      *file statuses - used only to tell a missing file apart from
      *a real open error
       01 ws-acd-file-status            pic xx    value spaces.
       01 ws-audit-file-status          pic xx    value spaces.
       01 ws-calls-file-status          pic xx    value spaces.
       01 ws-days-file-status           pic xx    value spaces.
       01 ws-month-file-status          pic xx    value spaces.
       01 ws-opmaster-file-status       pic xx    value spaces.
       01 ws-parm-file-status           pic xx    value spaces.

       01 ws-found-eof                  pic x    value 'n'.
           88 ws-is-end-of-file                  value "y".

       01 ws-load-eof                   pic x    value 'n'.

      *today's date, full century form, for the default reporting
      *year when no parameter file names one
       01 ws-run-date                   pic 9(8) value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-run-yyyy               pic 9(4).
           05 ws-run-mmdd               pic 9(4).

      *the year the counts are being built for
       01 ws-post-year                  pic 9(4) value 0.

      *the most a month's count in lab9.data can hold
       77 ws-max-month-calls            pic 9(3) value 999.

      *the operator master held in storage - the edit only needs
      *the number, and the name for an operator new to lab9.data
       01 ws-opmaster-table.
           05 ws-opm-entry              occurs 100 times.
               10 ws-opm-num            pic x(3).
               10 ws-opm-name           pic x(12).
       01 ws-opm-count                  pic 999  value 0.
       01 ws-opm-idx                    pic 999.
       01 ws-cur-opm-idx                pic 999  value 0.

      *the monthly call counts held in storage, in the order they
      *were on file - an operator the switch reports who isn't on
      *lab9.data yet is added at the end
       01 ws-calls-table.
           05 ws-ct-entry               occurs 100 times.
               10 ws-ct-opnum           pic x(3).
               10 ws-ct-opname          pic x(12).
               10 ws-ct-calls           occurs 12 times
                                        pic 9(3).
       01 ws-ct-count                   pic 999  value 0.
       01 ws-ct-idx                     pic 999.
       01 ws-cur-ct-idx                 pic 999  value 0.

      *the per operator, per month totals held in storage - the
      *whole file is rewritten from this table, so it is sized for
      *several years of a full operator roster
       01 ws-month-table.
           05 ws-mt-entry               occurs 3600 times.
               10 ws-mt-opnum           pic x(3).
               10 ws-mt-year            pic 9(4).
               10 ws-mt-month           pic 99.
               10 ws-mt-handled         pic 9(5).
               10 ws-mt-abandoned       pic 9(5).
               10 ws-mt-talk-min        pic 9(7).
       01 ws-mt-count                   pic 9(4) value 0.
       01 ws-mt-idx                     pic 9(4).
       01 ws-cur-mt-idx                 pic 9(4) value 0.

      *the call dates already posted for the reporting year, and
      *whether each came off the file or in this run - only a date
      *off the file makes a record a repeat
       01 ws-days-table.
           05 ws-dy-entry               occurs 400 times.
               10 ws-dy-date            pic 9(8).
               10 ws-dy-this-run        pic x.
       01 ws-dy-count                   pic 999  value 0.
       01 ws-dy-idx                     pic 999.
       01 ws-cur-dy-idx                 pic 999  value 0.

      *the call dates posted for every other year - never edited
      *against, only carried back onto the file as they came off it,
      *and sized for ten years of them
       01 ws-carry-days-table.
           05 ws-cy-date                occurs 3660 times
                                        pic 9(8).
       01 ws-cy-count                   pic 9(4) value 0.
       01 ws-cy-idx                     pic 9(4).

       01 ws-days-full-sw               pic x    value 'n'.
           88 ws-days-file-full                  value 'y'.

      *days in each month, February's 28 raised to 29 for a leap
      *year when a date is edited
       01 ws-month-days-values          pic x(24)
           value "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days             occurs 12 times
                                        pic 99.
       01 ws-max-day                    pic 99   value 0.
       01 ws-leap-quot                  pic 9(4) value 0.
       01 ws-leap-rem                   pic 9(3) value 0.

      *the month's handled total once this record is added in
       01 ws-new-handled                pic 9(5) value 0.

      *subscript for walking a record's twelve months
       01 ws-month-idx                  pic 99.

       01 ws-reject-sw                  pic x    value 'n'.
           88 ws-is-rejected                     value 'y'.

      *counts for the listing footer and the audit log
       01 ws-total-records              pic 9(5) value 0.
       01 ws-total-accepted             pic 9(5) value 0.
       01 ws-total-rejected             pic 9(5) value 0.

      *exceptions-listing header and column headings
       01 ws-except-header.
           05 filler                    pic x(26)
               value "call detail exceptions - ".
           05 ws-eh-date                pic 9(6).
           05 filler                    pic x(2) value spaces.
           05 ws-eh-time                pic 9(8).
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(6) value "year: ".
           05 ws-eh-year                pic 9(4).

       01 ws-except-heading.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(5) value 'oper'.
           05 filler                    pic x(11) value 'date'.
           05 filler                    pic x(8) value 'handled'.
           05 filler                    pic x(7) value 'aband'.
           05 filler                    pic x(7) value 'talk'.
           05 filler                    pic x(6) value 'reason'.

      *one exceptions-listing detail line - the raw fields, so a
      *mis-punched figure shows up as it arrived
       01 ws-except-detail.
           05 filler                    pic x(4) value spaces.
           05 wsed-opnum                pic x(3).
           05 filler                    pic x(2) value spaces.
           05 wsed-date                 pic x(8).
           05 filler                    pic x(3) value spaces.
           05 wsed-handled              pic x(4).
           05 filler                    pic x(4) value spaces.
           05 wsed-abandoned            pic x(4).
           05 filler                    pic x(2) value spaces.
           05 wsed-talk                 pic x(5).
           05 filler                    pic x(2) value spaces.
           05 wsed-reason               pic x(28).

       01 ws-no-extract-line            pic x(40)
           value "  no call-detail extract on file".

       01 ws-days-full-line             pic x(60)
           value "  posted-days file over table limit - nothing posted".

       01 ws-except-footer.
           05 filler                    pic x(20)
               value "records read: ".
           05 wsef-read                 pic zzzz9.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(10)
               value "accepted: ".
           05 wsef-accepted             pic zzzz9.
           05 filler                    pic x(4) value spaces.
           05 filler                    pic x(12)
               value "exceptions: ".
           05 wsef-rejected             pic zzzz9.

       procedure division.

           accept ws-run-date           from date yyyymmdd.
           move ws-run-yyyy             to ws-post-year.

      *a missing parameter file, or a year that isn't a sensible
      *one, just leaves the machine date's year in place
           open input param-file.
           if ws-parm-file-status = '00'
               read param-file
               if ws-parm-file-status = '00'
                   if pl-year is numeric
                       and pl-year >= 2000 and pl-year <= 2099
                       move pl-year    to ws-post-year
                   end-if
               end-if
               close param-file
           end-if.

           open output except-file.
           accept ws-eh-date            from date.
           accept ws-eh-time            from time.
           move ws-post-year            to ws-eh-year.
           write except-line            from ws-except-header.
           write except-line            from ws-except-heading.

           perform 050-load-operator-master.

      *no extract just means the switch sent nothing today - the
      *files are left exactly as they were
           open input acd-file.
           if ws-acd-file-status = '00'
               perform 100-load-call-counts
               perform 120-load-month-totals
               perform 140-load-posted-days
               if ws-days-file-full
                   write except-line    from ws-days-full-line
               else
                   perform 200-read-acd-file
                   perform 300-edit-and-post until ws-is-end-of-file
                   perform 500-rewrite-call-counts
                   perform 520-rewrite-month-totals
                   perform 540-rewrite-posted-days
               end-if
               close acd-file
           else
               write except-line        from ws-no-extract-line
           end-if.

           move ws-total-records        to wsef-read.
           move ws-total-accepted       to wsef-accepted.
           move ws-total-rejected       to wsef-rejected.
           write except-line            from ws-except-footer
               after advancing 1 line.
           close except-file.

           perform 600-write-audit-line.

           stop run.

      *loads the operator master into storage for the edit - a
      *missing master leaves every record to fail it
       050-load-operator-master.
           open input opmaster-file.
           if ws-opmaster-file-status = '00'
               move 'n'                to ws-load-eof
               perform until ws-load-eof = 'y'
                   read opmaster-file
                       at end move 'y' to ws-load-eof
                   end-read
                   if ws-load-eof not = 'y' and ws-opm-count < 100
                       add 1           to ws-opm-count
                       move om-opnum   to ws-opm-num (ws-opm-count)
                       move om-opname  to ws-opm-name (ws-opm-count)
                   end-if
               end-perform
               close opmaster-file
           end-if.

      *reads the monthly call counts back into storage - a missing
      *file just means nothing has been keyed or posted yet
       100-load-call-counts.
           open input input-file.
           if ws-calls-file-status = '00'
               move 'n'                to ws-load-eof
               perform until ws-load-eof = 'y'
                   read input-file
                       at end move 'y' to ws-load-eof
                   end-read
                   if ws-load-eof not = 'y' and ws-ct-count < 100
                       add 1           to ws-ct-count
                       move emp-rec-num
                                       to ws-ct-opnum (ws-ct-count)
                       move emp-rec-name
                                       to ws-ct-opname (ws-ct-count)
                       perform varying ws-month-idx from 1 by 1
                           until ws-month-idx > 12
                           move emp-calls-p-month (ws-month-idx)
                                       to ws-ct-calls
                                           (ws-ct-count ws-month-idx)
                       end-perform
                   end-if
               end-perform
               close input-file
           end-if.

      *reads the per operator, per month totals back into storage
      *- a missing file just means this is the first intake
       120-load-month-totals.
           open input month-file.
           if ws-month-file-status = '00'
               move 'n'                to ws-load-eof
               perform until ws-load-eof = 'y'
                   read month-file
                       at end move 'y' to ws-load-eof
                   end-read
                   if ws-load-eof not = 'y' and ws-mt-count < 3600
                       add 1           to ws-mt-count
                       move am-opnum   to ws-mt-opnum (ws-mt-count)
                       move am-year    to ws-mt-year (ws-mt-count)
                       move am-month   to ws-mt-month (ws-mt-count)
                       move am-handled to
                           ws-mt-handled (ws-mt-count)
                       move am-abandoned
                                       to
                           ws-mt-abandoned (ws-mt-count)
                       move am-talk-min
                                       to
                           ws-mt-talk-min (ws-mt-count)
                   end-if
               end-perform
               close month-file
           end-if.

      *reads the call dates already posted - only the reporting
      *year's are edited against, since a date in any other year
      *fails the year edit before the repeat check is ever reached.
      *Every other year's are held aside to be written back, and a
      *file with more than the table holds stops the run before
      *anything is posted, leaving all the files as they were
       140-load-posted-days.
           open input days-file.
           if ws-days-file-status = '00'
               move 'n'                to ws-load-eof
               perform until ws-load-eof = 'y'
                   read days-file
                       at end move 'y' to ws-load-eof
                   end-read
                   if ws-load-eof not = 'y'
                       if dy-call-yyyy = ws-post-year
                           if ws-dy-count < 400
                               add 1   to ws-dy-count
                               move dy-call-date
                                       to ws-dy-date (ws-dy-count)
                               move 'n' to
                                   ws-dy-this-run (ws-dy-count)
                           else
                               move 'y' to ws-days-full-sw
                           end-if
                       else
                           if ws-cy-count < 3660
                               add 1   to ws-cy-count
                               move dy-call-date
                                       to ws-cy-date (ws-cy-count)
                           else
                               move 'y' to ws-days-full-sw
                           end-if
                       end-if
                   end-if
               end-perform
               close days-file
           end-if.

       200-read-acd-file.

           read acd-file
               at end move 'y'         to ws-found-eof.

      *edits one day's record and posts it, or lists it on the
      *exceptions listing with the reason it failed
       300-edit-and-post.

           add 1                       to ws-total-records.

           perform 310-edit-acd-record.

           if ws-is-rejected
               add 1                   to ws-total-rejected
               perform 390-write-exception-line
           else
               perform 350-post-acd-record
               add 1                   to ws-total-accepted
           end-if.

           perform 200-read-acd-file.

      *the edits, in order - the first one a record fails is the
      *reason listed
       310-edit-acd-record.
           move 'n'                    to ws-reject-sw.

           if ad-call-date is not numeric
               or ad-handled is not numeric
               or ad-abandoned is not numeric
               or ad-talk-min is not numeric
               move 'y'                to ws-reject-sw
               move "non-numeric field" to wsed-reason
           end-if.

           if not ws-is-rejected
               move 0                  to ws-cur-opm-idx
               perform varying ws-opm-idx from 1 by 1
                   until ws-opm-idx > ws-opm-count
                   if ws-opm-num (ws-opm-idx) = ad-opnum
                       move ws-opm-idx to ws-cur-opm-idx
                   end-if
               end-perform
               if ws-cur-opm-idx = 0
                   move 'y'            to ws-reject-sw
                   move "operator not on master"
                                       to wsed-reason
               end-if
           end-if.

           if not ws-is-rejected
               if ad-call-yyyy not = ws-post-year
                   move 'y'            to ws-reject-sw
                   move "outside reporting year"
                                       to wsed-reason
               end-if
           end-if.

           if not ws-is-rejected
               if ad-call-mm < 1 or ad-call-mm > 12
                   move 'y'            to ws-reject-sw
                   move "invalid call date" to wsed-reason
               else
                   perform 315-set-max-day
                   if ad-call-dd < 1 or ad-call-dd > ws-max-day
                       move 'y'        to ws-reject-sw
                       move "invalid call date"
                                       to wsed-reason
                   end-if
               end-if
           end-if.

      *a date that came off the posted-days file was counted by an
      *earlier run - the same date turning up again within this run
      *is just the next operator's record for that day
           if not ws-is-rejected
               perform 320-find-posted-day
               if ws-cur-dy-idx > 0
                   if ws-dy-this-run (ws-cur-dy-idx) = 'n'
                       move 'y'        to ws-reject-sw
                       move "day already posted"
                                       to wsed-reason
                   end-if
               else
                   if ws-dy-count not < 400
                       move 'y'        to ws-reject-sw
                       move "posted-days table full"
                                       to wsed-reason
                   end-if
               end-if
           end-if.

           if not ws-is-rejected
               perform 330-find-call-counts
               if ws-cur-ct-idx = 0 and ws-ct-count not < 100
                   move 'y'            to ws-reject-sw
                   move "call counts table full"
                                       to wsed-reason
               end-if
           end-if.

      *lab9.data holds a month's count in three digits - a record
      *that would carry the month past that is held back rather
      *than posted as a truncated figure
           if not ws-is-rejected
               perform 340-find-month-total
               if ws-cur-mt-idx = 0
                   if ws-mt-count not < 3600
                       move 'y'        to ws-reject-sw
                       move "month totals table full"
                                       to wsed-reason
                   else
                       move ad-handled to ws-new-handled
                   end-if
               else
                   compute ws-new-handled =
                       ws-mt-handled (ws-cur-mt-idx) + ad-handled
               end-if
           end-if.

           if not ws-is-rejected
               if ws-new-handled > ws-max-month-calls
                   move 'y'            to ws-reject-sw
                   move "month over 999 handled"
                                       to wsed-reason
               end-if
           end-if.

      *the last day of the call date's month - February has 29 in
      *a year divisible by 4, unless it is a century year not
      *divisible by 400
       315-set-max-day.
           move ws-month-days (ad-call-mm) to ws-max-day.
           if ad-call-mm = 2
               divide ad-call-yyyy by 4 giving ws-leap-quot
                   remainder ws-leap-rem
               if ws-leap-rem = 0
                   move 29             to ws-max-day
                   divide ad-call-yyyy by 100 giving ws-leap-quot
                       remainder ws-leap-rem
                   if ws-leap-rem = 0
                       divide ad-call-yyyy by 400 giving ws-leap-quot
                           remainder ws-leap-rem
                       if ws-leap-rem not = 0
                           move 28     to ws-max-day
                       end-if
                   end-if
               end-if
           end-if.

       320-find-posted-day.
           move 0                      to ws-cur-dy-idx.
           perform varying ws-dy-idx from 1 by 1
               until ws-dy-idx > ws-dy-count
               if ws-dy-date (ws-dy-idx) = ad-call-date
                   move ws-dy-idx      to ws-cur-dy-idx
               end-if
           end-perform.

       330-find-call-counts.
           move 0                      to ws-cur-ct-idx.
           perform varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count
               if ws-ct-opnum (ws-ct-idx) = ad-opnum
                   move ws-ct-idx      to ws-cur-ct-idx
               end-if
           end-perform.

       340-find-month-total.
           move 0                      to ws-cur-mt-idx.
           perform varying ws-mt-idx from 1 by 1
               until ws-mt-idx > ws-mt-count
               if ws-mt-opnum (ws-mt-idx) = ad-opnum
                   and ws-mt-year (ws-mt-idx) = ad-call-yyyy
                   and ws-mt-month (ws-mt-idx) = ad-call-mm
                   move ws-mt-idx      to ws-cur-mt-idx
               end-if
           end-perform.

      *rolls an accepted record into its operator's month - the
      *lookups and room checks were all settled by the edit, so
      *each new entry here is known to fit. The month's count in
      *lab9.data becomes the switch's handled total for the month,
      *replacing a figure keyed in from the printout
       350-post-acd-record.
           if ws-cur-dy-idx = 0
               add 1                   to ws-dy-count
               move ad-call-date       to ws-dy-date (ws-dy-count)
               move 'y'                to ws-dy-this-run (ws-dy-count)
           end-if.

           if ws-cur-ct-idx = 0
               add 1                   to ws-ct-count
               move ad-opnum           to ws-ct-opnum (ws-ct-count)
               move ws-opm-name (ws-cur-opm-idx)
                                       to ws-ct-opname (ws-ct-count)
               perform varying ws-month-idx from 1 by 1
                   until ws-month-idx > 12
                   move 0              to ws-ct-calls
                                           (ws-ct-count ws-month-idx)
               end-perform
               move ws-ct-count        to ws-cur-ct-idx
           end-if.

           if ws-cur-mt-idx = 0
               add 1                   to ws-mt-count
               move ad-opnum           to ws-mt-opnum (ws-mt-count)
               move ad-call-yyyy       to ws-mt-year (ws-mt-count)
               move ad-call-mm         to ws-mt-month (ws-mt-count)
               move 0                  to ws-mt-handled (ws-mt-count)
               move 0                  to
                   ws-mt-abandoned (ws-mt-count)
               move 0                  to
                   ws-mt-talk-min (ws-mt-count)
               move ws-mt-count        to ws-cur-mt-idx
           end-if.

           add ad-handled              to
               ws-mt-handled (ws-cur-mt-idx).
           add ad-abandoned            to
               ws-mt-abandoned (ws-cur-mt-idx).
           add ad-talk-min             to
               ws-mt-talk-min (ws-cur-mt-idx).

           move ws-mt-handled (ws-cur-mt-idx)
                                       to ws-ct-calls
                                           (ws-cur-ct-idx ad-call-mm).

      *writes one line to the exceptions listing for the record
      *just edited by 310-edit-acd-record
       390-write-exception-line.
           move ad-opnum               to wsed-opnum.
           move ad-call-date-r         to wsed-date.
           move ad-handled             to wsed-handled.
           move ad-abandoned           to wsed-abandoned.
           move ad-talk-min            to wsed-talk.
           write except-line           from ws-except-detail.

      *writes the monthly call counts back out, in the order they
      *were read, with any operator new to the file at the end
       500-rewrite-call-counts.
           open output input-file.
           perform varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count
               move ws-ct-opnum (ws-ct-idx)
                                       to emp-rec-num
               move ws-ct-opname (ws-ct-idx)
                                       to emp-rec-name
               perform varying ws-month-idx from 1 by 1
                   until ws-month-idx > 12
                   move ws-ct-calls (ws-ct-idx ws-month-idx)
                                       to emp-calls-p-month
                                           (ws-month-idx)
               end-perform
               write emp-rec
           end-perform.
           close input-file.

      *writes every year's per operator, per month totals back out
       520-rewrite-month-totals.
           open output month-file.
           perform varying ws-mt-idx from 1 by 1
               until ws-mt-idx > ws-mt-count
               move ws-mt-opnum (ws-mt-idx)
                                       to am-opnum
               move ws-mt-year (ws-mt-idx)
                                       to am-year
               move ws-mt-month (ws-mt-idx)
                                       to am-month
               move ws-mt-handled (ws-mt-idx)
                                       to am-handled
               move ws-mt-abandoned (ws-mt-idx)
                                       to am-abandoned
               move ws-mt-talk-min (ws-mt-idx)
                                       to am-talk-min
               write month-rec
           end-perform.
           close month-file.

      *writes the posted call dates back out - every other year's
      *as they came off the file, then the reporting year's with
      *this run's included
       540-rewrite-posted-days.
           open output days-file.
           perform varying ws-cy-idx from 1 by 1
               until ws-cy-idx > ws-cy-count
               move ws-cy-date (ws-cy-idx)
                                       to dy-call-date
               write days-rec
           end-perform.
           perform varying ws-dy-idx from 1 by 1
               until ws-dy-idx > ws-dy-count
               move ws-dy-date (ws-dy-idx)
                                       to dy-call-date
               write days-rec
           end-perform.
           close days-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date          from date.
           accept ws-aud-time          from time.
           move "Lab9CallDetailIntake" to ws-aud-program.
           move ws-total-records       to ws-aud-in.
           move ws-total-accepted      to ws-aud-out.
           move ws-total-rejected      to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line            from ws-audit-line.
           close audit-file.

       end program Lab9CallDetailIntake.
