      *                   sequence)
      *                ALERTF   KSDS key run-date+seq (11)  len 107
      *                  (the opsalert.log lines still open)
      *                USERAUTH KSDS key user-id (8)       len 55
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Page the program lines with PF7/PF8 - the
      *               chain outgrew twelve lines, and the steps
      *               most likely to be the halted one were
      *               falling off the bottom.
      *  -            Show POSTINGS PENDING against the ledger
      *               acknowledgement step while any posting batch
      *               still waits on the ledger, and room for ninety
      *               programs - the chain has outgrown sixty.
      *  -            Refuse a user who is not active on the user
      *               authority master or not allowed OPS1.

       environment division.

      *one program's figures - today's latest line and the most
      *recent prior day's IN count
       01 ws-program-table.
           05 ws-pg-entry               occurs 90 times.
               10 ws-pg-name            pic x(25).
               10 ws-pg-ran-today       pic x.
               10 ws-pg-in              pic x(6).
       77 ws-goodbye-msg                pic x(15)
           value "DASHBOARD ENDED".

      *the ledger acknowledgement step's REJ count is the posting
      *batches the ledger has not yet accepted - any at all and
      *its line says so
       77 ws-gl-ack-program             pic x(25)
           value "Program42_GL_Ack_Recon".
       77 ws-zero-count                 pic x(6)
           value "     0".

      *the paging hint on the message line
       01 ws-page-last                  pic 99
           value 0.
           05 filler                    pic x(21)
               value "  PF7=BACK  PF8=FWD".

      *the signed-on user's entry on the user authority master -
      *a Y per screen they may run and, for RKY1, the stores whose
      *rekeyed records they may correct ("**" for every store)
       01 ws-user-rec.
           05 wu-user-id                pic x(8).
           05 wu-user-name              pic x(20).
           05 wu-user-trans.
               10 wu-inq1               pic x.
               10 wu-rky1               pic x.
               10 wu-mnt1               pic x.
               10 wu-ops1               pic x.
               10 wu-rvw1               pic x.
               10 wu-ciq1               pic x.
           05 wu-user-stores            pic x(20).
           05 wu-active-flag            pic x.
               88 wu-is-active          value 'A'.

       01 ws-user-id                    pic x(8)
           value spaces.

       77 ws-no-auth-msg                pic x(40)
           value "NOT AUTHORIZED TO RUN OPS1".

      *symbolic map for the dashboard screen
       copy "OPSDSH1M.cpy".

       procedure division.
       000-mainline.
           if eibcalen = 0
               perform 050-check-authority
               move 1                   to ws-ca-start
           else
               move dfhcommarea         to ws-commarea
               length(2)
           end-exec.

      *the signed-on user has to be on the user authority master,
      *active, and allowed this screen - anyone else is turned
      *away before anything is shown
       050-check-authority.
           exec cics assign
               userid(ws-user-id)
           end-exec.
           exec cics read
               file('USERAUTH')
               into(ws-user-rec)
               ridfld(ws-user-id)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               or not wu-is-active
               or wu-ops1 not = 'Y'
               perform 950-refuse-user
           end-if.

      *gathers the whole picture and puts the screen up fresh
       200-build-dashboard.
           exec cics asktime
                   move ws-pg-idx       to ws-cur-pg-idx
               end-if
           end-perform.
           if ws-cur-pg-idx = 0 and ws-pg-count < 90
               add 1                    to ws-pg-count
               move wa-program          to ws-pg-name (ws-pg-count)
               move 'n'                 to
                                        to ws-dh-prior-in
               if ws-pg-ran-today (ws-pg-idx) = 'y'
                   move "OK"            to ws-dh-status
                   if ws-pg-name (ws-pg-idx) = ws-gl-ack-program
                       and ws-pg-rej (ws-pg-idx) not = ws-zero-count
                       move "POSTINGS PENDING"
                                        to ws-dh-status
                   end-if
               else
                   move "NOT REPORTED YET" to ws-dh-status
                   move spaces          to ws-dh-in
           exec cics return
           end-exec.

      *a user not authorized for the screen is told so and the
      *task ends
       950-refuse-user.
           exec cics send text
               from(ws-no-auth-msg)
               length(40)
               erase
           end-exec.
           exec cics return
           end-exec.

       end program OPSDSH01.
