      *              chain, like the master maintenance program.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Refuse to run while the nightly chain holds its
      *               run lock, unless operations has keyed a one-shot
      *               override in project1LockOverride.dat naming this
      *               program, who is overriding and why; refused and
      *               overridden runs are flagged on the alert file.

       environment division.

               organization is line sequential
               file status is ws-ctl-file-status.

      *the chain run lock run_all.sh holds while a pass runs, and
      *the override operations keys to run in spite of it
           select run-lock-file assign     to
                               "../../../data/project1RunLock.dat"
               organization is line sequential
               file status is ws-rlk-file-status.

           select lock-override-file assign to
                               "../../../data/project1LockOverride.dat"
               organization is line sequential
               file status is ws-lov-file-status.

      *operations alert file - a refused or overridden run is
      *flagged there
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

      *common operations log shared by all the programs
           select audit-file assign        to
                                   "../../../data/audit.log"
               record contains 8 characters.
       01 control-line                     pic x(8).

       fd run-lock-file
           data record is run-lock-line
               record contains 43 characters.
       01 run-lock-line                    pic x(43).

       fd lock-override-file
           data record is lock-override-line
               record contains 73 characters.
       01 lock-override-line               pic x(73).

      *operations alert record
       fd alert-file
           data record is alert-line
               record contains 96 characters.
       01 alert-line                       pic x(96)
           value spaces.

      *common operations log record
       fd audit-file
           data record is audit-line
      *programs
       copy "AUDITLOG.cpy".

      *operations alert line, shared layout with the other
      *programs
       copy "OPSALERT.cpy".

      *the chain run lock and its override
       copy "RUNLOCK.cpy".

       01 ws-rlk-file-status               pic xx
           value spaces.
       01 ws-lov-file-status               pic xx
           value spaces.
       01 ws-alert-file-status             pic xx
           value spaces.
       01 ws-lock-held-sw                  pic x
           value 'n'.
           88 ws-lock-held              value 'y'.
       01 ws-lock-overridden-sw            pic x
           value 'n'.
           88 ws-lock-overridden        value 'y'.
       01 ws-lock-today                    pic x(8)
           value spaces.

      *file statuses
       01 ws-audit-file-status              pic xx
           value spaces.
           value 0.

       procedure division.
      *nothing is touched while the nightly chain holds its run
      *lock, unless operations has keyed an override for this
      *program
           perform 010-check-run-lock.
           if ws-lock-held and not ws-lock-overridden
               perform 030-refuse-run
               goback
           end-if.

           perform 100-read-current.

           open input trans-file.
           write audit-line                from ws-audit-line.
           close audit-file.

      *reads the chain run lock - a lock record in either state
      *holds this program off - and, when one is held, whether an
      *override names this program
       010-check-run-lock.
           accept ws-lock-today            from date yyyymmdd.
           open input run-lock-file.
           if ws-rlk-file-status = '00'
               read run-lock-file          into ws-run-lock
                   at end continue
                   not at end
                       if ws-rlk-running or ws-rlk-halted
                           move 'y'        to ws-lock-held-sw
                       end-if
               end-read
               close run-lock-file
           end-if.
           if ws-lock-held
               perform 020-check-override
           end-if.

      *an override has to name this program and the user taking
      *responsibility for it; it is spent by the run it lets
      *through, and flagged on the alert file
       020-check-override.
           open input lock-override-file.
           if ws-lov-file-status = '00'
               read lock-override-file     into ws-lock-override
                   at end continue
                   not at end
                       if ws-lov-program = "Program39_Business_Date"
                           and ws-lov-user not = spaces
                           move 'y'        to ws-lock-overridden-sw
                       end-if
               end-read
               close lock-override-file
           end-if.
           if ws-lock-overridden
               open output lock-override-file
               close lock-override-file
               display "CHAIN RUN LOCK OVERRIDDEN BY " ws-lov-user
               display "REASON: " ws-lov-reason
               move "WARN"                 to ws-alr-severity
               move spaces                 to ws-alr-message
               string "RUN LOCK OVERRIDDEN BY " ws-lov-user
                   delimited by size into ws-alr-message
               perform 040-write-alert-line
           end-if.

      *says why nothing was run - who holds the lock, since when,
      *for which business date, and whether it looks left behind
      *by a chain that died - and flags it on the alert file
       030-refuse-run.
           display "CHAIN RUN LOCK HELD BY " ws-rlk-owner
                   " (PROCESS " ws-rlk-pid ")".
           display "STARTED " ws-rlk-start-date " " ws-rlk-start-time
                   " FOR BUSINESS DATE " ws-rlk-bus-date.
           move "WARN"                     to ws-alr-severity.
           move "REFUSED - CHAIN RUN LOCK HELD"
                                           to ws-alr-message.
           if ws-rlk-halted
               display "THE CHAIN HALTED ON A FAILED STEP - "
                       "RESUME IT BEFORE RUNNING THIS"
           end-if.
           if ws-rlk-running and ws-rlk-start-date < ws-lock-today
               display "THE LOCK PREDATES TODAY - CHECK FOR A "
                       "CHAIN THAT DIED"
               move "CRIT"                 to ws-alr-severity
               move "REFUSED - RUN LOCK MAY BE STALE"
                                           to ws-alr-message
           end-if.
           display "NOT RUN - KEY project1LockOverride.dat "
                   "TO OVERRIDE".
           perform 040-write-alert-line.
           move 8                          to return-code.

      *drops one line onto the operations alert file
       040-write-alert-line.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "Program39_Business_Date"  to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

       end program Program39_Business_Date.
