      *-----------------------------------------------------------
      *RUNLOCK     : the chain run-lock record and the lock
      *              override. run_all.sh writes the lock at the
      *              start of each pass of the daily chain and
      *              removes it at the end - state R while a pass
      *              is running, H when a step failed and the chain
      *              is waiting to be resumed - with who started
      *              it, its process ID, when, and the business
      *              date the pass carries. Every program run on
      *              demand reads it first and refuses to run while
      *              it is there, unless operations has keyed the
      *              one-shot override naming that program, who is
      *              overriding and why. The override is spent by
      *              the run it lets through.
      *-----------------------------------------------------------
       01 ws-run-lock.
           05 ws-rlk-state              pic x.
               88 ws-rlk-running        value 'R'.
               88 ws-rlk-halted         value 'H'.
           05 ws-rlk-owner              pic x(12).
           05 ws-rlk-pid                pic x(8).
           05 ws-rlk-start-date         pic x(8).
           05 ws-rlk-start-time         pic x(6).
           05 ws-rlk-bus-date           pic x(8).

       01 ws-lock-override.
           05 ws-lov-program            pic x(25).
           05 ws-lov-user               pic x(8).
           05 ws-lov-reason             pic x(40).
