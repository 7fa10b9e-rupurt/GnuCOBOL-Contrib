GCobol >>SOURCE FORMAT IS FREE
      *> ***************************************************************
      *>****R* tools/jobagent
      *> AUTHOR
      *>   DRM - GC-TOOLS maintenance
      *> DATE
      *>   20261015
      *> LICENSE
      *>   GNU Lesser General Public License, LGPL, 3.0 (or greater)
      *> PURPOSE
      *>   Remote execution agent for jobsched: installed on a second
      *>   server (the database host, for the JCSQLLOAD/JCSQLDELT/
      *>   JCSQLVRFY loads) and started there by the scheduler's
      *>   remote shell for each step whose JOBNET line names that
      *>   host.  The agent runs the step through pipe-spawn, streams
      *>   its stdout and stderr back as they arrive, and reports the
      *>   step's exit code, so a remote step settles in the panel,
      *>   GCHIST, the time limits and the KILL command exactly like
      *>   a local one.
      *> PROTOCOL
      *>   on start the agent writes, on its stdout,
      *>     *JOBAGENT* READY hostname
      *>   then reads one line from its stdin:
      *>     RUN command     the step's command line, environment
      *>                     assignments included, run through the
      *>                     shell
      *>   the step's output follows, stdout to stdout and stderr to
      *>   stderr, line by line, and the agent ends with
      *>     *JOBAGENT* RC n
      *>   A line KILL on stdin while the step runs - or stdin
      *>   closing, when the scheduler or the connection goes away -
      *>   ends the step with SIGTERM; its exit code is still
      *>   reported.  No RUN line within JOBAGENT_WAIT seconds
      *>   (default 60) ends the agent with rc 8 and nothing run.
      *> CONFIGURATION
      *>   JOBAGENT_WAIT may also come from the GCCONFIG file for the
      *>   GCPROFILE profile, through the GCSORT gccfg01 lookup
      *>   (built as a module); a value set in the environment by
      *>   hand wins.
      *> TECTONICS
      *>   cobc -x jobagent.cob ../cobweb/cobweb-pipes/cobweb-pipes.cob
      *> RETURN CODES
      *>   the step's exit code (255 when it is higher); 8 when no
      *>   RUN line came or the step could not be started
      *>   (a refused configuration ends the run with rc 8 and
      *>   gccfg01 not available with rc 16 before anything runs)
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. jobagent.

       environment division.
       configuration section.
       repository.
           function pipe-spawn
           function pipe-check
           function pipe-kill
           function pipe-ready
           function pipe-read
           function fifo-open
           function fifo-close
           function all intrinsic.

       data division.
       working-storage section.
       01 agent-host               pic x(32) value spaces.
       01 agent-wait-text          pic x(04) value spaces.
       01 agent-wait-s             pic 9(04) value 60.
       01 agent-waited             pic 9(04) value zero.
       01 run-line                 pic x(256) value spaces.
       01 run-command              pic x(256) value spaces.
       01 rc-show                  pic ---9.
       01 step-rc                  usage binary-long.
       01 check-rc                 usage binary-long.
       01 ready-rc                 usage binary-long.
       01 zero-wait                usage binary-long value zero.
       01 pace-wait                usage binary-long value 200.
       01 second-wait              usage binary-long value 1000.
      *> SIGTERM for pipe-kill, typed to match its binary-long
      *> signal argument
       01 sigterm-signal           usage binary-long value 15.
       01 step-ended               pic x(01) value "N".
       01 step-killed              pic x(01) value "N".
       01 activity                 pic x(01) value "N".

       01 proc-rec.
           05 spawn-pid            usage binary-long.
           05 spawn-in             usage pointer.
           05 spawn-out            usage pointer.
           05 spawn-err            usage pointer.

      *> the scheduler's side: this agent's own stdin, opened as a
      *> stream so it can be polled for KILL without blocking
       01 ctl-chan.
           05 ctl-ptr              usage pointer.
           05 filler               usage binary-long.
       01 ctl-read-result.
           05 ctl-read-status      usage pointer.
           05 filler               usage binary-long.
       01 ctl-line                 pic x(256).

      *> the step's stdout and stderr, echoed line by line
       01 out-ptr                  usage pointer.
       01 err-ptr                  usage pointer.
       01 drain-chan.
           05 drain-ptr            usage pointer.
           05 filler               usage binary-long.
       01 drain-read-result.
           05 drain-status         usage pointer.
           05 filler               usage binary-long.
       01 drain-line               pic x(200).
       01 drain-side               pic 9(01).
      *> the gccfg01 configuration lookup parameters (wkcfgld01.cpy in
      *> the GCSORT suite)
       01 config-area.
           05 cfg-request          pic x(05).
           05 cfg-program          pic x(16).
           05 cfg-result           pic x(02).
           05 cfg-profile          pic x(08).
           05 cfg-applied          pic 9(03).
           05 cfg-overridden       pic 9(03).
           05 cfg-index            pic 9(03).
           05 cfg-name             pic x(30).
           05 cfg-value            pic x(200).
           05 cfg-source           pic x(01).
           05 cfg-src-profile      pic x(08).
           05 cfg-src-program      pic x(16).
           05 cfg-src-line         pic 9(04).
           05 cfg-config-value     pic x(200).

       procedure division.
       jobagent-mainline.
      *>   the GCCONFIG settings of this program and the GCPROFILE
      *>   profile go into the environment before any is accepted
           move "JOBAGENT" to cfg-program
           move "APPLY" to cfg-request
           call "gccfg01" using config-area
               on exception
                   display "jobagent: gccfg01 not available;"
                           " no configuration"
                   move 16 to return-code
                   stop run
           end-call
           if cfg-result not = "00"
               display "jobagent: configuration refused (" cfg-result ")"
               move 8 to return-code
               stop run
           end-if
           accept agent-host from environment "HOSTNAME"
           if agent-host = spaces
               move "localhost" to agent-host
           end-if
           accept agent-wait-text from environment "JOBAGENT_WAIT"
           if agent-wait-text not = spaces
            and test-numval(agent-wait-text) = zero
               compute agent-wait-s = numval(agent-wait-text)
           end-if
           display "*JOBAGENT* READY " trim(agent-host)
           perform read-run-line
           if run-command = spaces
               display "jobagent: no RUN line from the scheduler"
                   upon syserr
               display "*JOBAGENT* RC 8"
               move 8 to return-code
               goback
           end-if
           move pipe-spawn(run-command) to proc-rec
           if spawn-pid < 0
               display "jobagent: step could not be started on "
                       trim(agent-host) upon syserr
               display "*JOBAGENT* RC 8"
               move 8 to return-code
               goback
           end-if
      *>   the step reads no terminal input, exactly as under the
      *>   scheduler locally
           if spawn-in not = null
               move spawn-in to drain-ptr
               move fifo-close(drain-chan) to check-rc
           end-if
           move spawn-out to out-ptr
           move spawn-err to err-ptr
           perform run-cycle until step-ended = "Y"
           perform drain-step-output
           perform close-step-channels
           if ctl-ptr not = null
               move fifo-close(ctl-chan) to check-rc
           end-if
           move step-rc to rc-show
           display "*JOBAGENT* RC " trim(rc-show)
           if step-rc > 255 or step-rc < zero
               move 255 to return-code
           else
               move step-rc to return-code
           end-if
           goback
           .

      *> ---------------------------------------------------------------
      *> the RUN line, waited on a second at a time up to the limit, so
      *> an agent started by hand or by a dead scheduler never lingers
       read-run-line.
           move spaces to run-command
           move fifo-open("/dev/stdin", "r") to ctl-chan
           if ctl-ptr = null
               exit paragraph
           end-if
           move zero to agent-waited
           move zero to ready-rc
           perform until ready-rc = 1 or agent-waited >= agent-wait-s
               move pipe-ready(ctl-chan, second-wait) to ready-rc
               if ready-rc not = 1
                   add 1 to agent-waited
               end-if
           end-perform
           if ready-rc not = 1
               exit paragraph
           end-if
           move spaces to ctl-line
           move pipe-read(ctl-chan, ctl-line) to ctl-read-result
           if ctl-read-status = null
               move fifo-close(ctl-chan) to check-rc
               set ctl-ptr to null
               exit paragraph
           end-if
           inspect ctl-line replacing all x"0a" by space
           inspect ctl-line replacing all x"00" by space
           move ctl-line to run-line
           if run-line(1:4) = "RUN "
               move run-line(5:) to run-command
           end-if
           .

      *> one pass: echo what the step wrote, answer a KILL, and see
      *> whether the step has ended; an idle pass waits on stdin a
      *> moment so the loop never spins
       run-cycle.
           move "N" to activity
           perform drain-step-output
           perform check-control
           move pipe-check(spawn-pid) to check-rc
           if check-rc not = -1
               move check-rc to step-rc
               move "Y" to step-ended
               exit paragraph
           end-if
           if activity = "N"
               if ctl-ptr not = null
                   move pipe-ready(ctl-chan, pace-wait) to ready-rc
               else
                   call "C$SLEEP" using 1 end-call
               end-if
           end-if
           .

      *> KILL, or the scheduler's end of stdin closing, stops the step
       check-control.
           if ctl-ptr = null or step-killed = "Y"
               exit paragraph
           end-if
           move pipe-ready(ctl-chan, zero-wait) to ready-rc
           if ready-rc not = 1
               exit paragraph
           end-if
           move spaces to ctl-line
           move pipe-read(ctl-chan, ctl-line) to ctl-read-result
           if ctl-read-status = null
               move fifo-close(ctl-chan) to check-rc
               set ctl-ptr to null
               perform kill-step
               exit paragraph
           end-if
           inspect ctl-line replacing all x"0a" by space
           inspect ctl-line replacing all x"00" by space
           if upper-case(trim(ctl-line)) = "KILL"
               perform kill-step
           end-if
           .
       kill-step.
           move "Y" to step-killed
           move "Y" to activity
           display "jobagent: step killed on request" upon syserr
           move pipe-kill(spawn-pid, sigterm-signal) to check-rc
           .

      *> ---------------------------------------------------------------
       drain-step-output.
           perform varying drain-side from 1 by 1
                   until drain-side > 2
               if drain-side = 1
                   move out-ptr to drain-ptr
               else
                   move err-ptr to drain-ptr
               end-if
               perform drain-one-channel
               if drain-side = 1
                   move drain-ptr to out-ptr
               else
                   move drain-ptr to err-ptr
               end-if
           end-perform
           .
       drain-one-channel.
           perform until drain-ptr = null
               move pipe-ready(drain-chan, zero-wait) to ready-rc
               if ready-rc not = 1
                   exit perform
               end-if
               move "Y" to activity
               move spaces to drain-line
               move pipe-read(drain-chan, drain-line)
                 to drain-read-result
               if drain-status = null
                   move fifo-close(drain-chan) to check-rc
                   set drain-ptr to null
               else
                   inspect drain-line replacing all x"0a" by space
                   inspect drain-line replacing all x"00" by space
                   if drain-side = 1
                       display trim(drain-line, trailing)
                   else
                       display trim(drain-line, trailing) upon syserr
                   end-if
               end-if
           end-perform
           .
       close-step-channels.
           if out-ptr not = null
               move out-ptr to drain-ptr
               move fifo-close(drain-chan) to check-rc
               set out-ptr to null
           end-if
           if err-ptr not = null
               move err-ptr to drain-ptr
               move fifo-close(drain-chan) to check-rc
               set err-ptr to null
           end-if
           .
       end program jobagent.
