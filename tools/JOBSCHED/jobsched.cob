      *>   step's outcome (including skipped steps) to the shared
      *>   GCHIST run-history file, echoes every step's console
      *>   output - the reconciliation totals the GCSORT steps print -
      *>   prefixed with the step name, keeps each attempt's full
      *>   output in its own job log cataloged in SPOOLCAT, and shows
      *>   live status as it goes.  One place to define the
      *>   night, one screen to watch it, one command to resume after
      *>   a failure: a rerun of the scheduler skips the steps GCHIST
      *>   already shows OK for today.
      *> JOBNET
      *>   one step per line, semicolon-separated:
      *>     jobname;command;predecessors;restartable;calendar;limit
      *>     [;environment[;resources[;okrc[;host]]]]
      *>   the command may carry symbolic date variables, replaced
      *>   when the JOBNET loads:
      *>     %%DATE   the run date, yyyymmdd
      *>     %%YEST   the run date minus one day
      *>     %%MONTH  the run date's month, yyyymm
      *>   the run date is the processing date of the gcbizdt01
      *>   business-date service - today unless JOBSCHED_RUNDATE=
      *>   yyyymmdd overrides it - so a back-dated rerun of one
      *>   region is one environment word, not a hand-built script.
      *>   The same date decides the calendars, dates the GCHIST
      *>   records and the job logs, and is handed to every step it
      *>   starts as JOBSCHED_RUNDATE, so the whole night - even one
      *>   that runs past midnight - stamps and selects with the
      *>   date it is processing.  The
      *>   optional seventh field carries per-step environment
      *>   assignments, comma-separated (e.g.
      *>   GCSORT_RESTART=Y,JCSQL_TARGET=PGSQL), prefixed to the
      *>   environment caps how many steps run at once (0/unset =
      *>   unlimited); eligible steps past the cap stay queued until
      *>   a slot frees.
      *>   The optional eighth field names the resources the step
      *>   uses - a table, a master file - comma-separated, each
      *>   NAME:S (shared) or NAME:X (exclusive; a bare NAME is
      *>   exclusive).  A step starts only when none of its
      *>   resources is held against it by a running step: shared
      *>   users run side by side, an exclusive user runs alone on
      *>   that resource.  A step kept back shows as waiting on the
      *>   resource (and the step holding it) on the console and the
      *>   panel.  Resources need no other declaration, and unlike a
      *>   predecessor they impose no order - only no overlap.
      *>   e.g.
      *>     VALIDATE;./gcvalid01;;N
      *>     SORT;./soutfsqf04b;VALIDATE;R
      *>     MATCH;./gcmatch01;SORT;N
      *>     UPDATE;./gcupdt01;MATCH;R;;;GCSORT_RESTART=Y
      *>     LOAD;./jcsqlload;MATCH;R
      *>     REPORT;./gcreport01;LOAD;N
      *>     PERPOST;./gcperacc01;SORT;N
      *>     MONTHEND;./gcperacc01;PERPOST;N;EOM;;GCPER_MODE=CLOSE
      *>     IXCHK;./gcixchk01;;N;;;;GCMASTER:X
      *>     INQ;./gcixinq01;;N;;;;GCMASTER:S
      *>     DDLCUS;./dictgen cust.dict c- customer DDLCUS MYSQL;;N
      *>     DRIFTCUS;./jcsqldrft;DDLCUS;N;;;JCSQL_DDL=DDLCUS
      *>     LOADCUS;./jcsqlload;DRIFTCUS;R;;;;CUSTOMER:X
      *>     DELTCUS;./jcsqldelt;DRIFTCUS;R;;;;CUSTOMER:X
      *>   okrc, the optional ninth field, is the highest return
      *>   code the step ends with that still counts as OK (empty =
      *>   0): gctotvar01 returning 4 for flagged variances has not
      *>   failed, and is neither retried nor alerted.  A step
      *>   killed for its time limit fails whatever its okrc.
      *>   host, the optional tenth field, runs the step on another
      *>   server (empty = here) - see REMOTE STEPS.
      *>   predecessors is a comma list of jobnames (empty = none);
      *>   a predecessor written "@name" is a file-arrival
      *>   dependency instead: the step waits until the filewatch
      *>   complete.  Restartable R means the step honors the GCKPT
      *>   checkpoint convention.  Lines starting with "#" are
      *>   comments.
      *> CONDITIONS AND RECOVERY STEPS
      *>   a predecessor may carry a return-code condition:
      *>     NAME=n        NAME ended (OK or failed) with rc n
      *>     NAME=lo-hi    NAME ended with an rc from lo to hi
      *>     !NAME         NAME failed - a recovery step (cleanup,
      *>                   notify) that runs only when NAME fails
      *>   e.g.
      *>     TOTVAR;./gctotvar01;LOAD;N;;;;;4
      *>     VARNOTE;./notify.sh variances;TOTVAR=4;N
      *>     BALFIX;./gcbal01 cleanup;!BALANCE;N
      *>   a condition is judged once its predecessor has settled
      *>   (after any retry); a step runs when every plain
      *>   predecessor is OK and every condition holds.  Each
      *>   judgement is recorded in GCHIST under the conditional
      *>   step - status CT held, CF not held, with the rc tested in
      *>   the records-in count and the range in records-out and
      *>   records-omitted (zero for a recovery condition) - and a
      *>   step whose condition does not hold is bypassed: recorded
      *>   CB, and, like a calendar-skipped step, a satisfied
      *>   predecessor for the steps after it.  A conditional or
      *>   recovery step is not skipped because the predecessor it
      *>   tests failed; a failed step still fails the night.
      *> REMOTE STEPS
      *>   a step with a host is handed to the jobagent program on
      *>   that server: the scheduler spawns
      *>     $JOBSCHED_REMOTE_SHELL host $JOBSCHED_AGENT
      *>   (default "ssh -o BatchMode=yes host jobagent"), sends the
      *>   step's command - environment assignments included - as a
      *>   RUN line on the agent's stdin, and reads the step's output
      *>   and exit code back from it, so the step's panel line,
      *>   GCHIST record, job log, time limit, okrc, retry and alert
      *>   are those of a local step.  KILL (operator or time limit)
      *>   sends the agent KILL and gives it 5 seconds to end the
      *>   step before the connection itself is cut.  An agent that
      *>   has not answered within JOBSCHED_AGENT_WAIT seconds
      *>   (default 30), or a connection that ends without the
      *>   agent's exit code, fails the step with that reason on the
      *>   console, in the job log and in the alert - it never
      *>   hangs the night.  e.g.
      *>     LOAD;./jcsqlload;MATCH;R;;3600;;;;dbhost
      *> JOB LOGS
      *>   every line a step writes, stdout and stderr, also goes to
      *>   its job log - one per step, run date and attempt, headed
      *>   "JOB: name  RUN DATE: yyyymmdd  ATTEMPT: n" and closed by
      *>   the step's end time and rc.  While the step runs the log
      *>   is the work file JOBLOG.name; once it settles the log is
      *>   filed under the next SPOOL.nnnn name and cataloged in
      *>   SPOOLCAT as a JOBLOG entry (report name JOBLOG, the step
      *>   as the job name, the run date), so GC77SPOOLVIEW pulls up
      *>   last night's totals after the console has scrolled away,
      *>   and gcretain01 ages the logs with the reports.  The
      *>   attempt number counts the step's JOBLOG entries already
      *>   cataloged for the run date, so a retry, an operator rerun
      *>   and a resumed night each get their own.  The alert raised
      *>   for a failed step names its log in ALERT_ATTACH, and
      *>   JCSQLALERT sends the log's last lines with the alert.
      *> CALENDAR
      *>   the optional fifth field names a run calendar defined in
      *>   the GCCAL file, so one network carries the daily, weekly
      *>   step outcomes, with its own status: HD, RL, KL, RR.  A
      *>   step still held when everything else has ended keeps the
      *>   scheduler waiting - release or kill it to end the night.
      *> CONFIGURATION
      *>   JOBSCHED_PANEL, JOBSCHED_MAXCONC, JOBSCHED_AGENT and the
      *>   other settings may also come from the GCCONFIG file for
      *>   the GCPROFILE profile, through the GCSORT gccfg01 lookup
      *>   (built as a module); a value set in the environment by
      *>   hand wins.  The steps start with that environment and
      *>   apply their own GCCONFIG lines over it.
      *> TECTONICS
      *>   cobc -x jobsched.cob ../cobweb/cobweb-pipes/cobweb-pipes.cob
      *> RETURN CODES
      *>   0 every step OK (or bypassed); 8 one or more steps
      *>   failed/skipped
      *>   (a refused configuration ends the run with rc 8 and
      *>   gccfg01 not available with rc 16 before anything runs)
      *> SOURCE
      *> ***************************************************************
       identification division.
           function pipe-kill
           function pipe-ready
           function pipe-read
           function pipe-write
           function pipe-flush
           function fifo-create
           function fifo-open
           function fifo-close
           select optional calfile assign to "GCCAL"
               organization is line sequential
               file status is calfile-status.
           select optional joblog assign to joblog-path
               organization is line sequential
               file status is joblog-status.
           select optional spoolcat assign to "SPOOLCAT"
               organization is line sequential
               file status is spoolcat-status.

       data division.
       file section.
           05 hist-status          pic x(02).
       fd  calfile.
       01  calfile-record          pic x(256).
       fd  joblog.
       01  joblog-record           pic x(200).
       fd  spoolcat.
      *> the report spool catalog record (fspolsqf01.cpy in the
      *> GCSORT test suite); one JOBLOG entry per step attempt
       01  spoolcat-record.
           05 spl-report-name      pic x(12).
           05 filler               pic x(01).
           05 spl-job-name         pic x(08).
           05 filler               pic x(01).
           05 spl-date             pic 9(08).
           05 filler               pic x(01).
           05 spl-time             pic 9(06).
           05 filler               pic x(01).
           05 spl-pages            pic 9(04).
           05 filler               pic x(01).
           05 spl-lines            pic 9(07).
           05 filler               pic x(01).
           05 spl-location         pic x(20).

       working-storage section.
       01 jobnet-status            pic xx.
       01 runhist-status           pic xx.
       01 calfile-status           pic xx.
       01 joblog-status            pic xx.
       01 spoolcat-status          pic xx.

       01 job-table.
           05 job-count            pic 9(02) value zero.
               10 job-calendar     pic x(12).
               10 job-limit-s      pic 9(05).
               10 job-env          pic x(64).
      *>           the named resources the step uses, S shared or X
      *>           exclusive, and the one it is waiting on (and the
      *>           step holding it) while kept back
               10 job-res-count    pic 9(01).
               10 job-res-entry occurs 8.
                  15 job-res-name  pic x(20).
                  15 job-res-mode  pic x(01).
               10 job-res-wait     pic x(20).
               10 job-res-holder   pic x(08).
      *>           the highest return code counted OK, and T once
      *>           the step's conditions have been judged and held
               10 job-max-ok       pic 9(03).
               10 job-cond-state   pic x(01).
               10 job-state        pic x(01).
                  88 job-is-waiting    value "W".
                  88 job-is-running    value "R".
                  88 job-is-retrying   value "T".
                  88 job-is-cal-skipped value "C".
                  88 job-is-held       value "H".
                  88 job-is-bypassed   value "B".
               10 job-pid          pic s9(09) comp.
               10 job-rc           pic s9(09) comp.
               10 job-tries        pic 9(01).
               10 job-start-hs     pic 9(09) comp.
               10 job-out-ptr      usage pointer.
               10 job-err-ptr      usage pointer.
      *>           the current attempt's job log: attempt number,
      *>           lines written, and the SPOOL.nnnn it was filed
      *>           under once the step settled
               10 job-log-attempt  pic 9(02).
               10 job-log-lines    pic 9(07).
               10 job-log-location pic x(20).
      *>           a remote step: its host, the agent's stdin (RUN and
      *>           KILL go down it), how far the agent has answered -
      *>           W awaiting READY, R ready, E exit code received -
      *>           the exit code it reported, and why the step failed
      *>           when the agent could not say
               10 job-host         pic x(32).
               10 job-in-ptr       usage pointer.
               10 job-agent-state  pic x(01).
               10 job-agent-rc     pic s9(09) comp.
               10 job-fail-reason  pic x(60).

       01 proc-rec.
           05 spawn-pid            usage binary-long.
           05 parse-calendar       pic x(12).
           05 parse-limit          pic x(08).
           05 parse-env            pic x(64).
           05 parse-resources      pic x(128).
           05 parse-max-ok         pic x(04).
           05 parse-host           pic x(32).
      *> the resource list of one step, taken apart as it loads, and
      *> the test of a step's resources against the running steps
       01 res-pointer              pic 9(03) value zero.
       01 res-one                  pic x(24).
       01 res-one-name             pic x(20).
       01 res-one-mode             pic x(01).
       01 q                        pic 9(02) value zero.
       01 rx                       pic 9(01) value zero.
       01 ry                       pic 9(01) value zero.
       01 res-free                 pic x(01).
       01 res-blocker              pic x(20).
       01 res-blocker-step         pic x(08).
      *> the %%DATE/%%YEST/%%MONTH substitution
       01 run-date                 pic 9(08) value zero.
       01 yest-date                pic 9(08) value zero.
      *> the gcbizdt01 business-date service parameters (wkbizdt01.cpy
      *> in the GCSORT suite)
       01 bizdate-area.
           05 bzd-fy-start         pic 9(02) value zero.
           05 bzd-base-date        pic 9(08) value zero.
           05 bzd-result           pic x(02).
           05 bzd-run-date         pic 9(08).
           05 bzd-system-date      pic 9(08).
           05 bzd-overridden       pic x(01).
           05 bzd-date             pic 9(08).
           05 bzd-day-of-week      pic 9(01).
           05 bzd-work-day         pic x(01).
           05 bzd-prev-work-date   pic 9(08).
           05 bzd-next-work-date   pic 9(08).
           05 bzd-month-start      pic 9(08).
           05 bzd-month-end        pic 9(08).
           05 bzd-quarter-start    pic 9(08).
           05 bzd-quarter-end      pic 9(08).
           05 bzd-year-start       pic 9(08).
           05 bzd-year-end         pic 9(08).
       01 subst-position           pic 9(03) value zero.
       01 subst-found              pic x(01).
       01 subst-work               pic x(128).
       01 effective-command        pic x(230).
      *> the operator command channel: the JOBCMD FIFO, held open
      *> read+write so the poll never blocks and never sees EOF
       01 cmd-chan.
       01 cal-rule-dom             pic 9(02) value zero.
       01 pred-pointer             pic 9(03) value zero.
       01 pred-one                 pic x(08).
       01 pred-item                pic x(20).
       01 pred-cond                pic x(12).
       01 pred-lo-text             pic x(06).
       01 pred-hi-text             pic x(06).
       01 pred-kind                pic x(01).
       01 pred-warn                pic x(01) value "N".
       01 pred-lo                  pic 9(03).
       01 pred-hi                  pic 9(03).
      *> the return-code conditions of the step being considered,
      *> judged together once every predecessor has settled
       01 cond-table.
           05 cond-count           pic 9(02) value zero.
           05 cond-entry occurs 10.
               10 cond-pred        pic x(08).
               10 cond-text        pic x(20).
               10 cond-kind        pic x(01).
                  88 cond-is-range     value "R".
                  88 cond-is-recovery  value "F".
               10 cond-lo          pic 9(03).
               10 cond-hi          pic 9(03).
               10 cond-rc          pic s9(09) comp.
               10 cond-ran         pic x(01).
               10 cond-failed      pic x(01).
       01 c                        pic 9(02) value zero.
       01 cond-met                 pic x(01).
       01 cond-all-met             pic x(01).
       01 cond-rc-show             pic ---9.
       01 limit-killed             pic x(01) value "N".
       01 pred-found               pic x(01).
       01 preds-all-ok             pic x(01).
       01 preds-any-dead           pic x(01).
           05 filler               usage binary-long.
       01 drain-line               pic x(200).
       01 drain-side               pic 9(01).
      *> the job log of the step being drained or settled, and its
      *> filing in the spool catalog
       01 joblog-path              pic x(20) value spaces.
       01 joblog-open              pic x(01) value "N".
       01 joblog-note              pic x(40) value spaces.
       01 spool-seq                pic 9(04) value zero.
       01 spool-location           pic x(20) value spaces.
       01 spool-eof                pic x(01).
       01 spool-rc                 usage binary-long.
       01 attempt-show             pic z9.
      *> the remote-step agent: how it is reached, how long it has to
      *> answer, and the protocol lines it writes
       01 remote-shell             pic x(64)
           value "ssh -o BatchMode=yes".
       01 agent-command            pic x(64) value "jobagent".
       01 agent-wait-text          pic x(04) value spaces.
       01 agent-wait-s             pic 9(04) value 30.
       01 agent-waited             pic 9(02) value zero.
       01 agent-rc-text            pic x(12).
       01 agent-chan.
           05 agent-ptr            usage pointer.
           05 filler               usage binary-long.
       01 agent-write-result.
           05 filler               usage pointer.
           05 agent-write-status   usage binary-long.
       01 agent-line               pic x(260).
       01 zero-wait                usage binary-long value zero.
       01 ready-rc                 usage binary-long.
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
       jobsched-mainline.
      *>   the GCCONFIG settings of this program and the GCPROFILE
      *>   profile go into the environment before any is accepted
           move "JOBSCHED" to cfg-program
           move "APPLY" to cfg-request
           call "gccfg01" using config-area
               on exception
                   display "jobsched: gccfg01 not available;"
                           " no configuration"
                   move 16 to return-code
                   stop run
           end-call
           if cfg-result not = "00"
               display "jobsched: configuration refused (" cfg-result ")"
               move 8 to return-code
               stop run
           end-if
           call "gcbizdt01" using bizdate-area
               on exception
                   display "jobsched: gcbizdt01 not available;"
                           " no run date"
                   move 16 to return-code
                   stop run
           end-call
           if bzd-result not = "00"
               display "jobsched: run date refused (" bzd-result ")"
               move 8 to return-code
               stop run
           end-if
           move bzd-run-date to run-date today
           if bzd-overridden = "Y"
               display "jobsched: run date overridden to " run-date
           end-if
           move date-of-integer(integer-of-date(run-date) - 1)
            and test-numval(maxconc-text) = zero
               compute max-concurrent = numval(maxconc-text)
           end-if
           accept agent-line from environment "JOBSCHED_REMOTE_SHELL"
           if agent-line not = spaces
               move agent-line to remote-shell
           end-if
           move spaces to agent-line
           accept agent-line from environment "JOBSCHED_AGENT"
           if agent-line not = spaces
               move agent-line to agent-command
           end-if
           accept agent-wait-text from environment "JOBSCHED_AGENT_WAIT"
           if agent-wait-text not = spaces
            and test-numval(agent-wait-text) = zero
               compute agent-wait-s = numval(agent-wait-text)
           end-if
           perform derive-calendar-facts
           perform load-calendar
           perform load-jobnet
                               set job-is-waiting(j) to true
                               move zero to job-tries(j)
                               move zero to job-rc(j)
                               move space to job-cond-state(j)
                               move "RR" to op-status
                               perform record-operator-action
                               display "jobsched: " job-name(j)
       kill-job-by-operator.
           move job-pid(j) to spawn-pid
      *>   signal 15 (SIGTERM), same as the time-limit kill
           perform stop-running-step
           perform drain-job-output
           perform close-job-channels
           set job-is-failed(j) to true
           move 15 to job-rc(j)
           move "killed by operator" to joblog-note
           perform file-job-log
           move "KL" to op-status
           perform record-operator-action
           perform record-outcome
           perform free-gchist-lock
           .

      *> one GCHIST line per condition judged, under the conditional
      *> step: CT held or CF not held, the rc tested as records-in and
      *> the range as records-out and records-omitted
       record-condition-evaluation.
           accept now-time from time
           perform take-gchist-lock
           open extend runhist
           if runhist-status = "00" or runhist-status = "05"
               move spaces to runhist-record
               move job-name(j) to hist-job-name
               move today to hist-run-date
               move now-time(1:6) to hist-run-time
               move zero to hist-records-in
               if cond-rc(c) > zero
                   move cond-rc(c) to hist-records-in
               end-if
               move cond-lo(c) to hist-records-out
               move cond-hi(c) to hist-records-omit
               move zero to hist-elapsed-hs
               move op-status to hist-status
               write runhist-record
               close runhist
           end-if
           perform free-gchist-lock
           .

      *> ---------------------------------------------------------------
      *> the GCHIST append lock: atomic mkdir, bounded wait, and an
      *> orphaned lock is reported and broken, never hung on
                   into parse-name parse-command
                        parse-preds parse-restart
                        parse-calendar parse-limit
                        parse-env parse-resources
                        parse-max-ok parse-host
               end-unstring
               add 1 to job-count
               move upper-case(trim(parse-name))
                   compute job-limit-s(job-count)
                       = numval(parse-limit)
               end-if
               move zero to job-max-ok(job-count)
               if parse-max-ok not = spaces
                and test-numval(parse-max-ok) = zero
                   compute job-max-ok(job-count)
                       = numval(parse-max-ok)
               end-if
               move space to job-cond-state(job-count)
               move trim(parse-host) to job-host(job-count)
               set job-in-ptr(job-count) to null
               move space to job-agent-state(job-count)
               perform load-step-resources
               perform check-step-conditions
               set job-is-waiting(job-count) to true
               move zero to job-tries(job-count)
           end-if
           .

      *> a malformed condition is reported once, as the step loads
       check-step-conditions.
           move job-count to j
           move "Y" to pred-warn
           move 1 to pred-pointer
           perform until pred-pointer > 64
               move spaces to pred-item
               unstring job-pred-list(j) delimited by ","
                   into pred-item
                   with pointer pred-pointer
               end-unstring
               if trim(pred-item) = spaces
                   move 65 to pred-pointer
               else
                   if pred-item(1:1) not = "@"
                       perform split-pred-condition
                   end-if
               end-if
           end-perform
           move "N" to pred-warn
           .

      *> the eighth field: NAME, NAME:X or NAME:S, comma-separated
       load-step-resources.
           move zero to job-res-count(job-count)
           move spaces to job-res-wait(job-count)
           move spaces to job-res-holder(job-count)
           move 1 to res-pointer
           perform until res-pointer > 128
               move spaces to res-one
               unstring parse-resources delimited by ","
                   into res-one
                   with pointer res-pointer
               end-unstring
               if trim(res-one) = spaces
                   if res-pointer not > 128
                    and parse-resources(res-pointer:) = spaces
                       move 129 to res-pointer
                   end-if
               else
                   move spaces to res-one-name res-one-mode
                   unstring upper-case(trim(res-one))
                       delimited by ":"
                       into res-one-name res-one-mode
                   end-unstring
                   evaluate res-one-mode
                       when "S"
                       when "X"
                           continue
                       when space
                           move "X" to res-one-mode
                       when other
                           display "jobsched: " job-name(job-count)
                                   " resource " trim(res-one-name)
                                   " mode " trim(res-one-mode)
                                   " not S or X; taken exclusive"
                           move "X" to res-one-mode
                   end-evaluate
                   if job-res-count(job-count) = 8
                       display "jobsched: " job-name(job-count)
                               " names more than 8 resources; "
                               trim(res-one-name) " ignored"
                   else
                       add 1 to job-res-count(job-count)
                       move res-one-name to job-res-name(job-count
                           job-res-count(job-count))
                       move res-one-mode to job-res-mode(job-count
                           job-res-count(job-count))
                   end-if
               end-if
           end-perform
           .

      *> ---------------------------------------------------------------
      *> the symbolic date variables in a step's command, replaced
      *> as the JOBNET loads: %%DATE, %%YEST, %%MONTH, all from the
       consider-starting-job.
           move "Y" to preds-all-ok
           move "N" to preds-any-dead
           move zero to cond-count
           if job-pred-list(j) not = spaces
               move 1 to pred-pointer
               perform check-one-pred
                   perform record-skip-outcome
                   move "Y" to progress-made
               when preds-all-ok = "Y"
                   if cond-count > zero
                    and job-cond-state(j) not = "T"
                       perform settle-job-conditions
                   end-if
                   if job-is-bypassed(j)
                       continue
                   else
                   if max-concurrent > zero
                    and running-now >= max-concurrent
      *>               eligible, but every slot is taken; the step
      *>               stays queued until one frees
                       continue
                   else
                       perform check-job-resources
                       if res-free = "Y"
                           perform start-job
                           if job-is-running(j)
                               add 1 to running-now
                           end-if
                       end-if
                   end-if
                   end-if
               when other
                   continue
           end-evaluate
           .
       check-one-pred.
           move spaces to pred-item
           unstring job-pred-list(j) delimited by ","
               into pred-item
               with pointer pred-pointer
           end-unstring
           if trim(pred-item) = spaces
               move 65 to pred-pointer
           else
           if pred-item(1:1) = "@"
      *>       a file-arrival dependency: satisfied when filewatch
      *>       has left the feed's FEEDOK marker
               move spaces to feedok-path
               string "FEEDOK." trim(pred-item(2:))
                   delimited by size into feedok-path
               end-string
               call "CBL_OPEN_FILE" using feedok-path
               end-if
               move zero to return-code
           else
           perform split-pred-condition
           move "N" to pred-found
           perform varying p from 1 by 1 until p > job-count
               if job-name(p) = pred-one
                   move "Y" to pred-found
                   if pred-kind = space
                       perform check-plain-pred
                   else
                       perform check-conditional-pred
                   end-if
               end-if
           end-perform
           if pred-found = "N"
               display "jobsched: " job-name(j)
                       " names unknown predecessor " pred-one
               move "Y" to preds-any-dead
           end-if
           end-if
           end-if
           .
      *> NAME, NAME=n, NAME=lo-hi or !NAME: the step name to
      *> pred-one, the condition (if any) to pred-kind, R a range
      *> from pred-lo to pred-hi, F a recovery condition
       split-pred-condition.
           move spaces to pred-one pred-cond
           move space to pred-kind
           move zero to pred-lo pred-hi
           if pred-item(1:1) = "!"
               move pred-item(2:) to pred-one
               move "F" to pred-kind
               exit paragraph
           end-if
           unstring pred-item delimited by "="
               into pred-one pred-cond
           end-unstring
           if pred-cond = spaces
               exit paragraph
           end-if
           move spaces to pred-lo-text pred-hi-text
           unstring pred-cond delimited by "-"
               into pred-lo-text pred-hi-text
           end-unstring
           if pred-hi-text = spaces
               move pred-lo-text to pred-hi-text
           end-if
           if test-numval(pred-lo-text) not = zero
            or test-numval(pred-hi-text) not = zero
               if pred-warn = "Y"
                   display "jobsched: " job-name(j) " condition "
                           trim(pred-item) " is not NAME=n or"
                           " NAME=lo-hi; taken as a plain predecessor"
               end-if
               exit paragraph
           end-if
           move "R" to pred-kind
           compute pred-lo = numval(pred-lo-text)
           compute pred-hi = numval(pred-hi-text)
           .
       check-plain-pred.
           evaluate true
               when job-is-ok(p)
               when job-is-cal-skipped(p)
               when job-is-bypassed(p)
      *>           a calendar-skipped or condition-bypassed
      *>           predecessor is satisfied, not dead
                   continue
               when job-is-failed(p)
               when job-is-skipped(p)
                   move "Y" to preds-any-dead
               when other
                   move "N" to preds-all-ok
           end-evaluate
           .
      *> a conditional predecessor needs only to have settled - ended
      *> either way, or never run - for its condition to be judged
       check-conditional-pred.
           if cond-count = 10
               display "jobsched: " job-name(j) " has more than 10"
                       " conditions; " trim(pred-item) " ignored"
               exit paragraph
           end-if
           evaluate true
               when job-is-ok(p)
               when job-is-failed(p)
                   add 1 to cond-count
                   move "Y" to cond-ran(cond-count)
                   move job-rc(p) to cond-rc(cond-count)
                   if job-is-failed(p)
                       move "Y" to cond-failed(cond-count)
                   else
                       move "N" to cond-failed(cond-count)
                   end-if
               when job-is-skipped(p)
               when job-is-cal-skipped(p)
               when job-is-bypassed(p)
                   add 1 to cond-count
                   move "N" to cond-ran(cond-count)
                   move "N" to cond-failed(cond-count)
                   move zero to cond-rc(cond-count)
               when other
                   move "N" to preds-all-ok
                   exit paragraph
           end-evaluate
           move pred-one to cond-pred(cond-count)
           move pred-item to cond-text(cond-count)
           move pred-kind to cond-kind(cond-count)
           move pred-lo to cond-lo(cond-count)
           move pred-hi to cond-hi(cond-count)
           .

      *> every predecessor has settled: each condition is judged,
      *> recorded in GCHIST, and the step either goes on to start or
      *> is bypassed
       settle-job-conditions.
           move "Y" to cond-all-met
           perform varying c from 1 by 1 until c > cond-count
               move "N" to cond-met
               if cond-ran(c) = "Y"
                   if cond-is-recovery(c)
                       if cond-failed(c) = "Y"
                           move "Y" to cond-met
                       end-if
                   else
                       if cond-rc(c) >= cond-lo(c)
                        and cond-rc(c) <= cond-hi(c)
                           move "Y" to cond-met
                       end-if
                   end-if
               end-if
               move cond-rc(c) to cond-rc-show
               if cond-met = "Y"
                   move "CT" to op-status
                   display "jobsched: " job-name(j) " condition "
                           trim(cond-text(c)) " held (rc " trim(cond-rc-show) ")"
               else
                   move "CF" to op-status
                   move "N" to cond-all-met
                   if cond-ran(c) = "Y"
                       display "jobsched: " job-name(j) " condition "
                               trim(cond-text(c))
                               " not held (rc " trim(cond-rc-show) ")"
                   else
                       display "jobsched: " job-name(j) " condition "
                               trim(cond-text(c))
                               " not held (" trim(cond-pred(c))
                               " did not run)"
                   end-if
               end-if
               perform record-condition-evaluation
           end-perform
           if cond-all-met = "Y"
               move "T" to job-cond-state(j)
           else
               set job-is-bypassed(j) to true
               display "jobsched: " job-name(j)
                       " bypassed by condition"
               perform record-skip-outcome
               move "Y" to progress-made
           end-if
           .

      *> a resource is held against the step when a running step
      *> uses it and either of the two wants it exclusive; the first
      *> such resource is the one the step is shown waiting on
       check-job-resources.
           move "Y" to res-free
           move spaces to res-blocker res-blocker-step
           perform varying rx from 1 by 1
                   until rx > job-res-count(j) or res-free = "N"
               perform varying q from 1 by 1
                       until q > job-count or res-free = "N"
                   if q not = j and job-is-running(q)
                       perform varying ry from 1 by 1
                               until ry > job-res-count(q)
                                  or res-free = "N"
                           if job-res-name(q ry) = job-res-name(j rx)
                            and (job-res-mode(j rx) = "X"
                              or job-res-mode(q ry) = "X")
                               move "N" to res-free
                               move job-res-name(j rx) to res-blocker
                               move job-name(q) to res-blocker-step
                           end-if
                       end-perform
                   end-if
               end-perform
           end-perform
           if res-free = "N"
      *>       said once per resource and holder, not every cycle
               if res-blocker not = job-res-wait(j)
                or res-blocker-step not = job-res-holder(j)
                   display "jobsched: " job-name(j)
                           " waiting on resource " trim(res-blocker)
                           " (held by " trim(res-blocker-step) ")"
               end-if
           end-if
           move res-blocker to job-res-wait(j)
           move res-blocker-step to job-res-holder(j)
           .

       start-job.
               = (((now-hh * 60) + now-mm) * 60 + now-ss) * 100
               + now-cc
      *>   per-step environment assignments ride in front of the
      *>   command; pipe-spawn runs it through the shell.  The run
      *>   date leads them, so every step - local or remote - takes
      *>   the night's date from gcbizdt01, and a step's own setting
      *>   still wins
           move spaces to effective-command
           if job-env(j) = spaces
               string "JOBSCHED_RUNDATE=" run-date " " job-command(j)
                   delimited by size into effective-command
               end-string
           else
               string "JOBSCHED_RUNDATE=" run-date " "
                      trim(job-env(j)) " " job-command(j)
                   delimited by size into effective-command
               end-string
           end-if
           perform open-job-log
           move spaces to job-fail-reason(j)
           move space to job-agent-state(j)
           move zero to job-agent-rc(j)
           if job-host(j) = spaces
               move pipe-spawn(effective-command) to proc-rec
           else
      *>       a remote step: the agent on its host is spawned here
      *>       and handed the command below
               move spaces to agent-line
               string trim(remote-shell) " " trim(job-host(j)) " "
                      trim(agent-command)
                   delimited by size into agent-line
               end-string
               move pipe-spawn(agent-line) to proc-rec
           end-if
           if spawn-pid < 0
      *>       a step that cannot even start is an abnormal step
      *>       end; there is no retry here, so page now
               set job-is-failed(j) to true
               move -1 to job-rc(j)
               move -1 to rc-show
               move "step could not be started" to joblog-note
               perform file-job-log
               perform record-outcome
               perform raise-alert
           else
               move spawn-pid to job-pid(j)
               move spawn-out to job-out-ptr(j)
               move spawn-err to job-err-ptr(j)
               set job-in-ptr(j) to null
               if job-host(j) not = spaces
                and spawn-in not = null
      *>           the agent's stdin stays open: RUN now, KILL later
                   move spawn-in to job-in-ptr(j)
                   move spawn-in to agent-ptr
                   move spaces to agent-line
                   string "RUN " effective-command
                       delimited by size into agent-line
                   end-string
                   move pipe-write(agent-chan, agent-line)
                     to agent-write-result
                   move pipe-write(agent-chan, x"0a")
                     to agent-write-result
                   move pipe-flush(agent-chan) to check-rc
                   move "W" to job-agent-state(j)
               else
      *>           the steps read no terminal input; closing their
      *>           stdin channel at once means none can wait on it
                   if spawn-in not = null
                       move spawn-in to drain-ptr
                       move fifo-close(drain-chan) to check-rc
                   end-if
               end-if
               set job-is-running(j) to true
               if job-host(j) = spaces
                   display "jobsched: " job-name(j) " started (pid "
                           spawn-pid ")"
               else
                   display "jobsched: " job-name(j) " started on "
                           trim(job-host(j)) " (agent pid "
                           spawn-pid ")"
               end-if
           end-if
           move "Y" to progress-made
           .

       poll-running-job.
           perform drain-job-output
           move "N" to limit-killed
           move job-pid(j) to spawn-pid
           move pipe-check(spawn-pid) to check-rc
           if check-rc = -1
               perform check-time-limit
           end-if
           if check-rc = -1
            and job-agent-state(j) = "W"
               perform check-agent-answer
           end-if
           if check-rc not = -1
      *>       hold the exit code: the drain/close below recycle
      *>       check-rc for their own fifo-close results, and the
               move check-rc to step-rc
               perform drain-job-output
               perform close-job-channels
               if job-host(j) not = spaces
                   perform settle-agent-rc
               end-if
               move step-rc to job-rc(j)
               move spaces to joblog-note
               if limit-killed = "Y"
                   move "killed at its time limit" to joblog-note
               else
                   move job-fail-reason(j) to joblog-note
               end-if
               perform file-job-log
               if step-rc >= zero
                and step-rc <= job-max-ok(j)
                and limit-killed = "N"
                   set job-is-ok(j) to true
                   if step-rc = zero
                       display "jobsched: " job-name(j) " ended OK"
                   else
                       move step-rc to rc-show
                       display "jobsched: " job-name(j)
                               " ended OK (rc " trim(rc-show) ")"
                   end-if
               else
                   move step-rc to rc-show
                   if job-tries(j) = zero
                       trim(limit-show) " s time limit; killed"
      *>       signal 15 (SIGTERM): the step gets the chance to
      *>       close its files before the wait reaps it
               perform stop-running-step
               move "Y" to limit-killed
               if check-rc = zero
      *>           a kill must never read as a clean end
                   move 15 to check-rc
           end-if
           .

      *> signal 15 (SIGTERM) ends a local step; a remote step's agent
      *> is sent KILL and given 5 seconds (its output still drained)
      *> to end the step and report, before the connection is cut
       stop-running-step.
           if job-in-ptr(j) = null
               move pipe-kill(spawn-pid, sigterm-signal) to check-rc
               move pipe-wait(spawn-pid) to check-rc
               exit paragraph
           end-if
           move job-in-ptr(j) to agent-ptr
           move pipe-write(agent-chan, "KILL") to agent-write-result
           move pipe-write(agent-chan, x"0a") to agent-write-result
           move pipe-flush(agent-chan) to check-rc
           move -1 to check-rc
           move zero to agent-waited
           perform until check-rc not = -1 or agent-waited >= 5
               call "C$SLEEP" using 1 end-call
               add 1 to agent-waited
               perform drain-job-output
               move pipe-check(spawn-pid) to check-rc
           end-perform
           if check-rc = -1
               move pipe-kill(spawn-pid, sigterm-signal) to check-rc
               move pipe-wait(spawn-pid) to check-rc
           end-if
           .

      *> an agent that never says READY is unreachable: the step fails
      *> after JOBSCHED_AGENT_WAIT seconds instead of hanging the night
       check-agent-answer.
           accept now-time from time
           compute now-hs
               = (((now-hh * 60) + now-mm) * 60 + now-ss) * 100
               + now-cc
           if now-hs >= job-start-hs(j)
               compute elapsed-hs = now-hs - job-start-hs(j)
           else
               compute elapsed-hs = now-hs + 8640000
                   - job-start-hs(j)
           end-if
           if elapsed-hs > agent-wait-s * 100
               move agent-wait-s to limit-show
               move spaces to job-fail-reason(j)
               string "agent on " trim(job-host(j))
                      " unreachable (no answer in " trim(limit-show)
                      " s)"
                   delimited by size into job-fail-reason(j)
               end-string
               move pipe-kill(spawn-pid, sigterm-signal) to check-rc
               move pipe-wait(spawn-pid) to check-rc
           end-if
           .

      *> a remote step's exit code is the one its agent reported; a
      *> connection that ended without one is a failure with a reason
       settle-agent-rc.
           if job-agent-state(j) = "E"
               move job-agent-rc(j) to step-rc
               exit paragraph
           end-if
           move -1 to step-rc
           if job-fail-reason(j) = spaces
               if job-agent-state(j) = "R"
                   string "lost contact with the agent on "
                          trim(job-host(j))
                       delimited by size into job-fail-reason(j)
                   end-string
               else
                   string "agent on " trim(job-host(j))
                          " unreachable"
                       delimited by size into job-fail-reason(j)
                   end-string
               end-if
           end-if
           if limit-killed = "N"
               display "jobsched: " job-name(j) " "
                       trim(job-fail-reason(j))
           end-if
           .

      *> echo whatever the step has written so far, stdout then
      *> stderr, one line per poll-ready check - an idle channel never
      *> blocks the cycle, and a chatty step can never fill the pipe
      *> and hang the night
       drain-job-output.
           perform open-extend-job-log
           perform varying drain-side from 1 by 1
                   until drain-side > 2
               if drain-side = 1
                   move drain-ptr to job-err-ptr(j)
               end-if
           end-perform
           if joblog-open = "Y"
               close joblog
               move "N" to joblog-open
           end-if
           .
       drain-one-channel.
           perform until drain-ptr = null
      *>           buffer; neither belongs on the console
                   inspect drain-line replacing all x"0a" by space
                   inspect drain-line replacing all x"00" by space
                   if job-host(j) not = spaces
                    and drain-line(1:11) = "*JOBAGENT* "
                       perform take-agent-line
                       exit perform cycle
                   end-if
                   display job-name(j) ": " trim(drain-line)
                   if joblog-open = "Y"
                       move drain-line to joblog-record
                       write joblog-record
                       add 1 to job-log-lines(j)
                   end-if
               end-if
           end-perform
           .
      *> the agent's own lines: READY once it is up on the host, RC
      *> with the step's exit code when the step has ended
       take-agent-line.
           if drain-line(12:6) = "READY "
               move "R" to job-agent-state(j)
               exit paragraph
           end-if
           if drain-line(12:3) = "RC "
               move drain-line(15:) to agent-rc-text
               if test-numval(agent-rc-text) = zero
                   compute job-agent-rc(j) = numval(agent-rc-text)
                   move "E" to job-agent-state(j)
               end-if
           end-if
           .
       close-job-channels.
           move job-in-ptr(j) to agent-ptr
           if agent-ptr not = null
               move fifo-close(agent-chan) to check-rc
               set job-in-ptr(j) to null
           end-if
           move job-out-ptr(j) to drain-ptr
           if drain-ptr not = null
               move fifo-close(drain-chan) to check-rc
           move rc-show to alr-error-number
           move job-command(j)(1:80) to alr-sql-text
           move "abnormal step termination" to alr-message
           if job-fail-reason(j) not = spaces
               move spaces to alr-message
               string "abnormal step termination: "
                      trim(job-fail-reason(j))
                   delimited by size into alr-message
               end-string
           end-if
           if job-log-location(j) not = spaces
               move spaces to agent-line
               string trim(alr-message) "; job log "
                      trim(job-log-location(j))
                   delimited by size into agent-line
               end-string
               move agent-line to alr-message
               set environment "ALERT_ATTACH" to job-log-location(j)
           end-if
           call "JCSQLALERT" using alert-area
             on exception
      *>       no alert module bound; the console log stands
               continue
           end-call
           set environment "ALERT_ATTACH" to spaces
           .

      *> ---------------------------------------------------------------
      *> the job log: a fresh work file per attempt, headed with the
      *> step, run date and attempt number
       open-job-log.
           move spaces to job-log-location(j)
           move zero to job-log-lines(j)
           perform scan-spool-catalog
           move spaces to joblog-path
           string "JOBLOG." trim(job-name(j))
               delimited by size into joblog-path
           end-string
           open output joblog
           if joblog-status not = "00" and joblog-status not = "05"
               display "jobsched: " job-name(j) " job log "
                       trim(joblog-path) " not opened (status "
                       joblog-status ")"
               exit paragraph
           end-if
           move job-log-attempt(j) to attempt-show
           move spaces to joblog-record
           string "JOB: " job-name(j) "  RUN DATE: " run-date
                  "  ATTEMPT: " trim(attempt-show)
                  "  STARTED: " now-hh ":" now-mm ":" now-ss
               delimited by size into joblog-record
           end-string
           write joblog-record
           move spaces to joblog-record
           if job-host(j) = spaces
               string "COMMAND: " trim(effective-command)
                   delimited by size into joblog-record
               end-string
           else
               string "COMMAND: " trim(effective-command)
                      "  (ON " trim(job-host(j)) ")"
                   delimited by size into joblog-record
               end-string
           end-if
           write joblog-record
           move spaces to joblog-record
           write joblog-record
           close joblog
           .
       open-extend-job-log.
           move "N" to joblog-open
           move spaces to joblog-path
           string "JOBLOG." trim(job-name(j))
               delimited by size into joblog-path
           end-string
           open extend joblog
           if joblog-status = "00" or joblog-status = "05"
               move "Y" to joblog-open
           end-if
           .

      *> a settled attempt's log closes with its end and rc, moves to
      *> the next SPOOL.nnnn name and is cataloged as a JOBLOG entry
       file-job-log.
           perform open-extend-job-log
           if joblog-open = "N"
               exit paragraph
           end-if
           accept now-time from time
           move job-rc(j) to rc-show
           move spaces to joblog-record
           write joblog-record
           move spaces to joblog-record
           string "ENDED: " now-hh ":" now-mm ":" now-ss
                  "  RC " trim(rc-show) "  " trim(joblog-note)
               delimited by size into joblog-record
           end-string
           write joblog-record
           close joblog
           move "N" to joblog-open
           perform scan-spool-catalog
           add 1 to spool-seq
           move spaces to spool-location
           string "SPOOL." spool-seq
               delimited by size into spool-location
           end-string
           call "CBL_RENAME_FILE" using joblog-path spool-location
               returning spool-rc
           end-call
           if spool-rc not = zero
               display "jobsched: " job-name(j) " job log not filed"
                       " as " trim(spool-location) "; left in "
                       trim(joblog-path)
               exit paragraph
           end-if
           open extend spoolcat
           if spoolcat-status = "00" or spoolcat-status = "05"
               move spaces to spoolcat-record
               move "JOBLOG" to spl-report-name
               move job-name(j) to spl-job-name
               move run-date to spl-date
               move now-time(1:6) to spl-time
               move 1 to spl-pages
               compute spl-lines = job-log-lines(j) + 5
               move spool-location to spl-location
               write spoolcat-record
               close spoolcat
               move spool-location to job-log-location(j)
           end-if
           .

      *> the highest SPOOL.nnnn cataloged (housekeeping purges old
      *> entries, so never the count), and the step's JOBLOG entries
      *> already there for the run date - this attempt's number
       scan-spool-catalog.
           move zero to spool-seq
           move 1 to job-log-attempt(j)
           move "N" to spool-eof
           open input spoolcat
           if spoolcat-status not = "00"
               close spoolcat
               exit paragraph
           end-if
           perform until spool-eof = "Y"
               read spoolcat
               end-read
               if spoolcat-status not = "00"
                   move "Y" to spool-eof
               else
                   if spl-location(1:6) = "SPOOL."
                    and spl-location(7:4) is numeric
                    and spl-location(7:4) > spool-seq
                       move spl-location(7:4) to spool-seq
                   end-if
                   if spl-report-name = "JOBLOG"
                    and spl-job-name = job-name(j)
                    and spl-date = run-date
                       add 1 to job-log-attempt(j)
                   end-if
               end-if
           end-perform
           close spoolcat
           .

       count-pending.
                       move "OK" to hist-status
                   when job-is-cal-skipped(j)
                       move "CS" to hist-status
                   when job-is-bypassed(j)
                       move "CB" to hist-status
                   when other
                       move "AB" to hist-status
               end-evaluate
               move spaces to panel-line
               move job-rc(j) to rc-show
               evaluate true
                   when job-is-waiting(j)
                    and job-res-wait(j) not = spaces
                       string job-name(j) "  waiting on resource "
                           trim(job-res-wait(j)) " (held by "
                           trim(job-res-holder(j)) ")"
                           delimited by size into panel-line
                       end-string
                   when job-is-waiting(j)
                       string job-name(j) "  waiting"
                           delimited by size into panel-line
                       end-string
                   when job-is-running(j)
                    and job-agent-state(j) = "W"
                       string job-name(j) "  connecting to "
                           trim(job-host(j))
                           delimited by size into panel-line
                       end-string
                   when job-is-running(j)
                    and job-host(j) not = spaces
                       string job-name(j) "  RUNNING on "
                           trim(job-host(j))
                           delimited by size into panel-line
                       end-string
                   when job-is-running(j)
                       string job-name(j) "  RUNNING"
                           delimited by size into panel-line
                       string job-name(j) "  retrying"
                           delimited by size into panel-line
                       end-string
                   when job-is-ok(j)
                    and job-rc(j) not = zero
                       string job-name(j) "  ok rc " trim(rc-show)
                           delimited by size into panel-line
                       end-string
                   when job-is-ok(j)
                       string job-name(j) "  ok"
                           delimited by size into panel-line
                       string job-name(j) "  HELD"
                           delimited by size into panel-line
                       end-string
                   when job-is-bypassed(j)
                       string job-name(j) "  bypassed"
                           delimited by size into panel-line
                       end-string
               end-evaluate
               display panel-line at line wlin col 2
           end-perform
