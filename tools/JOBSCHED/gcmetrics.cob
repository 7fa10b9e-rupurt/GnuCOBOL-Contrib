GCobol >>SOURCE FORMAT IS FREE
      *> ***************************************************************
      *>****R* tools/gcmetrics
      *> AUTHOR
      *>   DRM - GC-TOOLS maintenance
      *> DATE
      *>   20261015
      *> LICENSE
      *>   GNU Lesser General Public License, LGPL, 3.0 (or greater)
      *> PURPOSE
      *>   Metrics exporter for the corporate monitoring system: reads
      *>   the same sources the GC70JOBMON panel and the gcopsdash
      *>   wall monitor read - the GCSTAT.* live status files, the
      *>   GCHIST run history, the JCSQLALERT ALERTLOG - plus the
      *>   filewatch FEEDLOG and the jobsched job logs cataloged in
      *>   SPOOLCAT, and writes them as one machine-readable metrics
      *>   file in the Prometheus text exposition format, rewritten
      *>   every GCMETRICS_INTERVAL seconds.  The monitoring agent's
      *>   textfile collector picks the file up (or a web server
      *>   hands it to a scraper); the batch then pages the same
      *>   on-call rota and shows on the same dashboards as every
      *>   other system.  The file is written under a .tmp name and
      *>   renamed into place, so a scrape never reads half a file.
      *> METRICS
      *>   per job (label job):
      *>     gcbatch_job_state          0 waiting, 1 running, 2 ok,
      *>                                3 failed
      *>     gcbatch_job_failed         1 when the job's latest
      *>                                GCHIST record today is AB
      *>     gcbatch_job_records_in     GCSTAT counters while it runs
      *>     gcbatch_job_records_out    (today's GCHIST counts after)
      *>     gcbatch_job_elapsed_seconds
      *>     gcbatch_job_average_seconds mean elapsed of every OK/AB
      *>                                run in GCHIST (the gcopsdash
      *>                                average)
      *>     gcbatch_job_last_rc        the rc on the job's latest
      *>                                JOBLOG in SPOOLCAT (jobs run
      *>                                by jobsched; omitted when the
      *>                                job has no job log)
      *>   for the night:
      *>     gcbatch_jobs_failed        jobs with state 3
      *>     gcbatch_alerts_unacknowledged  ALERTLOG entries not yet
      *>                                acknowledged (GC81ALERTACK)
      *>     gcbatch_feed_late          per feed logged LATE today
      *>                                (label feed): 1 still missing,
      *>                                0 arrived since
      *>     gcbatch_feeds_late         feeds late and still missing
      *>     gcbatch_run_date           yyyymmdd, the processing
      *>                                date (gcbizdt01)
      *>     gcbatch_export_timestamp_seconds  the export time, from
      *>                                the local clock
      *>   The jobs are those named in GCMETRICS_JOBS, else in
      *>   GCSTAT_JOBS (the GC70JOBMON/gcopsdash list), else every
      *>   job with a GCHIST record today.
      *> ENVIRONMENT
      *>   GCMETRICS_FILE      the metrics file (default gcbatch.prom)
      *>   GCMETRICS_INTERVAL  seconds between exports (default 60;
      *>                       0 = export once and end, for a JOBNET
      *>                       step or cron)
      *>   GCMETRICS_RUNS      exports before ending (default 0 =
      *>                       run until stopped)
      *>   GCMETRICS_JOBS      comma-separated job names to export
      *> CONFIGURATION
      *>   the settings above may also come from the GCCONFIG file
      *>   for the GCPROFILE profile, through the GCSORT gccfg01
      *>   lookup (built as a module); a value set in the
      *>   environment by hand wins.
      *> TECTONICS
      *>   cobc -x gcmetrics.cob
      *> RETURN CODES
      *>   0 exported; 8 the metrics file could not be written
      *>   (a refused configuration ends the run with rc 8 and
      *>   gccfg01 not available with rc 16 before anything runs)
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. gcmetrics.

       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select optional runhist assign to "GCHIST"
               organization is line sequential
               file status is runhist-status.
           select optional statfile assign to stat-path
               organization is line sequential
               file status is stat-status.
           select optional alertlog assign to "ALERTLOG"
               organization is sequential
               file status is alertlog-status.
           select optional feedlog assign to "FEEDLOG"
               organization is line sequential
               file status is feedlog-status.
           select optional spoolcat assign to "SPOOLCAT"
               organization is line sequential
               file status is spoolcat-status.
           select optional joblog assign to joblog-path
               organization is line sequential
               file status is joblog-status.
           select metricsout assign to metrics-work
               organization is line sequential
               file status is metrics-status.

       data division.
       file section.
       fd  runhist.
      *> the GCSORT run-history summary record (fhstsqf01.cpy in the
      *> GCSORT test suite)
       01  runhist-record.
           05 hist-job-name        pic x(08).
           05 filler               pic x(01).
           05 hist-run-date        pic 9(08).
           05 filler               pic x(01).
           05 hist-run-time        pic 9(06).
           05 filler               pic x(01).
           05 hist-records-in      pic 9(07).
           05 filler               pic x(01).
           05 hist-records-out     pic 9(07).
           05 filler               pic x(01).
           05 hist-records-omit    pic 9(07).
           05 filler               pic x(01).
           05 hist-elapsed-hs      pic 9(07).
           05 filler               pic x(01).
           05 hist-status          pic x(02).
       fd  statfile.
      *> the live status record (fstatsqf01.cpy)
       01  stat-record.
           05 stt-job-name         pic x(08).
           05 filler               pic x(01).
           05 stt-records-in       pic 9(07).
           05 filler               pic x(01).
           05 stt-records-out      pic 9(07).
           05 filler               pic x(01).
           05 stt-start-time       pic 9(06).
           05 filler               pic x(01).
           05 stt-update-time      pic 9(06).
           05 filler               pic x(01).
           05 stt-status           pic x(01).
       fd  alertlog.
      *> the JCSQLALERT persistent alert log record
       01  alertlog-record.
           05 alg-date             pic 9(08).
           05 alg-time             pic 9(06).
           05 alg-program          pic x(08).
           05 alg-error-number     pic x(05).
           05 alg-repeat-count     pic 9(04).
           05 alg-ack-flag         pic x(01).
           05 alg-ack-operator     pic x(08).
           05 alg-ack-time         pic 9(06).
           05 alg-message          pic x(80).
       fd  feedlog.
      *> filewatch's log: yyyymmdd hhmmss feedname then the event
       01  feedlog-record.
           05 fdl-date             pic x(08).
           05 filler               pic x(01).
           05 fdl-time             pic x(06).
           05 filler               pic x(01).
           05 fdl-feed-name        pic x(08).
           05 filler               pic x(01).
           05 fdl-event            pic x(107).
       fd  spoolcat.
      *> the report spool catalog record (fspolsqf01.cpy)
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
       fd  joblog.
       01  joblog-record           pic x(200).
       fd  metricsout.
       01  metrics-record          pic x(200).

       working-storage section.
       01 runhist-status           pic xx.
       01 stat-status              pic xx.
       01 alertlog-status          pic xx.
       01 feedlog-status           pic xx.
       01 spoolcat-status          pic xx.
       01 joblog-status            pic xx.
       01 metrics-status           pic xx.
       01 stat-path                pic x(64).
       01 joblog-path              pic x(20).

       01 job-table.
           05 job-count            pic 9(02) value zero.
           05 job-entry occurs 50.
               10 job-name         pic x(08).
               10 job-state        pic 9(01).
               10 job-records-in   pic 9(07).
               10 job-records-out  pic 9(07).
               10 job-elapsed-s    pic 9(07).
               10 job-runs         pic 9(05).
               10 job-total-hs     pic 9(11).
               10 job-avg-s        pic 9(07).
               10 job-hist-status  pic x(02).
               10 job-hist-in      pic 9(07).
               10 job-hist-out     pic 9(07).
               10 job-hist-hs      pic 9(07).
               10 job-log-location pic x(20).
               10 job-rc           pic s9(09) comp.
               10 job-rc-known     pic x(01).
       01 feed-table.
           05 feed-count           pic 9(02) value zero.
           05 feed-entry occurs 20.
               10 feed-name        pic x(08).
               10 feed-missing     pic x(01).

       01 j                        pic 9(02) value zero.
       01 f                        pic 9(02) value zero.
       01 jobs-list                pic x(200) value spaces.
       01 jobs-pointer             pic 9(03) value 1.
       01 one-name                 pic x(64).
       01 jobs-from-history        pic x(01) value "N".
       01 job-found                pic x(01).
       01 today                    pic 9(08) value zero.
       01 clock-date               pic 9(08) value zero.
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
       01 now-time.
           05 now-hh               pic 99.
           05 now-mm               pic 99.
           05 now-ss               pic 99.
           05 now-cc               pic 99.
       01 time-parts.
           05 tp-hh                pic 99.
           05 tp-mm                pic 99.
           05 tp-ss                pic 99.
       01 start-s                  pic 9(09).
       01 upd-s                    pic 9(09).
       01 epoch-s                  pic 9(12).
       01 file-eof                 pic x(01).
       01 unacked-count            pic 9(07) value zero.
       01 failed-count             pic 9(02) value zero.
       01 late-count               pic 9(02) value zero.
       01 rc-text                  pic x(12).
       01 rc-pointer               pic 9(03).

       01 metrics-file             pic x(64) value "gcbatch.prom".
       01 metrics-work             pic x(68) value spaces.
       01 interval-text            pic x(06) value spaces.
       01 export-interval          pic 9(05) value 60.
       01 runs-text                pic x(06) value spaces.
       01 export-runs              pic 9(05) value zero.
       01 exports-done             pic 9(05) value zero.
       01 rename-rc                pic s9(9) comp value zero.
       01 export-failed            pic x(01) value "N".

      *> a metric line: name, optional label, value
       01 metric-name              pic x(40).
       01 metric-label             pic x(40).
       01 metric-value             pic s9(12).
       01 metric-show              pic -(12)9.
       01 metric-help              pic x(100).
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
       gcmetrics-mainline.
      *>   the GCCONFIG settings of this program and the GCPROFILE
      *>   profile go into the environment before any is accepted
           move "GCMETRICS" to cfg-program
           move "APPLY" to cfg-request
           call "gccfg01" using config-area
               on exception
                   display "gcmetrics: gccfg01 not available;"
                           " no configuration"
                   move 16 to return-code
                   stop run
           end-call
           if cfg-result not = "00"
               display "gcmetrics: configuration refused (" cfg-result ")"
               move 8 to return-code
               stop run
           end-if
           accept one-name from environment "GCMETRICS_FILE"
           if one-name not = spaces
               move one-name to metrics-file
           end-if
           move spaces to metrics-work
           string trim(metrics-file) ".tmp"
               delimited by size into metrics-work
           end-string
           accept interval-text from environment "GCMETRICS_INTERVAL"
           if interval-text not = spaces
            and test-numval(interval-text) = zero
               compute export-interval = numval(interval-text)
           end-if
           accept runs-text from environment "GCMETRICS_RUNS"
           if runs-text not = spaces
            and test-numval(runs-text) = zero
               compute export-runs = numval(runs-text)
           end-if
           if export-interval = zero
               move 1 to export-runs
           end-if
           accept jobs-list from environment "GCMETRICS_JOBS"
           if jobs-list = spaces
               accept jobs-list from environment "GCSTAT_JOBS"
           end-if
           if jobs-list = spaces
               move "Y" to jobs-from-history
           end-if
           display "gcmetrics: exporting to " trim(metrics-file)
           perform export-cycle
               with test after
               until export-runs > zero
                 and exports-done >= export-runs
           if export-failed = "Y"
               move 8 to return-code
           else
               move zero to return-code
           end-if
           goback
           .

       export-cycle.
      *>   the night's records carry its processing date (gcbizdt01),
      *>   a rerun's included; the export time stays on the clock
           accept clock-date from date yyyymmdd
           move clock-date to today
           call "gcbizdt01" using bizdate-area
               on exception
                   continue
               not on exception
                   move bzd-run-date to today
           end-call
           accept now-time from time
           move zero to job-count
           if jobs-from-history = "N"
               perform split-jobs-list
           end-if
           perform load-history
           perform load-live-status
           perform load-job-log-rcs
           perform count-unacked-alerts
           perform load-late-feeds
           perform write-metrics-file
           add 1 to exports-done
           if export-runs = zero or exports-done < export-runs
               call "C$SLEEP" using export-interval end-call
           end-if
           .

      *> ---------------------------------------------------------------
       split-jobs-list.
           move 1 to jobs-pointer
           perform until jobs-pointer > 200 or job-count = 50
               move spaces to one-name
               unstring jobs-list delimited by ","
                   into one-name
                   with pointer jobs-pointer
               end-unstring
               if one-name not = spaces
                   add 1 to job-count
                   move upper-case(trim(one-name))
                     to job-name(job-count)
                   perform clear-job-entry
               else
                   move 201 to jobs-pointer
               end-if
           end-perform
           .
       clear-job-entry.
           move zero to job-state(job-count) job-records-in(job-count)
                        job-records-out(job-count)
                        job-elapsed-s(job-count) job-runs(job-count)
                        job-total-hs(job-count) job-avg-s(job-count)
                        job-hist-in(job-count) job-hist-out(job-count)
                        job-hist-hs(job-count) job-rc(job-count)
           move spaces to job-hist-status(job-count)
                          job-log-location(job-count)
           move "N" to job-rc-known(job-count)
           .

      *> two passes when the jobs come from the history: today's job
      *> names first, then every run of those jobs for the averages
       load-history.
           if jobs-from-history = "Y"
               open input runhist
               if runhist-status = "00"
                   move "N" to file-eof
                   perform collect-one-history-name
                       until file-eof = "Y"
               end-if
               close runhist
           end-if
           open input runhist
           if runhist-status not = "00"
               close runhist
               exit paragraph
           end-if
           move "N" to file-eof
           perform load-one-history until file-eof = "Y"
           close runhist
           perform varying j from 1 by 1 until j > job-count
               if job-runs(j) > zero
                   compute job-avg-s(j)
                       = job-total-hs(j) / job-runs(j) / 100
               end-if
           end-perform
           .
       collect-one-history-name.
           read runhist
           end-read
           if runhist-status not = "00"
               move "Y" to file-eof
               exit paragraph
           end-if
           if hist-run-date not = today
            or (hist-status not = "OK" and hist-status not = "AB")
               exit paragraph
           end-if
           perform find-history-job
           if job-found = "N" and job-count < 50
               add 1 to job-count
               move hist-job-name to job-name(job-count)
               perform clear-job-entry
           end-if
           .
       load-one-history.
           read runhist
           end-read
           if runhist-status not = "00"
               move "Y" to file-eof
               exit paragraph
           end-if
      *>   the operator, condition and calendar records carry no run
           if hist-status not = "OK" and hist-status not = "AB"
               exit paragraph
           end-if
           perform find-history-job
           if job-found = "N"
               exit paragraph
           end-if
           add 1 to job-runs(j)
           add hist-elapsed-hs to job-total-hs(j)
           if hist-run-date = today
               move hist-status to job-hist-status(j)
               move hist-records-in to job-hist-in(j)
               move hist-records-out to job-hist-out(j)
               move hist-elapsed-hs to job-hist-hs(j)
           end-if
           .
       find-history-job.
           move "N" to job-found
           perform varying j from 1 by 1 until j > job-count
               if job-name(j) = hist-job-name
                   move "Y" to job-found
                   exit perform
               end-if
           end-perform
           .

      *> the GCSTAT.<job> counters while the job runs; today's GCHIST
      *> record decides failed/ok, exactly as on the wall monitor
       load-live-status.
           perform varying j from 1 by 1 until j > job-count
               perform load-one-live-status
           end-perform
           .
       load-one-live-status.
           move spaces to stat-path
           string "GCSTAT." trim(job-name(j))
               delimited by size into stat-path
           end-string
           move zero to job-state(j)
           open input statfile
           if stat-status = "00"
               read statfile
               end-read
               if stat-status = "00"
                   move stt-records-in to job-records-in(j)
                   move stt-records-out to job-records-out(j)
                   move stt-start-time to time-parts
                   compute start-s
                       = ((tp-hh * 60) + tp-mm) * 60 + tp-ss
                   move stt-update-time to time-parts
                   compute upd-s
                       = ((tp-hh * 60) + tp-mm) * 60 + tp-ss
                   if upd-s not < start-s
                       compute job-elapsed-s(j) = upd-s - start-s
                   else
                       compute job-elapsed-s(j)
                           = upd-s + 86400 - start-s
                   end-if
                   if stt-status = "C"
                       move 2 to job-state(j)
                   else
                       move 1 to job-state(j)
                   end-if
               end-if
           end-if
           close statfile
           evaluate job-hist-status(j)
               when "AB"
                   move 3 to job-state(j)
               when "OK"
                   if job-state(j) not = 1
                       move 2 to job-state(j)
                   end-if
           end-evaluate
           if (job-state(j) = 3 or job-state(j) = 2)
              and job-records-in(j) = zero
              and job-records-out(j) = zero
               move job-hist-in(j) to job-records-in(j)
               move job-hist-out(j) to job-records-out(j)
               if job-elapsed-s(j) = zero
                   compute job-elapsed-s(j) = job-hist-hs(j) / 100
               end-if
           end-if
           .

      *> the latest JOBLOG cataloged for each job, and the rc on its
      *> ENDED: trailer line
       load-job-log-rcs.
           open input spoolcat
           if spoolcat-status not = "00"
               close spoolcat
               exit paragraph
           end-if
           move "N" to file-eof
           perform find-one-job-log until file-eof = "Y"
           close spoolcat
           perform varying j from 1 by 1 until j > job-count
               if job-log-location(j) not = spaces
                   perform read-job-log-rc
               end-if
           end-perform
           .
       find-one-job-log.
           read spoolcat
           end-read
           if spoolcat-status not = "00"
               move "Y" to file-eof
               exit paragraph
           end-if
           if spl-report-name not = "JOBLOG"
               exit paragraph
           end-if
           perform varying j from 1 by 1 until j > job-count
               if job-name(j) = spl-job-name
                   move spl-location to job-log-location(j)
               end-if
           end-perform
           .
       read-job-log-rc.
           move job-log-location(j) to joblog-path
           open input joblog
           if joblog-status not = "00"
               close joblog
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-eof = "Y"
               read joblog
               end-read
               if joblog-status not = "00"
                   move "Y" to file-eof
               else
                   if joblog-record(1:7) = "ENDED: "
                    and joblog-record(16:4) = "  RC"
                       move spaces to rc-text
                       move 21 to rc-pointer
                       unstring joblog-record delimited by space
                           into rc-text
                           with pointer rc-pointer
                       end-unstring
                       if test-numval(rc-text) = zero
                           compute job-rc(j) = numval(rc-text)
                           move "Y" to job-rc-known(j)
                       end-if
                   end-if
               end-if
           end-perform
           close joblog
           .

      *> ---------------------------------------------------------------
       count-unacked-alerts.
           move zero to unacked-count
           open input alertlog
           if alertlog-status not = "00"
               close alertlog
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-eof = "Y"
               read alertlog
               end-read
               if alertlog-status not = "00"
                   move "Y" to file-eof
               else
                   if alg-ack-flag = "N"
                       add 1 to unacked-count
                   end-if
               end-if
           end-perform
           close alertlog
           .

      *> today's LATE feeds; a later "complete," line for the feed
      *> means it has arrived since
       load-late-feeds.
           move zero to feed-count
           open input feedlog
           if feedlog-status not = "00"
               close feedlog
               exit paragraph
           end-if
           move "N" to file-eof
           perform load-one-feed-line until file-eof = "Y"
           close feedlog
           .
       load-one-feed-line.
           read feedlog
           end-read
           if feedlog-status not = "00"
               move "Y" to file-eof
               exit paragraph
           end-if
           if fdl-date not = today
               exit paragraph
           end-if
           perform varying f from 1 by 1 until f > feed-count
               if feed-name(f) = fdl-feed-name
                   exit perform
               end-if
           end-perform
           evaluate true
               when fdl-event(1:5) = "LATE,"
                   if f > feed-count
                       if feed-count = 20
                           exit paragraph
                       end-if
                       add 1 to feed-count
                       move fdl-feed-name to feed-name(f)
                   end-if
                   move "Y" to feed-missing(f)
               when fdl-event(1:9) = "complete,"
                   if f not > feed-count
                       move "N" to feed-missing(f)
                   end-if
           end-evaluate
           .

      *> ---------------------------------------------------------------
      *> the exposition file, HELP and TYPE before each family, built
      *> under .tmp and renamed over the live name
       write-metrics-file.
           open output metricsout
           if metrics-status not = "00"
               display "gcmetrics: cannot write " trim(metrics-work)
                       " (status " metrics-status ")"
               move "Y" to export-failed
               exit paragraph
           end-if
           move zero to failed-count
           move "gcbatch_job_state" to metric-name
           move "job state: 0 waiting, 1 running, 2 ok, 3 failed"
             to metric-help
           perform write-metric-header
           perform varying j from 1 by 1 until j > job-count
               move job-state(j) to metric-value
               perform write-job-metric
               if job-state(j) = 3
                   add 1 to failed-count
               end-if
           end-perform
           move "gcbatch_job_failed" to metric-name
           move "1 when the job's latest run today ended abnormally"
             to metric-help
           perform write-metric-header
           perform varying j from 1 by 1 until j > job-count
               move zero to metric-value
               if job-state(j) = 3
                   move 1 to metric-value
               end-if
               perform write-job-metric
           end-perform
           move "gcbatch_job_records_in" to metric-name
           move "records read, live while running, else today's run"
             to metric-help
           perform write-metric-header
           perform varying j from 1 by 1 until j > job-count
               move job-records-in(j) to metric-value
               perform write-job-metric
           end-perform
           move "gcbatch_job_records_out" to metric-name
           move "records written, live while running, else today's"
             & " run" to metric-help
           perform write-metric-header
           perform varying j from 1 by 1 until j > job-count
               move job-records-out(j) to metric-value
               perform write-job-metric
           end-perform
           move "gcbatch_job_elapsed_seconds" to metric-name
           move "elapsed time of the job's current or latest run today"
             to metric-help
           perform write-metric-header
           perform varying j from 1 by 1 until j > job-count
               move job-elapsed-s(j) to metric-value
               perform write-job-metric
           end-perform
           move "gcbatch_job_average_seconds" to metric-name
           move "mean elapsed time of the job's runs in GCHIST"
             to metric-help
           perform write-metric-header
           perform varying j from 1 by 1 until j > job-count
               move job-avg-s(j) to metric-value
               perform write-job-metric
           end-perform
           move "gcbatch_job_last_rc" to metric-name
           move "return code on the job's latest cataloged job log"
             to metric-help
           perform write-metric-header
           perform varying j from 1 by 1 until j > job-count
               if job-rc-known(j) = "Y"
                   move job-rc(j) to metric-value
                   perform write-job-metric
               end-if
           end-perform
           move "gcbatch_jobs_failed" to metric-name
           move "jobs whose latest run today ended abnormally"
             to metric-help
           perform write-metric-header
           move spaces to metric-label
           move failed-count to metric-value
           perform write-metric-line
           move "gcbatch_alerts_unacknowledged" to metric-name
           move "operator alerts in ALERTLOG not yet acknowledged"
             to metric-help
           perform write-metric-header
           move spaces to metric-label
           move unacked-count to metric-value
           perform write-metric-line
           move "gcbatch_feed_late" to metric-name
           move "feeds logged late today: 1 still missing, 0 arrived"
             & " since" to metric-help
           perform write-metric-header
           move zero to late-count
           perform varying f from 1 by 1 until f > feed-count
               move spaces to metric-label
               string "feed=" quote trim(feed-name(f)) quote
                   delimited by size into metric-label
               end-string
               move zero to metric-value
               if feed-missing(f) = "Y"
                   move 1 to metric-value
                   add 1 to late-count
               end-if
               perform write-metric-line
           end-perform
           move "gcbatch_feeds_late" to metric-name
           move "feeds past their latest expected time and still"
             & " missing" to metric-help
           perform write-metric-header
           move spaces to metric-label
           move late-count to metric-value
           perform write-metric-line
           move "gcbatch_run_date" to metric-name
           move "the run date exported, yyyymmdd" to metric-help
           perform write-metric-header
           move spaces to metric-label
           move today to metric-value
           perform write-metric-line
           move "gcbatch_export_timestamp_seconds" to metric-name
           move "time of this export, seconds since 1970 on the local"
             & " clock" to metric-help
           perform write-metric-header
           move spaces to metric-label
           compute epoch-s
               = (integer-of-date(clock-date)
                  - integer-of-date(19700101))
                   * 86400
               + ((now-hh * 60) + now-mm) * 60 + now-ss
           move epoch-s to metric-value
           perform write-metric-line
           close metricsout
           call "CBL_RENAME_FILE" using metrics-work metrics-file
               returning rename-rc
           end-call
           if rename-rc not = zero
               display "gcmetrics: cannot rename " trim(metrics-work)
                       " to " trim(metrics-file)
               move "Y" to export-failed
           end-if
           .
       write-metric-header.
           move spaces to metrics-record
           string "# HELP " trim(metric-name) " " trim(metric-help)
               delimited by size into metrics-record
           end-string
           write metrics-record
           move spaces to metrics-record
           string "# TYPE " trim(metric-name) " gauge"
               delimited by size into metrics-record
           end-string
           write metrics-record
           .
       write-job-metric.
           move spaces to metric-label
           string "job=" quote trim(job-name(j)) quote
               delimited by size into metric-label
           end-string
           perform write-metric-line
           .
       write-metric-line.
           move metric-value to metric-show
           move spaces to metrics-record
           if metric-label = spaces
               string trim(metric-name) " " trim(metric-show)
                   delimited by size into metrics-record
               end-string
           else
               string trim(metric-name) "{" trim(metric-label) "} "
                      trim(metric-show)
                   delimited by size into metrics-record
               end-string
           end-if
           write metrics-record
           .
       end program gcmetrics.
