      *> ENVIRONMENT
      *>   GCSTAT_JOBS  comma-separated job names to watch, the same
      *>                list GC70JOBMON takes
      *>   JOBSCHED_RUNDATE  the night being rerun, yyyymmdd: its
      *>                GCHIST records are the ones shown (read by
      *>                the GCSORT gcbizdt01 business-date service;
      *>                without the module, today's)
      *>   GCPROFILE    the GCCONFIG profile: GCSTAT_JOBS may come
      *>                from the GCCONFIG file through the GCSORT
      *>                gccfg01 lookup (without the module, from the
      *>                environment only); a value set by hand wins
      *> TECTONICS
      *>   cobc -x gcopsdash.cob cobweb-gtk.cob `pkg-config --libs gtk+-3.0`
      *> SOURCE
       working-storage section.
       01 runhist-status           pic xx.
       01 today                    pic 9(08).
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

      *> the job table and widget handles, shared with the sibling
      *> gcopsdash-tick / gcopsdash-refresh programs
       01 extraneous               usage binary-long.
       01 timer-id                 usage binary-long.
       01 column-count             usage binary-long value 6.
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
       gcopsdash-mainline.
      *>   the GCCONFIG settings go into the environment before any
      *>   is accepted; a profile the file refuses is not shown
           move "GCOPSDASH" to cfg-program
           move "APPLY" to cfg-request
           call "gccfg01" using config-area
               on exception
                   move "00" to cfg-result
           end-call
           if cfg-result not = "00"
               display "gcopsdash: configuration refused ("
                       cfg-result ")"
               move 8 to return-code
               goback
           end-if
      *>   today is the night's processing date (gcbizdt01), so a
      *>   rerun under JOBSCHED_RUNDATE shows the records it writes
           accept today from date yyyymmdd
           call "gcbizdt01" using bizdate-area
               on exception
                   continue
               not on exception
                   move bzd-run-date to today
           end-call
           accept jobs-list from environment "GCSTAT_JOBS"
           if jobs-list = spaces
               display "gcopsdash: set GCSTAT_JOBS to the job names"
       01 stat-status              pic xx.
       01 runhist-status           pic xx.
       01 today                    pic 9(08).
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

      *> the shared state, one description with the owning program
       01 dash-jobs external.
      *> was launched still turns its row loud
       refresh-history-status.
           accept today from date yyyymmdd
           call "gcbizdt01" using bizdate-area
               on exception
                   continue
               not on exception
                   move bzd-run-date to today
           end-call
           open input runhist
           if runhist-status not = "00"
               close runhist
