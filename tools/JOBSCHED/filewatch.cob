      *>   FEEDOK.<name> marker file, which releases any JOBNET step
      *>   naming "@name" among its predecessors.  A feed still
      *>   missing past its latest time raises a JCSQLALERT-style
      *>   late-feed alert, once, and is logged in FEEDLOG as LATE
      *>   (the metrics exporter counts late feeds from there).
      *>   Before a completed feed is released its control totals
      *>   are compared with the feeds FEEDLOG registered over the
      *>   look-back: a TRAILER feed's record count and wkctlsqf01
      *>   hash totals, otherwise the whole file's Adler-32 checksum
      *>   and size (wkcksum01).  A match is a re-sent or duplicated
      *>   file: it is renamed <filename>.QUARANTINE, no FEEDOK
      *>   marker is written, so the dependent steps stay held, and
      *>   a DUPFD alert asks the operator to decide -
      *>     FEEDCONF.<name>  (any file) confirms the feed: it is
      *>                      restored and released as usual
      *>     FEEDREJ.<name>   rejects it: the quarantined copy is
      *>                      left for inspection and the feed is
      *>                      watched for again
      *>   The decision marker is removed once acted on.
      *>   A feed whose FEEDOK.<name> marker already carries the run
      *>   date was released earlier the same night (a rerun after
      *>   rc 8, or an operator restart): it is taken as complete
      *>   and not watched, fingerprinted or compared again.
      *> ENVIRONMENT
      *>   FEEDWATCH_INTERVAL  poll interval, seconds (default 30)
      *>   FEEDWATCH_GIVEUP    HHMM; past it the watcher exits 8
      *>                       with the incomplete feeds listed
      *>                       (unset = wait forever)
      *>   FEEDWATCH_LOOKBACK  days of FEEDLOG a completed feed is
      *>                       compared against (default 7)
      *> CONFIGURATION
      *>   the settings above may also come from the GCCONFIG file
      *>   for the GCPROFILE profile, through the GCSORT gccfg01
      *>   lookup (built as a module); a value set in the
      *>   environment by hand wins.
      *> TECTONICS
      *>   cobc -x filewatch.cob
      *>   (FEEDLOG is dated with the processing date of the GCSORT
      *>   gcbizdt01 business-date service, built as a module)
      *>   (bind JCSQLALERT from the JC-SQL suite for delivery;
      *>   without it the late alert lands on the console)
      *> RETURN CODES
      *>   0 every feed complete; 8 gave up with feeds missing or
      *>   quarantined, or the run date refused; 16 gcbizdt01 not
      *>   available
      *>   (a refused configuration ends the run with rc 8 and
      *>   gccfg01 not available with rc 16 before anything runs)
      *> SOURCE
      *> ***************************************************************
       identification division.
               10 feed-state       pic x(01).
                  88 feed-is-waiting   value "W".
                  88 feed-is-complete  value "C".
                  88 feed-is-quarantined value "Q".
               10 feed-alerted     pic x(01).
               10 feed-last-size   pic 9(15).
               10 feed-fingerprint pic x(50).
       01 parse-fields.
           05 parse-name           pic x(08).
           05 parse-file           pic x(40).
       01 now-time                 pic 9(08).
       01 now-hhmm                 pic 9(04).
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
       01 interval-text            pic x(04) value spaces.
       01 poll-interval            pic 9(04) value 30.
       01 giveup-text              pic x(04) value spaces.
       01 feed-now-size            pic 9(15) value zero.
       01 feed-complete-now        pic x(01).

      *> duplicate detection: the completed feed's fingerprint
      *> ("CTL " and the trailer's count and hash totals, or "SUM "
      *> and the checksum and size), logged on FEEDLOG from column
      *> 73 of every completion line and compared over the look-back
       01 lookback-text            pic x(04) value spaces.
       01 lookback-days            pic 9(04) value 7.
       01 lookback-from            pic 9(08) value zero.
       01 duplicate-found          pic x(01).
       01 duplicate-of             pic x(24).
       01 quarantine-path          pic x(60).
       01 decision-path            pic x(40).
       01 decision-info.
           05 filler               pic x(16).
       01 decision-rc              pic s9(9) comp value zero.
       01 rename-rc                pic s9(9) comp value zero.
      *> Adler-32 over the whole file, the figure wkcksum01.cpy
      *> (GCSORT suite) gives
       01 ck-a                     pic 9(9) comp value 1.
       01 ck-b                     pic 9(9) comp value zero.
       01 ck-sub                   pic 9(9) comp value zero.
       01 ck-remaining             pic 9(15) value zero.
       01 ck-value                 pic 9(10) value zero.
       01 ck-block                 pic x(1024).

      *> byte-level file access for the size and trailer tests
       01 file-handle              pic x(4).
       01 access-mode              pic x comp-x value 1.
           05 alr-error-number     pic x(05).
           05 alr-sql-text         pic x(80).
           05 alr-message          pic x(256).
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
       filewatch-mainline.
      *>   the GCCONFIG settings of this program and the GCPROFILE
      *>   profile go into the environment before any is accepted
           move "FILEWATCH" to cfg-program
           move "APPLY" to cfg-request
           call "gccfg01" using config-area
               on exception
                   display "filewatch: gccfg01 not available;"
                           " no configuration"
                   move 16 to return-code
                   stop run
           end-call
           if cfg-result not = "00"
               display "filewatch: configuration refused (" cfg-result ")"
               move 8 to return-code
               stop run
           end-if
      *>   the feeds belong to the night being processed: a rerun's
      *>   JOBSCHED_RUNDATE dates FEEDLOG and the look-back
           call "gcbizdt01" using bizdate-area
               on exception
                   display "filewatch: gcbizdt01 not available;"
                           " no run date"
                   move 16 to return-code
                   stop run
           end-call
           if bzd-result not = "00"
               display "filewatch: run date refused (" bzd-result ")"
               move 8 to return-code
               stop run
           end-if
           move bzd-run-date to today
           accept interval-text from environment "FEEDWATCH_INTERVAL"
           if interval-text not = spaces
            and test-numval(interval-text) = zero
            and test-numval(giveup-text) = zero
               compute giveup-hhmm = numval(giveup-text)
           end-if
           accept lookback-text from environment "FEEDWATCH_LOOKBACK"
           if lookback-text not = spaces
            and test-numval(lookback-text) = zero
               compute lookback-days = numval(lookback-text)
           end-if
           compute lookback-from
               = date-of-integer(integer-of-date(today) - lookback-days)
           perform load-feed-definitions
           if feed-count = zero
               display "filewatch: FEEDDEF defines no feeds"
               set feed-is-waiting(feed-count) to true
               move "N" to feed-alerted(feed-count)
               move zero to feed-last-size(feed-count)
               perform check-feed-released
           end-if
           .
      *> released earlier tonight: the FEEDOK marker is dated with
      *> the run date (a marker from an earlier night is not)
       check-feed-released.
           move spaces to feedok-path
           string "FEEDOK." trim(feed-name(feed-count))
               delimited by size into feedok-path
           end-string
           open input feedokfile
           if feedok-status not = "00"
               exit paragraph
           end-if
           read feedokfile
           end-read
           if feedok-status = "00"
            and feedokfile-record(1:8) = today
               set feed-is-complete(feed-count) to true
               display "filewatch: " feed-name(feed-count)
                       " already released for " today
           end-if
           close feedokfile
           .

      *> ---------------------------------------------------------------
           accept now-time from time
           move now-time(1:4) to now-hhmm
           perform varying f from 1 by 1 until f > feed-count
               evaluate true
                   when feed-is-waiting(f)
                       perform check-one-feed
                   when feed-is-quarantined(f)
                       perform check-operator-decision
               end-evaluate
           end-perform
           move zero to waiting-count
           perform varying f from 1 by 1 until f > feed-count
               if feed-is-waiting(f) or feed-is-quarantined(f)
                   add 1 to waiting-count
               end-if
           end-perform
           end-evaluate
           move feed-now-size to feed-last-size(f)
           if feed-complete-now = "Y"
               perform take-feed-fingerprint
               perform find-duplicate-feed
               if duplicate-found = "Y"
                   perform quarantine-feed
               else
                   perform register-feed-arrival
               end-if
           else
               if now-hhmm > feed-latest(f)
                and feed-alerted(f) = "N"
           end-if
           .

      *> ---------------------------------------------------------------
      *> the feed's control totals: the trailer's (still in
      *> trailer-buffer from the completeness test), else the whole
      *> file's checksum and size
       take-feed-fingerprint.
           move spaces to feed-fingerprint(f)
           if feed-test(f) = "TRAILER"
               string "CTL " trailer-buffer(4:43)
                   delimited by size into feed-fingerprint(f)
               end-string
               exit paragraph
           end-if
           move 1 to ck-a
           move zero to ck-b
           call "CBL_OPEN_FILE" using feed-file(f) access-mode
                                      deny-mode device-flag
                                      file-handle
           end-call
           if return-code not = zero
               move zero to return-code
               exit paragraph
           end-if
           move zero to file-offset
           move feed-now-size to ck-remaining
           perform checksum-one-block until ck-remaining = zero
           call "CBL_CLOSE_FILE" using file-handle end-call
           move zero to return-code
           compute ck-value = (ck-b * 65536) + ck-a
           string "SUM " ck-value " " feed-now-size
               delimited by size into feed-fingerprint(f)
           end-string
           .
       checksum-one-block.
           if ck-remaining > 1024
               move 1024 to read-count
           else
               move ck-remaining to read-count
           end-if
           move zero to read-flags
           call "CBL_READ_FILE" using file-handle file-offset
                                      read-count read-flags
                                      ck-block
           end-call
           perform varying ck-sub from 1 by 1 until ck-sub > read-count
               compute ck-a
                   = mod(ck-a + ord(ck-block(ck-sub:1)) - 1, 65521)
               compute ck-b = mod(ck-b + ck-a, 65521)
           end-perform
           add read-count to file-offset
           subtract read-count from ck-remaining
           .

      *> a feed registered inside the look-back with the same
      *> fingerprint; an empty trailer (count zero) proves nothing
       find-duplicate-feed.
           move "N" to duplicate-found
           move spaces to duplicate-of
           if feed-fingerprint(f) = spaces
            or feed-fingerprint(f)(1:11) = "CTL 0000000"
               exit paragraph
           end-if
           open input feedlog
           if feedlog-status not = "00"
               close feedlog
               exit paragraph
           end-if
           perform compare-one-feedlog-line
               until feedlog-status not = "00"
                  or duplicate-found = "Y"
           close feedlog
           .
       compare-one-feedlog-line.
           read feedlog
           end-read
           if feedlog-status = "00"
            and feedlog-record(1:8) is numeric
            and feedlog-record(1:8) >= lookback-from
            and feedlog-record(73:50) = feed-fingerprint(f)
               move "Y" to duplicate-found
               move feedlog-record(1:24) to duplicate-of
           end-if
           .

      *> withhold the release: set the file aside and ask
       quarantine-feed.
           move spaces to quarantine-path
           string trim(feed-file(f)) ".QUARANTINE"
               delimited by size into quarantine-path
           end-string
           call "CBL_RENAME_FILE" using feed-file(f) quarantine-path
               returning rename-rc
           end-call
           set feed-is-quarantined(f) to true
           display "filewatch: " feed-name(f)
                   " duplicates the feed registered " duplicate-of
           display "filewatch: " trim(feed-file(f))
                   " held as " trim(quarantine-path)
                   "; FEEDCONF." trim(feed-name(f)) " to release,"
                   " FEEDREJ." trim(feed-name(f)) " to reject"
           open extend feedlog
           if feedlog-status = "00" or feedlog-status = "05"
               move spaces to feedlog-record
               string today " " now-time(1:6) " " feed-name(f)
                      " QUARANTINED, matches " duplicate-of
                   delimited by size into feedlog-record
               end-string
               write feedlog-record
               close feedlog
           end-if
           move "FILEWTCH" to alr-program
           move zero to alr-connection
           move "DUPFD" to alr-error-number
           move feed-file(f) to alr-sql-text
           move spaces to alr-message
           string "inbound feed " trim(feed-name(f))
                  " matches the control totals of the feed"
                  " registered " duplicate-of "; held as "
                  trim(quarantine-path) " - confirm with FEEDCONF."
                  trim(feed-name(f)) " or reject with FEEDREJ."
                  trim(feed-name(f))
               delimited by size into alr-message
           end-string
           call "JCSQLALERT" using alert-area
             on exception
      *>       no alert module bound; the console message stands
               continue
           end-call
           .

      *> the operator's answer to a quarantined feed
       check-operator-decision.
           move spaces to decision-path
           string "FEEDCONF." trim(feed-name(f))
               delimited by size into decision-path
           end-string
           call "CBL_CHECK_FILE_EXIST" using decision-path
                                             decision-info
               returning decision-rc
           end-call
           if decision-rc = zero
               call "CBL_DELETE_FILE" using decision-path end-call
               move spaces to quarantine-path
               string trim(feed-file(f)) ".QUARANTINE"
                   delimited by size into quarantine-path
               end-string
               call "CBL_RENAME_FILE" using quarantine-path
                                            feed-file(f)
                   returning rename-rc
               end-call
               display "filewatch: " feed-name(f)
                       " confirmed by the operator"
               perform measure-feed-file
               perform register-feed-arrival
               exit paragraph
           end-if
           move spaces to decision-path
           string "FEEDREJ." trim(feed-name(f))
               delimited by size into decision-path
           end-string
           call "CBL_CHECK_FILE_EXIST" using decision-path
                                             decision-info
               returning decision-rc
           end-call
           if decision-rc = zero
               call "CBL_DELETE_FILE" using decision-path end-call
               display "filewatch: " feed-name(f)
                       " rejected by the operator; watching for a"
                       " fresh file"
               open extend feedlog
               if feedlog-status = "00" or feedlog-status = "05"
                   move spaces to feedlog-record
                   string today " " now-time(1:6) " " feed-name(f)
                          " REJECTED by the operator"
                       delimited by size into feedlog-record
                   end-string
                   write feedlog-record
                   close feedlog
               end-if
               set feed-is-waiting(f) to true
               move zero to feed-last-size(f)
           end-if
           .

       register-feed-arrival.
           set feed-is-complete(f) to true
           move spaces to feedok-path
                      trim(feed-test(f)) ")"
                   delimited by size into feedlog-record
               end-string
               move feed-fingerprint(f) to feedlog-record(73:50)
               write feedlog-record
               close feedlog
           end-if
           move "Y" to feed-alerted(f)
           display "filewatch: " feed-name(f)
                   " past its latest expected time"
           open extend feedlog
           if feedlog-status = "00" or feedlog-status = "05"
               move spaces to feedlog-record
               string today " " now-time(1:6) " " feed-name(f)
                      " LATE, expected by " feed-latest(f)
                   delimited by size into feedlog-record
               end-string
               write feedlog-record
               close feedlog
           end-if
           move "FILEWTCH" to alr-program
           move zero to alr-connection
           move "LATE" to alr-error-number
                   display "filewatch: " feed-name(f)
                           " still incomplete"
               end-if
               if feed-is-quarantined(f)
                   add 1 to waiting-count
                   display "filewatch: " feed-name(f)
                           " still quarantined, awaiting the operator"
               end-if
           end-perform
           if waiting-count = zero
               display "filewatch: every feed complete"
               move zero to return-code
           else
               display "filewatch: gave up with " waiting-count
                       " feed(s) incomplete or quarantined"
               move 8 to return-code
           end-if
           .
