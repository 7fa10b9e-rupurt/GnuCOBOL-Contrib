      *-------------------------------------------------------------------------------*
      * *********************************************
      * Author:    DRM - GC-TOOLS maintenance
      * Date:      20261015
      * License
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Sort COBOL module
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      * *********************************************
      * Night-readiness preflight.  Reads every control file the
      * nightly chain depends on, the way the program that consumes
      * it reads it - the same record length, the same
      * semicolon-separated fields and field widths, the same names
      * and values - and reports, before the night starts, each line
      * that would stop, skip or quietly misdirect a step:
      *   GCCONFIG  the central configuration (gccfg01): refused
      *             for the GCPROFILE profile, a bad line
      *   GCCAL     run calendars (jobsched, gcbizdt01, gcperacc01):
      *             unknown rules, holidays that are not dates, more
      *             rules or holidays than jobsched holds
      *   FEEDDEF   feed definitions (filewatch): arrival windows that
      *             are not HHMM or end before they start, tests other
      *             than SIZE or TRAILER, more than 20 feeds
      *   JOBNET    the job network (jobsched): fields, names,
      *             commands, calendars not in GCCAL, predecessors and
      *             conditions naming no step, @feeds not in FEEDDEF,
      *             dependency cycles, environment items, resources,
      *             time limits and good return codes; a step running
      *             filewatch, gcburst01 or gcbal01 needs the file
      *             that program reads
      *   SYSIN     the parameter cards of every JOBNET step whose
      *             program reads cards, from the file its environment
      *             names (SYSIN=, DD_SYSIN=, dd_SYSIN=) or the default
      *             SYSIN, against that program's card layout
      *   GCSLA     job deadlines (GC70JOBMON): times that are not
      *             HHMM, jobs no step runs as
      *   GCRULES   business rules (gcvalid01): fields, operators,
      *             operands and reason codes gcvalid01 cannot use
      *   DISTDIR   the distribution directory (gcburst01): key ranges
      *             that select nothing or overlap, recipients that are
      *             blank or repeated
      *   GCBALDEF  balancing links (gcbal01): sides other than IN,
      *             OUT or TRL, jobs no step runs as
      * A finding is FAIL where the consumer stops, refuses or skips
      * work - a step would not run, or run wrong - and WARN where it
      * carries on with a fallback the night can live with.  A file
      * that is not there is reported only where a step needs it.
      * The preflight runs in the directory the night runs in, with
      * the night's environment (an evening JOBNET step, or by hand);
      * it applies its own GCCONFIG settings through gccfg01 but a
      * refused configuration is a finding here, not a stop.
      * The report is written to RPTOUT in numbered pages, one
      * section per file and a summary, and, as gcreport01's is,
      * copied to the next SPOOL.nnnn and cataloged in SPOOLCAT so the
      * GC77SPOOLVIEW viewer shows it.
      *
      * Environment:
      *   JOBNAME        job name in the headings (default GCPREFL)
      *   GCRPT_NAME     spool catalog report name (default PREFLIGHT)
      *
      * Return codes: 0 night ready, 4 ready with warnings, 8 not
      * ready - at least one FAIL.
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. gcprefl01.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
           select rptout assign to "RPTOUT"
               organization is line sequential
               file status  is fs-rptout.
      * the control file being checked, by the name its consumer
      * opens it under
           select optional ctlfile assign to ws-ctl-name
               organization is line sequential
               file status  is fs-ctlfile.
      * a step's parameter cards, read as spcrdsqf01 reads them
           select optional cardfile assign to ws-card-name
               organization is sequential
               file status  is fs-cardfile.
      * sspolsqf01.cpy (report spool catalog)
           copy sspolsqf01.
       data division.
       file section.
       fd  rptout.
       01  rptout-record           pic x(132).
       fd  ctlfile.
       01  ctlfile-record          pic x(1024).
       fd  cardfile.
       01  card-record.
           05 card-text            pic x(80).
      * the card layouts the card-reading programs copy
       01  card-layout-1.
           05 cl1-key-field        pic x(02).
           05 filler               pic x(01).
           05 cl1-direction        pic x(01).
           05 filler               pic x(76).
       01  card-layout-2.
           05 cl2-key occurs 3.
               10 cl2-key-field    pic x(02).
               10 filler           pic x(01).
               10 cl2-direction    pic x(01).
               10 filler           pic x(01).
           05 filler               pic x(65).
       01  card-layout-3.
           05 cl3-verb             pic x(07).
           05 filler               pic x(01).
           05 cl3-field            pic x(02).
           05 filler               pic x(01).
           05 cl3-operator         pic x(02).
           05 filler               pic x(01).
           05 cl3-literal          pic x(12).
           05 filler               pic x(01).
           05 cl3-connector        pic x(03).
           05 filler               pic x(50).
       01  card-layout-4.
           05 cl4-range-low        pic x(05).
           05 filler               pic x(01).
           05 cl4-range-high       pic x(05).
           05 filler               pic x(69).
       01  card-layout-5.
           05 cl5-in-translate     pic x(01).
           05 filler               pic x(01).
           05 cl5-out-translate    pic x(01).
           05 filler               pic x(01).
           05 cl5-altseq           pic x(01).
           05 filler               pic x(75).
       01  card-layout-6.
           05 cl6-count            pic x(07).
           05 filler               pic x(01).
           05 cl6-distribution     pic x(01).
           05 filler               pic x(01).
           05 cl6-dup-pct          pic x(02).
           05 filler               pic x(01).
           05 cl6-order            pic x(01).
           05 filler               pic x(66).
       01  card-layout-7.
           05 cl7-verb             pic x(07).
           05 filler               pic x(01).
           05 cl7-field-name       pic x(20).
           05 filler               pic x(01).
           05 cl7-form             pic x(03).
           05 filler               pic x(01).
           05 cl7-length           pic x(03).
           05 filler               pic x(44).
       01  card-layout-7-key.
           05 filler               pic x(29).
           05 cl7-direction        pic x(01).
           05 filler               pic x(50).
      * fspolsqf01.cpy
           copy fspolsqf01.
      *
       working-storage section.
       77 fs-rptout                      pic xx.
       77 fs-spoolcat                    pic xx.
       77 fs-ctlfile                     pic xx.
       77 fs-cardfile                    pic xx.
       77 ws-job-name                    pic x(8) value spaces.
       77 ws-run-date                    pic x(8).
       77 ws-ctl-name                    pic x(64) value spaces.
       77 ws-card-name                   pic x(64) value spaces.
      * spool registration: the report is copied to SPOOL.nnnn and
      * cataloged in SPOOLCAT
       77 ws-report-name                 pic x(12) value spaces.
       77 ws-spool-seq                   pic 9(4) value zero.
       77 ws-spool-location              pic x(20) value spaces.
       77 ws-spool-time                  pic 9(8) value zero.
       77 ws-spool-eof                   pic 9 value zero.
       77 ws-line-total                  pic 9(7) value zero.
       77 ws-call-status                 pic s9(9) comp value zero.
      *
      * this run's own configuration, kept for the GCCONFIG section
       77 ws-cfg-available               pic x(01) value "Y".
       77 ws-cfg-result                  pic x(02) value spaces.
       77 ws-cfg-profile                 pic x(08) value spaces.
       77 ws-cfg-line                    pic 9(4) value zero.
       77 ws-cfg-applied                 pic 9(3) value zero.
      *
      * the sections of the report, one per control file
       77 ws-sec-ix                      pic 9(2) value zero.
       77 ws-sec-printed                 pic 9(4) value zero.
       01 ws-section-values.
           05 filler pic x(10) value "GCCONFIG".
           05 filler pic x(50)
               value "central configuration (gccfg01)".
           05 filler pic x(10) value "GCCAL".
           05 filler pic x(50)
               value "run calendars (jobsched, gcbizdt01, gcperacc01)".
           05 filler pic x(10) value "FEEDDEF".
           05 filler pic x(50)
               value "feed definitions (filewatch)".
           05 filler pic x(10) value "JOBNET".
           05 filler pic x(50)
               value "job network (jobsched)".
           05 filler pic x(10) value "SYSIN".
           05 filler pic x(50)
               value "parameter cards of the JOBNET steps".
           05 filler pic x(10) value "GCSLA".
           05 filler pic x(50)
               value "job deadlines (GC70JOBMON)".
           05 filler pic x(10) value "GCRULES".
           05 filler pic x(50)
               value "business rules (gcvalid01)".
           05 filler pic x(10) value "DISTDIR".
           05 filler pic x(50)
               value "distribution directory (gcburst01)".
           05 filler pic x(10) value "GCBALDEF".
           05 filler pic x(50)
               value "balancing links (gcbal01)".
       01 ws-section-table redefines ws-section-values.
           05 ws-section           occurs 9.
               10 sec-file         pic x(10).
               10 sec-title        pic x(50).
       01 ws-section-counts.
           05 ws-section-count     occurs 9.
               10 sec-present      pic x(01).
               10 sec-lines        pic 9(4).
               10 sec-fails        pic 9(4).
               10 sec-warns        pic 9(4).
      *
      * the control line being checked: its fields as its consumer
      * splits them, and the consumer's record length and field
      * widths (the layout)
       77 ws-ctl-eof                     pic x(01) value "N".
       77 ws-line-number                 pic 9(4) value zero.
       77 ws-line-length                 pic 9(4) value zero.
       77 ws-line-usable                 pic x(01) value "Y".
       77 ws-field-count                 pic 9(4) value zero.
       77 ws-fld-ix                      pic 9(2) value zero.
       77 ws-fld-length                  pic 9(4) value zero.
       01 ws-field-table.
           05 ws-fld               pic x(256) occurs 10.
       77 ws-lay-consumer                pic x(10) value spaces.
       77 ws-lay-record                  pic 9(4) value zero.
       77 ws-lay-min-fields              pic 9(2) value zero.
       77 ws-lay-max-fields              pic 9(2) value zero.
       01 ws-layout-table.
           05 ws-layout-field      occurs 10.
               10 lay-caption      pic x(14).
               10 lay-width        pic 9(3).
      *
      * findings
       77 ws-fnd-sec                     pic 9(2) value zero.
       77 ws-fnd-line                    pic 9(4) value zero.
       77 ws-fnd-level                   pic x(04) value spaces.
       77 ws-fnd-text                    pic x(100) value spaces.
       77 ws-total-fails                 pic 9(4) value zero.
       77 ws-total-warns                 pic 9(4) value zero.
       77 ws-edit-1                      pic z(4)9.
       77 ws-edit-2                      pic z(4)9.
       77 ws-step-label                  pic x(16) value spaces.
      *
      * GCCAL: the calendar names and the counts jobsched holds
       77 ws-cal-count                   pic 9(3) value zero.
       77 ws-cal-ix                      pic 9(3) value zero.
       77 ws-holiday-count               pic 9(3) value zero.
       77 ws-cal-found                   pic x(01) value "N".
       77 ws-cal-look                    pic x(12) value spaces.
       77 ws-cal-rule                    pic x(16) value spaces.
       77 ws-cal-number                  pic 9(3) value zero.
       01 ws-cal-table.
           05 ws-cal-name          pic x(12) occurs 50.
      *
      * FEEDDEF: the feeds, and whether a step waits on each
       77 ws-feed-count                  pic 9(3) value zero.
       77 ws-feed-ix                     pic 9(3) value zero.
       77 ws-feed-found                  pic 9(3) value zero.
       77 ws-feed-look                   pic x(08) value spaces.
       01 ws-feed-table.
           05 ws-feed              occurs 50.
               10 feed-name        pic x(08).
               10 feed-line        pic 9(4).
               10 feed-used        pic x(01).
       77 ws-time-text                   pic x(04) value spaces.
       77 ws-time-ok                     pic x(01) value "N".
       77 ws-time-earliest               pic 9(4) value zero.
       77 ws-time-latest                 pic 9(4) value zero.
      *
      * JOBNET: the steps as jobsched loads them, with the program
      * each runs and the name it writes its history under
       77 ws-step-count                  pic 9(3) value zero.
       77 ws-step-read                   pic 9(3) value zero.
       77 ws-s                           pic 9(3) value zero.
       77 ws-p                           pic 9(3) value zero.
       77 ws-k                           pic 9(3) value zero.
       77 ws-i                           pic 9(3) value zero.
       77 ws-j                           pic 9(3) value zero.
       01 ws-step-table.
           05 ws-step              occurs 50.
               10 stp-name         pic x(08).
               10 stp-line         pic 9(4).
               10 stp-preds        pic x(64).
               10 stp-calendar     pic x(12).
               10 stp-env          pic x(64).
               10 stp-program      pic x(12).
               10 stp-run-name     pic x(08).
               10 stp-card-layout  pic 9(01).
               10 stp-card-file    pic x(64).
               10 stp-card-named   pic x(01).
       01 ws-reach-table.
           05 ws-reach-row         occurs 50.
               10 ws-reach         pic x(01) occurs 50.
       77 ws-step-found                  pic 9(3) value zero.
       77 ws-step-look                   pic x(08) value spaces.
       77 ws-job-known                   pic x(01) value "N".
       77 ws-item                        pic x(128) value spaces.
       77 ws-item-pointer                pic 9(4) value zero.
       77 ws-item-limit                  pic 9(4) value zero.
       77 ws-item-count                  pic 9(3) value zero.
       77 ws-item-name                   pic x(64) value spaces.
       77 ws-item-value                  pic x(64) value spaces.
       77 ws-equal-tally                 pic 9(3) value zero.
       77 ws-semicolon-tally             pic 9(4) value zero.
       77 ws-cond-text                   pic x(12) value spaces.
       77 ws-cond-lo                     pic x(06) value spaces.
       77 ws-cond-hi                     pic x(06) value spaces.
       77 ws-token                       pic x(128) value spaces.
       77 ws-token-part                  pic x(128) value spaces.
       77 ws-cycle-list                  pic x(60) value spaces.
       77 ws-cycle-pointer               pic 9(3) value zero.
      *
      * the programs a step may run: the name each writes its
      * history under when the step's environment sets no JOBNAME,
      * and the layout of the parameter cards it reads (0 none)
       77 ws-prg-ix                      pic 9(2) value zero.
       77 ws-prg-found                   pic 9(2) value zero.
       77 ws-prg-max                     pic 9(2) value 24.
       01 ws-program-values.
           05 filler pic x(21) value "GCDQSCR01   GCDQSCR 0".
           05 filler pic x(21) value "GCRPTGEN01  GCRPTGEN0".
           05 filler pic x(21) value "GCGENCAT01  GCGENCAT0".
           05 filler pic x(21) value "GCREPORT01  GCREPORT0".
           05 filler pic x(21) value "GCGENDAT01  GCGENDAT6".
           05 filler pic x(21) value "SOUTFSQF14  SOUTF14 3".
           05 filler pic x(21) value "SOUTFSQF15  SOUTF15 4".
           05 filler pic x(21) value "GCDSORT01   GCDSORT 7".
           05 filler pic x(21) value "GCVALID01   GCVALID 0".
           05 filler pic x(21) value "GCBURST01   GCBURST 0".
           05 filler pic x(21) value "GCBAL01     GCBAL   0".
           05 filler pic x(21) value "GCJRNRPT01  GCJRNRPT0".
           05 filler pic x(21) value "SOUTFSQF04B SOUTF04B0".
           05 filler pic x(21) value "GCTRACE01   GCTRACE 0".
           05 filler pic x(21) value "GCTOTHIST01 GCTOTHST0".
           05 filler pic x(21) value "SOUTFSQF13  SOUTF13 0".
           05 filler pic x(21) value "GCCFGRPT01  GCCFGRPT0".
           05 filler pic x(21) value "GCPERACC01  GCPERACC0".
           05 filler pic x(21) value "SOUTFSQF16  SOUTF16 5".
           05 filler pic x(21) value "GCSAMPLE01  GCSAMPLE0".
           05 filler pic x(21) value "SOUTFSQF12          1".
           05 filler pic x(21) value "GCSEQCHK01          1".
           05 filler pic x(21) value "SOUTFSQF05          2".
           05 filler pic x(21) value "GCPREFL01   GCPREFL 0".
       01 ws-program-table redefines ws-program-values.
           05 ws-program-entry     occurs 24.
               10 prg-name         pic x(12).
               10 prg-run-name     pic x(08).
               10 prg-card-layout  pic 9(01).
      *
      * SYSIN: the cards of one step
       77 ws-card-number                 pic 9(4) value zero.
       77 ws-card-eof                    pic x(01) value "N".
       77 ws-card-taken                  pic 9(4) value zero.
       77 ws-card-verb                   pic x(07) value spaces.
       77 ws-card-keys                   pic 9(3) value zero.
       77 ws-card-items                  pic 9(3) value zero.
       77 ws-card-key-ix                 pic 9(1) value zero.
       77 ws-card-program                pic x(12) value spaces.
      *
      * DISTDIR: the key ranges and recipients
       77 ws-dist-count                  pic 9(3) value zero.
       77 ws-dist-ix                     pic 9(3) value zero.
       01 ws-dist-table.
           05 ws-dist              occurs 50.
               10 dist-from        pic x(05).
               10 dist-to          pic x(05).
               10 dist-recipient   pic x(12).
               10 dist-line        pic 9(4).
      *
      * GCRULES
       77 ws-rule-count                  pic 9(3) value zero.
       77 ws-rule-field                  pic x(03) value spaces.
       77 ws-rule-op                     pic x(08) value spaces.
      *
      * page control
       77 ws-page-number                 pic 9(4) value zero.
       77 ws-line-count                  pic 9(2) value 99.
       77 ws-page-limit                  pic 9(2) value 55.
       77 ws-column-heading              pic x(132) value spaces.
      *
      * print lines
       01 heading-line-1.
           05 filler               pic x(05) value "JOB: ".
           05 hd1-job-name         pic x(08).
           05 filler               pic x(20) value spaces.
           05 filler               pic x(30)
               value "NIGHT-READINESS PREFLIGHT".
           05 filler               pic x(06) value "DATE: ".
           05 hd1-run-date         pic x(08).
           05 filler               pic x(02) value spaces.
           05 filler               pic x(06) value "PAGE: ".
           05 hd1-page             pic zzz9.
       01 finding-heading.
           05 filler               pic x(12) value "FILE".
           05 filler               pic x(06) value "LINE".
           05 filler               pic x(06) value "LEVEL".
           05 filler               pic x(108) value "FINDING".
       01 section-line.
           05 scl-file             pic x(10).
           05 filler               pic x(02) value spaces.
           05 scl-title            pic x(50).
       01 detail-line.
           05 dtl-file             pic x(10).
           05 filler               pic x(02).
           05 dtl-line             pic zzz9.
           05 filler               pic x(02).
           05 dtl-level            pic x(04).
           05 filler               pic x(02).
           05 dtl-text             pic x(100).
       01 note-line.
           05 filler               pic x(24) value spaces.
           05 nte-text             pic x(100).
       01 summary-heading.
           05 filler               pic x(12) value "FILE".
           05 filler               pic x(10) value "PRESENT".
           05 filler               pic x(08) value "LINES".
           05 filler               pic x(08) value "FAIL".
           05 filler               pic x(08) value "WARN".
           05 filler               pic x(86) value "RESULT".
       01 summary-line.
           05 sml-file             pic x(10).
           05 filler               pic x(02).
           05 sml-present          pic x(07).
           05 filler               pic x(01).
           05 sml-lines            pic zzz9.
           05 filler               pic x(04).
           05 sml-fails            pic zzz9.
           05 filler               pic x(04).
           05 sml-warns            pic zzz9.
           05 filler               pic x(04).
           05 sml-result           pic x(10).
       01 verdict-line.
           05 filler               pic x(12) value "THE NIGHT : ".
           05 vrd-text             pic x(60).
      * ============================= *
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.

      * ============================= *
       procedure division.
      * ============================= *
       master-preflight.
           perform apply-configuration
           accept ws-job-name from environment "JOBNAME"
           if ws-job-name equal spaces
               move "GCPREFL" to ws-job-name
           end-if
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-run-date
           display "*===============================================* "
           display " Night-readiness preflight "
           display "*===============================================* "
           open output rptout
           move finding-heading to ws-column-heading
           perform check-configuration
           perform check-calendars
           perform check-feeds
           perform check-job-network
           perform check-parameter-cards
           perform check-deadlines
           perform check-business-rules
           perform check-distribution
           perform check-balancing
           perform print-summary
           close rptout
           perform register-in-spool
           display "*===============================================* "
           display " Failures                : " ws-total-fails
           display " Warnings                : " ws-total-warns
           display " Pages                   : " ws-page-number
           display " " trim(vrd-text)
           display "*===============================================* "
           evaluate true
               when ws-total-fails greater than zero
                   move 8 to return-code
               when ws-total-warns greater than zero
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate
           goback
           .
      * ============================= *
      * this run's settings; unlike prcfgld01 a refused configuration
      * does not end the run - it is the first finding of the report
      * ============================= *
       apply-configuration.
      * ============================= *
           move "GCPREFL01" to cfg-program
           move "APPLY" to cfg-request
           call "gccfg01" using config-area
             on exception
               move "N" to ws-cfg-available
           end-call
           if ws-cfg-available equal "Y"
               move cfg-result   to ws-cfg-result
               move cfg-profile  to ws-cfg-profile
               move cfg-src-line to ws-cfg-line
               move cfg-applied  to ws-cfg-applied
           end-if
           .
      * ============================= *
      * GCCONFIG: every step applies it through prcfgld01 first
      * ============================= *
       check-configuration.
      * ============================= *
           move 1 to ws-sec-ix
           perform open-section
           move "GCCONFIG" to ws-ctl-name
           open input ctlfile
           if fs-ctlfile equal "00"
               move "Y" to sec-present(ws-sec-ix)
           end-if
           close ctlfile
           move zero to ws-line-number
           if ws-cfg-available not equal "Y"
               string "gccfg01 is not available; every step that"
                      " applies its configuration ends with return"
                      " code 16"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               perform close-section
               exit paragraph
           end-if
           evaluate ws-cfg-result
               when "00"
                   continue
               when "NP"
                   string "GCCONFIG has profile lines but GCPROFILE is"
                          " not set; every step is refused its"
                          " configuration"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               when "UP"
                   string "profile " trim(ws-cfg-profile)
                          " (GCPROFILE) is not in GCCONFIG; every step"
                          " is refused its configuration"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               when "NF"
                   string "GCPROFILE " trim(ws-cfg-profile)
                          " is set but there is no GCCONFIG; every"
                          " step is refused its configuration"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               when "BL"
                   move ws-cfg-line to ws-line-number
                   string "line is not profile;program;NAME=value;"
                          " every step is refused its configuration"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               when other
                   string "gccfg01 refuses the configuration, result "
                          ws-cfg-result
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           if ws-cfg-result equal "00"
              and sec-present(ws-sec-ix) equal "Y"
               move spaces to nte-text
               if ws-cfg-profile equal spaces
                   move "accepted, no profile" to nte-text
               else
                   string "accepted for profile " trim(ws-cfg-profile)
                       delimited by size into nte-text
                   end-string
               end-if
               perform print-note
           end-if
           perform close-section
           .
      * ============================= *
      * GCCAL: calname;rule or HOLIDAY;yyyymmdd.  gcbizdt01 reads
      * 80-character lines, jobsched holds 50 rules and 100 holidays
      * ============================= *
       check-calendars.
      * ============================= *
           move 2 to ws-sec-ix
           perform open-section
           move "gcbizdt01" to ws-lay-consumer
           move 80 to ws-lay-record
           move 2 to ws-lay-min-fields
           move 2 to ws-lay-max-fields
           move "calendar name" to lay-caption(1)
           move 12 to lay-width(1)
           move "rule" to lay-caption(2)
           move 16 to lay-width(2)
           move "GCCAL" to ws-ctl-name
           perform read-control-file
           perform close-section
           .
      * ============================= *
       take-calendar-line.
      * ============================= *
           move upper-case(trim(ws-fld(1))) to ws-cal-look
           move upper-case(trim(ws-fld(2))) to ws-cal-rule
           if ws-cal-look equal "HOLIDAY"
               add 1 to ws-holiday-count
               if ws-holiday-count equal 101
                   move "more than 100 holidays; jobsched ignores the"
                       & " rest" to ws-fnd-text
                   perform line-fail
               end-if
               if ws-cal-rule(1:8) is not numeric
                  or ws-cal-rule(9:) not equal spaces
                   string "holiday " trim(ws-cal-rule)
                          " is not a yyyymmdd date"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
                   exit paragraph
               end-if
               if test-date-yyyymmdd(numval(ws-cal-rule(1:8)))
                  not equal zero
                   string "holiday " trim(ws-cal-rule)
                          " is not a calendar date"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
               exit paragraph
           end-if
           if ws-cal-look equal spaces
               move "rule has no calendar name" to ws-fnd-text
               perform line-fail
               exit paragraph
           end-if
           add 1 to ws-cal-count
           if ws-cal-count greater than 50
               move 50 to ws-cal-count
               string "more than 50 calendar rules; jobsched ignores "
                      trim(ws-cal-look) " from here"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           move ws-cal-look to ws-cal-name(ws-cal-count)
           evaluate true
               when ws-cal-rule equal "DAILY"
               when ws-cal-rule equal "EOM"
               when ws-cal-rule equal "WORK"
                   continue
               when ws-cal-rule(1:4) equal "DOW="
                   move zero to ws-cal-number
                   if ws-cal-rule(5:2) is numeric
                       move ws-cal-rule(5:2) to ws-cal-number
                   end-if
                   if ws-cal-rule(6:1) equal space
                      and ws-cal-rule(5:1) is numeric
                       move ws-cal-rule(5:1) to ws-cal-number
                   end-if
                   if ws-cal-number less than 1
                      or ws-cal-number greater than 7
                      or ws-cal-rule(7:) not equal spaces
                       string "calendar " trim(ws-cal-look) ": "
                              trim(ws-cal-rule) " is not DOW=1 to"
                              " DOW=7; the calendar never runs"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
               when ws-cal-rule(1:4) equal "DOM="
                   move zero to ws-cal-number
                   if test-numval(ws-cal-rule(5:3)) equal zero
                       compute ws-cal-number
                           = numval(ws-cal-rule(5:3))
                   end-if
                   if ws-cal-number less than 1
                      or ws-cal-number greater than 31
                      or ws-cal-rule(8:) not equal spaces
                       string "calendar " trim(ws-cal-look) ": "
                              trim(ws-cal-rule) " is not DOM=1 to"
                              " DOM=31; the calendar never runs"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
               when other
                   string "calendar " trim(ws-cal-look) ": rule "
                          trim(ws-cal-rule) " is not DAILY, DOW=n,"
                          " DOM=nn, EOM or WORK; the calendar never"
                          " runs"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           .
      * ============================= *
      * FEEDDEF: name;filename;earliest;latest;test
      * ============================= *
       check-feeds.
      * ============================= *
           move 3 to ws-sec-ix
           perform open-section
           move "filewatch" to ws-lay-consumer
           move 256 to ws-lay-record
           move 5 to ws-lay-min-fields
           move 5 to ws-lay-max-fields
           move "feed name" to lay-caption(1)
           move 8 to lay-width(1)
           move "file name" to lay-caption(2)
           move 40 to lay-width(2)
           move "earliest" to lay-caption(3)
           move 4 to lay-width(3)
           move "latest" to lay-caption(4)
           move 4 to lay-width(4)
           move "test" to lay-caption(5)
           move 8 to lay-width(5)
           move "FEEDDEF" to ws-ctl-name
           perform read-control-file
           perform close-section
           .
      * ============================= *
       take-feed-line.
      * ============================= *
           move upper-case(trim(ws-fld(1))) to ws-feed-look
           if ws-feed-look equal spaces
               move "feed has no name" to ws-fnd-text
               perform line-fail
               exit paragraph
           end-if
           perform find-feed
           if ws-feed-found not equal zero
               move feed-line(ws-feed-found) to ws-edit-1
               string "feed " trim(ws-feed-look) " is already defined"
                      " on line " trim(ws-edit-1)
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           if ws-feed-count equal 50
               exit paragraph
           end-if
           add 1 to ws-feed-count
           move ws-feed-look to feed-name(ws-feed-count)
           move ws-line-number to feed-line(ws-feed-count)
           move "N" to feed-used(ws-feed-count)
           if ws-feed-count greater than 20
               string "feed " trim(ws-feed-look) ": filewatch watches"
                      " 20 feeds and ignores this one"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           if ws-fld(2) equal spaces
               string "feed " trim(ws-feed-look) " names no file"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           move zero to ws-time-earliest
           if ws-fld(3) not equal spaces
               move ws-fld(3) to ws-time-text
               perform check-time-text
               if ws-time-ok equal "N"
                   string "feed " trim(ws-feed-look) ": earliest "
                          trim(ws-fld(3)) " is not an HHMM time"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               else
                   move ws-time-text to ws-time-earliest
               end-if
           end-if
           move ws-fld(4) to ws-time-text
           perform check-time-text
           if ws-time-ok equal "N"
               string "feed " trim(ws-feed-look) ": latest "
                      trim(ws-fld(4)) " is not an HHMM time; filewatch"
                      " reports the feed late at once"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           else
               move ws-time-text to ws-time-latest
               if ws-time-earliest greater than ws-time-latest
                   string "feed " trim(ws-feed-look) ": window "
                          trim(ws-fld(3)) "-" trim(ws-fld(4))
                          " ends before it starts; filewatch does"
                          " not wrap past midnight"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           evaluate upper-case(trim(ws-fld(5)))
               when "SIZE"
               when "TRAILER"
                   continue
               when other
                   string "feed " trim(ws-feed-look) ": test "
                          trim(ws-fld(5)) " is not SIZE or TRAILER;"
                          " filewatch applies the SIZE test"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           .
      * ============================= *
      * ws-time-text a 24-hour HHMM time: ws-time-ok Y or N
      * ============================= *
       check-time-text.
      * ============================= *
           move "N" to ws-time-ok
           if ws-time-text is numeric
              and ws-time-text(1:2) less than "24"
              and ws-time-text(3:2) less than "60"
               move "Y" to ws-time-ok
           end-if
           .
      * ============================= *
       find-feed.
      * ============================= *
           move zero to ws-feed-found
           perform test-one-feed
               varying ws-feed-ix from 1 by 1
               until ws-feed-ix greater than ws-feed-count
                  or ws-feed-found not equal zero
           .
      * ============================= *
       test-one-feed.
      * ============================= *
           if feed-name(ws-feed-ix) equal ws-feed-look
               move ws-feed-ix to ws-feed-found
           end-if
           .
      * ============================= *
      * JOBNET: name;command;preds;restart;calendar;limit;env;
      * resources;okrc;host - read whole, then checked as a network
      * ============================= *
       check-job-network.
      * ============================= *
           move 4 to ws-sec-ix
           perform open-section
           move "jobsched" to ws-lay-consumer
           move 256 to ws-lay-record
           move 6 to ws-lay-min-fields
           move 10 to ws-lay-max-fields
           move "name" to lay-caption(1)
           move 8 to lay-width(1)
           move "command" to lay-caption(2)
           move 128 to lay-width(2)
           move "predecessors" to lay-caption(3)
           move 64 to lay-width(3)
           move "restartable" to lay-caption(4)
           move 1 to lay-width(4)
           move "calendar" to lay-caption(5)
           move 12 to lay-width(5)
           move "time limit" to lay-caption(6)
           move 8 to lay-width(6)
           move "environment" to lay-caption(7)
           move 64 to lay-width(7)
           move "resources" to lay-caption(8)
           move 128 to lay-width(8)
           move "good rc" to lay-caption(9)
           move 4 to lay-width(9)
           move "host" to lay-caption(10)
           move 32 to lay-width(10)
           move "JOBNET" to ws-ctl-name
           perform read-control-file
           if sec-present(ws-sec-ix) not equal "Y"
               move zero to ws-line-number
               move "there is no JOBNET; jobsched runs nothing"
                   to ws-fnd-text
               perform line-fail
               perform close-section
               exit paragraph
           end-if
           if ws-step-read equal zero
               move zero to ws-line-number
               move "JOBNET defines no steps; jobsched ends with"
                   & " return code 8" to ws-fnd-text
               perform line-fail
               perform close-section
               exit paragraph
           end-if
           move spaces to ws-reach-table
           perform check-one-step
               varying ws-s from 1 by 1
               until ws-s greater than ws-step-count
           perform find-cycles
           perform check-feed-usage
               varying ws-feed-ix from 1 by 1
               until ws-feed-ix greater than ws-feed-count
           perform close-section
           .
      * ============================= *
      * one JOBNET line, checked as jobsched loads it
      * ============================= *
       take-step-line.
      * ============================= *
           add 1 to ws-step-read
           if ws-step-read equal 21
               move "a 21st step: jobsched holds 20 and ends the"
                   & " night with return code 8 before any step runs"
                   to ws-fnd-text
               perform line-fail
           end-if
           if ws-step-count equal 50
               exit paragraph
           end-if
           add 1 to ws-step-count
           move ws-step-count to ws-s
           move spaces to ws-step(ws-s)
           move ws-line-number to stp-line(ws-s)
           move zero to stp-card-layout(ws-s)
           move "N" to stp-card-named(ws-s)
           move upper-case(trim(ws-fld(1)(1:8))) to stp-name(ws-s)
           perform set-step-label
           if stp-name(ws-s) equal spaces
               move "step has no name" to ws-fnd-text
               perform line-fail
           else
               move stp-name(ws-s) to ws-step-look
               perform find-step
               if ws-step-found less than ws-s
                   move stp-line(ws-step-found) to ws-edit-1
                   string "step name " trim(stp-name(ws-s))
                          " is already used on line " trim(ws-edit-1)
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           if ws-fld(2) equal spaces
               string trim(ws-step-label) " has no command"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           move upper-case(ws-fld(3)(1:64)) to stp-preds(ws-s)
           evaluate upper-case(ws-fld(4)(1:1))
               when "R"
               when "N"
               when space
                   continue
               when other
                   string trim(ws-step-label) " restartable "
                          trim(ws-fld(4)) " is not R or N"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           move upper-case(trim(ws-fld(5)(1:12))) to stp-calendar(ws-s)
           if ws-fld(6) not equal spaces
               if test-numval(ws-fld(6)(1:8)) not equal zero
                   string trim(ws-step-label) " time limit "
                          trim(ws-fld(6)) " is not a number of"
                          " seconds; jobsched runs the step without"
                          " one"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           move ws-fld(7)(1:64) to stp-env(ws-s)
           perform check-step-environment
           perform check-step-resources
           if ws-fld(9) not equal spaces
               if test-numval(ws-fld(9)(1:4)) not equal zero
                   string trim(ws-step-label) " good return code "
                          trim(ws-fld(9)) " is not a number;"
                          " jobsched takes 0"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           perform derive-step-program
           .
      * ============================= *
       set-step-label.
      * ============================= *
           move spaces to ws-step-label
           string "step " trim(stp-name(ws-s))
               delimited by size into ws-step-label
           end-string
           .
      * ============================= *
      * the program a step runs: the command's first word, without
      * its directory, in upper case
      * ============================= *
       derive-step-program.
      * ============================= *
           move spaces to ws-token
           move trim(ws-fld(2)(1:128)) to ws-token-part
           unstring ws-token-part delimited by all space
               into ws-token
           end-unstring
           move reverse(trim(ws-token)) to ws-token-part
           move spaces to ws-token
           unstring ws-token-part delimited by "/" or "\"
               into ws-token
           end-unstring
           move ws-token to ws-token-part
           move upper-case(reverse(trim(ws-token-part)))
             to stp-program(ws-s)
           move zero to ws-prg-found
           perform test-one-program
               varying ws-prg-ix from 1 by 1
               until ws-prg-ix greater than ws-prg-max
                  or ws-prg-found not equal zero
           if ws-prg-found not equal zero
               if stp-run-name(ws-s) equal spaces
                   move prg-run-name(ws-prg-found)
                     to stp-run-name(ws-s)
               end-if
               move prg-card-layout(ws-prg-found)
                 to stp-card-layout(ws-s)
           end-if
           .
      * ============================= *
       test-one-program.
      * ============================= *
           if prg-name(ws-prg-ix) equal stp-program(ws-s)
               move ws-prg-ix to ws-prg-found
           end-if
           .
      * ============================= *
      * the environment field: NAME=value items, comma-separated,
      * which jobsched puts in front of the command; JOBNAME names
      * the step's history, SYSIN (DD_SYSIN, dd_SYSIN) its cards
      * ============================= *
       check-step-environment.
      * ============================= *
           move 1 to ws-item-pointer
           move 64 to ws-item-limit
           perform check-one-env-item
               until ws-item-pointer greater than ws-item-limit
           .
      * ============================= *
       check-one-env-item.
      * ============================= *
           move spaces to ws-item
           unstring stp-env(ws-s) delimited by ","
               into ws-item
               with pointer ws-item-pointer
           end-unstring
           if ws-item equal spaces
               if ws-item-pointer not greater than ws-item-limit
                  and stp-env(ws-s)(ws-item-pointer:) equal spaces
                   move 65 to ws-item-pointer
               end-if
               exit paragraph
           end-if
           move zero to ws-equal-tally
           inspect ws-item tallying ws-equal-tally for all "="
           move spaces to ws-item-name ws-item-value
           unstring trim(ws-item) delimited by "="
               into ws-item-name ws-item-value
           end-unstring
           if ws-equal-tally equal zero
              or ws-item-name equal spaces
               string trim(ws-step-label) " environment item "
                      trim(ws-item) " is not NAME=value"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           evaluate trim(ws-item-name)
               when "JOBNAME"
                   move upper-case(ws-item-value(1:8))
                     to stp-run-name(ws-s)
               when "SYSIN"
               when "DD_SYSIN"
               when "dd_SYSIN"
                   move ws-item-value to stp-card-file(ws-s)
                   move "Y" to stp-card-named(ws-s)
               when other
                   continue
           end-evaluate
           .
      * ============================= *
      * the resources field: NAME, NAME:S or NAME:X, at most 8
      * ============================= *
       check-step-resources.
      * ============================= *
           move zero to ws-item-count
           move 1 to ws-item-pointer
           move 128 to ws-item-limit
           perform check-one-resource
               until ws-item-pointer greater than ws-item-limit
           .
      * ============================= *
       check-one-resource.
      * ============================= *
           move spaces to ws-item
           unstring ws-fld(8)(1:128) delimited by ","
               into ws-item
               with pointer ws-item-pointer
           end-unstring
           if ws-item equal spaces
               if ws-item-pointer not greater than ws-item-limit
                  and ws-fld(8)(ws-item-pointer:128) equal spaces
                   move 129 to ws-item-pointer
               end-if
               exit paragraph
           end-if
           add 1 to ws-item-count
           move spaces to ws-item-name ws-item-value
           unstring upper-case(trim(ws-item)) delimited by ":"
               into ws-item-name ws-item-value
           end-unstring
           evaluate ws-item-value
               when "S"
               when "X"
               when spaces
                   continue
               when other
                   string trim(ws-step-label) " resource "
                          trim(ws-item-name) " mode "
                          trim(ws-item-value) " is not S or X;"
                          " jobsched takes it exclusive"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-warn
           end-evaluate
           if ws-item-count equal 9
               string trim(ws-step-label) " names more than 8"
                      " resources; jobsched ignores "
                      trim(ws-item-name) " and those after it"
                   delimited by size into ws-fnd-text
               end-string
               perform line-warn
           end-if
           .
      * ============================= *
      * a loaded step against the rest of the network
      * ============================= *
       check-one-step.
      * ============================= *
           move stp-line(ws-s) to ws-line-number
           perform set-step-label
           if stp-calendar(ws-s) not equal spaces
               move stp-calendar(ws-s) to ws-cal-look
               perform find-calendar
               if ws-cal-found equal "N"
                   string trim(ws-step-label) " calendar "
                          trim(stp-calendar(ws-s)) " is not in GCCAL;"
                          " jobsched runs the step every night"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           move 1 to ws-item-pointer
           move 64 to ws-item-limit
           perform check-one-predecessor
               until ws-item-pointer greater than ws-item-limit
           if stp-program(ws-s) equal "FILEWATCH"
              and sec-present(3) not equal "Y"
               string trim(ws-step-label) " runs filewatch but there"
                      " is no FEEDDEF; filewatch cannot start"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * one predecessor item: @feed, !NAME, NAME, NAME=n, NAME=lo-hi
      * ============================= *
       check-one-predecessor.
      * ============================= *
           move spaces to ws-item
           unstring stp-preds(ws-s) delimited by ","
               into ws-item
               with pointer ws-item-pointer
           end-unstring
           if ws-item equal spaces
               if ws-item-pointer not greater than ws-item-limit
                  and stp-preds(ws-s)(ws-item-pointer:) equal spaces
                   move 65 to ws-item-pointer
               end-if
               exit paragraph
           end-if
           if length(trim(ws-item trailing)) greater than 20
               string trim(ws-step-label) " predecessor "
                      trim(ws-item) " is longer than the 20"
                      " characters jobsched reads"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           if ws-item(1:1) equal "@"
               perform check-feed-predecessor
               exit paragraph
           end-if
           move spaces to ws-item-name ws-cond-text
           if ws-item(1:1) equal "!"
               move ws-item(2:) to ws-item-name
           else
               unstring ws-item delimited by "="
                   into ws-item-name ws-cond-text
               end-unstring
               if ws-cond-text not equal spaces
                   perform check-predecessor-condition
               end-if
           end-if
           move ws-item-name to ws-step-look
           perform find-step
           if ws-step-found equal zero
              or ws-item-name(9:) not equal spaces
               string trim(ws-step-label) " predecessor "
                      trim(ws-item-name) " is not a step of JOBNET;"
                      " jobsched skips the step"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           move "Y" to ws-reach(ws-s, ws-step-found)
           .
      * ============================= *
      * NAME=n or NAME=lo-hi: return codes 0 to 999
      * ============================= *
       check-predecessor-condition.
      * ============================= *
           move spaces to ws-cond-lo ws-cond-hi
           unstring ws-cond-text delimited by "-"
               into ws-cond-lo ws-cond-hi
           end-unstring
           if ws-cond-hi equal spaces
               move ws-cond-lo to ws-cond-hi
           end-if
           if test-numval(ws-cond-lo) not equal zero
              or test-numval(ws-cond-hi) not equal zero
               string trim(ws-step-label) " condition " trim(ws-item)
                      " is not NAME=n or NAME=lo-hi; jobsched takes"
                      " it as a plain predecessor"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           if numval(ws-cond-lo) less than zero
              or numval(ws-cond-hi) greater than 999
              or numval(ws-cond-lo) greater than numval(ws-cond-hi)
               string trim(ws-step-label) " condition " trim(ws-item)
                      " is not a return-code range within 0-999;"
                      " the step is always bypassed"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * @feed: the FEEDOK marker filewatch leaves for a FEEDDEF feed
      * ============================= *
       check-feed-predecessor.
      * ============================= *
           move upper-case(trim(ws-item(2:))) to ws-feed-look
           if sec-present(3) not equal "Y"
               string trim(ws-step-label) " waits on feed "
                      trim(ws-feed-look) " but there is no FEEDDEF;"
                      " the step never starts"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           perform find-feed
           if ws-feed-found equal zero
               string trim(ws-step-label) " waits on feed "
                      trim(ws-feed-look) ", which is not in FEEDDEF;"
                      " the step never starts"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           else
               move "Y" to feed-used(ws-feed-found)
           end-if
           .
      * ============================= *
      * dependency cycles: the closure of the predecessor relation
      * (Warshall); a step that reaches itself never becomes ready
      * ============================= *
       find-cycles.
      * ============================= *
           perform close-one-path
               varying ws-k from 1 by 1
                   until ws-k greater than ws-step-count
               after ws-i from 1 by 1
                   until ws-i greater than ws-step-count
               after ws-j from 1 by 1
                   until ws-j greater than ws-step-count
           perform report-cycle-step
               varying ws-s from 1 by 1
               until ws-s greater than ws-step-count
           .
      * ============================= *
       close-one-path.
      * ============================= *
           if ws-reach(ws-i, ws-k) equal "Y"
              and ws-reach(ws-k, ws-j) equal "Y"
               move "Y" to ws-reach(ws-i, ws-j)
           end-if
           .
      * ============================= *
       report-cycle-step.
      * ============================= *
           if ws-reach(ws-s, ws-s) not equal "Y"
               exit paragraph
           end-if
           move spaces to ws-cycle-list
           move 1 to ws-cycle-pointer
           perform list-cycle-partner
               varying ws-p from 1 by 1
               until ws-p greater than ws-step-count
           move stp-line(ws-s) to ws-line-number
           perform set-step-label
           string trim(ws-step-label) " is on a dependency cycle"
                  " (with " trim(ws-cycle-list) "); it never runs"
               delimited by size into ws-fnd-text
           end-string
           perform line-fail
           .
      * ============================= *
       list-cycle-partner.
      * ============================= *
           if ws-p not equal ws-s
              and ws-reach(ws-s, ws-p) equal "Y"
              and ws-reach(ws-p, ws-s) equal "Y"
              and ws-cycle-pointer less than 50
               if ws-cycle-pointer greater than 1
                   string "," delimited by size
                       into ws-cycle-list
                       with pointer ws-cycle-pointer
                   end-string
               end-if
               string trim(stp-name(ws-p)) delimited by size
                   into ws-cycle-list
                   with pointer ws-cycle-pointer
               end-string
           end-if
           .
      * ============================= *
      * a feed no step waits on: filewatch watches and confirms it,
      * but nothing in the night uses it
      * ============================= *
       check-feed-usage.
      * ============================= *
           if feed-used(ws-feed-ix) equal "Y"
               exit paragraph
           end-if
           move 3 to ws-fnd-sec
           move feed-line(ws-feed-ix) to ws-fnd-line
           move "WARN" to ws-fnd-level
           string "feed " trim(feed-name(ws-feed-ix))
                  " is watched but no JOBNET step waits on it (@"
                  trim(feed-name(ws-feed-ix)) ")"
               delimited by size into ws-fnd-text
           end-string
           perform add-finding
           .
      * ============================= *
       find-step.
      * ============================= *
           move zero to ws-step-found
           perform test-one-step
               varying ws-p from 1 by 1
               until ws-p greater than ws-step-count
                  or ws-step-found not equal zero
           .
      * ============================= *
       test-one-step.
      * ============================= *
           if stp-name(ws-p) equal ws-step-look
               move ws-p to ws-step-found
           end-if
           .
      * ============================= *
       find-calendar.
      * ============================= *
           move "N" to ws-cal-found
           perform test-one-calendar
               varying ws-cal-ix from 1 by 1
               until ws-cal-ix greater than ws-cal-count
                  or ws-cal-found equal "Y"
           .
      * ============================= *
       test-one-calendar.
      * ============================= *
           if ws-cal-name(ws-cal-ix) equal ws-cal-look
               move "Y" to ws-cal-found
           end-if
           .
      * ============================= *
      * a job name the history (GCHIST, GCSTAT) will show tonight:
      * a step name, or the name a step's program writes under
      * ============================= *
       find-known-job.
      * ============================= *
           move "N" to ws-job-known
           perform test-one-known-job
               varying ws-p from 1 by 1
               until ws-p greater than ws-step-count
                  or ws-job-known equal "Y"
           .
      * ============================= *
       test-one-known-job.
      * ============================= *
           if stp-name(ws-p) equal ws-step-look
              or stp-run-name(ws-p) equal ws-step-look
               move "Y" to ws-job-known
           end-if
           .
      * ============================= *
      * SYSIN: the cards of each step whose program reads them
      * ============================= *
       check-parameter-cards.
      * ============================= *
           move 5 to ws-sec-ix
           perform open-section
           perform check-step-cards
               varying ws-s from 1 by 1
               until ws-s greater than ws-step-count
           perform close-section
           .
      * ============================= *
       check-step-cards.
      * ============================= *
           if stp-card-layout(ws-s) equal zero
               exit paragraph
           end-if
           perform set-step-label
           move lower-case(stp-program(ws-s)) to ws-card-program
           if stp-card-named(ws-s) equal "Y"
               move stp-card-file(ws-s) to ws-card-name
           else
               move "SYSIN" to ws-card-name
           end-if
           move zero to ws-card-number ws-card-taken
           move zero to ws-card-keys ws-card-items
           move spaces to ws-card-verb
           move "N" to ws-card-eof
           open input cardfile
           if fs-cardfile not equal "00"
               close cardfile
               if stp-card-named(ws-s) equal "Y"
                   move stp-line(ws-s) to ws-line-number
                   string trim(ws-step-label) ": card file "
                          trim(ws-card-name) " named in its"
                          " environment is not there; "
                          trim(ws-card-program) " runs on its"
                          " defaults"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
               exit paragraph
           end-if
           move "Y" to sec-present(ws-sec-ix)
           move spaces to nte-text
           string trim(ws-step-label) " (" trim(ws-card-program)
                  ") cards from " trim(ws-card-name)
               delimited by size into nte-text
           end-string
           perform print-note
           perform check-one-card until ws-card-eof equal "Y"
           close cardfile
           .
      * ============================= *
       check-one-card.
      * ============================= *
           read cardfile
           end-read
           if fs-cardfile not equal "00"
               move "Y" to ws-card-eof
               exit paragraph
           end-if
           add 1 to ws-card-number
           add 1 to sec-lines(ws-sec-ix)
           move ws-card-number to ws-line-number
           evaluate stp-card-layout(ws-s)
               when 1
                   perform check-key-card
               when 2
                   perform check-three-key-card
               when 3
                   perform check-filter-card
               when 4
                   perform check-range-card
               when 5
                   perform check-translate-card
               when 6
                   perform check-generator-card
               when 7
                   perform check-sort-card
           end-evaluate
           .
      * ============================= *
      * fpcrdsqf01: one card, key CH/BI/FI/PD/ZD, direction A or D
      * ============================= *
       check-key-card.
      * ============================= *
           if ws-card-number greater than 1
               if card-record not equal spaces
                   perform warn-extra-card
               end-if
               exit paragraph
           end-if
           evaluate cl1-key-field
               when "CH"
               when "BI"
               when "FI"
               when "PD"
               when "ZD"
               when spaces
                   continue
               when other
                   string trim(ws-step-label) ": key " cl1-key-field
                          " is not CH, BI, FI, PD or ZD; "
                          trim(ws-card-program) " sorts on CH"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           if cl1-direction not equal "A"
              and cl1-direction not equal "D"
              and cl1-direction not equal space
               string trim(ws-step-label) ": direction "
                      cl1-direction " is not A or D; "
                      trim(ws-card-program) " sorts ascending"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * fpcrdsqf02: one card, three keys BI/FI/PD/ZD with A or D
      * ============================= *
       check-three-key-card.
      * ============================= *
           if ws-card-number greater than 1
               if card-record not equal spaces
                   perform warn-extra-card
               end-if
               exit paragraph
           end-if
           perform check-one-card-key
               varying ws-card-key-ix from 1 by 1
               until ws-card-key-ix greater than 3
           .
      * ============================= *
       check-one-card-key.
      * ============================= *
           move ws-card-key-ix to ws-edit-1
           evaluate cl2-key-field(ws-card-key-ix)
               when "BI"
               when "FI"
               when "PD"
               when "ZD"
               when spaces
                   continue
               when other
                   string trim(ws-step-label) ": key "
                          trim(ws-edit-1) " "
                          cl2-key-field(ws-card-key-ix)
                          " is not BI, FI, PD or ZD; "
                          trim(ws-card-program)
                          " uses its default key"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           if cl2-direction(ws-card-key-ix) not equal "A"
              and cl2-direction(ws-card-key-ix) not equal "D"
              and cl2-direction(ws-card-key-ix) not equal space
               string trim(ws-step-label) ": key " trim(ws-edit-1)
                      " direction " cl2-direction(ws-card-key-ix)
                      " is not A or D; " trim(ws-card-program)
                      " sorts it ascending"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * fpcrdsqf03: up to 10 INCLUDE or OMIT condition cards
      * ============================= *
       check-filter-card.
      * ============================= *
           if card-record equal spaces
               exit paragraph
           end-if
           add 1 to ws-card-taken
           if ws-card-taken greater than 10
               if ws-card-taken equal 11
                   string trim(ws-step-label) ": more than 10"
                          " condition cards; "
                          trim(ws-card-program)
                          " ignores the rest"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
               exit paragraph
           end-if
           if cl3-verb not equal "INCLUDE"
              and cl3-verb not equal "OMIT"
               string trim(ws-step-label) ": verb " trim(cl3-verb)
                      " is not INCLUDE or OMIT"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           if ws-card-verb equal spaces
               move cl3-verb to ws-card-verb
           end-if
           if cl3-verb not equal ws-card-verb
               string trim(ws-step-label) ": INCLUDE and OMIT cards"
                      " mixed; " trim(ws-card-program)
                      " ends with return code 16"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           evaluate cl3-field
               when "SQ"
               when "CH"
               when "BI"
               when "FI"
               when "FL"
               when "PD"
               when "ZD"
                   continue
               when other
                   string trim(ws-step-label) ": field " cl3-field
                          " is not SQ, CH, BI, FI, FL, PD or ZD; "
                          trim(ws-card-program)
                          " ends with return code 16"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           evaluate cl3-operator
               when "EQ"
               when "NE"
               when "GT"
               when "GE"
               when "LT"
               when "LE"
                   continue
               when other
                   string trim(ws-step-label) ": comparison "
                          cl3-operator " is not EQ, NE, GT, GE, LT or"
                          " LE; " trim(ws-card-program)
                          " ends with return code 16"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           if cl3-field not equal "CH"
              and test-numval(cl3-literal) not equal zero
               string trim(ws-step-label) ": literal "
                      trim(cl3-literal) " is not a number for a "
                      cl3-field " field"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           if cl3-connector not equal "AND"
              and cl3-connector not equal "OR "
              and cl3-connector not equal spaces
               string trim(ws-step-label) ": connector "
                      trim(cl3-connector) " is not AND or OR; "
                      trim(ws-card-program) " takes AND"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * fpcrdsqf04: one card, the low and high keys of the range
      * ============================= *
       check-range-card.
      * ============================= *
           if ws-card-number greater than 1
               if card-record not equal spaces
                   perform warn-extra-card
               end-if
               exit paragraph
           end-if
           if card-record equal spaces
               exit paragraph
           end-if
           if cl4-range-high equal spaces
               string trim(ws-step-label) ": the range has no high"
                      " key; " trim(ws-card-program)
                      " selects nothing"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           if cl4-range-low greater than cl4-range-high
               string trim(ws-step-label) ": range " cl4-range-low
                      "-" cl4-range-high " ends before it starts; "
                      trim(ws-card-program) " selects nothing"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * fpcrdsqf05: one card, translate E/N in and out, collate A
      * ============================= *
       check-translate-card.
      * ============================= *
           if ws-card-number greater than 1
               if card-record not equal spaces
                   perform warn-extra-card
               end-if
               exit paragraph
           end-if
           if cl5-in-translate not equal "E"
              and cl5-in-translate not equal "N"
              and cl5-in-translate not equal space
              or cl5-out-translate not equal "E"
              and cl5-out-translate not equal "N"
              and cl5-out-translate not equal space
               string trim(ws-step-label) ": translate "
                      cl5-in-translate "/" cl5-out-translate
                      " is not E or N; " trim(ws-card-program)
                      " does not translate"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           if cl5-altseq not equal "A"
              and cl5-altseq not equal "N"
              and cl5-altseq not equal space
               string trim(ws-step-label) ": collating "
                      cl5-altseq " is not A or N; "
                      trim(ws-card-program) " sorts in native order"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * fpcrdsqf06: one card, count, distribution, dup %, order
      * ============================= *
       check-generator-card.
      * ============================= *
           if ws-card-number greater than 1
               if card-record not equal spaces
                   perform warn-extra-card
               end-if
               exit paragraph
           end-if
           if card-record equal spaces
               exit paragraph
           end-if
           if test-numval(cl6-count) not equal zero
               string trim(ws-step-label) ": record count "
                      trim(cl6-count) " is not a number; "
                      trim(ws-card-program) " uses its default"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           evaluate cl6-distribution
               when "U"
               when "C"
               when "S"
               when space
                   continue
               when other
                   string trim(ws-step-label) ": distribution "
                          cl6-distribution " is not U, C or S"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           if cl6-dup-pct not equal spaces
              and cl6-dup-pct is not numeric
               string trim(ws-step-label) ": duplicate percentage "
                      cl6-dup-pct " is not 00 to 99; "
                      trim(ws-card-program) " uses its default"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           evaluate cl6-order
               when "R"
               when "A"
               when "D"
               when space
                   continue
               when other
                   string trim(ws-step-label) ": order " cl6-order
                          " is not R, A or D"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           .
      * ============================= *
      * fpcrdsqf07: SORTKEY, INREC and OUTREC cards; any card error
      * and gcdsort01 sorts nothing
      * ============================= *
       check-sort-card.
      * ============================= *
           if card-record equal spaces
              or card-record(1:1) equal "*"
               exit paragraph
           end-if
           evaluate upper-case(cl7-verb)
               when "SORTKEY"
                   add 1 to ws-card-keys
                   if ws-card-keys equal 11
                       string trim(ws-step-label) ": more than 10"
                              " SORTKEY cards; "
                              trim(ws-card-program) " sorts nothing"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
                   if upper-case(cl7-direction) not equal "A"
                      and upper-case(cl7-direction) not equal "D"
                      and cl7-direction not equal space
                       string trim(ws-step-label) ": SORTKEY"
                              " direction " cl7-direction
                              " is not A or D; "
                              trim(ws-card-program)
                              " sorts nothing"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
               when "INREC  "
               when "OUTREC "
                   add 1 to ws-card-items
                   if ws-card-items equal 41
                       string trim(ws-step-label) ": more than 40"
                              " INREC/OUTREC cards; "
                              trim(ws-card-program) " sorts nothing"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
                   if cl7-length not equal spaces
                      and test-numval(cl7-length) not equal zero
                       string trim(ws-step-label) ": length "
                              trim(cl7-length) " is not a number; "
                              trim(ws-card-program) " sorts nothing"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
                   evaluate upper-case(cl7-form)
                       when spaces
                       when "CH "
                       when "ZD "
                       when "PD "
                       when "BIN"
                       when "EDT"
                           continue
                       when other
                           string trim(ws-step-label) ": form "
                                  trim(cl7-form) " is not CH, ZD, PD,"
                                  " BIN or EDT; "
                                  trim(ws-card-program)
                                  " sorts nothing"
                               delimited by size into ws-fnd-text
                           end-string
                           perform line-fail
                   end-evaluate
               when other
                   string trim(ws-step-label) ": card "
                          trim(card-record(1:40)) " is not SORTKEY,"
                          " INREC or OUTREC; " trim(ws-card-program)
                          " sorts nothing"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           .
      * ============================= *
       warn-extra-card.
      * ============================= *
           string trim(ws-step-label) ": " trim(ws-card-program)
                  " reads only the first card; this one is ignored"
               delimited by size into ws-fnd-text
           end-string
           perform line-warn
           .
      * ============================= *
      * GCSLA: jobname;HHMM, for the jobs GC70JOBMON watches
      * ============================= *
       check-deadlines.
      * ============================= *
           move 6 to ws-sec-ix
           perform open-section
           move "GC70JOBMON" to ws-lay-consumer
           move 80 to ws-lay-record
           move 2 to ws-lay-min-fields
           move 2 to ws-lay-max-fields
           move "job name" to lay-caption(1)
           move 8 to lay-width(1)
           move "deadline" to lay-caption(2)
           move 4 to lay-width(2)
           move "GCSLA" to ws-ctl-name
           perform read-control-file
           perform close-section
           .
      * ============================= *
       take-deadline-line.
      * ============================= *
           move upper-case(trim(ws-fld(1))) to ws-step-look
           move ws-fld(2) to ws-time-text
           perform check-time-text
           if ws-time-ok equal "N"
               string "job " trim(ws-step-look) ": deadline "
                      trim(ws-fld(2)) " is not an HHMM time;"
                      " GC70JOBMON ignores it"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           perform find-known-job
           if ws-job-known equal "N"
               string "job " trim(ws-step-look) " is not a JOBNET step"
                      " nor the name one runs under; GC70JOBMON may"
                      " never see it"
                   delimited by size into ws-fnd-text
               end-string
               perform line-warn
           end-if
           .
      * ============================= *
      * GCRULES: prefix;field;op;operand;reason
      * ============================= *
       check-business-rules.
      * ============================= *
           move 7 to ws-sec-ix
           perform open-section
           move "gcvalid01" to ws-lay-consumer
           move 80 to ws-lay-record
           move 5 to ws-lay-min-fields
           move 5 to ws-lay-max-fields
           move "key prefix" to lay-caption(1)
           move 5 to lay-width(1)
           move "field" to lay-caption(2)
           move 3 to lay-width(2)
           move "operator" to lay-caption(3)
           move 8 to lay-width(3)
           move "operand" to lay-caption(4)
           move 12 to lay-width(4)
           move "reason" to lay-caption(5)
           move 2 to lay-width(5)
           move "GCRULES" to ws-ctl-name
           perform read-control-file
           perform close-section
           .
      * ============================= *
       take-rule-line.
      * ============================= *
           add 1 to ws-rule-count
           if ws-rule-count equal 51
               move "more than 50 rules; gcvalid01 ignores the rest"
                   to ws-fnd-text
               perform line-fail
           end-if
           move upper-case(ws-fld(2)(1:3)) to ws-rule-field
           move upper-case(ws-fld(3)(1:8)) to ws-rule-op
           evaluate ws-rule-op
               when "EQ"
               when "NE"
                   continue
               when "GT"
               when "GE"
               when "LT"
               when "LE"
                   if ws-rule-field equal "CH"
                       string "operator " trim(ws-rule-op)
                              " on a CH field; gcvalid01 compares CH"
                              " only EQ or NE and rejects every record"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
               when "ONMASTER"
                   if ws-rule-field not equal "CH"
                       string "ONMASTER looks up the CH key whatever"
                              " the field; field " trim(ws-rule-field)
                              " is not used"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-warn
                   end-if
               when other
                   string "operator " trim(ws-fld(3)) " is not EQ, NE,"
                          " GT, GE, LT, LE or ONMASTER; gcvalid01"
                          " rejects every record"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           evaluate ws-rule-field
               when "SEQ"
               when "CH "
               when "BI "
               when "FI "
               when "PD "
               when "ZD "
                   continue
               when other
                   if ws-rule-op not equal "ONMASTER"
                       string "field " trim(ws-fld(2)) " is not SEQ,"
                              " CH, BI, FI, PD or ZD; gcvalid01"
                              " compares zero"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
                   end-if
           end-evaluate
           if ws-rule-op not equal "ONMASTER"
              and ws-rule-field not equal "CH "
               perform check-rule-operand
           end-if
           if ws-fld(5) equal spaces
               move "the rule has no reason code; records it rejects"
                   & " carry none" to ws-fnd-text
               perform line-warn
           end-if
           .
      * ============================= *
       check-rule-operand.
      * ============================= *
           if ws-fld(4)(1:1) equal "@"
               evaluate ws-fld(4)(2:3)
                   when "SEQ"
                   when "BI "
                   when "FI "
                   when "PD "
                   when "ZD "
                       continue
                   when other
                       string "operand " trim(ws-fld(4)) " names no"
                              " numeric field (@SEQ, @BI, @FI, @PD,"
                              " @ZD); gcvalid01 compares zero"
                           delimited by size into ws-fnd-text
                       end-string
                       perform line-fail
               end-evaluate
               exit paragraph
           end-if
           if test-numval(ws-fld(4)(1:12)) not equal zero
               string "operand " trim(ws-fld(4)) " is not a number;"
                      " gcvalid01 compares zero"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           end-if
           .
      * ============================= *
      * DISTDIR: fromkey;tokey;recipient;command
      * ============================= *
       check-distribution.
      * ============================= *
           move 8 to ws-sec-ix
           perform open-section
           move "gcburst01" to ws-lay-consumer
           move 256 to ws-lay-record
           move 3 to ws-lay-min-fields
           move 4 to ws-lay-max-fields
           move "from key" to lay-caption(1)
           move 5 to lay-width(1)
           move "to key" to lay-caption(2)
           move 5 to lay-width(2)
           move "recipient" to lay-caption(3)
           move 12 to lay-width(3)
           move "command" to lay-caption(4)
           move 128 to lay-width(4)
           move "DISTDIR" to ws-ctl-name
           perform read-control-file
           if sec-present(ws-sec-ix) not equal "Y"
               move "GCBURST01" to ws-card-program
               perform find-program-step
               if ws-step-found not equal zero
                   move zero to ws-line-number
                   string "step " trim(stp-name(ws-step-found))
                          " runs gcburst01 but there is no DISTDIR;"
                          " it ends with return code 8"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           perform close-section
           .
      * ============================= *
       take-distribution-line.
      * ============================= *
           if ws-dist-count equal 50
               move "more than 50 lines; gcburst01 ignores the rest"
                   to ws-fnd-text
               perform line-fail
               add 1 to ws-dist-count
               exit paragraph
           end-if
           if ws-dist-count greater than 50
               exit paragraph
           end-if
           add 1 to ws-dist-count
           move ws-fld(1)(1:5)  to dist-from(ws-dist-count)
           move ws-fld(2)(1:5)  to dist-to(ws-dist-count)
           move ws-fld(3)(1:12) to dist-recipient(ws-dist-count)
           move ws-line-number  to dist-line(ws-dist-count)
           if dist-recipient(ws-dist-count) equal spaces
               move "no recipient; the output goes to RPTBURST."
                   to ws-fnd-text
               perform line-fail
           end-if
           if dist-to(ws-dist-count) equal spaces
               string "recipient " trim(ws-fld(3)) " has no to key;"
                      " gcburst01 sends them nothing"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
           else
               if dist-from(ws-dist-count)
                   greater than dist-to(ws-dist-count)
                   string "recipient " trim(ws-fld(3)) ": range "
                          dist-from(ws-dist-count) "-"
                          dist-to(ws-dist-count) " ends before it"
                          " starts; gcburst01 sends them nothing"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           perform check-one-distribution
               varying ws-dist-ix from 1 by 1
               until ws-dist-ix not less than ws-dist-count
           .
      * ============================= *
      * this line against an earlier one
      * ============================= *
       check-one-distribution.
      * ============================= *
           move dist-line(ws-dist-ix) to ws-edit-1
           if dist-recipient(ws-dist-ix)
               equal dist-recipient(ws-dist-count)
              and dist-recipient(ws-dist-count) not equal spaces
               string "recipient " trim(dist-recipient(ws-dist-count))
                      " is also on line " trim(ws-edit-1)
                      "; RPTBURST." trim(dist-recipient(ws-dist-count))
                      " is written twice and keeps only this range"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               exit paragraph
           end-if
           if dist-from(ws-dist-count)
                   not greater than dist-to(ws-dist-ix)
              and dist-from(ws-dist-ix)
                   not greater than dist-to(ws-dist-count)
              and dist-to(ws-dist-count) not equal spaces
              and dist-to(ws-dist-ix) not equal spaces
               string "range " dist-from(ws-dist-count) "-"
                      dist-to(ws-dist-count) " overlaps line "
                      trim(ws-edit-1) " (" dist-from(ws-dist-ix) "-"
                      dist-to(ws-dist-ix) "); both recipients get"
                      " those lines"
                   delimited by size into ws-fnd-text
               end-string
               perform line-warn
           end-if
           .
      * ============================= *
      * the first step running the program in ws-card-program
      * ============================= *
       find-program-step.
      * ============================= *
           move zero to ws-step-found
           perform test-one-program-step
               varying ws-p from 1 by 1
               until ws-p greater than ws-step-count
                  or ws-step-found not equal zero
           .
      * ============================= *
       test-one-program-step.
      * ============================= *
           if stp-program(ws-p) equal ws-card-program
               move ws-p to ws-step-found
           end-if
           .
      * ============================= *
      * GCBALDEF: from;side;to;side;label
      * ============================= *
       check-balancing.
      * ============================= *
           move 9 to ws-sec-ix
           perform open-section
           move "gcbal01" to ws-lay-consumer
           move 132 to ws-lay-record
           move 5 to ws-lay-min-fields
           move 5 to ws-lay-max-fields
           move "from" to lay-caption(1)
           move 26 to lay-width(1)
           move "from side" to lay-caption(2)
           move 3 to lay-width(2)
           move "to" to lay-caption(3)
           move 26 to lay-width(3)
           move "to side" to lay-caption(4)
           move 3 to lay-width(4)
           move "label" to lay-caption(5)
           move 40 to lay-width(5)
           move "GCBALDEF" to ws-ctl-name
           perform read-control-file
           if sec-present(ws-sec-ix) not equal "Y"
               move "GCBAL01" to ws-card-program
               perform find-program-step
               if ws-step-found not equal zero
                   move zero to ws-line-number
                   string "step " trim(stp-name(ws-step-found))
                          " runs gcbal01 but there is no GCBALDEF;"
                          " it ends with return code 8"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
               end-if
           end-if
           perform close-section
           .
      * ============================= *
       take-balance-line.
      * ============================= *
           move 1 to ws-fld-ix
           perform check-balance-side
           move 3 to ws-fld-ix
           perform check-balance-side
           if ws-fld(5) equal spaces
               move "the link has no label; the balance sheet shows"
                   & " it blank" to ws-fnd-text
               perform line-warn
           end-if
           .
      * ============================= *
      * one side: jobname;IN, jobname;OUT or filename;TRL
      * ============================= *
       check-balance-side.
      * ============================= *
           move upper-case(trim(ws-fld(ws-fld-ix + 1))) to ws-cond-text
           evaluate ws-cond-text
               when "IN"
               when "OUT"
                   continue
               when "TRL"
                   exit paragraph
               when other
                   string "side " trim(ws-fld(ws-fld-ix + 1))
                          " is not IN, OUT or TRL; gcbal01 takes IN"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
           end-evaluate
           move upper-case(ws-fld(ws-fld-ix)(1:8)) to ws-step-look
           if ws-step-look equal spaces
               move "a side names no job" to ws-fnd-text
               perform line-fail
               exit paragraph
           end-if
           perform find-known-job
           if ws-job-known equal "N"
               string "job " trim(ws-step-look) " is not a JOBNET step"
                      " nor the name one runs under; gcbal01 may find"
                      " no count for it"
                   delimited by size into ws-fnd-text
               end-string
               perform line-warn
           end-if
           .
      * ============================= *
      * read the control file in ws-ctl-name with the layout in
      * ws-lay-*: every line that is not blank or a # comment is
      * checked against the layout, then by the section's own rules
      * ============================= *
       read-control-file.
      * ============================= *
           move zero to ws-line-number
           move "N" to ws-ctl-eof
           open input ctlfile
           if fs-ctlfile not equal "00"
               close ctlfile
               exit paragraph
           end-if
           move "Y" to sec-present(ws-sec-ix)
           perform read-control-line until ws-ctl-eof equal "Y"
           close ctlfile
           .
      * ============================= *
       read-control-line.
      * ============================= *
           read ctlfile
           end-read
           evaluate fs-ctlfile
               when "00"
                   add 1 to ws-line-number
               when "04"
                   add 1 to ws-line-number
                   move ws-lay-record to ws-edit-1
                   string "line is longer than " trim(ws-edit-1)
                          " characters; " trim(ws-lay-consumer)
                          " reads no further"
                       delimited by size into ws-fnd-text
                   end-string
                   perform line-fail
                   move "Y" to ws-ctl-eof
                   exit paragraph
               when other
                   move "Y" to ws-ctl-eof
                   exit paragraph
           end-evaluate
           if ctlfile-record equal spaces
              or ctlfile-record(1:1) equal "#"
               exit paragraph
           end-if
           add 1 to sec-lines(ws-sec-ix)
           perform check-line-layout
           if ws-ctl-eof equal "Y"
              or ws-line-usable not equal "Y"
               exit paragraph
           end-if
           evaluate ws-sec-ix
               when 2
                   perform take-calendar-line
               when 3
                   perform take-feed-line
               when 4
                   perform take-step-line
               when 6
                   perform take-deadline-line
               when 7
                   perform take-rule-line
               when 8
                   perform take-distribution-line
               when 9
                   perform take-balance-line
           end-evaluate
           .
      * ============================= *
      * the line against its consumer's record length, field count
      * and field widths
      * ============================= *
       check-line-layout.
      * ============================= *
           move "Y" to ws-line-usable
           move length(trim(ctlfile-record trailing)) to ws-line-length
           if ws-line-length greater than ws-lay-record
               move ws-line-length to ws-edit-1
               move ws-lay-record to ws-edit-2
               string "line is " trim(ws-edit-1) " characters; "
                      trim(ws-lay-consumer) " reads "
                      trim(ws-edit-2) " and reads no further"
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               move "Y" to ws-ctl-eof
               exit paragraph
           end-if
           move zero to ws-semicolon-tally
           inspect ctlfile-record(1:ws-line-length)
               tallying ws-semicolon-tally for all ";"
           compute ws-field-count = ws-semicolon-tally + 1
           move spaces to ws-field-table
           unstring ctlfile-record(1:ws-line-length) delimited by ";"
               into ws-fld(1) ws-fld(2) ws-fld(3) ws-fld(4)
                    ws-fld(5) ws-fld(6) ws-fld(7) ws-fld(8)
                    ws-fld(9) ws-fld(10)
           end-unstring
           if ws-field-count less than ws-lay-min-fields
              or ws-field-count greater than ws-lay-max-fields
               move ws-field-count to ws-edit-1
               move spaces to ws-cycle-list
               if ws-lay-min-fields equal ws-lay-max-fields
                   move ws-lay-min-fields to ws-edit-2
                   move ws-edit-2 to ws-cycle-list
               else
                   move ws-lay-min-fields to ws-edit-2
                   string trim(ws-edit-2) " to " delimited by size
                       into ws-cycle-list
                   end-string
                   move ws-lay-max-fields to ws-edit-2
                   string trim(ws-cycle-list) " " trim(ws-edit-2)
                       delimited by size into ws-token
                   end-string
                   move ws-token to ws-cycle-list
               end-if
               string "line has " trim(ws-edit-1) " fields; "
                      trim(ws-lay-consumer) " reads "
                      trim(ws-cycle-list)
                   delimited by size into ws-fnd-text
               end-string
               perform line-fail
               move "N" to ws-line-usable
               exit paragraph
           end-if
           perform check-field-width
               varying ws-fld-ix from 1 by 1
               until ws-fld-ix greater than ws-field-count
           .
      * ============================= *
       check-field-width.
      * ============================= *
           if ws-fld(ws-fld-ix) equal spaces
               exit paragraph
           end-if
           move length(trim(ws-fld(ws-fld-ix) trailing))
             to ws-fld-length
           if ws-fld-length not greater than lay-width(ws-fld-ix)
               exit paragraph
           end-if
           move ws-fld-length to ws-edit-1
           move lay-width(ws-fld-ix) to ws-edit-2
           string trim(lay-caption(ws-fld-ix)) " "
                  trim(ws-fld(ws-fld-ix)) " is " trim(ws-edit-1)
                  " characters; " trim(ws-lay-consumer) " keeps "
                  trim(ws-edit-2)
               delimited by size into ws-fnd-text
           end-string
           perform line-fail
           move "N" to ws-line-usable
           .
      * ============================= *
      * findings: line-fail and line-warn report against the current
      * section and line, add-finding against ws-fnd-sec/ws-fnd-line
      * ============================= *
       line-fail.
      * ============================= *
           move "FAIL" to ws-fnd-level
           move ws-sec-ix to ws-fnd-sec
           move ws-line-number to ws-fnd-line
           perform add-finding
           .
      * ============================= *
       line-warn.
      * ============================= *
           move "WARN" to ws-fnd-level
           move ws-sec-ix to ws-fnd-sec
           move ws-line-number to ws-fnd-line
           perform add-finding
           .
      * ============================= *
       add-finding.
      * ============================= *
           if ws-fnd-level equal "FAIL"
               add 1 to sec-fails(ws-fnd-sec)
               add 1 to ws-total-fails
           else
               add 1 to sec-warns(ws-fnd-sec)
               add 1 to ws-total-warns
           end-if
           add 1 to ws-sec-printed
           move spaces to detail-line
           move sec-file(ws-fnd-sec) to dtl-file
           if ws-fnd-line greater than zero
               move ws-fnd-line to dtl-line
           end-if
           move ws-fnd-level to dtl-level
           move ws-fnd-text to dtl-text
           perform check-page-break
           move detail-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           move spaces to ws-fnd-text
           .
      * ============================= *
       print-note.
      * ============================= *
           perform check-page-break
           move note-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           .
      * ============================= *
       open-section.
      * ============================= *
           move zero to ws-sec-printed
           move "N" to sec-present(ws-sec-ix)
           move zero to sec-lines(ws-sec-ix)
           move zero to sec-fails(ws-sec-ix)
           move zero to sec-warns(ws-sec-ix)
           move spaces to ws-layout-table
           if ws-line-count greater than ws-page-limit - 4
               move 99 to ws-line-count
           end-if
           perform check-page-break
           move spaces to section-line
           move sec-file(ws-sec-ix)  to scl-file
           move sec-title(ws-sec-ix) to scl-title
           move section-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           .
      * ============================= *
       close-section.
      * ============================= *
           if ws-sec-printed equal zero
               move spaces to nte-text
               if sec-present(ws-sec-ix) equal "Y"
                   move "no findings" to nte-text
               else
                   move "not present - not needed tonight" to nte-text
               end-if
               perform print-note
           end-if
           perform check-page-break
           move spaces to rptout-record
           write rptout-record
           add 1 to ws-line-count
           .
      * ============================= *
       print-summary.
      * ============================= *
           move 99 to ws-line-count
           move summary-heading to ws-column-heading
           perform check-page-break
           perform print-one-summary
               varying ws-sec-ix from 1 by 1
               until ws-sec-ix greater than 9
           move spaces to vrd-text
           evaluate true
               when ws-total-fails greater than zero
                   move ws-total-fails to ws-edit-1
                   string "NOT READY - " trim(ws-edit-1)
                          " FAILED CHECK(S)"
                       delimited by size into vrd-text
                   end-string
               when ws-total-warns greater than zero
                   move ws-total-warns to ws-edit-1
                   string "NIGHT READY - " trim(ws-edit-1)
                          " WARNING(S)"
                       delimited by size into vrd-text
                   end-string
               when other
                   move "NIGHT READY" to vrd-text
           end-evaluate
           move spaces to rptout-record
           write rptout-record
           move verdict-line to rptout-record
           write rptout-record
           add 2 to ws-line-count
           .
      * ============================= *
       print-one-summary.
      * ============================= *
           move spaces to summary-line
           move sec-file(ws-sec-ix)  to sml-file
           move sec-lines(ws-sec-ix) to sml-lines
           move sec-fails(ws-sec-ix) to sml-fails
           move sec-warns(ws-sec-ix) to sml-warns
           if sec-present(ws-sec-ix) equal "Y"
               move "YES" to sml-present
           else
               move "NO" to sml-present
           end-if
           evaluate true
               when sec-fails(ws-sec-ix) greater than zero
                   move "FAIL" to sml-result
               when sec-warns(ws-sec-ix) greater than zero
                   move "WARN" to sml-result
               when sec-present(ws-sec-ix) equal "Y"
                   move "PASS" to sml-result
               when other
                   move "-" to sml-result
           end-evaluate
           perform check-page-break
           move summary-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           .
      * ============================= *
       check-page-break.
      * ============================= *
           if ws-line-count not less than ws-page-limit
               add 1 to ws-page-number
               move ws-job-name    to hd1-job-name
               move ws-run-date    to hd1-run-date
               move ws-page-number to hd1-page
               move heading-line-1 to rptout-record
               write rptout-record
               move ws-column-heading to rptout-record
               write rptout-record
               move spaces to rptout-record
               write rptout-record
               move 3 to ws-line-count
           end-if
           .
      * ============================= *
      * copy the finished report under the next SPOOL.nnnn name and
      * catalog it, so the viewer finds it after the next run
      * overwrites RPTOUT
      * ============================= *
       register-in-spool.
      * ============================= *
           accept ws-report-name from environment "GCRPT_NAME"
           if ws-report-name equal spaces
               move "PREFLIGHT" to ws-report-name
           end-if
           perform count-spool-catalog
           compute ws-spool-seq = ws-spool-seq + 1
           move spaces to ws-spool-location
           string "SPOOL." ws-spool-seq
               delimited by size into ws-spool-location
           end-string
           call "CBL_COPY_FILE"
               using "RPTOUT" ws-spool-location
               returning ws-call-status
           end-call
           if ws-call-status not equal zero
               display " ** spool copy to " trim(ws-spool-location)
                       " failed; report not cataloged"
               exit paragraph
           end-if
           perform count-report-lines
           open extend spoolcat
           if fs-spoolcat equal "00" or fs-spoolcat equal "05"
               move spaces to spoolcat-record
               move ws-report-name   to spl-report-name
               move ws-job-name      to spl-job-name
               move ws-run-date      to spl-date
               accept ws-spool-time from time
               move ws-spool-time(1:6) to spl-time
               move ws-page-number   to spl-pages
               move ws-line-total    to spl-lines
               move ws-spool-location to spl-location
               write spoolcat-record
               close spoolcat
               display " Spooled as " trim(ws-spool-location)
                       " (" trim(ws-report-name) ")"
           end-if
           .
      * ============================= *
       count-spool-catalog.
      * ============================= *
           move zero to ws-spool-seq
           move zero to ws-spool-eof
           open input spoolcat
           if fs-spoolcat not equal "00"
               close spoolcat
               exit paragraph
           end-if
           perform count-one-catalog-record until ws-spool-eof equal 1
           close spoolcat
           .
      * ============================= *
       count-one-catalog-record.
      * ============================= *
           read spoolcat
           end-read
      *    the highest number cataloged, not the count of entries:
      *    housekeeping purges old entries
           if fs-spoolcat equal "00"
               if spl-location(1:6) equal "SPOOL."
                  and spl-location(7:4) is numeric
                  and spl-location(7:4) greater than ws-spool-seq
                   move spl-location(7:4) to ws-spool-seq
               end-if
           else
               move 1 to ws-spool-eof
           end-if
           .
      * ============================= *
       count-report-lines.
      * ============================= *
           move zero to ws-line-total
           move zero to ws-spool-eof
           open input rptout
           if fs-rptout not equal "00"
               close rptout
               exit paragraph
           end-if
           perform count-one-report-line until ws-spool-eof equal 1
           close rptout
           .
      * ============================= *
       count-one-report-line.
      * ============================= *
           read rptout
           end-read
           if fs-rptout equal "00"
               add 1 to ws-line-total
           else
               move 1 to ws-spool-eof
           end-if
           .
