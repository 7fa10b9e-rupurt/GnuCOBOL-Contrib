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
      * Record lineage trace.  When a region asks what happened to a
      * record, this job follows it through every stage of the
      * nightly chain and prints one timeline per record instead of
      * somebody searching each file by hand.  A record is named by
      * its seq-record or by its ch-field key; the stages searched,
      * in chain order:
      *   REJECTS    gcvalid01 rejected it, and the reason
      *   SUSPENSE   the reject's suspense entry (gcsusp01): opened,
      *              fixed and resubmitted, discarded, confirmed
      *   RESUBMIT   GC78REJFIX resubmitted the fixed record
      *   VALIDOUT   gcvalid01 accepted it
      *   SORTOUT    the sort output generation that carried it
      *   MATCHED    gcmatch01 matched it (as the master of its key
      *              or as one of the key's transactions)
      *   MASTONLY   gcmatch01: a master without transaction
      *   TRANONLY   gcmatch01: a transaction without master
      *   UPDJRNL    gcupdt01 applied an add, change, delete,
      *              increment, decrement or reversal
      *   UPDERR     gcupdt01 refused it, and the reason
      *   GCJRNL     daytime GC72MASTMNT changes to the key
      * and then the record's state now on GCMASTER and in the
      * database table, with whether the two agree.
      *
      * Each stage file is searched in every generation the GCATLOG
      * catalog (gcgencat01) holds for it, as BASE.Gnnnn, and in its
      * steady name; a generation is dated by its catalog entry, a
      * steady file by the time it was last written.  Only the files
      * and entries dated in the range asked for are searched.  A
      * reject fixed and resubmitted under another seq-record or key
      * is followed under both from then on.  A seq-record trace takes
      * the record's key from the first stage that carries it (or
      * from GCMASTER's seq-record index), so the key-only stages -
      * UPDJRNL and GCJRNL - are searched too.
      *
      * The table state is read from a JCSQLUNLD unload of the table
      * (the sinsqf01 layout); run JCSQLUNLD first, with
      * JCSQL_UNLOAD_SQL selecting just the records asked about, or
      * point GCTRACE_TABLE at the latest full unload.
      *
      * The timelines, and a list of every source searched with its
      * date, records read and matches, are written to RPTOUT in
      * numbered pages, copied to the next SPOOL.nnnn and cataloged in
      * SPOOLCAT as gcreport01's report is.
      *
      * Environment:
      *   GCTRACE_KEY    ch-field keys to trace, separated by commas
      *   GCTRACE_SEQ    seq-records to trace, separated by commas
      *                  (at least one of the two; ten records at most)
      *   GCTRACE_FROM   first date searched, yyyymmdd (default six
      *                  days before GCTRACE_TO)
      *   GCTRACE_TO     last date searched, yyyymmdd (default the
      *                  processing date)
      *   GCTRACE_TABLE  the table unload (default UNLDOUT)
      *   JOBNAME        job name in the headings (default GCTRACE)
      *   GCRPT_NAME     spool catalog report name (default TRACE)
      *
      * Return codes: 0 every record traced, 4 a record no stage and
      * neither GCMASTER nor the table carries, 8 the settings could
      * not be used.
      *
      *                                                 seq pos  key pos
      *  REJECTS, UPDERR  reason + the 90-byte record        3       10
      *  RESUBMIT, VALIDOUT, MATCHED, MASTONLY, TRANONLY     1        8
      *  SORTOUT          foutsqf02                          1       34
      *  UPDJRNL          journal line                       -        1
      *  GCJRNL           before/after gcmaster images       6        1
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. gctrace01.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      * sgencsqf01.cpy (generation catalog)
           copy sgencsqf01.
      * ssuspsqf01.cpy (reject suspense)
           copy ssuspsqf01.
           select file90 assign to ws-scan-name
               organization is sequential
               file status  is fs-file90.
           select file92 assign to ws-scan-name
               organization is sequential
               file status  is fs-file92.
           select jrnlfile assign to ws-scan-name
               organization is line sequential
               file status  is fs-jrnlfile.
           select optional gcjrnl assign to "GCJRNL"
               organization is sequential
               file status  is fs-gcjrnl.
           select gcmaster assign to "GCMASTER"
               organization is indexed
               access is random
               record key is ix-ch-field
               alternate record key is ix-seq-record
               file status  is fs-gcmaster.
           select rptout assign to "RPTOUT"
               organization is line sequential
               file status  is fs-rptout.
      * sspolsqf01.cpy (report spool catalog)
           copy sspolsqf01.
       data division.
       file section.
      * fgencsqf01.cpy
           copy fgencsqf01.
      * fsuspsqf01.cpy
           copy fsuspsqf01.
      * the 90-byte records, and the reason-prefixed rejects/errors
       fd  file90.
       01  file90-record           pic x(90).
       fd  file92.
       01  file92-record           pic x(92).
       fd  jrnlfile.
       01  jrnlfile-record         pic x(132).
       fd  gcjrnl.
       01  gcjrnl-record.
           05 jrn-date             pic 9(08).
           05 jrn-time             pic 9(06).
           05 jrn-operator         pic x(08).
           05 jrn-action           pic x(01).
           05 jrn-before           pic x(90).
           05 jrn-after            pic x(90).
       fd  gcmaster.
       01  gcmaster-record.
           05 ix-ch-field          pic  x(05).
           05 ix-seq-record        pic  9(07).
           05 filler               pic  x(78).
       fd  rptout.
       01  rptout-record           pic x(132).
      * fspolsqf01.cpy
           copy fspolsqf01.
      *
       working-storage section.
       77 fs-gencat                      pic xx.
       77 fs-suspense                    pic xx.
       77 fs-file90                      pic xx.
       77 fs-file92                      pic xx.
       77 fs-jrnlfile                    pic xx.
       77 fs-gcjrnl                      pic xx.
       77 fs-gcmaster                    pic xx.
       77 fs-rptout                      pic xx.
       77 fs-spoolcat                    pic xx.
       77 ws-return-code                 pic 9(2) value zero.
       77 ws-job-name                    pic x(8) value spaces.
       77 ws-run-date                    pic x(8) value spaces.
       77 ws-run-time                    pic 9(8) value zero.
       77 ws-eof                         pic 9 value zero.
      * the settings
       77 ws-key-list                    pic x(256) value spaces.
       77 ws-seq-list                    pic x(256) value spaces.
       77 ws-list-ptr                    pic 9(3) value zero.
       77 ws-list-item                   pic x(40) value spaces.
       77 ws-list-type                   pic x(01) value space.
       77 ws-seq-number                  pic 9(07) value zero.
       77 ws-from-text                   pic x(8) value spaces.
       77 ws-to-text                     pic x(8) value spaces.
       77 ws-from-date                   pic 9(8) value zero.
       77 ws-to-date                     pic 9(8) value zero.
       77 ws-table-file                  pic x(40) value spaces.
      * the nightly stages, in chain order: base name, record
      * length, seq-record and ch-field positions (no seq-record
      * position: the stage carries only the key), the program
      * that writes it and the stage code
       01 stage-values.
           05 filler pic x(33)
               value "REJECTS   092003010GCVALID01  REJ".
           05 filler pic x(33)
               value "RESUBMIT  090001008GC78REJFIX RSB".
           05 filler pic x(33)
               value "VALIDOUT  090001008GCVALID01  VAL".
           05 filler pic x(33)
               value "SORTOUT   090001034SORT       SRT".
           05 filler pic x(33)
               value "MATCHED   090001008GCMATCH01  MAT".
           05 filler pic x(33)
               value "MASTONLY  090001008GCMATCH01  MSO".
           05 filler pic x(33)
               value "TRANONLY  090001008GCMATCH01  TRO".
           05 filler pic x(33)
               value "UPDJRNL   132000001GCUPDT01   UPJ".
           05 filler pic x(33)
               value "UPDERR    092003010GCUPDT01   UPE".
       01 stage-table redefines stage-values.
           05 stg-entry occurs 9.
               10 stg-name             pic x(10).
               10 stg-length           pic 9(03).
               10 stg-seq-pos          pic 9(03).
               10 stg-ch-pos           pic 9(03).
               10 stg-program          pic x(11).
               10 stg-code             pic x(03).
       77 stg-sub                        pic 9(2) value zero.
       77 stg-count                      pic 9(2) value 9.
      * the generation catalog, loaded once
       77 cat-sub                        pic 9(4) comp value zero.
       77 cat-count                      pic 9(4) value zero.
       77 cat-max                        pic 9(4) value 300.
       01 cat-table.
           05 cat-entry occurs 300.
               10 cte-file-name        pic x(26).
               10 cte-date             pic 9(08).
               10 cte-time             pic 9(06).
               10 cte-status           pic x(01).
       77 ws-gen-prefix                  pic x(28) value spaces.
       77 ws-gen-prefix-len              pic 9(2) value zero.
      * the source being searched
       77 ws-scan-name                   pic x(40) value spaces.
       77 ws-scan-date                   pic 9(8) value zero.
       77 ws-scan-time                   pic 9(6) value zero.
       77 ws-scan-program                pic x(11) value spaces.
       77 ws-scan-code                   pic x(03) value spaces.
       77 ws-scan-records                pic 9(9) value zero.
       77 ws-scan-matches                pic 9(7) value zero.
       77 ws-scan-note                   pic x(40) value spaces.
       77 ws-scan-record                 pic x(132) value spaces.
       77 ws-prev-matched-key            pic x(5) value spaces.
       77 ws-first-of-key                pic x(01) value "N".
      * the record in hand: its seq-record and key as they stand on
      * the file, and the event it makes
       77 ws-rec-seq                     pic x(7) value spaces.
       77 ws-rec-key                     pic x(5) value spaces.
       77 ws-rec-reason                  pic x(2) value spaces.
       77 ws-reason-text                 pic x(40) value spaces.
       77 ws-match                       pic x(01) value "N".
       01 ws-event.
           05 wev-date             pic 9(08).
           05 wev-time             pic 9(06).
           05 wev-stage            pic x(11).
           05 wev-source           pic x(20).
           05 wev-seq              pic x(07).
           05 wev-key              pic x(05).
           05 wev-text             pic x(62).
      * CBL_CHECK_FILE_EXIST details
       77 ws-check-name                  pic x(40) value spaces.
       77 ws-check-found                 pic x(1) value "N".
       77 ws-call-status                 pic s9(9) comp value zero.
       01 ws-file-info.
           05 ws-fi-size           pic x(8) comp-x.
           05 ws-fi-day            pic x comp-x.
           05 ws-fi-month          pic x comp-x.
           05 ws-fi-year           pic x(2) comp-x.
           05 ws-fi-hours          pic x comp-x.
           05 ws-fi-minutes        pic x comp-x.
           05 ws-fi-seconds        pic x comp-x.
           05 ws-fi-hundredths     pic x comp-x.
      * the records traced and each one's timeline, kept in date
      * and time order (equal moments in chain order)
       77 trc-sub                        pic 9(2) value zero.
       77 trc-count                      pic 9(2) value zero.
       77 trc-max                        pic 9(2) value 10.
       77 ev-sub                         pic 9(3) value zero.
       77 ev-ins                         pic 9(3) value zero.
       77 ev-max                         pic 9(3) value 60.
       77 ws-slot-found                  pic x(01) value "N".
       01 trc-table.
           05 trc-entry occurs 10.
               10 trc-type             pic x(01).
                   88 trc-by-seq           value "S".
                   88 trc-by-key           value "K".
               10 trc-seq              pic x(07).
               10 trc-key              pic x(05).
               10 trc-alias-seq        pic x(07).
               10 trc-alias-key        pic x(05).
               10 trc-mst-state        pic x(01).
               10 trc-mst-image        pic x(90).
               10 trc-tbl-state        pic x(01).
               10 trc-tbl-image        pic x(90).
               10 trc-ev-count         pic 9(03).
               10 trc-ev-overflow      pic 9(05).
               10 trc-ev-entry occurs 60.
                   15 tev-date         pic 9(08).
                   15 tev-time         pic 9(06).
                   15 tev-stage        pic x(11).
                   15 tev-source       pic x(20).
                   15 tev-seq          pic x(07).
                   15 tev-key          pic x(05).
                   15 tev-text         pic x(62).
      * the sources searched
       77 src-sub                        pic 9(3) value zero.
       77 src-count                      pic 9(3) value zero.
       77 src-max                        pic 9(3) value 150.
       77 src-overflow                   pic 9(5) value zero.
       01 src-table.
           05 src-entry occurs 150.
               10 src-name             pic x(26).
               10 src-program          pic x(11).
               10 src-date             pic 9(08).
               10 src-time             pic 9(06).
               10 src-records          pic 9(09).
               10 src-matches          pic 9(07).
               10 src-note             pic x(40).
      * GCMASTER and the table unload, as their states are shown
       77 ws-master-open                 pic x(01) value "N".
       77 ws-state-key                   pic x(05) value spaces.
       77 ws-table-date                  pic 9(8) value zero.
       77 ws-table-time                  pic 9(6) value zero.
       77 ws-table-found                 pic x(01) value "N".
       01 mst-view.
           05 mvw-ch-field         pic  x(05).
           05 mvw-seq-record       pic  9(07).
           05 mvw-zd-field         pic s9(07).
           05 mvw-fl-field         comp-2.
           05 mvw-fi-field         pic s9(07) comp.
           05 mvw-pd-field         pic s9(07) comp-3.
           05 mvw-bi-field         pic  9(07) comp.
           05 filler               pic  x(52).
       01 tbl-view.
           05 tvw-seq-record       pic  9(07).
           05 tvw-ch-field         pic  x(05).
           05 tvw-bi-field         pic  9(07) comp.
           05 tvw-fi-field         pic s9(07) comp.
           05 tvw-fl-field         comp-2.
           05 tvw-pd-field         pic s9(07) comp-3.
           05 tvw-zd-field         pic s9(07).
           05 filler               pic  x(52).
       77 ws-show-bi                     pic -(7)9.
       77 ws-show-fi                     pic -(7)9.
       77 ws-show-pd                     pic -(7)9.
       77 ws-show-zd                     pic -(7)9.
      * spool registration: the report is copied to SPOOL.nnnn and
      * cataloged in SPOOLCAT
       77 ws-report-name                 pic x(12) value spaces.
       77 ws-spool-seq                   pic 9(4) value zero.
       77 ws-spool-location              pic x(20) value spaces.
       77 ws-spool-time                  pic 9(8) value zero.
       77 ws-spool-eof                   pic 9 value zero.
       77 ws-line-total                  pic 9(7) value zero.
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
               value "RECORD LINEAGE TRACE".
           05 filler               pic x(06) value "DATE: ".
           05 hd1-run-date         pic x(08).
           05 filler               pic x(02) value spaces.
           05 filler               pic x(06) value "PAGE: ".
           05 hd1-page             pic zzz9.
       01 heading-line-2.
           05 filler               pic x(07) value "RANGE: ".
           05 hd2-from-date        pic x(08).
           05 filler               pic x(04) value " TO ".
           05 hd2-to-date          pic x(08).
           05 filler               pic x(04) value spaces.
           05 hd2-section          pic x(60).
       01 event-heading.
           05 filler               pic x(09) value "DATE".
           05 filler               pic x(09) value "TIME".
           05 filler               pic x(12) value "STAGE".
           05 filler               pic x(21) value "SOURCE".
           05 filler               pic x(08) value "SEQ".
           05 filler               pic x(07) value "KEY".
           05 filler               pic x(62) value "EVENT".
       01 event-line.
           05 evl-date             pic x(08).
           05 filler               pic x(01).
           05 evl-time             pic x(08).
           05 filler               pic x(01).
           05 evl-stage            pic x(11).
           05 filler               pic x(01).
           05 evl-source           pic x(20).
           05 filler               pic x(01).
           05 evl-seq              pic x(07).
           05 filler               pic x(01).
           05 evl-key              pic x(05).
           05 filler               pic x(02).
           05 evl-text             pic x(62).
       01 state-line.
           05 filler               pic x(02).
           05 stl-label            pic x(12).
           05 stl-text             pic x(118).
       01 source-heading.
           05 filler               pic x(27) value "SOURCE".
           05 filler               pic x(12) value "PROGRAM".
           05 filler               pic x(09) value "DATE".
           05 filler               pic x(09) value "TIME".
           05 filler               pic x(10) value "  RECORDS".
           05 filler               pic x(09) value "  MATCHES".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(40) value "NOTE".
       01 source-line.
           05 srl-name             pic x(26).
           05 filler               pic x(01).
           05 srl-program          pic x(11).
           05 filler               pic x(01).
           05 srl-date             pic x(08).
           05 filler               pic x(01).
           05 srl-time             pic x(08).
           05 filler               pic x(01).
           05 srl-records          pic z(8)9.
           05 filler               pic x(01).
           05 srl-matches          pic z(7)9.
           05 filler               pic x(02).
           05 srl-note             pic x(40).
       77 ws-time-text                   pic 9(6) value zero.
       77 ws-time-edit                   pic x(8) value spaces.
       77 ws-state-ptr                   pic 9(3) value zero.
      * ============================= *
       77 record-counter-sources         pic 9(5) value zero.
       77 record-counter-events          pic 9(7) value zero.
       77 record-counter-untraced        pic 9(3) value zero.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-trace.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCTRACE01" to cfg-program
           copy prcfgld01.
           accept ws-job-name from environment "JOBNAME"
           if ws-job-name equal spaces
               move "GCTRACE" to ws-job-name
           end-if
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-run-date
           accept ws-run-time from time
           perform read-trace-settings
           if ws-return-code not equal zero
               display " ** nothing traced"
               move ws-return-code to return-code
               stop run
           end-if
           display "*===============================================* "
           display " Record lineage trace, " trc-count " record(s), "
                   ws-from-date " to " ws-to-date
           display "*===============================================* "
           perform load-generation-catalog
      *    the stages in chain order; the suspense follows the
      *    rejects so a resubmission under another key is followed
      *    by the stages after it
           move 1 to stg-sub
           perform search-one-stage
           perform search-suspense
           perform search-one-stage
               varying stg-sub from 2 by 1
               until stg-sub greater than stg-count
           perform take-master-state
           perform search-daytime-journal
           perform take-table-state
           open output rptout
           perform print-one-timeline
               varying trc-sub from 1 by 1
               until trc-sub greater than trc-count
           perform print-sources
           close rptout
           perform register-in-spool
           display "*===============================================* "
           display " Records traced    : " trc-count
           display " Sources searched  : " record-counter-sources
           display " Events found      : " record-counter-events
           display " Not found anywhere: " record-counter-untraced
           display " Pages             : " ws-page-number
           display "*===============================================* "
           if record-counter-untraced greater than zero
               move 4 to ws-return-code
           end-if
           move ws-return-code to return-code
           goback
           .
      * ============================= *
       read-trace-settings.
      * ============================= *
           accept ws-key-list from environment "GCTRACE_KEY"
           accept ws-seq-list from environment "GCTRACE_SEQ"
           move "K" to ws-list-type
           move 1 to ws-list-ptr
           perform take-one-list-item
               until ws-list-ptr greater than length(ws-key-list)
                  or ws-return-code not equal zero
           move "S" to ws-list-type
           move 1 to ws-list-ptr
           perform take-one-list-item
               until ws-list-ptr greater than length(ws-seq-list)
                  or ws-return-code not equal zero
           if trc-count equal zero
              and ws-return-code equal zero
               display " ** GCTRACE_KEY or GCTRACE_SEQ must name the"
                       " record(s) to trace"
               move 8 to ws-return-code
           end-if
           accept ws-to-text from environment "GCTRACE_TO"
           if ws-to-text equal spaces
               move ws-run-date to ws-to-text
           end-if
           if ws-to-text is numeric
               move ws-to-text to ws-to-date
           end-if
           if test-date-yyyymmdd(ws-to-date) not equal zero
               display " ** GCTRACE_TO " ws-to-text
                       " is not a yyyymmdd date"
               move 8 to ws-return-code
               exit paragraph
           end-if
           accept ws-from-text from environment "GCTRACE_FROM"
           if ws-from-text equal spaces
               compute ws-from-date = date-of-integer(
                   integer-of-date(ws-to-date) - 6)
               move ws-from-date to ws-from-text
           end-if
           if ws-from-text is numeric
               move ws-from-text to ws-from-date
           else
               move zero to ws-from-date
           end-if
           if test-date-yyyymmdd(ws-from-date) not equal zero
              or ws-from-date greater than ws-to-date
               display " ** GCTRACE_FROM/GCTRACE_TO " ws-from-text
                       " " ws-to-text " is not a yyyymmdd period"
               move 8 to ws-return-code
           end-if
           accept ws-table-file from environment "GCTRACE_TABLE"
           if ws-table-file equal spaces
               move "UNLDOUT" to ws-table-file
           end-if
           .
      * ============================= *
      * the next comma-separated key or seq-record of a list
      * ============================= *
       take-one-list-item.
      * ============================= *
           move spaces to ws-list-item
           if ws-list-type equal "K"
               unstring ws-key-list delimited by ","
                   into ws-list-item
                   with pointer ws-list-ptr
               end-unstring
           else
               unstring ws-seq-list delimited by ","
                   into ws-list-item
                   with pointer ws-list-ptr
               end-unstring
           end-if
           move trim(ws-list-item) to ws-list-item
           if ws-list-item equal spaces
               exit paragraph
           end-if
           if trc-count not less than trc-max
               display " ** more than " trc-max " records to trace; "
                       trim(ws-list-item) " and after not traced"
               move 8 to ws-return-code
               exit paragraph
           end-if
           if ws-list-type equal "K"
               if ws-list-item(6:) not equal spaces
                   display " ** GCTRACE_KEY " trim(ws-list-item)
                           " is longer than a ch-field key"
                   move 8 to ws-return-code
                   exit paragraph
               end-if
               add 1 to trc-count
               move spaces to trc-entry(trc-count)
               move "K" to trc-type(trc-count)
               move ws-list-item(1:5) to trc-key(trc-count)
           else
               if test-numval(ws-list-item) not equal zero
                  or numval(ws-list-item) less than zero
                  or numval(ws-list-item) greater than 9999999
                  or numval(ws-list-item) not equal
                     integer(numval(ws-list-item))
                   display " ** GCTRACE_SEQ " trim(ws-list-item)
                           " is not a seq-record"
                   move 8 to ws-return-code
                   exit paragraph
               end-if
               compute ws-seq-number = numval(ws-list-item)
               add 1 to trc-count
               move spaces to trc-entry(trc-count)
               move "S" to trc-type(trc-count)
               move ws-seq-number to trc-seq(trc-count)
           end-if
           move "N" to trc-mst-state(trc-count)
                       trc-tbl-state(trc-count)
           move zero to trc-ev-count(trc-count)
                        trc-ev-overflow(trc-count)
           .
      * ============================= *
      * every GCATLOG entry, in catalog order
      * ============================= *
       load-generation-catalog.
      * ============================= *
           move zero to cat-count
           open input gencat
           if fs-gencat not equal "00"
               close gencat
               display " GCATLOG not found; steady files only"
               exit paragraph
           end-if
           move zero to ws-eof
           perform load-one-catalog-entry until ws-eof equal 1
           close gencat
           .
      * ============================= *
       load-one-catalog-entry.
      * ============================= *
           read gencat
           end-read
           if fs-gencat not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           if cat-count not less than cat-max
               display " ** GCATLOG holds more than " cat-max
                       " entries; the rest are not searched"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to cat-count
           move cat-file-name   to cte-file-name(cat-count)
           move cat-create-date to cte-date(cat-count)
           move cat-create-time to cte-time(cat-count)
           move cat-status      to cte-status(cat-count)
           .
      * ============================= *
      * one stage: its cataloged generations, then its steady name
      * ============================= *
       search-one-stage.
      * ============================= *
           move stg-program(stg-sub) to ws-scan-program
           move stg-code(stg-sub) to ws-scan-code
           move zero to ws-scan-records ws-scan-matches
           move spaces to ws-gen-prefix
           string trim(stg-name(stg-sub)) ".G"
               delimited by size into ws-gen-prefix
           end-string
           compute ws-gen-prefix-len = length(trim(ws-gen-prefix))
           perform search-one-generation
               varying cat-sub from 1 by 1
               until cat-sub greater than cat-count
           move stg-name(stg-sub) to ws-check-name
           perform check-file
           move stg-name(stg-sub) to ws-scan-name
           if ws-check-found not equal "Y"
               move zero to ws-scan-date ws-scan-time
               move "NOT PRESENT" to ws-scan-note
               perform add-source
               exit paragraph
           end-if
           compute ws-scan-date = ws-fi-year * 10000
                                + ws-fi-month * 100 + ws-fi-day
           compute ws-scan-time = ws-fi-hours * 10000
                                + ws-fi-minutes * 100 + ws-fi-seconds
           perform search-in-range-source
           .
      * ============================= *
       search-one-generation.
      * ============================= *
           if cte-file-name(cat-sub)(1:ws-gen-prefix-len)
                  not equal ws-gen-prefix(1:ws-gen-prefix-len)
               exit paragraph
           end-if
           move cte-file-name(cat-sub) to ws-scan-name
           move cte-date(cat-sub) to ws-scan-date
           move cte-time(cat-sub) to ws-scan-time
           move zero to ws-scan-records ws-scan-matches
           if cte-status(cat-sub) not equal "A"
               if ws-scan-date not less than ws-from-date
                  and ws-scan-date not greater than ws-to-date
                   move "DELETED BY RETENTION, NOT SEARCHED"
                     to ws-scan-note
                   perform add-source
               end-if
               exit paragraph
           end-if
           perform search-in-range-source
           .
      * ============================= *
      * a file dated outside the range is listed, not read
      * ============================= *
       search-in-range-source.
      * ============================= *
           if ws-scan-date less than ws-from-date
              or ws-scan-date greater than ws-to-date
               move "OUTSIDE THE RANGE, NOT SEARCHED" to ws-scan-note
               perform add-source
               exit paragraph
           end-if
           move zero to ws-scan-records ws-scan-matches
           move spaces to ws-scan-note
           move low-value to ws-prev-matched-key
           evaluate stg-length(stg-sub)
               when 90
                   perform search-file90
               when 92
                   perform search-file92
               when other
                   perform search-jrnlfile
           end-evaluate
           perform add-source
           .
      * ============================= *
       search-file90.
      * ============================= *
           open input file90
           if fs-file90 not equal "00"
               string "OPEN FAILED, STATUS " fs-file90
                   delimited by size into ws-scan-note
               end-string
               close file90
               exit paragraph
           end-if
           move zero to ws-eof
           perform read-one-file90-record until ws-eof equal 1
           close file90
           .
      * ============================= *
       read-one-file90-record.
      * ============================= *
           read file90
           end-read
           if fs-file90 not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           move spaces to ws-scan-record
           move file90-record to ws-scan-record
           perform take-stage-record
           .
      * ============================= *
       search-file92.
      * ============================= *
           open input file92
           if fs-file92 not equal "00"
               string "OPEN FAILED, STATUS " fs-file92
                   delimited by size into ws-scan-note
               end-string
               close file92
               exit paragraph
           end-if
           move zero to ws-eof
           perform read-one-file92-record until ws-eof equal 1
           close file92
           .
      * ============================= *
       read-one-file92-record.
      * ============================= *
           read file92
           end-read
           if fs-file92 not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           move spaces to ws-scan-record
           move file92-record to ws-scan-record
           perform take-stage-record
           .
      * ============================= *
       search-jrnlfile.
      * ============================= *
           open input jrnlfile
           if fs-jrnlfile not equal "00"
               string "OPEN FAILED, STATUS " fs-jrnlfile
                   delimited by size into ws-scan-note
               end-string
               close jrnlfile
               exit paragraph
           end-if
           move zero to ws-eof
           perform read-one-jrnlfile-line until ws-eof equal 1
           close jrnlfile
           .
      * ============================= *
       read-one-jrnlfile-line.
      * ============================= *
           move spaces to jrnlfile-record
           read jrnlfile
           end-read
           if fs-jrnlfile not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           move jrnlfile-record to ws-scan-record
           perform take-stage-record
           .
      * ============================= *
      * the record's seq-record and key at the stage's positions,
      * matched against every record traced
      * ============================= *
       take-stage-record.
      * ============================= *
           add 1 to ws-scan-records
           if stg-seq-pos(stg-sub) greater than zero
               move ws-scan-record(stg-seq-pos(stg-sub):7)
                 to ws-rec-seq
           else
               move spaces to ws-rec-seq
           end-if
           move ws-scan-record(stg-ch-pos(stg-sub):5) to ws-rec-key
           move ws-scan-record(1:2) to ws-rec-reason
      *    MATCHED: the first record of a key group is its master
           if ws-rec-key not equal ws-prev-matched-key
               move "Y" to ws-first-of-key
               move ws-rec-key to ws-prev-matched-key
           else
               move "N" to ws-first-of-key
           end-if
           perform match-one-trace
               varying trc-sub from 1 by 1
               until trc-sub greater than trc-count
           .
      * ============================= *
       match-one-trace.
      * ============================= *
           perform check-trace-match
           if ws-match not equal "Y"
               exit paragraph
           end-if
           add 1 to ws-scan-matches
           move ws-scan-date to wev-date
           move ws-scan-time to wev-time
           move ws-scan-program to wev-stage
           move ws-scan-name to wev-source
           move ws-rec-seq to wev-seq
           move ws-rec-key to wev-key
           move spaces to wev-text
           evaluate ws-scan-code
               when "REJ"
                   perform find-reason-text
                   string "REJECTED " ws-rec-reason " "
                          ws-reason-text
                       delimited by size into wev-text
                   end-string
               when "RSB"
                   move "FIXED RECORD RESUBMITTED" to wev-text
               when "VAL"
                   move "ACCEPTED, PASSED VALIDATION" to wev-text
               when "SRT"
                   move "CARRIED ON THE SORT OUTPUT" to wev-text
               when "MAT"
                   if ws-first-of-key equal "Y"
                       move "MATCHED, AS THE MASTER OF ITS KEY"
                         to wev-text
                   else
                       move "MATCHED, AS A TRANSACTION OF ITS KEY"
                         to wev-text
                   end-if
               when "MSO"
                   move "UNMATCHED, MASTER WITHOUT TRANSACTION"
                     to wev-text
               when "TRO"
                   move "UNMATCHED, TRANSACTION WITHOUT MASTER"
                     to wev-text
               when "UPJ"
                   perform describe-update-journal
               when "UPE"
                   perform find-reason-text
                   string "UPDATE REFUSED " ws-rec-reason " "
                          ws-reason-text
                       delimited by size into wev-text
                   end-string
           end-evaluate
           perform add-trace-event
           .
      * ============================= *
      * does the record in hand belong to trace trc-sub: by seq-record
      * where the stage carries one and the trace is by seq-record,
      * by key otherwise (a resubmission's seq-record and key too)
      * ============================= *
       check-trace-match.
      * ============================= *
           move "N" to ws-match
           if trc-by-seq(trc-sub)
              and ws-rec-seq not equal spaces
               if ws-rec-seq equal trc-seq(trc-sub)
                  or (trc-alias-seq(trc-sub) not equal spaces
                      and ws-rec-seq equal trc-alias-seq(trc-sub))
                   move "Y" to ws-match
                   if trc-key(trc-sub) equal spaces
                       move ws-rec-key to trc-key(trc-sub)
                   end-if
               end-if
               exit paragraph
           end-if
           if trc-key(trc-sub) equal spaces
               exit paragraph
           end-if
           if ws-rec-key equal trc-key(trc-sub)
              or (trc-alias-key(trc-sub) not equal spaces
                  and ws-rec-key equal trc-alias-key(trc-sub))
               move "Y" to ws-match
           end-if
           .
      * ============================= *
      * a gcupdt01 journal line: the action and its amounts
      * (bi, fi, pd and zd after the update; before a delete; the
      * amounts moved by an increment, decrement or reversal, with
      * the seq-record and batch of the adjustment reversed)
      * ============================= *
       describe-update-journal.
      * ============================= *
           evaluate ws-scan-record(7:1)
               when "A"
                   string "APPLIED ADD     BI/FI/PD/ZD "
                          ws-scan-record(50:32)
                       delimited by size into wev-text
                   end-string
               when "C"
                   string "APPLIED CHANGE  BI/FI/PD/ZD "
                          ws-scan-record(50:32)
                       delimited by size into wev-text
                   end-string
               when "D"
                   string "APPLIED DELETE  BI/FI/PD/ZD "
                          ws-scan-record(13:32)
                       delimited by size into wev-text
                   end-string
               when "I"
                   string "APPLIED INCREASE BI/FI/PD/ZD "
                          ws-scan-record(87:32)
                       delimited by size into wev-text
                   end-string
               when "S"
                   string "APPLIED DECREASE BI/FI/PD/ZD "
                          ws-scan-record(87:32)
                       delimited by size into wev-text
                   end-string
               when "R"
                   string "REVERSED " ws-scan-record(120:7) "/"
                          ws-scan-record(127:6) " BY"
                          ws-scan-record(87:32)
                       delimited by size into wev-text
                   end-string
               when other
                   string "APPLIED " ws-scan-record(7:1)
                       delimited by size into wev-text
                   end-string
           end-evaluate
           .
      * ============================= *
       find-reason-text.
      * ============================= *
           evaluate ws-rec-reason
               when "R0"
                   move "type code not in the dictionary"
                     to ws-reason-text
               when "R1"
                   move "seq-record not numeric" to ws-reason-text
               when "R2"
                   move "packed field invalid" to ws-reason-text
               when "R3"
                   move "zoned field invalid" to ws-reason-text
               when "R4"
                   move "bi-field over PIC range" to ws-reason-text
               when "R5"
                   move "fi-field over PIC range" to ws-reason-text
               when "R6"
                   move "fl-field not a finite number"
                     to ws-reason-text
               when "K1"
                   move "key not on the KEYREF key reference"
                     to ws-reason-text
               when "K2"
                   move "key closed for the processing date"
                     to ws-reason-text
               when "U1"
                   move "add for a key already on the master"
                     to ws-reason-text
               when "U2"
                   move "change/adjustment, key not on the master"
                     to ws-reason-text
               when "U3"
                   move "delete for a key not on the master"
                     to ws-reason-text
               when "U4"
                   move "action code not A, C, D, I, S or R"
                     to ws-reason-text
               when "U5"
                   move "reversal of adjustment already reversed"
                     to ws-reason-text
               when "U6"
                   move "reversal of an adjustment never posted"
                     to ws-reason-text
               when "U7"
                   move "adjustment already posted" to ws-reason-text
               when "U8"
                   move "adjustment takes an amount out of range"
                     to ws-reason-text
               when other
                   move "GCRULES business rule" to ws-reason-text
           end-evaluate
           .
      * ============================= *
      * ws-event into trace trc-sub's timeline, after every event
      * at or before its moment
      * ============================= *
       add-trace-event.
      * ============================= *
           inspect wev-seq
               converting x"000102030405060708090A0B0C0D0E0F"
                       to "????????????????"
           inspect wev-seq
               converting x"101112131415161718191A1B1C1D1E1F"
                       to "????????????????"
           inspect wev-key
               converting x"000102030405060708090A0B0C0D0E0F"
                       to "????????????????"
           inspect wev-key
               converting x"101112131415161718191A1B1C1D1E1F"
                       to "????????????????"
           if trc-ev-count(trc-sub) not less than ev-max
               add 1 to trc-ev-overflow(trc-sub)
               exit paragraph
           end-if
           add 1 to record-counter-events
           move 1 to ev-ins
           move "N" to ws-slot-found
           perform find-event-slot
               until ev-ins greater than trc-ev-count(trc-sub)
                  or ws-slot-found equal "Y"
           perform shift-one-event
               varying ev-sub from trc-ev-count(trc-sub) by -1
               until ev-sub less than ev-ins
           add 1 to trc-ev-count(trc-sub)
           move wev-date   to tev-date(trc-sub, ev-ins)
           move wev-time   to tev-time(trc-sub, ev-ins)
           move wev-stage  to tev-stage(trc-sub, ev-ins)
           move wev-source to tev-source(trc-sub, ev-ins)
           move wev-seq    to tev-seq(trc-sub, ev-ins)
           move wev-key    to tev-key(trc-sub, ev-ins)
           move wev-text   to tev-text(trc-sub, ev-ins)
           .
      * ============================= *
       find-event-slot.
      * ============================= *
           if tev-date(trc-sub, ev-ins) greater than wev-date
              or (tev-date(trc-sub, ev-ins) equal wev-date
                  and tev-time(trc-sub, ev-ins) greater than wev-time)
               move "Y" to ws-slot-found
               exit paragraph
           end-if
           add 1 to ev-ins
           .
      * ============================= *
       shift-one-event.
      * ============================= *
           move trc-ev-entry(trc-sub, ev-sub)
             to trc-ev-entry(trc-sub, ev-sub + 1)
           .
      * ============================= *
       add-source.
      * ============================= *
           add 1 to record-counter-sources
           if src-count not less than src-max
               add 1 to src-overflow
               exit paragraph
           end-if
           add 1 to src-count
           move ws-scan-name    to src-name(src-count)
           move ws-scan-program to src-program(src-count)
           move ws-scan-date    to src-date(src-count)
           move ws-scan-time    to src-time(src-count)
           move ws-scan-records to src-records(src-count)
           move ws-scan-matches to src-matches(src-count)
           move ws-scan-note    to src-note(src-count)
           .
      * ============================= *
      * the reject suspense: every entry of a record traced, dated by
      * its arrival and closing; a fix resubmitted under another
      * seq-record or key is followed under that one too
      * ============================= *
       search-suspense.
      * ============================= *
           move "SUSPENSE" to ws-scan-name ws-check-name
           move "GCSUSP01" to ws-scan-program
           move "SUS" to ws-scan-code
           move zero to ws-scan-records ws-scan-matches
           move spaces to ws-scan-note
           perform check-file
           if ws-check-found not equal "Y"
               move zero to ws-scan-date ws-scan-time
               move "NOT PRESENT" to ws-scan-note
               perform add-source
               exit paragraph
           end-if
           compute ws-scan-date = ws-fi-year * 10000
                                + ws-fi-month * 100 + ws-fi-day
           compute ws-scan-time = ws-fi-hours * 10000
                                + ws-fi-minutes * 100 + ws-fi-seconds
           open input suspense
           if fs-suspense not equal "00"
               string "OPEN FAILED, STATUS " fs-suspense
                   delimited by size into ws-scan-note
               end-string
               close suspense
               perform add-source
               exit paragraph
           end-if
           move zero to ws-eof
           perform read-one-suspense-entry until ws-eof equal 1
           close suspense
           move "ENTRIES DATED IN THE RANGE" to ws-scan-note
           perform add-source
           .
      * ============================= *
       read-one-suspense-entry.
      * ============================= *
           read suspense
           end-read
           if fs-suspense not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to ws-scan-records
           move sus-key(1:7) to ws-rec-seq
           move sus-key(8:5) to ws-rec-key
           perform match-one-suspense-entry
               varying trc-sub from 1 by 1
               until trc-sub greater than trc-count
           .
      * ============================= *
       match-one-suspense-entry.
      * ============================= *
           perform check-trace-match
           if ws-match not equal "Y"
               exit paragraph
           end-if
           add 1 to ws-scan-matches
           if (sus-resubmitted or sus-confirmed)
              and sus-resub-key not equal sus-key
              and sus-resub-key not equal spaces
               move sus-resub-key(1:7) to trc-alias-seq(trc-sub)
               move sus-resub-key(8:5) to trc-alias-key(trc-sub)
           end-if
           move "GCSUSP01" to wev-stage
           move "SUSPENSE" to wev-source
           move ws-rec-seq to wev-seq
           move ws-rec-key to wev-key
           if sus-arrival-date not less than ws-from-date
              and sus-arrival-date not greater than ws-to-date
               move sus-arrival-date to wev-date
               move sus-arrival-time to wev-time
               move spaces to wev-text
               evaluate true
                   when sus-escalated
                       string "SUSPENSE ENTRY OPENED " sus-reason
                              ", ESCALATED, STILL OPEN"
                           delimited by size into wev-text
                       end-string
                   when sus-open
                       string "SUSPENSE ENTRY OPENED " sus-reason
                              ", STILL OPEN"
                           delimited by size into wev-text
                       end-string
                   when other
                       string "SUSPENSE ENTRY OPENED " sus-reason
                              " BY JOB " sus-job-name
                           delimited by size into wev-text
                       end-string
               end-evaluate
               perform add-trace-event
           end-if
           if (sus-resubmitted or sus-discarded or sus-confirmed)
              and sus-close-date not less than ws-from-date
              and sus-close-date not greater than ws-to-date
               move sus-close-date to wev-date
               move sus-close-time to wev-time
               move spaces to wev-text
               if sus-discarded
                   string "DISCARDED BY " sus-closed-by
                       delimited by size into wev-text
                   end-string
               else
                   string "FIXED BY " sus-closed-by
                          " RESUBMITTED AS " sus-resub-key
                       delimited by size into wev-text
                   end-string
               end-if
               perform add-trace-event
           end-if
           if sus-confirmed
              and sus-confirm-date not less than ws-from-date
              and sus-confirm-date not greater than ws-to-date
               move sus-confirm-date to wev-date
               move zero to wev-time
               move "RESUBMISSION ACCEPTED, ENTRY CLOSED" to wev-text
               perform add-trace-event
           end-if
           .
      * ============================= *
      * each record's GCMASTER record now: by the key it goes by, or
      * by the seq-record index for a seq-record no stage gave a key
      * for
      * ============================= *
       take-master-state.
      * ============================= *
           move "N" to ws-master-open
           open input gcmaster
           if fs-gcmaster equal "00"
               move "Y" to ws-master-open
           else
               display " GCMASTER not available, status " fs-gcmaster
           end-if
           perform read-one-master-record
               varying trc-sub from 1 by 1
               until trc-sub greater than trc-count
           if ws-master-open equal "Y"
               close gcmaster
           end-if
           .
      * ============================= *
       read-one-master-record.
      * ============================= *
           if ws-master-open not equal "Y"
               move "U" to trc-mst-state(trc-sub)
               exit paragraph
           end-if
           move "N" to trc-mst-state(trc-sub)
           perform set-state-key
           if ws-state-key not equal spaces
               move ws-state-key to ix-ch-field
               read gcmaster key is ix-ch-field
                   invalid key
                       exit paragraph
               end-read
           else
               move trc-seq(trc-sub) to ix-seq-record
               read gcmaster key is ix-seq-record
                   invalid key
                       exit paragraph
               end-read
               move ix-ch-field to trc-key(trc-sub)
           end-if
           if fs-gcmaster equal "00" or fs-gcmaster equal "02"
               move "Y" to trc-mst-state(trc-sub)
               move gcmaster-record to trc-mst-image(trc-sub)
           end-if
           .
      * ============================= *
      * the key a record goes by now: the key it was resubmitted
      * under, if it was
      * ============================= *
       set-state-key.
      * ============================= *
           if trc-alias-key(trc-sub) not equal spaces
               move trc-alias-key(trc-sub) to ws-state-key
           else
               move trc-key(trc-sub) to ws-state-key
           end-if
           .
      * ============================= *
      * the daytime changes to each record's key on GCJRNL
      * ============================= *
       search-daytime-journal.
      * ============================= *
           move "GCJRNL" to ws-scan-name ws-check-name
           move "GC72MASTMNT" to ws-scan-program
           move "JRN" to ws-scan-code
           move zero to ws-scan-records ws-scan-matches
           move spaces to ws-scan-note
           perform check-file
           if ws-check-found not equal "Y"
               move zero to ws-scan-date ws-scan-time
               move "NOT PRESENT" to ws-scan-note
               perform add-source
               exit paragraph
           end-if
           compute ws-scan-date = ws-fi-year * 10000
                                + ws-fi-month * 100 + ws-fi-day
           compute ws-scan-time = ws-fi-hours * 10000
                                + ws-fi-minutes * 100 + ws-fi-seconds
           open input gcjrnl
           if fs-gcjrnl not equal "00"
               string "OPEN FAILED, STATUS " fs-gcjrnl
                   delimited by size into ws-scan-note
               end-string
               close gcjrnl
               perform add-source
               exit paragraph
           end-if
           move zero to ws-eof
           perform read-one-journal-record until ws-eof equal 1
           close gcjrnl
           move "ENTRIES DATED IN THE RANGE" to ws-scan-note
           perform add-source
           .
      * ============================= *
       read-one-journal-record.
      * ============================= *
           read gcjrnl
           end-read
           if fs-gcjrnl not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to ws-scan-records
           if jrn-date less than ws-from-date
              or jrn-date greater than ws-to-date
               exit paragraph
           end-if
           if jrn-action equal "D"
               move jrn-before(6:7) to ws-rec-seq
               move jrn-before(1:5) to ws-rec-key
           else
               move jrn-after(6:7) to ws-rec-seq
               move jrn-after(1:5) to ws-rec-key
           end-if
      *    the daytime screens work by key
           move spaces to ws-rec-seq
           perform match-one-journal-record
               varying trc-sub from 1 by 1
               until trc-sub greater than trc-count
           .
      * ============================= *
       match-one-journal-record.
      * ============================= *
           perform check-trace-match
           if ws-match not equal "Y"
               exit paragraph
           end-if
           add 1 to ws-scan-matches
           move jrn-date to wev-date
           move jrn-time to wev-time
           move "GC72MASTMNT" to wev-stage
           move "GCJRNL" to wev-source
           if jrn-action equal "D"
               move jrn-before to mst-view
           else
               move jrn-after to mst-view
           end-if
           move mvw-seq-record to wev-seq
           move mvw-ch-field to wev-key
           move mvw-bi-field to ws-show-bi
           move mvw-fi-field to ws-show-fi
           move mvw-pd-field to ws-show-pd
           move mvw-zd-field to ws-show-zd
           move spaces to wev-text
           evaluate jrn-action
               when "A"
                   string "DAYTIME ADD    BY " jrn-operator " "
                          ws-show-bi ws-show-fi ws-show-pd ws-show-zd
                       delimited by size into wev-text
                   end-string
               when "C"
                   string "DAYTIME CHANGE BY " jrn-operator " "
                          ws-show-bi ws-show-fi ws-show-pd ws-show-zd
                       delimited by size into wev-text
                   end-string
               when "D"
                   string "DAYTIME DELETE BY " jrn-operator
                       delimited by size into wev-text
                   end-string
               when other
                   string "DAYTIME " jrn-action " BY " jrn-operator
                       delimited by size into wev-text
                   end-string
           end-evaluate
           perform add-trace-event
           .
      * ============================= *
      * each record's row in the table, from the table unload
      * ============================= *
       take-table-state.
      * ============================= *
           move "N" to ws-table-found
           move ws-table-file to ws-scan-name ws-check-name
           move "JCSQLUNLD" to ws-scan-program
           move zero to ws-scan-records ws-scan-matches
           move spaces to ws-scan-note
           perform check-file
           if ws-check-found not equal "Y"
               move zero to ws-scan-date ws-scan-time
               move "NOT PRESENT, TABLE STATE NOT SHOWN"
                 to ws-scan-note
               perform add-source
               exit paragraph
           end-if
           compute ws-table-date = ws-fi-year * 10000
                                 + ws-fi-month * 100 + ws-fi-day
           compute ws-table-time = ws-fi-hours * 10000
                                 + ws-fi-minutes * 100 + ws-fi-seconds
           move ws-table-date to ws-scan-date
           move ws-table-time to ws-scan-time
           open input file90
           if fs-file90 not equal "00"
               string "OPEN FAILED, STATUS " fs-file90
                   delimited by size into ws-scan-note
               end-string
               close file90
               perform add-source
               exit paragraph
           end-if
           move "Y" to ws-table-found
           move zero to ws-eof
           perform read-one-table-row until ws-eof equal 1
           close file90
           move "TABLE UNLOAD" to ws-scan-note
           perform add-source
           .
      * ============================= *
       read-one-table-row.
      * ============================= *
           read file90
           end-read
           if fs-file90 not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to ws-scan-records
           move file90-record(1:7) to ws-rec-seq
           move file90-record(8:5) to ws-rec-key
           perform match-one-table-row
               varying trc-sub from 1 by 1
               until trc-sub greater than trc-count
           .
      * ============================= *
       match-one-table-row.
      * ============================= *
           if trc-tbl-state(trc-sub) equal "Y"
               exit paragraph
           end-if
           perform set-state-key
           if ws-state-key not equal spaces
               if ws-rec-key equal ws-state-key
                   move "Y" to ws-match
               else
                   move "N" to ws-match
               end-if
           else
               perform check-trace-match
           end-if
           if ws-match equal "Y"
               add 1 to ws-scan-matches
               move "Y" to trc-tbl-state(trc-sub)
               move file90-record to trc-tbl-image(trc-sub)
           end-if
           .
      * ============================= *
      * one record: its timeline, then its state now
      * ============================= *
       print-one-timeline.
      * ============================= *
           move spaces to hd2-section
           if trc-by-seq(trc-sub)
               string "TRACE OF SEQ-RECORD " trc-seq(trc-sub)
                   delimited by size into hd2-section
               end-string
           else
               string "TRACE OF KEY " trc-key(trc-sub)
                   delimited by size into hd2-section
               end-string
           end-if
           move event-heading to ws-column-heading
           move ws-page-limit to ws-line-count
           if trc-ev-count(trc-sub) equal zero
              and trc-mst-state(trc-sub) not equal "Y"
              and trc-tbl-state(trc-sub) not equal "Y"
               add 1 to record-counter-untraced
           end-if
           if trc-ev-count(trc-sub) equal zero
               perform check-page-break
               move spaces to rptout-record
               move "  NO STAGE DATED IN THE RANGE CARRIED THIS RECORD"
                 to rptout-record
               write rptout-record
               add 1 to ws-line-count
           end-if
           perform print-one-event
               varying ev-sub from 1 by 1
               until ev-sub greater than trc-ev-count(trc-sub)
           if trc-ev-overflow(trc-sub) greater than zero
               perform check-page-break
               move spaces to rptout-record
               string "  ** " trc-ev-overflow(trc-sub)
                      " further event(s) not shown"
                   delimited by size into rptout-record
               end-string
               write rptout-record
               add 1 to ws-line-count
           end-if
           perform print-record-state
           .
      * ============================= *
       print-one-event.
      * ============================= *
           perform check-page-break
           move spaces to event-line
           move tev-date(trc-sub, ev-sub) to evl-date
           move tev-time(trc-sub, ev-sub) to ws-time-text
           perform edit-time
           move ws-time-edit to evl-time
           move tev-stage(trc-sub, ev-sub)  to evl-stage
           move tev-source(trc-sub, ev-sub) to evl-source
           move tev-seq(trc-sub, ev-sub)    to evl-seq
           move tev-key(trc-sub, ev-sub)    to evl-key
           move tev-text(trc-sub, ev-sub)   to evl-text
           move event-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           .
      * ============================= *
       edit-time.
      * ============================= *
           move spaces to ws-time-edit
           string ws-time-text(1:2) ":" ws-time-text(3:2) ":"
                  ws-time-text(5:2)
               delimited by size into ws-time-edit
           end-string
           .
      * ============================= *
      * the record on GCMASTER and in the table now, and whether
      * the two agree on the seq-record and the amounts
      * ============================= *
       print-record-state.
      * ============================= *
           add 4 to ws-line-count
           perform check-page-break
           subtract 4 from ws-line-count
           move spaces to rptout-record
           write rptout-record
           add 1 to ws-line-count
           move spaces to state-line
           move "GCMASTER" to stl-label
           evaluate trc-mst-state(trc-sub)
               when "U"
                   move "NOT AVAILABLE" to stl-text
               when "N"
                   move "NOT ON FILE" to stl-text
               when other
                   move trc-mst-image(trc-sub) to mst-view
                   move mvw-bi-field to ws-show-bi
                   move mvw-fi-field to ws-show-fi
                   move mvw-pd-field to ws-show-pd
                   move mvw-zd-field to ws-show-zd
                   string "ON FILE  KEY " mvw-ch-field
                          "  SEQ " mvw-seq-record
                          "  BI" ws-show-bi "  FI" ws-show-fi
                          "  PD" ws-show-pd "  ZD" ws-show-zd
                       delimited by size into stl-text
                   end-string
           end-evaluate
           move state-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           move spaces to state-line
           move "TABLE" to stl-label
           if ws-table-found not equal "Y"
               string "NO UNLOAD " trim(ws-table-file)
                      " TO SHOW THE TABLE FROM"
                   delimited by size into stl-text
               end-string
           else
               if trc-tbl-state(trc-sub) not equal "Y"
                   move ws-table-time to ws-time-text
                   perform edit-time
                   string "NOT IN THE UNLOAD " trim(ws-table-file)
                          " OF " ws-table-date " " ws-time-edit
                       delimited by size into stl-text
                   end-string
               else
                   perform describe-table-row
               end-if
           end-if
           move state-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           if trc-alias-seq(trc-sub) not equal spaces
               move spaces to state-line
               move "RESUBMITTED" to stl-label
               string "AS SEQ " trc-alias-seq(trc-sub) " KEY "
                      trc-alias-key(trc-sub)
                      ", FOLLOWED UNDER BOTH"
                   delimited by size into stl-text
               end-string
               move state-line to rptout-record
               write rptout-record
               add 1 to ws-line-count
           end-if
           .
      * ============================= *
       describe-table-row.
      * ============================= *
           move trc-tbl-image(trc-sub) to tbl-view
           move tvw-bi-field to ws-show-bi
           move tvw-fi-field to ws-show-fi
           move tvw-pd-field to ws-show-pd
           move tvw-zd-field to ws-show-zd
           move 1 to ws-state-ptr
           string "IN THE UNLOAD  KEY " tvw-ch-field
                  "  SEQ " tvw-seq-record
                  "  BI" ws-show-bi "  FI" ws-show-fi
                  "  PD" ws-show-pd "  ZD" ws-show-zd
               delimited by size into stl-text
               with pointer ws-state-ptr
           end-string
           if trc-mst-state(trc-sub) not equal "Y"
               exit paragraph
           end-if
           if tvw-ch-field equal mvw-ch-field
              and tvw-seq-record equal mvw-seq-record
              and tvw-bi-field equal mvw-bi-field
              and tvw-fi-field equal mvw-fi-field
              and tvw-pd-field equal mvw-pd-field
              and tvw-zd-field equal mvw-zd-field
               string "  AGREES WITH GCMASTER"
                   delimited by size into stl-text
                   with pointer ws-state-ptr
               end-string
           else
               string "  DIFFERS FROM GCMASTER"
                   delimited by size into stl-text
                   with pointer ws-state-ptr
               end-string
           end-if
           .
      * ============================= *
      * every source, what was read and what it held
      * ============================= *
       print-sources.
      * ============================= *
           move "SOURCES SEARCHED" to hd2-section
           move source-heading to ws-column-heading
           move ws-page-limit to ws-line-count
           perform print-one-source
               varying src-sub from 1 by 1
               until src-sub greater than src-count
           if src-overflow greater than zero
               perform check-page-break
               move spaces to rptout-record
               string "  ** " src-overflow
                      " further source(s) not listed"
                   delimited by size into rptout-record
               end-string
               write rptout-record
               add 1 to ws-line-count
           end-if
           .
      * ============================= *
       print-one-source.
      * ============================= *
           perform check-page-break
           move spaces to source-line
           move src-name(src-sub) to srl-name
           move src-program(src-sub) to srl-program
           if src-date(src-sub) not equal zero
               move src-date(src-sub) to srl-date
               move src-time(src-sub) to ws-time-text
               perform edit-time
               move ws-time-edit to srl-time
           end-if
           move src-records(src-sub) to srl-records
           move src-matches(src-sub) to srl-matches
           move src-note(src-sub) to srl-note
           move source-line to rptout-record
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
               move ws-from-date   to hd2-from-date
               move ws-to-date     to hd2-to-date
               move heading-line-1 to rptout-record
               write rptout-record
               move heading-line-2 to rptout-record
               write rptout-record
               move ws-column-heading to rptout-record
               write rptout-record
               move spaces to rptout-record
               write rptout-record
               move 4 to ws-line-count
           end-if
           .
      * ============================= *
       check-file.
      * ============================= *
           move "N" to ws-check-found
           move zero to ws-fi-size
           call "CBL_CHECK_FILE_EXIST" using ws-check-name ws-file-info
               returning ws-call-status
           end-call
           if ws-call-status equal zero
               move "Y" to ws-check-found
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
               move "TRACE" to ws-report-name
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
      *    the highest number cataloged, not the count of entries
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
