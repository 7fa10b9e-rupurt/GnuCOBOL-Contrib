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
      * Transaction batch status report.  Every batch keyed on
      * GC73TRANENTRY is on the TRANBATS register, and gcupdt01 writes
      * back onto each one how many of its transactions posted and how
      * many it rejected to UPDERR.  This report lists the register in
      * batch order: when and by whom each batch was keyed, its count
      * and control total, whether it is held, verified or released,
      * when it was released and by which verifier, and what the
      * posting made of it.  Each batch is put in one condition:
      *   HELD              held for blind verification, not on TRANS
      *   NOT YET POSTED    released, no update has seen it yet
      *   FULLY POSTED      every transaction of the batch posted
      *   PARTLY POSTED     some posted, the rest are on UPDERR
      *   NONE POSTED       the update rejected the whole batch
      * A summary of batches and transactions by condition follows.
      * The report is written to RPTOUT in numbered pages and, as
      * gcreport01's is, copied to the next SPOOL.nnnn and cataloged in
      * SPOOLCAT so the GC77SPOOLVIEW viewer shows it.
      *
      * Environment:
      *   JOBNAME             job name in the headings (default
      *                       GCBATRPT)
      *   GCRPT_NAME          spool catalog report name (default
      *                       BATCHSTATUS)
      *
      * Return codes: 0 every released batch fully posted, 4 a
      * released batch not yet posted or with transactions still on
      * UPDERR, 8 TRANBATS unusable.
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. gcbatrpt01.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      * sbatsqf01.cpy (transaction batch register)
           copy sbatsqf01.
           select rptout assign to "RPTOUT"
               organization is line sequential
               file status  is fs-rptout.
      * sspolsqf01.cpy (report spool catalog)
           copy sspolsqf01.
       data division.
       file section.
      * fbatsqf01.cpy
           copy fbatsqf01.
       fd  rptout.
       01  rptout-record           pic x(132).
      * fspolsqf01.cpy
           copy fspolsqf01.
      *
       working-storage section.
       77 fs-tranbats                    pic xx.
       77 fs-rptout                      pic xx.
       77 fs-spoolcat                    pic xx.
       77 ws-eof                         pic 9 value zero.
       77 ws-job-name                    pic x(8) value spaces.
       77 ws-run-date                    pic x(8).
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
      * the condition of the batch in hand, as a subscript of the
      * summary table
       77 ws-ix                          pic 9(4) comp value zero.
       77 ws-cond                        pic 9(4) comp value zero.
       01 ws-condition-names.
           05 filler               pic x(16) value "HELD".
           05 filler               pic x(16) value "NOT YET POSTED".
           05 filler               pic x(16) value "FULLY POSTED".
           05 filler               pic x(16) value "PARTLY POSTED".
           05 filler               pic x(16) value "NONE POSTED".
       01 ws-condition-name-table redefines ws-condition-names.
           05 ws-condition-name    pic x(16) occurs 5.
       01 ws-condition-table.
           05 ws-cond-entry        occurs 5.
               10 ws-cond-batches  pic 9(07).
               10 ws-cond-keyed    pic 9(07).
               10 ws-cond-posted   pic 9(07).
               10 ws-cond-errored  pic 9(07).
       01 ws-grand-totals.
           05 ws-gt-batches        pic 9(07) value zero.
           05 ws-gt-keyed          pic 9(07) value zero.
           05 ws-gt-posted         pic 9(07) value zero.
           05 ws-gt-errored        pic 9(07) value zero.
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
               value "TRANSACTION BATCH STATUS".
           05 filler               pic x(06) value "DATE: ".
           05 hd1-run-date         pic x(08).
           05 filler               pic x(02) value spaces.
           05 filler               pic x(06) value "PAGE: ".
           05 hd1-page             pic zzz9.
       01 heading-line-2.
           05 filler               pic x(10) value "REGISTER: ".
           05 filler               pic x(13) value "TRANBATS".
           05 hd2-section          pic x(30).
       01 detail-heading.
           05 filler               pic x(08) value "BATCH".
           05 filler               pic x(16) value "KEYED".
           05 filler               pic x(10) value "KEYER".
           05 filler               pic x(07) value "COUNT".
           05 filler               pic x(13) value "    CONTROL".
           05 filler               pic x(03) value "ST".
           05 filler               pic x(10) value "RELEASED".
           05 filler               pic x(10) value "VERIFIER".
           05 filler               pic x(08) value "POSTED".
           05 filler               pic x(06) value " REJ".
           05 filler               pic x(10) value "POSTED ON".
           05 filler               pic x(09) value "CONDITION".
       01 detail-line.
           05 dtl-batch            pic 9(06).
           05 filler               pic x(02).
           05 dtl-date             pic x(08).
           05 filler               pic x(01).
           05 dtl-time             pic x(06).
           05 filler               pic x(01).
           05 dtl-keyer            pic x(08).
           05 filler               pic x(02).
           05 dtl-count            pic zzzz9.
           05 filler               pic x(02).
           05 dtl-control          pic -(10)9.
           05 filler               pic x(02).
           05 dtl-status           pic x(01).
           05 filler               pic x(02).
           05 dtl-rel-date         pic x(08).
           05 filler               pic x(02).
           05 dtl-verifier         pic x(08).
           05 filler               pic x(02).
           05 dtl-posted           pic zzzzz9.
           05 filler               pic x(02).
           05 dtl-errored          pic zzz9.
           05 filler               pic x(02).
           05 dtl-post-date        pic x(08).
           05 filler               pic x(02).
           05 dtl-condition        pic x(16).
       01 summary-heading.
           05 filler               pic x(18) value "CONDITION".
           05 filler               pic x(10) value "   BATCHES".
           05 filler               pic x(12) value "       KEYED".
           05 filler               pic x(12) value "      POSTED".
           05 filler               pic x(12) value "    REJECTED".
       01 summary-line.
           05 sml-condition        pic x(16).
           05 filler               pic x(02).
           05 sml-batches          pic z(9)9.
           05 filler               pic x(02).
           05 sml-keyed            pic z(9)9.
           05 filler               pic x(02).
           05 sml-posted           pic z(9)9.
           05 filler               pic x(02).
           05 sml-errored          pic z(9)9.
       01 outstanding-line.
           05 filler               pic x(36)
               value "RELEASED BATCHES NOT FULLY POSTED:  ".
           05 osl-count            pic zzzzzz9.
      * ============================= *
       77 record-counter-in              pic 9(7) value zero.
       77 record-counter-outstanding     pic 9(7) value zero.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       batch-status-report.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCBATRPT01" to cfg-program
           copy prcfgld01.
           accept ws-job-name from environment "JOBNAME"
           if ws-job-name equal spaces
               move "GCBATRPT" to ws-job-name
           end-if
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-run-date
           display "*===============================================* "
           display " Transaction batch status report "
           display "*===============================================* "
           open input tranbats
           if fs-tranbats not equal "00"
               display " ** TRANBATS open failed, status " fs-tranbats
               move 8 to return-code
               stop run
           end-if
           initialize ws-condition-table
           open output rptout
           move "BATCH DETAIL" to hd2-section
           move detail-heading to ws-column-heading
           perform report-one-batch until ws-eof equal 1
           close tranbats
           if record-counter-in equal zero
               perform check-page-break
               move "NO BATCHES ON THE REGISTER" to rptout-record
               write rptout-record
               add 1 to ws-line-count
           end-if
           perform print-condition-summary
           close rptout
           perform register-in-spool
           display "*===============================================* "
           display " Batches read            : " record-counter-in
           perform varying ws-ix from 1 by 1 until ws-ix > 5
               display " " ws-condition-name(ws-ix) "        : "
                       ws-cond-batches(ws-ix)
           end-perform
           display " Pages                   : " ws-page-number
           display "*===============================================* "
           if record-counter-outstanding greater than zero
               display " ** " record-counter-outstanding
                       " released batch(es) not fully posted"
               move 4 to return-code
           else
               move zero to return-code
           end-if
           goback
           .
      * ============================= *
       report-one-batch.
      * ============================= *
           read tranbats
           end-read
           if fs-tranbats not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to record-counter-in
           perform classify-batch
           perform check-page-break
           move spaces to detail-line
           move bat-batch-id   to dtl-batch
           move bat-date       to dtl-date
           move bat-time       to dtl-time
           move bat-keyer      to dtl-keyer
           move bat-count      to dtl-count
           move bat-control    to dtl-control
           move bat-status     to dtl-status
           if bat-rel-date not equal zero
               move bat-rel-date to dtl-rel-date
           end-if
           move bat-verifier   to dtl-verifier
           if bat-post-date not equal zero
               move bat-posted    to dtl-posted
               move bat-errored   to dtl-errored
               move bat-post-date to dtl-post-date
           end-if
           move ws-condition-name(ws-cond) to dtl-condition
           move detail-line to rptout-record
           write rptout-record
           add 1 to ws-line-count
           add 1           to ws-cond-batches(ws-cond) ws-gt-batches
           add bat-count   to ws-cond-keyed(ws-cond)   ws-gt-keyed
           add bat-posted  to ws-cond-posted(ws-cond)  ws-gt-posted
           add bat-errored to ws-cond-errored(ws-cond) ws-gt-errored
           .
      * ============================= *
      * the batch's condition; a released batch short of fully posted
      * is outstanding
      * ============================= *
       classify-batch.
      * ============================= *
           evaluate true
               when bat-held
                   move 1 to ws-cond
               when bat-post-date equal zero
                   move 2 to ws-cond
               when bat-posted not less than bat-count
                   move 3 to ws-cond
               when bat-posted greater than zero
                   move 4 to ws-cond
               when other
                   move 5 to ws-cond
           end-evaluate
           if ws-cond greater than 1 and ws-cond not equal 3
               add 1 to record-counter-outstanding
           end-if
           .
      * ============================= *
      * batches and transactions by condition, on a page of their
      * own, and the total
      * ============================= *
       print-condition-summary.
      * ============================= *
           move "SUMMARY BY CONDITION" to hd2-section
           move summary-heading to ws-column-heading
           move 99 to ws-line-count
           perform varying ws-ix from 1 by 1 until ws-ix > 5
               perform check-page-break
               move spaces to summary-line
               move ws-condition-name(ws-ix) to sml-condition
               move ws-cond-batches(ws-ix)   to sml-batches
               move ws-cond-keyed(ws-ix)     to sml-keyed
               move ws-cond-posted(ws-ix)    to sml-posted
               move ws-cond-errored(ws-ix)   to sml-errored
               move summary-line to rptout-record
               write rptout-record
               add 1 to ws-line-count
           end-perform
           perform check-page-break
           move spaces to rptout-record
           write rptout-record
           move spaces to summary-line
           move "TOTAL"       to sml-condition
           move ws-gt-batches to sml-batches
           move ws-gt-keyed   to sml-keyed
           move ws-gt-posted  to sml-posted
           move ws-gt-errored to sml-errored
           move summary-line to rptout-record
           write rptout-record
           move spaces to rptout-record
           write rptout-record
           move record-counter-outstanding to osl-count
           move outstanding-line to rptout-record
           write rptout-record
           add 4 to ws-line-count
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
      * copy the finished report under the next SPOOL.nnnn name and
      * catalog it, so the viewer finds it after the next run
      * overwrites RPTOUT
      * ============================= *
       register-in-spool.
      * ============================= *
           accept ws-report-name from environment "GCRPT_NAME"
           if ws-report-name equal spaces
               move "BATCHSTATUS" to ws-report-name
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
