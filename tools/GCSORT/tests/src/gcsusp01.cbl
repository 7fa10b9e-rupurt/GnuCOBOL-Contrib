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
      * Reject suspense: closure and aging.  SUSPENSE holds one entry
      * per record gcvalid01 rejected (ssuspsqf01/fsuspsqf01), so a
      * reject is still accounted for after the next run overwrites
      * REJECTS.  This step, run after validation and again whenever
      * the rejects have been worked:
      *   - applies SUSPACT (ssactsqf01/fsactsqf01) in the order it was
      *     written: a fix or discard from GC78REJFIX closes the oldest
      *     open entry with that reason and key (R resubmitted, D
      *     discarded); an acceptance from gcvalid01 confirms the
      *     oldest resubmitted entry under that key (K).  An action
      *     matching no entry is reported.  The applied file is renamed
      *     SUSPACT.Dyyyymmddhhmmss so it is never applied twice.
      *   - ages every open entry and marks those older than the
      *     escalation limit E, raising a JCSQLALERT operator alert
      *     for each, once.
      *   - drops closed entries (discarded, or confirmed) older than
      *     the keep period; open and resubmitted entries are kept
      *     whatever their age.
      *   - writes SUSPRPT: the open items by reason in the 1, 3, 7
      *     and 30 day age bands, every open item oldest first, the
      *     resubmissions no run has accepted yet, and what was closed
      *     today.
      * SUSPENSE is rewritten through SUSPENSE.NEW under the
      * SUSPENSE.LCK lock gcvalid01 and GC78REJFIX append under.  A
      * lock that is not released inside the wait is left alone -
      * this step rewrites the suspense, so it never breaks a lock -
      * and the run ends RC 8 to be rerun.
      *
      * Environment:
      *   GCSUSP_ESCALATE_DAYS  days an item may stay open before it
      *                         is escalated (default 7)
      *   GCSUSP_KEEP_DAYS      days closed items are kept (default
      *                         90)
      *   GCSUSP_LOCK_WAIT      seconds to wait for SUSPENSE.LCK
      *                         (default 30)
      *
      * Return codes: 0 nothing open past the escalation limit, 4
      * escalated items open or unmatched actions reported, 8 SUSPENSE
      * busy, too large or not rewritable.
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. gcsusp01.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      * ssuspsqf01.cpy (reject suspense)
           copy ssuspsqf01.
      * ssactsqf01.cpy (reject suspense actions)
           copy ssactsqf01.
           select suspense-new assign to "SUSPENSE.NEW"
               organization is line sequential
               file status  is fs-suspense-new.
           select susprpt assign to "SUSPRPT"
               organization is line sequential
               file status  is fs-susprpt.
       data division.
       file section.
      * fsuspsqf01.cpy
           copy fsuspsqf01.
      * fsactsqf01.cpy
           copy fsactsqf01.
       fd  suspense-new.
       01  suspense-new-record     pic x(97).
       fd  susprpt.
       01  susprpt-record          pic x(120).
      *
       working-storage section.
       77 fs-suspense                    pic xx.
       77 fs-suspact                     pic xx.
       77 fs-suspense-new                pic xx.
       77 fs-susprpt                     pic xx.
       77 ws-return-code                 pic 9(2) value zero.
       77 ws-today                       pic 9(8) value zero.
       77 ws-now                         pic 9(8) value zero.
       77 ws-today-day                   pic 9(7) value zero.
       77 ws-age                         pic 9(5) value zero.
       77 ws-band                        pic 9 value zero.
       77 ws-action-done-name            pic x(40) value spaces.
       77 ws-setting-text                pic x(8) value spaces.
       77 ws-escalate-days               pic 9(4) value 7.
       77 ws-keep-days                   pic 9(4) value 90.
       77 ws-lock-limit                  pic 9(4) value 30.
       77 ws-lock-waited                 pic 9(4) value zero.
       77 ws-lock-rc                     pic s9(9) comp value zero.
       77 ws-call-status                 pic s9(9) comp value zero.
      * the suspense, held whole while the actions are applied
       77 spn-sub                        pic 9(5) value zero.
       77 spn-count                      pic 9(5) value zero.
       77 spn-max                        pic 9(5) value 5000.
       77 ws-found-sub                   pic 9(5) value zero.
       01 spn-table.
           05 spn-entry occurs 5000     pic x(97).
      * open items by reason and age band: 1 up to a day, 2 up to 3
      * days, 3 up to 7, 4 up to 30, 5 older
       77 rsn-sub                        pic 9(2) value zero.
       77 rsn-count                      pic 9(2) value zero.
       01 reason-table.
           05 reason-entry occurs 60.
               10 rsn-reason           pic x(02).
               10 rsn-band             pic 9(5) occurs 5.
               10 rsn-open             pic 9(5).
       01 band-totals.
           05 bnd-total            pic 9(5) occurs 5.
       77 bnd-open                       pic 9(5) value zero.
       01 band-names.
           05 filler               pic x(09) value " 0-1 DAY ".
           05 filler               pic x(09) value "2-3 DAYS ".
           05 filler               pic x(09) value "4-7 DAYS ".
           05 filler               pic x(09) value "8-30 DAYS".
           05 filler               pic x(09) value " OVER 30 ".
       01 band-name-table redefines band-names.
           05 band-name            pic x(09) occurs 5.
       77 ws-line                        pic x(120) value spaces.
       77 ws-count-edit                  pic z(4)9.
       77 ws-age-edit                    pic z(4)9.
      * operator alert area (JCSQLALERT.CPY in the JC-SQL suite)
       01 alert-area.
           05 alr-program          pic x(08).
           05 alr-connection       pic 9(02).
           05 alr-error-number     pic x(05).
           05 alr-sql-text         pic x(80).
           05 alr-message          pic x(256).
      * ============================= *
       77 act-counter-read               pic 9(5) value zero.
       77 act-counter-fixed              pic 9(5) value zero.
       77 act-counter-discarded          pic 9(5) value zero.
       77 act-counter-accepted           pic 9(5) value zero.
       77 act-counter-unmatched          pic 9(5) value zero.
       77 spn-counter-escalated          pic 9(5) value zero.
       77 spn-counter-escalated-open     pic 9(5) value zero.
       77 spn-counter-dropped            pic 9(5) value zero.
       77 spn-counter-waiting            pic 9(5) value zero.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-suspense.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCSUSP01" to cfg-program
           copy prcfgld01.
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-today
           accept ws-now from time
           compute ws-today-day = integer-of-date(ws-today)
           perform read-suspense-settings
           display "*===============================================* "
           display " Reject suspense - closure and aging " ws-today
           display "*===============================================* "
           perform take-suspense-lock
           if ws-lock-rc not equal zero
               display " ** SUSPENSE.LCK still held after "
                       ws-lock-waited " s; rerun this step"
               move 8 to return-code
               goback
           end-if
           perform load-suspense
           if ws-return-code equal 8
               perform release-suspense-lock
               move ws-return-code to return-code
               goback
           end-if
           perform apply-suspense-actions
           perform age-one-entry
               varying spn-sub from 1 by 1
               until spn-sub greater than spn-count
           perform rewrite-suspense
           perform release-suspense-lock
           if ws-return-code not equal 8
               perform write-aging-report
           end-if
           display "*===============================================* "
           display " Actions read          : " act-counter-read
           display "   fixed, resubmitted  : " act-counter-fixed
           display "   discarded           : " act-counter-discarded
           display "   resubmit accepted   : " act-counter-accepted
           display "   matching no entry   : " act-counter-unmatched
           display " Open items            : " bnd-open
           display "   newly escalated     : " spn-counter-escalated
           display " Awaiting acceptance   : " spn-counter-waiting
           display " Closed items dropped  : " spn-counter-dropped
           display "*===============================================* "
           move ws-return-code to return-code
           goback
           .
      * ============================= *
       read-suspense-settings.
      * ============================= *
           accept ws-setting-text from environment
               "GCSUSP_ESCALATE_DAYS"
           if ws-setting-text not equal spaces
              and test-numval(ws-setting-text) equal zero
               compute ws-escalate-days = numval(ws-setting-text)
           end-if
           move spaces to ws-setting-text
           accept ws-setting-text from environment "GCSUSP_KEEP_DAYS"
           if ws-setting-text not equal spaces
              and test-numval(ws-setting-text) equal zero
               compute ws-keep-days = numval(ws-setting-text)
           end-if
           move spaces to ws-setting-text
           accept ws-setting-text from environment "GCSUSP_LOCK_WAIT"
           if ws-setting-text not equal spaces
              and test-numval(ws-setting-text) equal zero
               compute ws-lock-limit = numval(ws-setting-text)
           end-if
           .
      * ============================= *
       take-suspense-lock.
      * ============================= *
           move zero to ws-lock-waited
           call "CBL_CREATE_DIR" using "SUSPENSE.LCK"
               returning ws-lock-rc
           end-call
           perform until ws-lock-rc equal zero
                      or ws-lock-waited not less than ws-lock-limit
               call "C$SLEEP" using 1 end-call
               add 1 to ws-lock-waited
               call "CBL_CREATE_DIR" using "SUSPENSE.LCK"
                   returning ws-lock-rc
               end-call
           end-perform
           .
      * ============================= *
       release-suspense-lock.
      * ============================= *
           call "CBL_DELETE_DIR" using "SUSPENSE.LCK"
               returning ws-lock-rc
           end-call
           .
      * ============================= *
       load-suspense.
      * ============================= *
           open input suspense
           if fs-suspense not equal "00" and fs-suspense not equal "05"
               display " ** SUSPENSE open failed, status "
                       fs-suspense
               move 8 to ws-return-code
               exit paragraph
           end-if
           perform load-one-suspense-entry
               until fs-suspense not equal "00"
           close suspense
           .
      * ============================= *
       load-one-suspense-entry.
      * ============================= *
           read suspense
           end-read
           if fs-suspense not equal "00"
              or suspense-record equal spaces
               exit paragraph
           end-if
           if spn-count not less than spn-max
               display " ** SUSPENSE holds more than " spn-max
                       " entries; shorten GCSUSP_KEEP_DAYS and rerun"
               move 8 to ws-return-code
               move "10" to fs-suspense
               exit paragraph
           end-if
           add 1 to spn-count
           move suspense-record to spn-entry(spn-count)
           .
      * ============================= *
       apply-suspense-actions.
      * ============================= *
           open input suspact
           if fs-suspact not equal "00"
               close suspact
               display " No suspense actions (SUSPACT)"
               exit paragraph
           end-if
           perform apply-one-action until fs-suspact not equal "00"
           close suspact
      *    applied: set aside so it is never applied twice
           move spaces to ws-action-done-name
           string "SUSPACT.D" ws-today ws-now(1:6)
               delimited by size into ws-action-done-name
           end-string
           call "CBL_RENAME_FILE" using "SUSPACT" ws-action-done-name
               returning ws-call-status
           end-call
           if ws-call-status not equal zero
               display " ** SUSPACT could not be renamed to "
                       trim(ws-action-done-name)
               move 8 to ws-return-code
           end-if
           .
      * ============================= *
       apply-one-action.
      * ============================= *
           read suspact
           end-read
           if fs-suspact not equal "00"
              or suspact-record equal spaces
               exit paragraph
           end-if
           add 1 to act-counter-read
           move zero to ws-found-sub
           perform find-action-entry
               varying spn-sub from 1 by 1
               until spn-sub greater than spn-count
                  or ws-found-sub greater than zero
           if ws-found-sub equal zero
               add 1 to act-counter-unmatched
               move 4 to ws-return-code
               display " ** " sua-action " " sua-date " " sua-source
                       " reason " sua-reason " key [" sua-key
                       "] [" sua-resub-key "] matches no entry"
               exit paragraph
           end-if
           move spn-entry(ws-found-sub) to suspense-record
           evaluate true
               when sua-fixed
                   move "R" to sus-status
                   move sua-resub-key to sus-resub-key
                   add 1 to act-counter-fixed
               when sua-discarded
                   move "D" to sus-status
                   add 1 to act-counter-discarded
               when sua-accepted
                   move "K" to sus-status
                   move sua-date to sus-confirm-date
                   add 1 to act-counter-accepted
           end-evaluate
           if not sua-accepted
               move sua-date to sus-close-date
               move sua-time to sus-close-time
               move sua-source to sus-closed-by
           end-if
           move suspense-record to spn-entry(ws-found-sub)
           .
      * ============================= *
      * the oldest entry the action closes: an open one with the
      * reason and key for a fix or discard, a resubmitted one under
      * the key for an acceptance
      * ============================= *
       find-action-entry.
      * ============================= *
           move spn-entry(spn-sub) to suspense-record
           if sua-accepted
               if sus-resubmitted
                  and sus-resub-key equal sua-resub-key
                   move spn-sub to ws-found-sub
               end-if
           else
               if sus-open
                  and sus-reason equal sua-reason
                  and sus-key equal sua-key
                   move spn-sub to ws-found-sub
               end-if
           end-if
           .
      * ============================= *
      * an open entry past the escalation limit is escalated and
      * alerted once; a closed one past the keep period is dropped
      * ============================= *
       age-one-entry.
      * ============================= *
           move spn-entry(spn-sub) to suspense-record
           if sus-resubmitted
               add 1 to spn-counter-waiting
           end-if
           if sus-discarded or sus-confirmed
               if sus-discarded
                   compute ws-age = ws-today-day
                       - integer-of-date(sus-close-date)
               else
                   compute ws-age = ws-today-day
                       - integer-of-date(sus-confirm-date)
               end-if
               if ws-age greater than ws-keep-days
                   move spaces to spn-entry(spn-sub)
                   add 1 to spn-counter-dropped
               end-if
               exit paragraph
           end-if
           if not sus-open
               exit paragraph
           end-if
           compute ws-age = ws-today-day
               - integer-of-date(sus-arrival-date)
           if sus-escalated
               add 1 to spn-counter-escalated-open
               move 4 to ws-return-code
               exit paragraph
           end-if
           if ws-age not greater than ws-escalate-days
               exit paragraph
           end-if
           move "E" to sus-status
           move suspense-record to spn-entry(spn-sub)
           add 1 to spn-counter-escalated
           add 1 to spn-counter-escalated-open
           move 4 to ws-return-code
           move ws-age to ws-age-edit
           display " ** reject " sus-reason " [" sus-key "] from "
                   sus-arrival-date " " trim(sus-job-name)
                   " open " trim(ws-age-edit) " days"
           move "SUSPN" to alr-error-number
           move spaces to alr-message
           string "reject " sus-reason " key " sus-key
                  " rejected " sus-arrival-date " by "
                  trim(sus-job-name) " still open after "
                  trim(ws-age-edit) " days (limit "
                  ws-escalate-days ")"
               delimited by size into alr-message
           end-string
           perform raise-suspense-alert
           .
      * ============================= *
       raise-suspense-alert.
      * ============================= *
           move "GCSUSP" to alr-program
           move zero to alr-connection
           move sus-key to alr-sql-text
           call "JCSQLALERT" using alert-area
             on exception
      *        no alert module bound; the console message stands
               continue
           end-call
           .
      * ============================= *
       rewrite-suspense.
      * ============================= *
           open output suspense-new
           if fs-suspense-new not equal "00"
               display " ** SUSPENSE.NEW open failed, status "
                       fs-suspense-new
               move 8 to ws-return-code
               exit paragraph
           end-if
           perform varying spn-sub from 1 by 1
                   until spn-sub greater than spn-count
               if spn-entry(spn-sub) not equal spaces
                   write suspense-new-record from spn-entry(spn-sub)
               end-if
           end-perform
           close suspense-new
           call "CBL_DELETE_FILE" using "SUSPENSE"
               returning ws-call-status
           end-call
           call "CBL_RENAME_FILE" using "SUSPENSE.NEW" "SUSPENSE"
               returning ws-call-status
           end-call
           if ws-call-status not equal zero
               display " ** SUSPENSE.NEW could not be renamed to "
                       "SUSPENSE; rename it before the next validation"
               move 8 to ws-return-code
           end-if
           .
      * ============================= *
       write-aging-report.
      * ============================= *
           initialize reason-table band-totals
           perform count-one-open-entry
               varying spn-sub from 1 by 1
               until spn-sub greater than spn-count
           open output susprpt
           if fs-susprpt not equal "00"
               display " ** SUSPRPT open failed, status " fs-susprpt
               move 8 to ws-return-code
               exit paragraph
           end-if
           move spaces to ws-line
           move ws-escalate-days to ws-age-edit
           string "REJECT SUSPENSE AGING  " ws-today
                  "  (ESCALATION AFTER " trim(ws-age-edit) " DAYS)"
               delimited by size into ws-line
           end-string
           perform write-report-line
           perform write-report-line
           move spaces to ws-line
           string "REASON " band-name(1) " " band-name(2) " "
                  band-name(3) " " band-name(4) " " band-name(5)
                  "      OPEN"
               delimited by size into ws-line
           end-string
           perform write-report-line
           perform varying rsn-sub from 1 by 1
                   until rsn-sub greater than rsn-count
               move rsn-reason(rsn-sub) to ws-line(3:2)
               perform varying ws-band from 1 by 1
                         until ws-band greater than 5
                   move rsn-band(rsn-sub ws-band) to ws-count-edit
                   move ws-count-edit
                     to ws-line(8 + (ws-band - 1) * 10:5)
               end-perform
               move rsn-open(rsn-sub) to ws-count-edit
               move ws-count-edit to ws-line(58:5)
               perform write-report-line
           end-perform
           if rsn-count equal zero
               move "  (nothing open)" to ws-line
               perform write-report-line
           else
               move "TOTAL" to ws-line(1:5)
               perform varying ws-band from 1 by 1
                         until ws-band greater than 5
                   move bnd-total(ws-band) to ws-count-edit
                   move ws-count-edit
                     to ws-line(8 + (ws-band - 1) * 10:5)
               end-perform
               move bnd-open to ws-count-edit
               move ws-count-edit to ws-line(58:5)
               perform write-report-line
           end-if
           perform write-report-line
           move "OPEN ITEMS, OLDEST FIRST:" to ws-line
           perform write-report-line
           move "   AGE ARRIVED  TIME   JOB      ITEM    REASON KEY"
             & "           " to ws-line
           perform write-report-line
           move zero to ws-found-sub
           perform report-one-open-entry
               varying spn-sub from 1 by 1
               until spn-sub greater than spn-count
           if ws-found-sub equal zero
               move "  (none)" to ws-line
               perform write-report-line
           end-if
           perform write-report-line
           move "RESUBMITTED, NOT YET ACCEPTED BY A VALIDATION RUN:"
             to ws-line
           perform write-report-line
           move zero to ws-found-sub
           perform report-one-waiting-entry
               varying spn-sub from 1 by 1
               until spn-sub greater than spn-count
           if ws-found-sub equal zero
               move "  (none)" to ws-line
               perform write-report-line
           end-if
           perform write-report-line
           move spaces to ws-line
           string "CLOSED TODAY: FIXED " act-counter-fixed
                  "  DISCARDED " act-counter-discarded
                  "  RESUBMISSIONS ACCEPTED " act-counter-accepted
               delimited by size into ws-line
           end-string
           perform write-report-line
           close susprpt
           .
      * ============================= *
       count-one-open-entry.
      * ============================= *
           move spn-entry(spn-sub) to suspense-record
           if spn-entry(spn-sub) equal spaces or not sus-open
               exit paragraph
           end-if
           perform find-age-band
           perform varying rsn-sub from 1 by 1
                     until rsn-sub greater than rsn-count
                        or rsn-reason(rsn-sub) equal sus-reason
               continue
           end-perform
           if rsn-sub greater than rsn-count
               if rsn-count equal 60
                   move 60 to rsn-sub
               else
                   add 1 to rsn-count
                   move sus-reason to rsn-reason(rsn-sub)
               end-if
           end-if
           add 1 to rsn-band(rsn-sub ws-band)
           add 1 to rsn-open(rsn-sub)
           add 1 to bnd-total(ws-band)
           add 1 to bnd-open
           .
      * ============================= *
       find-age-band.
      * ============================= *
           compute ws-age = ws-today-day
               - integer-of-date(sus-arrival-date)
           evaluate true
               when ws-age not greater than 1
                   move 1 to ws-band
               when ws-age not greater than 3
                   move 2 to ws-band
               when ws-age not greater than 7
                   move 3 to ws-band
               when ws-age not greater than 30
                   move 4 to ws-band
               when other
                   move 5 to ws-band
           end-evaluate
           .
      * ============================= *
       report-one-open-entry.
      * ============================= *
           move spn-entry(spn-sub) to suspense-record
           if spn-entry(spn-sub) equal spaces or not sus-open
               exit paragraph
           end-if
           add 1 to ws-found-sub
           perform find-age-band
           move ws-age to ws-age-edit
           move spaces to ws-line
           string " " ws-age-edit " " sus-arrival-date " "
                  sus-arrival-time " " sus-job-name " "
                  sus-item " " sus-reason "     " sus-key
               delimited by size into ws-line
           end-string
           if sus-escalated
               move "*ESCALATED*" to ws-line(64:11)
           end-if
           perform write-report-line
           .
      * ============================= *
       report-one-waiting-entry.
      * ============================= *
           move spn-entry(spn-sub) to suspense-record
           if spn-entry(spn-sub) equal spaces or not sus-resubmitted
               exit paragraph
           end-if
           add 1 to ws-found-sub
           move spaces to ws-line
           string "  " sus-reason " " sus-key " arrived "
                  sus-arrival-date " fixed " sus-close-date " by "
                  sus-closed-by " as " sus-resub-key
               delimited by size into ws-line
           end-string
           perform write-report-line
           .
      * ============================= *
       write-report-line.
      * ============================= *
           move ws-line to susprpt-record
           write susprpt-record
           display " " ws-line(1:78)
           move spaces to ws-line
           .
