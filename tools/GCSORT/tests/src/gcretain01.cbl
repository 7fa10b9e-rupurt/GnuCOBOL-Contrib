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
      * Shop-wide housekeeping and retention.  gchstarc01 looks after
      * GCHIST and gcgencat01 after the SORTOUT generations; every
      * other log and audit trail (TUIAUDIT, MYSQLAUD, ALERTLOG,
      * FEEDLOG, GCJRNL, FIXAUDIT, MASKLOG, UPDJRNL, TOTHIST,
      * SQLRUNLOG, the SPOOL.nnnn reports) is appended to night after
      * night and never trimmed.  This job works through the RETPOL
      * retention policy, one file per line, and for each file moves
      * the records older than its keep days out of the live file -
      * into a dated archive (FILE.Ayyyymmdd, stamped with the cutoff
      * date like GCHARC.yyyymmdd) or straight to the bin - and
      * rewrites the live file with the rest.  The space given back
      * is reported file by file and in total.
      *
      * RETPOL, one line per file, semicolon-separated ("*" in col 1
      * is a comment):
      *   file;keep-days;action;date-col;record-length;hold
      *     file           the live file name
      *     keep-days      records younger than this many days stay
      *     action         ARCHIVE or DELETE
      *     date-col       column of the record's yyyymmdd date
      *                    (default 1); 0 ages the whole file by its
      *                    last-written date instead (a file rewritten
      *                    every run, such as UPDJRNL)
      *     record-length  blank or 0 for a line sequential file, the
      *                    record length of a fixed-length one
      *     hold           HOLD puts the file under legal hold: it is
      *                    reported and nothing in it is purged, what-
      *                    ever the rest of the line says
      * A line for SPOOLCAT ages the report spool catalog by spl-date
      * (date-col 23) and takes each expired entry's SPOOL.nnnn file
      * with it, renamed to SPOOL.nnnn.Ayyyymmdd or deleted.  The
      * reports are only listed (SPOOLCAT.PRG) while the catalog is
      * split, and moved once the new SPOOLCAT is in place: a catalog
      * left as it was keeps its reports too.  A shop policy reads,
      * for example:
      *   TUIAUDIT;90;ARCHIVE;61
      *   MYSQLAUD;90;ARCHIVE;1
      *   ALERTLOG;30;DELETE;1;126
      *   FEEDLOG;30;DELETE;1
      *   GCJRNL;400;ARCHIVE;1;203;HOLD
      *   FIXAUDIT;400;ARCHIVE;1
      *   MASKLOG;400;ARCHIVE;1
      *   UPDJRNL;35;DELETE;0
      *   TOTHIST;400;ARCHIVE;1
      *   SQLRUNLOG;35;DELETE;1
      *   SPOOLCAT;60;ARCHIVE;23
      *
      * A live file is never cut back under a running step: the
      * FILE.LCK lock directory (the GCHIST.LCK convention of
      * prhstwrt01) is taken before the file is read and held until
      * the new file is in place; a lock another step holds past
      * GCRET_LOCK_WAIT seconds (default 30) skips the file - it is
      * never broken here.  And if the live file still changes size
      * while it is being split (an appender that takes no lock), the
      * split is thrown away and the file left as it was.  A record
      * without a valid date is kept.
      *
      * Environment:
      *   GCRET_LOCK_WAIT  seconds to wait for a file's lock
      *
      * Return codes: 0 done, 4 some files skipped (policy line in
      * error, lock held, file changed or not rewritable), 8 RETPOL
      * missing.
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. gcretain01.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
           select policyfile assign to "RETPOL"
               organization is line sequential
               file status  is fs-policy.
           select livefile assign to ws-live-name
               organization is line sequential
               file status  is fs-livefile.
           select newfile assign to ws-new-name
               organization is line sequential
               file status  is fs-newfile.
           select expfile assign to ws-exp-name
               organization is line sequential
               file status  is fs-expfile.
           select purgefile assign to ws-purge-name
               organization is line sequential
               file status  is fs-purgefile.
       data division.
       file section.
       fd  policyfile.
       01  policy-record           pic x(80).
       fd  livefile.
       01  livefile-record         pic x(1024).
       fd  newfile.
       01  newfile-record          pic x(1024).
       fd  expfile.
       01  expfile-record          pic x(1024).
      * the reports of the expired SPOOLCAT entries, moved once the
      * new catalog is in place
       fd  purgefile.
       01  purgefile-record        pic x(20).
      *
       working-storage section.
       77 fs-policy                      pic xx.
       77 fs-livefile                    pic xx.
       77 fs-newfile                     pic xx.
       77 fs-expfile                     pic xx.
       77 fs-purgefile                   pic xx.
       77 ws-policy-eof                  pic 9 value zero.
       77 ws-eof                         pic 9 value zero.
       77 ws-return-code                 pic 9(2) value zero.
       77 ws-today                       pic 9(8) value zero.
       77 ws-call-status                 pic s9(9) comp value zero.
      * the policy line
       01 policy-parse.
           05 pp-file              pic x(20).
           05 pp-keep              pic x(08).
           05 pp-action            pic x(08).
           05 pp-date-col          pic x(08).
           05 pp-rec-len           pic x(08).
           05 pp-hold              pic x(08).
       77 ws-policy-error                pic 9 value zero.
       77 ws-keep-days                   pic 9(5) value zero.
       77 ws-action                      pic x(1) value space.
       77 ws-date-col                    pic 9(4) value zero.
       77 ws-rec-len                     pic 9(4) value zero.
       77 ws-spool-mode                  pic x(1) value "N".
       77 ws-cutoff-date                 pic 9(8) value zero.
       77 ws-file-date                   pic 9(8) value zero.
       77 ws-record-date                 pic x(8) value spaces.
      * the file names of one policy line
       77 ws-live-name                   pic x(40) value spaces.
       77 ws-new-name                    pic x(40) value spaces.
       77 ws-exp-name                    pic x(40) value spaces.
       77 ws-arch-name                   pic x(40) value spaces.
       77 ws-lock-name                   pic x(40) value spaces.
       77 ws-spool-name                  pic x(40) value spaces.
       77 ws-spool-arch                  pic x(40) value spaces.
       77 ws-purge-name                  pic x(40) value spaces.
       77 ws-purge-eof                   pic 9 value zero.
       77 ws-replaced                    pic x(1) value "N".
      * CBL_CHECK_FILE_EXIST details
       77 ws-check-name                  pic x(40) value spaces.
       77 ws-check-found                 pic x(1) value "N".
       01 ws-file-info.
           05 ws-fi-size           pic x(8) comp-x.
           05 ws-fi-day            pic x comp-x.
           05 ws-fi-month          pic x comp-x.
           05 ws-fi-year           pic x(2) comp-x.
           05 ws-fi-hours          pic x comp-x.
           05 ws-fi-minutes        pic x comp-x.
           05 ws-fi-seconds        pic x comp-x.
           05 ws-fi-hundredths     pic x comp-x.
      * byte-level access for fixed-length files and the archive
      * append
       77 ws-handle-in                   pic x(4).
       77 ws-handle-out                  pic x(4).
       77 ws-handle-exp                  pic x(4).
       77 ws-access-input                pic x comp-x value 1.
       77 ws-access-output               pic x comp-x value 2.
       77 ws-access-update               pic x comp-x value 3.
       77 ws-deny-mode                   pic x comp-x value zero.
       77 ws-device                      pic x comp-x value zero.
       77 ws-offset                      pic x(8) comp-x value zero.
       77 ws-out-offset                  pic x(8) comp-x value zero.
       77 ws-exp-offset                  pic x(8) comp-x value zero.
       77 ws-io-count                    pic x(4) comp-x value zero.
       77 ws-io-flags                    pic x comp-x value zero.
       77 ws-records-total               pic 9(9) value zero.
       77 ws-remaining                   pic 9(15) value zero.
       01 ws-buffer                      pic x(1024).
      * the file lock (the prhstwrt01 convention)
       77 ws-lock-taken                  pic x(1) value "N".
       77 ws-lock-rc                     pic s9(9) comp value zero.
       77 ws-lock-waited                 pic 9(4) value zero.
       77 ws-lock-limit                  pic 9(4) value 30.
       77 ws-lock-text                   pic x(4) value spaces.
      * sizes and outcome of one file
       77 ws-split-ok                    pic x(1) value "N".
       77 ws-outcome                     pic x(24) value spaces.
       77 ws-size-before                 pic 9(15) value zero.
       77 ws-size-after                  pic 9(15) value zero.
       77 ws-bytes-archived              pic 9(15) value zero.
       77 ws-bytes-reclaimed             pic 9(15) value zero.
       77 ws-spool-bytes                 pic 9(15) value zero.
       77 ws-show-bytes                  pic z(14)9.
      * ============================= *
       77 record-counter-in              pic 9(9) value zero.
       77 record-counter-kept            pic 9(9) value zero.
       77 record-counter-purged          pic 9(9) value zero.
       77 record-counter-undated         pic 9(9) value zero.
       77 file-counter-policy            pic 9(5) value zero.
       77 file-counter-trimmed           pic 9(5) value zero.
       77 file-counter-held              pic 9(5) value zero.
       77 file-counter-skipped           pic 9(5) value zero.
       77 total-bytes-before             pic 9(15) value zero.
       77 total-bytes-after              pic 9(15) value zero.
       77 total-bytes-archived           pic 9(15) value zero.
       77 total-bytes-reclaimed          pic 9(15) value zero.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-retain.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCRETAIN01" to cfg-program
           copy prcfgld01.
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-today
           accept ws-lock-text from environment "GCRET_LOCK_WAIT"
           if ws-lock-text not equal spaces
              and test-numval(ws-lock-text) equal zero
               compute ws-lock-limit = numval(ws-lock-text)
           end-if
           display "*===============================================* "
           display " Housekeeping and retention, run date " ws-today
           display "*===============================================* "
           open input policyfile
           if fs-policy not equal "00"
               display " ** RETPOL open failed, status " fs-policy
               move 8 to return-code
               stop run
           end-if
           perform process-policy-line until ws-policy-eof equal 1
           close policyfile
           display "*===============================================* "
           display " Policy lines          : " file-counter-policy
           display " Files trimmed         : " file-counter-trimmed
           display " Files on legal hold   : " file-counter-held
           display " Files skipped         : " file-counter-skipped
           move total-bytes-before to ws-show-bytes
           display " Live bytes before     : " ws-show-bytes
           move total-bytes-after to ws-show-bytes
           display " Live bytes after      : " ws-show-bytes
           move total-bytes-archived to ws-show-bytes
           display " Bytes moved to archive: " ws-show-bytes
           move total-bytes-reclaimed to ws-show-bytes
           display " Space reclaimed       : " ws-show-bytes
           display "*===============================================* "
           move ws-return-code to return-code
           goback
           .
      * ============================= *
       process-policy-line.
      * ============================= *
           read policyfile
           end-read
           if fs-policy not equal "00"
               move 1 to ws-policy-eof
               exit paragraph
           end-if
           if policy-record equal spaces
              or policy-record(1:1) equal "*"
               exit paragraph
           end-if
           add 1 to file-counter-policy
           perform parse-policy-line
           if ws-policy-error equal 1
               move "policy line in error" to ws-outcome
               perform skip-file
               exit paragraph
           end-if
           if upper-case(pp-hold) equal "HOLD"
               add 1 to file-counter-held
               display " " ws-live-name(1:12) " legal hold - not purged"
               exit paragraph
           end-if
           compute ws-cutoff-date
               = date-of-integer(integer-of-date(ws-today)
                                 - ws-keep-days)
           move spaces to ws-new-name ws-exp-name ws-arch-name
                          ws-lock-name ws-purge-name
           string trim(ws-live-name) ".NEW"
               delimited by size into ws-new-name
           end-string
           string trim(ws-live-name) ".EXP"
               delimited by size into ws-exp-name
           end-string
           string trim(ws-live-name) ".A" ws-cutoff-date
               delimited by size into ws-arch-name
           end-string
           string trim(ws-live-name) ".LCK"
               delimited by size into ws-lock-name
           end-string
           string trim(ws-live-name) ".PRG"
               delimited by size into ws-purge-name
           end-string
           move ws-live-name to ws-check-name
           perform check-file
           if ws-check-found equal "N"
               display " " ws-live-name(1:12) " not present"
               exit paragraph
           end-if
           move ws-fi-size to ws-size-before
           move zero to record-counter-in record-counter-kept
                        record-counter-purged record-counter-undated
                        ws-spool-bytes
           perform take-file-lock
           if ws-lock-taken equal "N"
               move "lock held by a step" to ws-outcome
               perform skip-file
               exit paragraph
           end-if
           move "N" to ws-split-ok
           move "N" to ws-replaced
           evaluate true
               when ws-date-col equal zero
                   perform age-whole-file
               when ws-rec-len equal zero
                   perform split-line-file
               when other
                   perform split-fixed-file
           end-evaluate
           if ws-split-ok equal "Y"
               perform replace-live-file
           end-if
           if ws-spool-mode equal "Y"
               perform finish-spool-purge
           end-if
           perform release-file-lock
           if ws-split-ok equal "Y"
               perform show-file-result
           else
               perform skip-file
           end-if
           .
      * ============================= *
       parse-policy-line.
      * ============================= *
           move zero to ws-policy-error
           move spaces to policy-parse
           unstring policy-record delimited by ";"
               into pp-file pp-keep pp-action pp-date-col pp-rec-len
                    pp-hold
           end-unstring
           move upper-case(trim(pp-file)) to ws-live-name
           move "N" to ws-spool-mode
           if ws-live-name equal "SPOOLCAT"
               move "Y" to ws-spool-mode
           end-if
           if ws-live-name equal spaces
              or test-numval(pp-keep) not equal zero
               display " ** RETPOL line needs a file and keep days: "
                       trim(policy-record)
               move 1 to ws-policy-error
               exit paragraph
           end-if
           compute ws-keep-days = numval(pp-keep)
           evaluate upper-case(trim(pp-action))
               when "ARCHIVE"
                   move "A" to ws-action
               when "DELETE"
                   move "D" to ws-action
               when other
                   display " ** RETPOL action must be ARCHIVE or"
                           " DELETE: " trim(policy-record)
                   move 1 to ws-policy-error
           end-evaluate
           move 1 to ws-date-col
           if pp-date-col not equal spaces
               if test-numval(pp-date-col) equal zero
                   compute ws-date-col = numval(pp-date-col)
               else
                   display " ** RETPOL date column not numeric: "
                           trim(policy-record)
                   move 1 to ws-policy-error
               end-if
           end-if
           move zero to ws-rec-len
           if pp-rec-len not equal spaces
               if test-numval(pp-rec-len) equal zero
                   compute ws-rec-len = numval(pp-rec-len)
               else
                   display " ** RETPOL record length not numeric: "
                           trim(policy-record)
                   move 1 to ws-policy-error
               end-if
           end-if
           if ws-rec-len greater than 1024
               display " ** RETPOL record length over 1024: "
                       trim(policy-record)
               move 1 to ws-policy-error
           end-if
           if ws-date-col greater than zero
              and ws-rec-len greater than zero
              and ws-date-col + 7 greater than ws-rec-len
               display " ** RETPOL date column beyond the record: "
                       trim(policy-record)
               move 1 to ws-policy-error
           end-if
           if ws-date-col + 7 greater than 1024
               display " ** RETPOL date column beyond 1024: "
                       trim(policy-record)
               move 1 to ws-policy-error
           end-if
           if ws-spool-mode equal "Y"
              and (ws-date-col equal zero
                   or ws-rec-len greater than zero)
               display " ** RETPOL SPOOLCAT is aged by record date: "
                       trim(policy-record)
               move 1 to ws-policy-error
           end-if
           .
      * ============================= *
      * ws-check-name's size and last-written date into ws-file-info
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
      * the FILE.LCK lock directory, taken atomically (mkdir) like
      * GCHIST.LCK; a lock still held when the wait runs out belongs
      * to a step that is writing the file, so the file is left alone
      * ============================= *
       take-file-lock.
      * ============================= *
           move "N" to ws-lock-taken
           move zero to ws-lock-waited
           call "CBL_CREATE_DIR" using ws-lock-name
               returning ws-lock-rc
           end-call
           perform until ws-lock-rc equal zero
                      or ws-lock-waited not less than ws-lock-limit
               call "C$SLEEP" using 1 end-call
               add 1 to ws-lock-waited
               call "CBL_CREATE_DIR" using ws-lock-name
                   returning ws-lock-rc
               end-call
           end-perform
           if ws-lock-rc equal zero
               move "Y" to ws-lock-taken
           end-if
           .
      * ============================= *
       release-file-lock.
      * ============================= *
           call "CBL_DELETE_DIR" using ws-lock-name
               returning ws-lock-rc
           end-call
           .
      * ============================= *
      * date-col 0: the whole file goes once its last write is older
      * than the cutoff
      * ============================= *
       age-whole-file.
      * ============================= *
           compute ws-file-date = ws-fi-year * 10000
                                + ws-fi-month * 100 + ws-fi-day
           move 1 to record-counter-in
           if ws-file-date not less than ws-cutoff-date
               move 1 to record-counter-kept
               move "Y" to ws-split-ok
               exit paragraph
           end-if
           move 1 to record-counter-purged
           if ws-action equal "A"
               move ws-arch-name to ws-check-name
               perform check-file
               if ws-check-found equal "Y"
                   move "archive already exists" to ws-outcome
                   exit paragraph
               end-if
               call "CBL_RENAME_FILE" using ws-live-name ws-arch-name
                   returning ws-call-status
               end-call
           else
               call "CBL_DELETE_FILE" using ws-live-name
                   returning ws-call-status
               end-call
           end-if
           if ws-call-status not equal zero
               move "could not be moved" to ws-outcome
               exit paragraph
           end-if
           move "Y" to ws-split-ok
           .
      * ============================= *
      * a line sequential file: kept records to FILE.NEW, expired
      * ones to FILE.EXP (ARCHIVE only)
      * ============================= *
       split-line-file.
      * ============================= *
           open input livefile
           if fs-livefile not equal "00"
               move "could not be read" to ws-outcome
               exit paragraph
           end-if
           open output newfile
           if fs-newfile not equal "00"
               close livefile
               move "FILE.NEW not writable" to ws-outcome
               exit paragraph
           end-if
           if ws-action equal "A"
               open output expfile
               if fs-expfile not equal "00"
                   close livefile newfile
                   move "FILE.EXP not writable" to ws-outcome
                   exit paragraph
               end-if
           end-if
           if ws-spool-mode equal "Y"
               open output purgefile
               if fs-purgefile not equal "00"
                   close livefile newfile
                   if ws-action equal "A"
                       close expfile
                   end-if
                   move "FILE.PRG not writable" to ws-outcome
                   exit paragraph
               end-if
           end-if
           move zero to ws-eof
           perform split-one-line until ws-eof equal 1
           close livefile newfile
           if ws-action equal "A"
               close expfile
           end-if
           if ws-spool-mode equal "Y"
               close purgefile
           end-if
           move "Y" to ws-split-ok
           .
      * ============================= *
       split-one-line.
      * ============================= *
           read livefile
           end-read
           if fs-livefile not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to record-counter-in
           move livefile-record(ws-date-col:8) to ws-record-date
           if ws-record-date is not numeric
               add 1 to record-counter-undated
           end-if
           if ws-record-date is numeric
              and ws-record-date less than ws-cutoff-date
               add 1 to record-counter-purged
               if ws-spool-mode equal "Y"
                  and livefile-record(52:20) not equal spaces
                   move livefile-record(52:20) to purgefile-record
                   write purgefile-record
               end-if
               if ws-action equal "A"
                   move livefile-record to expfile-record
                   write expfile-record
               end-if
           else
               add 1 to record-counter-kept
               move livefile-record to newfile-record
               write newfile-record
           end-if
           .
      * ============================= *
      * the expired SPOOLCAT entries take their reports with them -
      * only when the new catalog is in place; a split thrown away
      * (or a catalog not renamed) leaves every report where it was
      * ============================= *
       finish-spool-purge.
      * ============================= *
           if ws-replaced equal "Y"
               move zero to ws-purge-eof
               open input purgefile
               if fs-purgefile equal "00"
                   perform purge-spool-file
                       until ws-purge-eof equal 1
                   close purgefile
               end-if
           end-if
           call "CBL_DELETE_FILE" using ws-purge-name
               returning ws-call-status
           end-call
           .
      * ============================= *
       purge-spool-file.
      * ============================= *
           read purgefile
           end-read
           if fs-purgefile not equal "00"
               move 1 to ws-purge-eof
               exit paragraph
           end-if
           move spaces to ws-spool-name ws-spool-arch
           move purgefile-record to ws-spool-name
           if ws-spool-name equal spaces
               exit paragraph
           end-if
           move ws-spool-name to ws-check-name
           perform check-file
           if ws-check-found equal "N"
               exit paragraph
           end-if
           if ws-action equal "A"
               string trim(ws-spool-name) ".A" ws-cutoff-date
                   delimited by size into ws-spool-arch
               end-string
               call "CBL_RENAME_FILE" using ws-spool-name
                                            ws-spool-arch
                   returning ws-call-status
               end-call
               if ws-call-status equal zero
                   add ws-fi-size to total-bytes-archived
                   add ws-fi-size to ws-spool-bytes
               end-if
           else
               call "CBL_DELETE_FILE" using ws-spool-name
                   returning ws-call-status
               end-call
               if ws-call-status equal zero
                   add ws-fi-size to total-bytes-reclaimed
                   add ws-fi-size to ws-spool-bytes
               end-if
           end-if
           if ws-call-status not equal zero
               display " ** " trim(ws-spool-name)
                       " could not be moved; left in place"
           end-if
           .
      * ============================= *
      * a fixed-length file, ws-rec-len bytes a record, through the
      * CBL_ file routines
      * ============================= *
       split-fixed-file.
      * ============================= *
           divide ws-size-before by ws-rec-len
               giving ws-records-total remainder ws-remaining
           end-divide
           if ws-remaining not equal zero
               move "size not a record multiple" to ws-outcome
               exit paragraph
           end-if
           call "CBL_OPEN_FILE" using ws-live-name ws-access-input
                                      ws-deny-mode ws-device
                                      ws-handle-in
           end-call
           if return-code not equal zero
               move zero to return-code
               move "could not be read" to ws-outcome
               exit paragraph
           end-if
           call "CBL_OPEN_FILE" using ws-new-name ws-access-output
                                      ws-deny-mode ws-device
                                      ws-handle-out
           end-call
           if return-code not equal zero
               move zero to return-code
               call "CBL_CLOSE_FILE" using ws-handle-in end-call
               move "FILE.NEW not writable" to ws-outcome
               exit paragraph
           end-if
           if ws-action equal "A"
               call "CBL_OPEN_FILE" using ws-exp-name ws-access-output
                                          ws-deny-mode ws-device
                                          ws-handle-exp
               end-call
               if return-code not equal zero
                   move zero to return-code
                   call "CBL_CLOSE_FILE" using ws-handle-in end-call
                   call "CBL_CLOSE_FILE" using ws-handle-out end-call
                   move "FILE.EXP not writable" to ws-outcome
                   exit paragraph
               end-if
           end-if
           move zero to ws-offset ws-out-offset ws-exp-offset
           move ws-rec-len to ws-io-count
           perform split-one-fixed
               until record-counter-in not less than ws-records-total
           call "CBL_CLOSE_FILE" using ws-handle-in end-call
           call "CBL_CLOSE_FILE" using ws-handle-out end-call
           if ws-action equal "A"
               call "CBL_CLOSE_FILE" using ws-handle-exp end-call
           end-if
           move "Y" to ws-split-ok
           .
      * ============================= *
       split-one-fixed.
      * ============================= *
           call "CBL_READ_FILE" using ws-handle-in ws-offset
                                      ws-io-count ws-io-flags
                                      ws-buffer
           end-call
           add 1 to record-counter-in
           add ws-rec-len to ws-offset
           move ws-buffer(ws-date-col:8) to ws-record-date
           if ws-record-date is not numeric
               add 1 to record-counter-undated
           end-if
           if ws-record-date is numeric
              and ws-record-date less than ws-cutoff-date
               add 1 to record-counter-purged
               if ws-action equal "A"
                   call "CBL_WRITE_FILE" using ws-handle-exp
                                               ws-exp-offset
                                               ws-io-count ws-io-flags
                                               ws-buffer
                   end-call
                   add ws-rec-len to ws-exp-offset
               end-if
           else
               add 1 to record-counter-kept
               call "CBL_WRITE_FILE" using ws-handle-out ws-out-offset
                                           ws-io-count ws-io-flags
                                           ws-buffer
               end-call
               add ws-rec-len to ws-out-offset
           end-if
           .
      * ============================= *
      * FILE.NEW becomes the live file and FILE.EXP joins the dated
      * archive - but only if the live file is still the size it was
      * when the split began
      * ============================= *
       replace-live-file.
      * ============================= *
           if ws-date-col equal zero
               exit paragraph
           end-if
           if record-counter-purged equal zero
               call "CBL_DELETE_FILE" using ws-new-name
                   returning ws-call-status
               end-call
               call "CBL_DELETE_FILE" using ws-exp-name
                   returning ws-call-status
               end-call
               exit paragraph
           end-if
           move ws-live-name to ws-check-name
           perform check-file
           if ws-fi-size not equal ws-size-before
               call "CBL_DELETE_FILE" using ws-new-name
                   returning ws-call-status
               end-call
               call "CBL_DELETE_FILE" using ws-exp-name
                   returning ws-call-status
               end-call
               move "N" to ws-split-ok
               move "written to while split" to ws-outcome
               exit paragraph
           end-if
           if ws-action equal "A"
               perform append-to-archive
               if ws-split-ok equal "N"
                   call "CBL_DELETE_FILE" using ws-new-name
                       returning ws-call-status
                   end-call
                   exit paragraph
               end-if
           end-if
           call "CBL_DELETE_FILE" using ws-live-name
               returning ws-call-status
           end-call
           call "CBL_RENAME_FILE" using ws-new-name ws-live-name
               returning ws-call-status
           end-call
           if ws-call-status not equal zero
               display " ** rename of " trim(ws-new-name) " to "
                       trim(ws-live-name) " failed; the kept records"
                       " are in " trim(ws-new-name)
               move 4 to ws-return-code
           else
               move "Y" to ws-replaced
           end-if
           .
      * ============================= *
      * FILE.EXP renamed to the dated archive, or added to the end of
      * the one an earlier run the same day started
      * ============================= *
       append-to-archive.
      * ============================= *
           move ws-arch-name to ws-check-name
           perform check-file
           if ws-check-found equal "N"
               call "CBL_RENAME_FILE" using ws-exp-name ws-arch-name
                   returning ws-call-status
               end-call
               if ws-call-status not equal zero
                   move "N" to ws-split-ok
                   move "archive not writable" to ws-outcome
               end-if
               exit paragraph
           end-if
           move ws-fi-size to ws-out-offset
           call "CBL_OPEN_FILE" using ws-arch-name ws-access-update
                                      ws-deny-mode ws-device
                                      ws-handle-out
           end-call
           if return-code not equal zero
               move zero to return-code
               move "N" to ws-split-ok
               move "archive not writable" to ws-outcome
               exit paragraph
           end-if
           move ws-exp-name to ws-check-name
           perform check-file
           move ws-fi-size to ws-remaining
           call "CBL_OPEN_FILE" using ws-exp-name ws-access-input
                                      ws-deny-mode ws-device
                                      ws-handle-exp
           end-call
           move zero to ws-exp-offset
           perform copy-one-archive-block
               until ws-remaining equal zero
           call "CBL_CLOSE_FILE" using ws-handle-exp end-call
           call "CBL_CLOSE_FILE" using ws-handle-out end-call
           call "CBL_DELETE_FILE" using ws-exp-name
               returning ws-call-status
           end-call
           .
      * ============================= *
       copy-one-archive-block.
      * ============================= *
           if ws-remaining greater than 1024
               move 1024 to ws-io-count
           else
               move ws-remaining to ws-io-count
           end-if
           call "CBL_READ_FILE" using ws-handle-exp ws-exp-offset
                                      ws-io-count ws-io-flags
                                      ws-buffer
           end-call
           call "CBL_WRITE_FILE" using ws-handle-out ws-out-offset
                                       ws-io-count ws-io-flags
                                       ws-buffer
           end-call
           add ws-io-count to ws-exp-offset
           add ws-io-count to ws-out-offset
           subtract ws-io-count from ws-remaining
           .
      * ============================= *
       show-file-result.
      * ============================= *
           move zero to ws-size-after
           move ws-live-name to ws-check-name
           perform check-file
           if ws-check-found equal "Y"
               move ws-fi-size to ws-size-after
           end-if
           move zero to ws-bytes-archived ws-bytes-reclaimed
           if ws-action equal "A"
               compute ws-bytes-archived
                   = ws-size-before - ws-size-after
           else
               compute ws-bytes-reclaimed
                   = ws-size-before - ws-size-after
           end-if
           add ws-size-before to total-bytes-before
           add ws-size-after to total-bytes-after
           add ws-bytes-archived to total-bytes-archived
           add ws-bytes-reclaimed to total-bytes-reclaimed
           if record-counter-purged greater than zero
               add 1 to file-counter-trimmed
           end-if
           display " " ws-live-name(1:12) " read " record-counter-in
                   " kept " record-counter-kept
                   " purged " record-counter-purged
                   " (cutoff " ws-cutoff-date ")"
           if record-counter-undated greater than zero
               display "              " record-counter-undated
                       " records without a date kept"
           end-if
           compute ws-show-bytes = ws-size-before - ws-size-after
           if ws-action equal "A"
               display "              " ws-show-bytes
                       " bytes moved to " trim(ws-arch-name)
           else
               display "              " ws-show-bytes
                       " bytes deleted"
           end-if
           if ws-spool-bytes greater than zero
               move ws-spool-bytes to ws-show-bytes
               display "              " ws-show-bytes
                       " bytes of spooled reports"
           end-if
           .
      * ============================= *
       skip-file.
      * ============================= *
           add 1 to file-counter-skipped
           move 4 to ws-return-code
           display " " ws-live-name(1:12) " skipped - "
                   trim(ws-outcome)
           .
