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
      * End-of-day backup set.  BACKUP snapshots the stateful files
      * into the dated backup set directory BKP.yyyymmdd:
      *   GCMASTER                      indexed, copied record by
      *                                 record into a new indexed
      *                                 file, so the copy is proven
      *                                 to build under the handler
      *   KEYREF                        indexed, copied the same way
      *   GCATLOG, GCWMARK, GCPEND,     fixed-length sequential
      *   TRANBATS, UPDHIST
      *   GCHIST, GCHSUM, TOTHIST,      line sequential
      *   GCCREDS, GCROLES, JOBNET,
      *   GCCAL, FEEDDEF, PERACC,
      *   GCCONFIG, SUSPENSE,
      *   TRANSLOG, GCREJHIST
      *   the active generations        every A entry on GCATLOG
      *                                 (SORTOUT.Gnnnn, 90 bytes)
      * and writes the set's MANIFEST: one line per file with its
      * organization, record length, size in bytes, record count and
      * Adler-32 checksum (wkcksum01.cpy), or "M" for a file that was
      * not there to copy.  For GCMASTER and KEYREF the size and
      * checksum are those of the records in key order, which is what
      * a restore gives back whatever the handler's physical files
      * look like.
      *
      * VERIFY reads a set back against its MANIFEST: every file's
      * size, record count and checksum is recomputed from the set,
      * and the set's GCMASTER and KEYREF are opened as indexed files
      * and read through, so the backup is known to restore before it is
      * needed - and gcjrnrcv01's forward recovery has a proven
      * starting point: restore the set's GCMASTER, replay GCJRNL.
      *
      * Environment:
      *   GCBKP_MODE   BACKUP (default) or VERIFY
      *   GCBKP_SET    the backup set directory (default BKP.yyyymmdd
      *                for the processing date)
      *
      * Return codes: 0 done / set verified, 4 backup taken but some
      * listed files were not present, 8 GCMASTER or KEYREF not backed
      * up, the set not writable, or the set failed verification.
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. gcbackup01.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      * sgencsqf01.cpy (generation catalog)
           copy sgencsqf01.
           select manifest assign to ws-manifest-name
               organization is line sequential
               file status  is fs-manifest.
           select gcmaster assign to "GCMASTER"
               organization is indexed
               access is sequential
               record key is ix-ch-field
               alternate record key is ix-seq-record
               file status  is fs-gcmaster.
           select bkpmaster assign to ws-bkp-master-name
               organization is indexed
               access is sequential
               record key is bkp-ch-field
               alternate record key is bkp-seq-record
               file status  is fs-bkpmaster.
           select keyref assign to "KEYREF"
               organization is indexed
               access is sequential
               record key is kr-key
               file status  is fs-keyref.
           select bkpkeyref assign to ws-bkp-keyref-name
               organization is indexed
               access is sequential
               record key is bkr-key
               file status  is fs-bkpkeyref.
       data division.
       file section.
      * fgencsqf01.cpy
           copy fgencsqf01.
       fd  manifest.
       01  manifest-record.
           05 man-file-name        pic x(26).
           05 filler               pic x(01).
           05 man-org              pic x(01).
           05 filler               pic x(01).
           05 man-rec-len          pic 9(04).
           05 filler               pic x(01).
           05 man-size             pic 9(12).
           05 filler               pic x(01).
           05 man-records          pic 9(09).
           05 filler               pic x(01).
           05 man-checksum         pic 9(10).
           05 filler               pic x(01).
           05 man-state            pic x(01).
       fd  gcmaster.
       01  gcmaster-record.
           05 ix-ch-field          pic  x(05).
           05 ix-seq-record        pic  9(07).
           05 filler               pic  x(78).
       fd  bkpmaster.
       01  bkpmaster-record.
           05 bkp-ch-field         pic  x(05).
           05 bkp-seq-record       pic  9(07).
           05 filler               pic  x(78).
      * fkrefsqf01.cpy
           copy fkrefsqf01.
       fd  bkpkeyref.
       01  bkpkeyref-record.
           05 bkr-key              pic  x(05).
           05 filler               pic  x(75).
      *
       working-storage section.
       77 fs-gencat                      pic xx.
       77 fs-manifest                    pic xx.
       77 fs-gcmaster                    pic xx.
       77 fs-bkpmaster                   pic xx.
       77 fs-keyref                      pic xx.
       77 fs-bkpkeyref                   pic xx.
       77 ws-eof                         pic 9 value zero.
       77 ws-return-code                 pic 9(2) value zero.
       77 ws-mode                        pic x(8) value spaces.
       77 ws-today                       pic 9(8) value zero.
       77 ws-now                         pic 9(8) value zero.
       77 ws-set-name                    pic x(40) value spaces.
       77 ws-manifest-name               pic x(60) value spaces.
       77 ws-bkp-master-name             pic x(60) value spaces.
       77 ws-bkp-keyref-name             pic x(60) value spaces.
       77 ws-target-name                 pic x(60) value spaces.
       77 ws-call-status                 pic s9(9) comp value zero.
      * the stateful files; the active generations are added from
      * GCATLOG at run time
       01 bkp-list-values.
           05 filler pic x(31) value "GCMASTER                  I0090".
           05 filler pic x(31) value "GCATLOG                   S0066".
           05 filler pic x(31) value "GCHIST                    L0000".
           05 filler pic x(31) value "GCHSUM                    L0000".
           05 filler pic x(31) value "TOTHIST                   L0000".
           05 filler pic x(31) value "GCWMARK                   S0007".
           05 filler pic x(31) value "GCCREDS                   L0000".
           05 filler pic x(31) value "GCROLES                   L0000".
           05 filler pic x(31) value "JOBNET                    L0000".
           05 filler pic x(31) value "GCCAL                     L0000".
           05 filler pic x(31) value "FEEDDEF                   L0000".
           05 filler pic x(31) value "PERACC                    L0000".
           05 filler pic x(31) value "KEYREF                    I0080".
           05 filler pic x(31) value "GCPEND                    S0226".
           05 filler pic x(31) value "TRANBATS                  S0102".
           05 filler pic x(31) value "GCCONFIG                  L0000".
           05 filler pic x(31) value "UPDHIST                   S0090".
           05 filler pic x(31) value "SUSPENSE                  L0000".
           05 filler pic x(31) value "TRANSLOG                  L0000".
           05 filler pic x(31) value "GCREJHIST                 L0000".
       01 bkp-list redefines bkp-list-values.
           05 bkp-list-entry occurs 20.
               10 bkl-name             pic x(26).
               10 bkl-org              pic x(01).
               10 bkl-rec-len          pic 9(04).
       77 bkp-sub                        pic 9(3) value zero.
       77 bkp-count                      pic 9(3) value zero.
       01 bkp-table.
           05 bkp-entry occurs 68.
               10 bk-name              pic x(26).
               10 bk-org               pic x(01).
               10 bk-rec-len           pic 9(04).
      * one file measured: size, records and checksum
       77 ws-measure-name                pic x(60) value spaces.
       77 ws-measure-org                 pic x(01) value space.
       77 ws-measure-rec-len             pic 9(4) value zero.
       77 ws-measure-ok                  pic x(01) value "N".
       77 ws-m-size                      pic 9(12) value zero.
       77 ws-m-records                   pic 9(9) value zero.
       77 ws-m-remaining                 pic 9(12) value zero.
       77 ws-m-remainder                 pic 9(4) value zero.
       77 ws-m-newlines                  pic 9(9) value zero.
       77 ws-m-last-byte                 pic x(01) value space.
       01 ws-file-info.
           05 ws-fi-size           pic x(8) comp-x.
           05 filler               pic x(8).
       77 ws-handle-in                   pic x(4).
       77 ws-access-input                pic x comp-x value 1.
       77 ws-deny-mode                   pic x comp-x value zero.
       77 ws-device                      pic x comp-x value zero.
       77 ws-offset                      pic x(8) comp-x value zero.
       77 ws-io-count                    pic x(4) comp-x value zero.
       77 ws-io-flags                    pic x comp-x value zero.
      * wkcksum01.cpy (Adler-32 file checksum)
           copy wkcksum01.
      * ============================= *
       77 file-counter-copied            pic 9(3) value zero.
       77 file-counter-missing           pic 9(3) value zero.
       77 file-counter-failed            pic 9(3) value zero.
       77 file-counter-verified          pic 9(3) value zero.
       77 file-counter-mismatch          pic 9(3) value zero.
       77 total-bytes                    pic 9(12) value zero.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-backup.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCBACKUP01" to cfg-program
           copy prcfgld01.
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-today
           accept ws-now from time
           accept ws-mode from environment "GCBKP_MODE"
           move upper-case(ws-mode) to ws-mode
           if ws-mode equal spaces
               move "BACKUP" to ws-mode
           end-if
           accept ws-set-name from environment "GCBKP_SET"
           if ws-set-name equal spaces
               string "BKP." ws-today
                   delimited by size into ws-set-name
               end-string
           end-if
           move spaces to ws-manifest-name ws-bkp-master-name
                          ws-bkp-keyref-name
           string trim(ws-set-name) "/MANIFEST"
               delimited by size into ws-manifest-name
           end-string
           string trim(ws-set-name) "/GCMASTER"
               delimited by size into ws-bkp-master-name
           end-string
           string trim(ws-set-name) "/KEYREF"
               delimited by size into ws-bkp-keyref-name
           end-string
           display "*===============================================* "
           display " Backup set " trim(ws-set-name) " - "
                   trim(ws-mode)
           display "*===============================================* "
           evaluate ws-mode
               when "BACKUP"
                   perform take-backup-set
               when "VERIFY"
                   perform verify-backup-set
               when other
                   display " ** GCBKP_MODE must be BACKUP or VERIFY"
                   move 8 to ws-return-code
           end-evaluate
           move ws-return-code to return-code
           goback
           .
      * ============================= *
       take-backup-set.
      * ============================= *
      *    the set directory may be there already from an earlier run
      *    today; its files are then replaced
           call "CBL_CREATE_DIR" using ws-set-name
               returning ws-call-status
           end-call
           perform load-file-list
           open output manifest
           if fs-manifest not equal "00"
               display " ** " trim(ws-manifest-name)
                       " open failed, status " fs-manifest
               move 8 to ws-return-code
               exit paragraph
           end-if
           move spaces to manifest-record
           string "* GCBACKUP set " trim(ws-set-name) " taken "
                  ws-today " " ws-now(1:6)
               delimited by size into manifest-record
           end-string
           write manifest-record
           perform backup-one-file
               varying bkp-sub from 1 by 1
               until bkp-sub greater than bkp-count
           close manifest
           display "*===============================================* "
           display " Files backed up     : " file-counter-copied
           display " Files not present   : " file-counter-missing
           display " Files failed        : " file-counter-failed
           display " Bytes in the set    : " total-bytes
           display "*===============================================* "
           .
      * ============================= *
      * the fixed list, then the active generations on GCATLOG
      * ============================= *
       load-file-list.
      * ============================= *
           move zero to bkp-count
           perform varying bkp-sub from 1 by 1
                   until bkp-sub greater than 20
               add 1 to bkp-count
               move bkl-name(bkp-sub)    to bk-name(bkp-count)
               move bkl-org(bkp-sub)     to bk-org(bkp-count)
               move bkl-rec-len(bkp-sub) to bk-rec-len(bkp-count)
           end-perform
           open input gencat
           if fs-gencat not equal "00"
               close gencat
               exit paragraph
           end-if
           move zero to ws-eof
           perform add-one-generation until ws-eof equal 1
           close gencat
           .
      * ============================= *
       add-one-generation.
      * ============================= *
           read gencat
           end-read
           if fs-gencat not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           if cat-status not equal "A"
               exit paragraph
           end-if
           if bkp-count equal 68
               display " ** more than 48 active generations;"
                       " " trim(cat-file-name) " not backed up"
               exit paragraph
           end-if
           add 1 to bkp-count
           move cat-file-name to bk-name(bkp-count)
           move "S"           to bk-org(bkp-count)
           move 90            to bk-rec-len(bkp-count)
           .
      * ============================= *
       backup-one-file.
      * ============================= *
           move spaces to manifest-record ws-target-name
           move bk-name(bkp-sub)    to man-file-name
           move bk-org(bkp-sub)     to man-org
           move bk-rec-len(bkp-sub) to man-rec-len
           move zero to man-size man-records man-checksum
           string trim(ws-set-name) "/" trim(bk-name(bkp-sub))
               delimited by size into ws-target-name
           end-string
           evaluate true
               when bk-org(bkp-sub) equal "I"
                and bk-name(bkp-sub) equal "KEYREF"
                   perform backup-keyref-file
               when bk-org(bkp-sub) equal "I"
                   perform backup-indexed-file
               when other
                   perform backup-flat-file
           end-evaluate
           write manifest-record
           .
      * ============================= *
       backup-flat-file.
      * ============================= *
           move bk-name(bkp-sub) to ws-measure-name
           call "CBL_CHECK_FILE_EXIST" using ws-measure-name
                                             ws-file-info
               returning ws-call-status
           end-call
           if ws-call-status not equal zero
               move "M" to man-state
               add 1 to file-counter-missing
               if ws-return-code less than 4
                   move 4 to ws-return-code
               end-if
               display " " bk-name(bkp-sub) " not present"
               exit paragraph
           end-if
           call "CBL_COPY_FILE" using bk-name(bkp-sub) ws-target-name
               returning ws-call-status
           end-call
           if ws-call-status not equal zero
               move "F" to man-state
               add 1 to file-counter-failed
               move 8 to ws-return-code
               display " ** " trim(bk-name(bkp-sub))
                       " could not be copied to " trim(ws-target-name)
               exit paragraph
           end-if
      *    the manifest describes the copy, which is what a restore
      *    would bring back
           move ws-target-name   to ws-measure-name
           move bk-org(bkp-sub)  to ws-measure-org
           move bk-rec-len(bkp-sub) to ws-measure-rec-len
           perform measure-file
           move "B"           to man-state
           move ws-m-size     to man-size
           move ws-m-records  to man-records
           move ws-ck-value   to man-checksum
           add 1 to file-counter-copied
           add ws-m-size to total-bytes
           display " " bk-name(bkp-sub) " " ws-m-records " records "
                   ws-m-size " bytes"
           .
      * ============================= *
      * GCMASTER in key order into the set's new indexed GCMASTER
      * ============================= *
       backup-indexed-file.
      * ============================= *
           open input gcmaster
           if fs-gcmaster not equal "00"
               move "F" to man-state
               add 1 to file-counter-failed
               move 8 to ws-return-code
               display " ** GCMASTER open failed, status " fs-gcmaster
               exit paragraph
           end-if
           open output bkpmaster
           if fs-bkpmaster not equal "00"
               close gcmaster
               move "F" to man-state
               add 1 to file-counter-failed
               move 8 to ws-return-code
               display " ** " trim(ws-bkp-master-name)
                       " open failed, status " fs-bkpmaster
               exit paragraph
           end-if
           move 1 to ws-ck-a
           move zero to ws-ck-b ws-ck-value ws-m-records
           move zero to ws-eof
           perform copy-one-master-record until ws-eof equal 1
           close gcmaster bkpmaster
           if ws-eof equal 2
               move "F" to man-state
               add 1 to file-counter-failed
               move 8 to ws-return-code
               exit paragraph
           end-if
           compute ws-m-size = ws-m-records * 90
           move "B"           to man-state
           move ws-m-size     to man-size
           move ws-m-records  to man-records
           move ws-ck-value   to man-checksum
           add 1 to file-counter-copied
           add ws-m-size to total-bytes
           display " GCMASTER                   " ws-m-records
                   " records " ws-m-size " bytes"
           .
      * ============================= *
       copy-one-master-record.
      * ============================= *
           read gcmaster next record
           end-read
           if fs-gcmaster not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           move gcmaster-record to bkpmaster-record
           write bkpmaster-record
           end-write
           if fs-bkpmaster not equal "00"
               display " ** backup GCMASTER write failed, status "
                       fs-bkpmaster
               move 2 to ws-eof
               exit paragraph
           end-if
           add 1 to ws-m-records
           move gcmaster-record to ws-ck-block
           move 90 to ws-ck-count
      * prcksum01.cpy
           copy prcksum01.
           .
      * ============================= *
      * KEYREF in key order into the set's new indexed KEYREF; a
      * key reference table not yet set up is only noted
      * ============================= *
       backup-keyref-file.
      * ============================= *
           open input keyref
           if fs-keyref equal "35"
               move "M" to man-state
               add 1 to file-counter-missing
               if ws-return-code less than 4
                   move 4 to ws-return-code
               end-if
               display " KEYREF                     not present"
               exit paragraph
           end-if
           if fs-keyref not equal "00"
               move "F" to man-state
               add 1 to file-counter-failed
               move 8 to ws-return-code
               display " ** KEYREF open failed, status " fs-keyref
               exit paragraph
           end-if
           open output bkpkeyref
           if fs-bkpkeyref not equal "00"
               close keyref
               move "F" to man-state
               add 1 to file-counter-failed
               move 8 to ws-return-code
               display " ** " trim(ws-bkp-keyref-name)
                       " open failed, status " fs-bkpkeyref
               exit paragraph
           end-if
           move 1 to ws-ck-a
           move zero to ws-ck-b ws-ck-value ws-m-records
           move zero to ws-eof
           perform copy-one-keyref-record until ws-eof equal 1
           close keyref bkpkeyref
           if ws-eof equal 2
               move "F" to man-state
               add 1 to file-counter-failed
               move 8 to ws-return-code
               exit paragraph
           end-if
           compute ws-m-size = ws-m-records * 80
           move "B"           to man-state
           move ws-m-size     to man-size
           move ws-m-records  to man-records
           move ws-ck-value   to man-checksum
           add 1 to file-counter-copied
           add ws-m-size to total-bytes
           display " KEYREF                     " ws-m-records
                   " records " ws-m-size " bytes"
           .
      * ============================= *
       copy-one-keyref-record.
      * ============================= *
           read keyref next record
           end-read
           if fs-keyref not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           move keyref-record to bkpkeyref-record
           write bkpkeyref-record
           end-write
           if fs-bkpkeyref not equal "00"
               display " ** backup KEYREF write failed, status "
                       fs-bkpkeyref
               move 2 to ws-eof
               exit paragraph
           end-if
           add 1 to ws-m-records
           move keyref-record to ws-ck-block
           move 80 to ws-ck-count
      * prcksum01.cpy
           copy prcksum01.
           .
      * ============================= *
      * ws-measure-name's size, record count (line ends, or size over
      * record length) and checksum, read a block at a time
      * ============================= *
       measure-file.
      * ============================= *
           move "N" to ws-measure-ok
           move zero to ws-m-size ws-m-records ws-m-newlines
           move 1 to ws-ck-a
           move zero to ws-ck-b ws-ck-value
           move space to ws-m-last-byte
           call "CBL_CHECK_FILE_EXIST" using ws-measure-name
                                             ws-file-info
               returning ws-call-status
           end-call
           if ws-call-status not equal zero
               exit paragraph
           end-if
           move ws-fi-size to ws-m-size ws-m-remaining
           call "CBL_OPEN_FILE" using ws-measure-name ws-access-input
                                      ws-deny-mode ws-device
                                      ws-handle-in
           end-call
           if return-code not equal zero
               move zero to return-code
               exit paragraph
           end-if
           move zero to ws-offset
           perform measure-one-block until ws-m-remaining equal zero
           call "CBL_CLOSE_FILE" using ws-handle-in end-call
           if ws-measure-org equal "L"
               move ws-m-newlines to ws-m-records
               if ws-m-size greater than zero
                  and ws-m-last-byte not equal x"0A"
                   add 1 to ws-m-records
               end-if
           else
               divide ws-m-size by ws-measure-rec-len
                   giving ws-m-records remainder ws-m-remainder
               end-divide
               if ws-m-remainder not equal zero
                   display " ** " trim(ws-measure-name)
                           " size is not a multiple of "
                           ws-measure-rec-len
               end-if
           end-if
           move "Y" to ws-measure-ok
           .
      * ============================= *
       measure-one-block.
      * ============================= *
           if ws-m-remaining greater than 1024
               move 1024 to ws-io-count
           else
               move ws-m-remaining to ws-io-count
           end-if
           call "CBL_READ_FILE" using ws-handle-in ws-offset
                                      ws-io-count ws-io-flags
                                      ws-ck-block
           end-call
           move ws-io-count to ws-ck-count
      * prcksum01.cpy
           copy prcksum01.
           if ws-measure-org equal "L"
               inspect ws-ck-block(1:ws-ck-count)
                   tallying ws-m-newlines for all x"0A"
           end-if
           move ws-ck-block(ws-ck-count:1) to ws-m-last-byte
           add ws-io-count to ws-offset
           subtract ws-io-count from ws-m-remaining
           .
      * ============================= *
       verify-backup-set.
      * ============================= *
           open input manifest
           if fs-manifest not equal "00"
               display " ** " trim(ws-manifest-name)
                       " open failed, status " fs-manifest
               move 8 to ws-return-code
               exit paragraph
           end-if
           move zero to ws-eof
           perform verify-one-entry until ws-eof equal 1
           close manifest
           display "*===============================================* "
           display " Files verified      : " file-counter-verified
           display " Files failing       : " file-counter-mismatch
           display " Not in the set      : " file-counter-missing
           display "*===============================================* "
           if file-counter-mismatch greater than zero
              or file-counter-verified equal zero
               move 8 to ws-return-code
               display " ** backup set " trim(ws-set-name)
                       " FAILED verification"
           else
               display " Backup set " trim(ws-set-name)
                       " verified - it restores"
           end-if
           .
      * ============================= *
       verify-one-entry.
      * ============================= *
           read manifest
           end-read
           if fs-manifest not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           if manifest-record equal spaces
              or manifest-record(1:1) equal "*"
               exit paragraph
           end-if
           if man-state not equal "B"
               add 1 to file-counter-missing
               display " " man-file-name " not in the set"
               exit paragraph
           end-if
           move spaces to ws-target-name
           string trim(ws-set-name) "/" trim(man-file-name)
               delimited by size into ws-target-name
           end-string
           if man-org equal "I"
               if man-file-name equal "KEYREF"
                   perform verify-keyref-file
               else
                   perform verify-indexed-file
               end-if
           else
               move ws-target-name to ws-measure-name
               move man-org        to ws-measure-org
               move man-rec-len    to ws-measure-rec-len
               perform measure-file
           end-if
           if ws-measure-ok equal "Y"
              and ws-m-size equal man-size
              and ws-m-records equal man-records
              and ws-ck-value equal man-checksum
               add 1 to file-counter-verified
               display " " man-file-name " OK       " ws-m-records
                       " records checksum " ws-ck-value
           else
               add 1 to file-counter-mismatch
               if ws-measure-ok not equal "Y"
                   display " " man-file-name " UNREADABLE"
               else
                   display " " man-file-name " MISMATCH " ws-m-records
                           " records checksum " ws-ck-value
                   display "                            manifest "
                           man-records " records checksum "
                           man-checksum
               end-if
           end-if
           .
      * ============================= *
      * the set's GCMASTER must open as an indexed file and read to
      * the end
      * ============================= *
       verify-indexed-file.
      * ============================= *
           move "N" to ws-measure-ok
           move zero to ws-m-size ws-m-records
           move 1 to ws-ck-a
           move zero to ws-ck-b ws-ck-value
           open input bkpmaster
           if fs-bkpmaster not equal "00"
               display " ** " trim(ws-bkp-master-name)
                       " will not open as an indexed file, status "
                       fs-bkpmaster
               exit paragraph
           end-if
           move zero to ws-eof
           perform read-one-backup-record until ws-eof not equal zero
           close bkpmaster
           move zero to ws-eof
           compute ws-m-size = ws-m-records * 90
           move "Y" to ws-measure-ok
           .
      * ============================= *
       read-one-backup-record.
      * ============================= *
           read bkpmaster next record
           end-read
           if fs-bkpmaster not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to ws-m-records
           move bkpmaster-record to ws-ck-block
           move 90 to ws-ck-count
      * prcksum01.cpy
           copy prcksum01.
           .
      * ============================= *
      * the set's KEYREF must open as an indexed file and read to
      * the end
      * ============================= *
       verify-keyref-file.
      * ============================= *
           move "N" to ws-measure-ok
           move zero to ws-m-size ws-m-records
           move 1 to ws-ck-a
           move zero to ws-ck-b ws-ck-value
           open input bkpkeyref
           if fs-bkpkeyref not equal "00"
               display " ** " trim(ws-bkp-keyref-name)
                       " will not open as an indexed file, status "
                       fs-bkpkeyref
               exit paragraph
           end-if
           move zero to ws-eof
           perform read-one-backup-keyref until ws-eof not equal zero
           close bkpkeyref
           move zero to ws-eof
           compute ws-m-size = ws-m-records * 80
           move "Y" to ws-measure-ok
           .
      * ============================= *
       read-one-backup-keyref.
      * ============================= *
           read bkpkeyref next record
           end-read
           if fs-bkpkeyref not equal "00"
               move 1 to ws-eof
               exit paragraph
           end-if
           add 1 to ws-m-records
           move bkpkeyref-record to ws-ck-block
           move 80 to ws-ck-count
      * prcksum01.cpy
           copy prcksum01.
           .
