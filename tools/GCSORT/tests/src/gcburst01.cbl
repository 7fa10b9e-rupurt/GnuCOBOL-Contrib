      * cobc -x -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian
      *      gcburst01.cbl cobweb-pipes.cob
      * (gcxmtreg01 built as a module: cobc -m gcxmtreg01.cbl)
      * **********************************************************
      * *********************************************
      * Report bursting and distribution.  gcreport01's balancing
      * its own page numbering and a recap page of that recipient's
      * subtotals.  A recipient with a delivery command has the
      * finished file piped into it (mail, lp, a copy to a share) the
      * way JCSQLALERT delivers alerts through pipe-open, and each
      * delivery is entered on the TRANSLOG transmission log
      * (gcxmtreg01) with its record count and checksum, for
      * gcxmtack01 to match the recipient's acknowledgment against.
      *
      * Line classification follows what gcreport01 prints: "JOB: "
      * opens a page, "KEY" opens the column headings, "SUBTOTAL" at
      * suite-wide, and anything else non-blank is a detail line with
      * its key in columns 1-5.
      *
      * With the KEYREF key reference table (skrefsqf01/fkrefsqf01)
      * in place, a line goes to its key's owner there when the owner
      * is a DISTDIR recipient, whatever that recipient's key range
      * says; keys not on the table, or owned by nobody in DISTDIR,
      * are still routed by the fromkey/tokey range.  As the table
      * fills, the ranges can be narrowed to the keys it lacks.  The
      * recap page keeps the subtotal line whole, the region name
      * gcreport01 prints after the amounts with it.
      *
      * Return codes: 0 done, 8 DISTDIR or RPTOUT unusable.
      *-------------------------------------------------------------------------------*
       identification division.
           select burstout assign to ws-burst-name
               organization is line sequential
               file status  is fs-burstout.
      * skrefsqf01.cpy (key reference table)
           copy skrefsqf01.
       data division.
       file section.
       fd  distdir.
           05 filler               pic x(117).
       fd  burstout.
       01  burstout-record         pic x(132).
      * fkrefsqf01.cpy
           copy fkrefsqf01.
      *
       working-storage section.
       77 fs-distdir                     pic xx.
       77 fs-rptin                       pic xx.
       77 fs-burstout                    pic xx.
       77 ws-eof                         pic 9 value zero.
      * the owner of the line's key from KEYREF, as the recipient it
      * names (zero: none, route by key range); kept for the last key
      * looked up, the lines of a key arriving together
       77 fs-keyref                      pic xx.
       77 ws-keyref-open                 pic 9 value zero.
       77 ws-route-key                   pic x(05) value spaces.
       77 ws-owner-key                   pic x(05) value low-value.
       77 ws-owner-dist                  pic 9(2) value zero.
       77 ws-route-match                 pic x(01) value "N".
      * the distribution directory
       77 dist-sub                       pic 9(2) value zero.
       77 dist-count                     pic 9(2) value zero.
       77 recap-sub                      pic 9(3) value zero.
       77 recap-count                    pic 9(3) value zero.
       01 recap-table.
           05 recap-line           pic x(132) occurs 200.
      * page heading, gcreport01 shape with the recipient named
       01 heading-line-1.
           05 filler               pic x(05) value "JOB: ".
           05 ws-write-status      usage binary-long.
       77 ws-close-status                usage binary-long.
       77 ws-pipe-line                   pic x(132).
      * wkxmtreg01.cpy (transmission register parameters)
           copy wkxmtreg01.
      * ============================= *
       77 ws-match-hits                  pic 9(2) value zero.
       77 record-counter-unmatched       pic 9(7) value zero.
       77 record-counter-by-owner        pic 9(7) value zero.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-burst.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCBURST01" to cfg-program
           copy prcfgld01.
           accept ws-job-name from environment "JOBNAME"
           if ws-job-name equal spaces
               move "GCBURST" to ws-job-name
           end-if
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-run-date
           perform load-distribution-directory
           if dist-count equal zero
               display " ** DISTDIR empty or missing; nothing to"
               move 8 to return-code
               stop run
           end-if
           open input keyref
           if fs-keyref equal "00"
               move 1 to ws-keyref-open
           end-if
           display "*===============================================* "
           display " Report bursting: RPTOUT -> " dist-count
                   " recipients"
           if ws-keyref-open equal 1
               display " Routing by owner from KEYREF, key ranges"
                       " otherwise"
           end-if
           display "*===============================================* "
           perform burst-one-recipient
               varying dist-sub from 1 by 1
               until dist-sub greater than dist-count
           if ws-keyref-open equal 1
               close keyref
           end-if
           display "*===============================================* "
           display " Unmatched detail keys : " record-counter-unmatched
           if ws-keyref-open equal 1
               display " Detail lines by owner : "
                       record-counter-by-owner
           end-if
           display "*===============================================* "
           goback
           .
                   when rptin-record equal spaces
                       continue
                   when rptin-record(1:8) equal "SUBTOTAL"
                       move rpt-subtot-key to ws-route-key
                       perform decide-line-route
                       if ws-route-match equal "Y"
                           perform write-burst-line
                           if recap-count less than 200
                               add 1 to recap-count
                               move rptin-record
                                 to recap-line(recap-count)
                           end-if
                       end-if
      * ============================= *
       classify-detail-line.
      * ============================= *
           move rpt-line-key to ws-route-key
           perform decide-line-route
           if dist-sub equal 1
              and ws-owner-dist greater than zero
               add 1 to record-counter-by-owner
           end-if
           if ws-route-match equal "Y"
               perform write-burst-line
           else
      *        counted once, on the first recipient pass only, so
      * ============================= *
       check-unmatched-everywhere.
      * ============================= *
           if ws-owner-dist greater than zero
               exit paragraph
           end-if
           move zero to ws-match-hits
           perform varying recap-sub from 1 by 1
                   until recap-sub greater than dist-count
               add 1 to record-counter-unmatched
           end-if
           .
      * ============================= *
      * does the line of key ws-route-key go to recipient dist-sub:
      * to its KEYREF owner when that is a recipient, otherwise by
      * the recipient's key range
      * ============================= *
       decide-line-route.
      * ============================= *
           move "N" to ws-route-match
           perform find-key-owner
           if ws-owner-dist greater than zero
               if ws-owner-dist equal dist-sub
                   move "Y" to ws-route-match
               end-if
               exit paragraph
           end-if
           if ws-route-key not less than dist-from-key(dist-sub)
              and ws-route-key not greater than
                   dist-to-key(dist-sub)
               move "Y" to ws-route-match
           end-if
           .
      * ============================= *
       find-key-owner.
      * ============================= *
           if ws-keyref-open equal zero
               move zero to ws-owner-dist
               exit paragraph
           end-if
           if ws-route-key equal ws-owner-key
               exit paragraph
           end-if
           move ws-route-key to ws-owner-key
           move zero to ws-owner-dist
           move ws-route-key to kr-key
           read keyref
           end-read
           if fs-keyref not equal "00"
              or kr-owner equal spaces
               exit paragraph
           end-if
           perform varying recap-sub from 1 by 1
                   until recap-sub greater than dist-count
                      or ws-owner-dist greater than zero
               if dist-recipient(recap-sub) equal kr-owner
                   move recap-sub to ws-owner-dist
               end-if
           end-perform
           .
      * ============================= *
       write-burst-line.
      * ============================= *
           close burstout
           move pipe-close(ws-pipe-channel) to ws-close-status
           display " Delivered " trim(ws-burst-name) " via pipe"
           move spaces to xmit-area
           move dist-recipient(dist-sub) to xmt-partner
           move ws-burst-name to xmt-file-name
           move ws-job-name   to xmt-sender
           move zero to xmt-rec-len xmt-ack-hours
           call "gcxmtreg01" using xmit-area
             on exception
               display " ** gcxmtreg01 not available; "
                       trim(ws-burst-name) " not logged"
           end-call
           .
      * ============================= *
       pipe-one-line.
