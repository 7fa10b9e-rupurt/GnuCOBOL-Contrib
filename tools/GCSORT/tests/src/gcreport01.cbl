      * balancing document the clerks used to rebuild in a spreadsheet
      * from raw file dumps.
      *
      * With the KEYREF key reference table (skrefsqf01/fkrefsqf01)
      * in place, each subtotal line also names the key's region, in
      * columns 75-94 after the amounts; a key the table does not know
      * gets a blank name.  Without KEYREF the report is printed as it
      * always was.
      *
      *                                                         pos   len
      *         05 out-seq-record        pic  9(07).             1     7
      *         05 out-zd-field          pic s9(7).              8     7
               file status  is fs-rptout.
      * sspolsqf01.cpy (report spool catalog)
           copy sspolsqf01.
      * skrefsqf01.cpy (key reference table)
           copy skrefsqf01.
       data division.
       file section.
      * foutsqf02.cpy
       01  rptout-record           pic x(132).
      * fspolsqf01.cpy
           copy fspolsqf01.
      * fkrefsqf01.cpy
           copy fkrefsqf01.
      *
       working-storage section.
       77 fs-outfile                     pic xx.
       77 ws-break-key                   pic x(5) value low-value.
       77 ws-job-name                    pic x(8) value spaces.
       77 ws-run-date                    pic x(8).
      * the region name of the key in hand, from KEYREF
       77 fs-keyref                      pic xx.
       77 ws-keyref-open                 pic 9 value zero.
       77 ws-break-region                pic x(20) value spaces.
      *
      * running totals per break and for the whole run
       01 ws-break-totals.
           05 stl-pd               pic ----,---,--9.
           05 filler               pic x(02) value spaces.
           05 stl-zd               pic ----,---,--9.
           05 filler               pic x(02) value spaces.
           05 stl-region           pic x(20).
       01 grand-total-line.
           05 filler               pic x(12) value "GRAND TOTAL".
           05 filler               pic x(04) value spaces.
      * ============================= *
       77 record-counter-in              pic 9(7) value zero.
       77 break-counter                  pic 9(5) value zero.
      * wkbizdt01.cpy (business-date service parameters)
           copy wkbizdt01.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-report.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCREPORT01" to cfg-program
           copy prcfgld01.
           accept ws-job-name from environment "JOBNAME"
           if ws-job-name equal spaces
               move "GCREPORT" to ws-job-name
           end-if
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-run-date
           open input sortout
           if fs-outfile not equal "00"
               display " ** SORTOUT open failed, status " fs-outfile
               move 16 to return-code
               stop run
           end-if
           open input keyref
           if fs-keyref equal "00"
               move 1 to ws-keyref-open
           end-if
           open output rptout
           perform read-sortout
           perform report-one-record until ws-eof equal 1
           end-if
           perform print-grand-total
           close sortout rptout
           if ws-keyref-open equal 1
               close keyref
           end-if
           accept ws-spool-switch from environment "GCSPOOL_REGISTER"
           if ws-spool-switch equal "Y"
               perform register-in-spool
               end-if
               move out-ch-field to ws-break-key
               add 1 to break-counter
               perform find-region-name
           end-if
           perform print-detail-line
           add 1 to record-counter-in
      * ============================= *
           perform check-page-break
           move ws-break-key    to stl-key
           move ws-break-region to stl-region
           move ws-brk-bi-field to stl-bi
           move ws-brk-fi-field to stl-fi
           move ws-brk-pd-field to stl-pd
           move zero to ws-brk-bi-field ws-brk-fi-field
                        ws-brk-pd-field ws-brk-zd-field
           .
      * ============================= *
       find-region-name.
      * ============================= *
           move spaces to ws-break-region
           if ws-keyref-open equal zero
               exit paragraph
           end-if
           move ws-break-key to kr-key
           read keyref
           end-read
           if fs-keyref equal "00"
               move kr-region-name to ws-break-region
           end-if
           .
      * ============================= *
       print-grand-total.
      * ============================= *
      * ============================= *
           read spoolcat
           end-read
      *    the highest number cataloged, not the count of entries:
      *    housekeeping purges old entries, and a count would hand
      *    out the name of a spool file still on the catalog
           if fs-spoolcat equal "00"
               if spl-location(1:6) equal "SPOOL."
                  and spl-location(7:4) is numeric
                  and spl-location(7:4) greater than ws-spool-seq
                   move spl-location(7:4) to ws-spool-seq
               end-if
           else
               move 1 to ws-spool-eof
           end-if
