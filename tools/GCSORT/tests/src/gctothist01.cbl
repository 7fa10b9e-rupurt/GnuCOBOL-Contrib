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
       master-totals.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCTOTHIST01" to cfg-program
           copy prcfgld01.
           accept ws-job-name from environment "JOBNAME"
           if ws-job-name equal spaces
               move "GCTOTHST" to ws-job-name
           end-if
      * prbizdt01.cpy (the processing date)
           copy prbizdt01.
           move bzd-run-date to ws-run-date
           open input sortout
           if fs-outfile not equal "00"
               display " ** SORTOUT open failed, status " fs-outfile
