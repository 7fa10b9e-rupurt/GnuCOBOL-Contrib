           05 ct-minutes                 pic 99.
           05 ct-seconds                 pic 99.
           05 ct-hundredths              pic 99.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-sort.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "SOUTFSQF16" to cfg-program
           copy prcfgld01.
           accept ws-hist-start-time from time
           accept ws-hist-job-name from environment "JOBNAME"
           if ws-hist-job-name equal spaces
