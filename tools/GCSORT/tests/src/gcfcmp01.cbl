       77 record-counter-in              pic 9(7) value zero.
       77 diff-counter                   pic 9(7) value zero.
       77 ws-capped                      pic 9 value zero.
      * wkcfgld01.cpy (configuration lookup parameters)
           copy wkcfgld01.

      * ============================= *
       procedure division.
      * ============================= *
       master-compare.
      * prcfgld01.cpy (this program's settings from GCCONFIG)
           move "GCFCMP01" to cfg-program
           copy prcfgld01.
           perform read-options
           perform load-dictionary
           if fld-count equal zero
