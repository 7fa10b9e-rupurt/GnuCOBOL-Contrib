      *-------------------------------------------------------------------------------*
      * *********************************************
      * Author:    DRM - GC-TOOLS maintenance
      * Date:      20261015
      * License
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Sort COBOL module
      * *********************************************
      *-------------------------------------------------------------------------------*
      * spaccsqf01.cpy
      * period accumulation: the day, month-to-date and year-to-date
      * totals per key, posted from each night's SORTOUT and closed
      * at month end by gcperacc01
           select optional peracc assign to "PERACC"
               organization is line sequential
               file status  is fs-peracc.
