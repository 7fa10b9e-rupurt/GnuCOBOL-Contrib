      *-------------------------------------------------------------------------------*
      * *********************************************
      * Author:    DRM - GC-TOOLS maintenance
      * Date:      20261015
      * License
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Sort COBOL module
      * *********************************************
      *-------------------------------------------------------------------------------*
      * fsactsqf01.cpy
      * reject suspense action - when, what, and who (the operator or
      * the validating job):
      *   F  fixed: the reject with this reason and key was corrected
      *      and written to RESUBMIT under sua-resub-key
      *   D  discarded: the reject with this reason and key
      *   A  accepted: a record with key sua-resub-key, resubmitted,
      *      passed validation
       fd  suspact.
       01  suspact-record.
           05 sua-date             pic 9(08).
           05 filler               pic x(01).
           05 sua-time             pic 9(06).
           05 filler               pic x(01).
           05 sua-action           pic x(01).
               88 sua-fixed            value "F".
               88 sua-discarded        value "D".
               88 sua-accepted         value "A".
           05 filler               pic x(01).
           05 sua-source           pic x(08).
           05 filler               pic x(01).
           05 sua-reason           pic x(02).
           05 filler               pic x(01).
           05 sua-key              pic x(12).
           05 filler               pic x(01).
           05 sua-resub-key        pic x(12).
