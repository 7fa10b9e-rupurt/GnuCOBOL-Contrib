      *-------------------------------------------------------------------------------*
      * *********************************************
      * Author:    DRM - GC-TOOLS maintenance
      * Date:      20261015
      * License
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Sort COBOL module
      * *********************************************
      *-------------------------------------------------------------------------------*
      * fbatsqf01.cpy
      * transaction batch register record (the TRANBATS-RECORD of
      * GC73TRANENTRY) - the batch number stamped on every transaction
      * of the batch (TRANS positions 40-45), when and by whom it was
      * keyed, its count and pd-field control total, a status byte:
      *   H  held for blind verification, not yet on TRANS
      *   V  verified by a second operator and released to TRANS
      *   R  released to TRANS without verification
      * the verifier and the corrections made, when it was released,
      * and from gcupdt01 the transactions posted and rejected to
      * UPDERR with the processing date and time of that posting
       fd  tranbats.
       01  tranbats-record.
           05 bat-batch-id         pic 9(06).
           05 bat-date             pic 9(08).
           05 bat-time             pic 9(06).
           05 bat-keyer            pic x(08).
           05 bat-count            pic 9(03).
           05 bat-control          pic s9(09) sign leading separate.
           05 bat-status           pic x(01).
               88 bat-held                    value "H".
               88 bat-verified                value "V".
               88 bat-released                value "R".
           05 bat-verifier         pic x(08).
           05 bat-corrections      pic 9(04).
           05 bat-ver-date         pic 9(08).
           05 bat-ver-time         pic 9(06).
           05 bat-rel-date         pic 9(08).
           05 bat-rel-time         pic 9(06).
           05 bat-posted           pic 9(03).
           05 bat-errored          pic 9(03).
           05 bat-post-date        pic 9(08).
           05 bat-post-time        pic 9(06).
