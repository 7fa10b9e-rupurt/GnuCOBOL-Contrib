*> ***********************************************************************************
*> FILE-CONTROL entry for the GCMASTER maker-checker pending-approval queue.
*>             Copy into FILE-CONTROL alongside GC74PEND-FD.CPY (copied into
*>             the FILE SECTION).  GC72MASTMNT appends the changes that need a
*>             second person; GC74MASTAPPR reviews them and rewrites each
*>             entry in place with the checker's decision.
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.0 20261015
*> Changelog:  1.0 first version.
*> ***********************************************************************************
    SELECT OPTIONAL GCPEND ASSIGN TO "GCPEND"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wPendStatus.
