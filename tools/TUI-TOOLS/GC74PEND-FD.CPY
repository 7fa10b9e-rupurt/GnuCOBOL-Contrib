*> ***********************************************************************************
*> Record layout for the GCMASTER maker-checker pending-approval queue.
*>             Copy into the FILE SECTION alongside GC74PEND-SELECT.CPY
*>             (copied into FILE-CONTROL).  One fixed-length record per
*>             change held for a second person: when and by whom it was made
*>             (the maker), the action, the full before and after images of
*>             the 90-byte gcmaster record (the GCJRNL shape), and the
*>             decision once taken - the status, the checker and the time.
*>               Pnd-Action   A add, C change, D delete
*>               Pnd-Status   P pending, A approved and applied, R rejected,
*>                            S stale - the record changed after the maker
*>                            saw it, so the change was not applied
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.0 20261015
*> Changelog:  1.0 first version.
*> ***********************************************************************************
    FD  GCPEND.
    01  GCPEND-RECORD.
        05  Pnd-Date                PIC 9(08).
        05  Pnd-Time                PIC 9(06).
        05  Pnd-Maker               PIC X(08).
        05  Pnd-Action              PIC X(01).
        05  Pnd-Status              PIC X(01).
        05  Pnd-Checker             PIC X(08).
        05  Pnd-DecDate             PIC 9(08).
        05  Pnd-DecTime             PIC 9(06).
        05  Pnd-Before              PIC X(90).
        05  Pnd-After               PIC X(90).
