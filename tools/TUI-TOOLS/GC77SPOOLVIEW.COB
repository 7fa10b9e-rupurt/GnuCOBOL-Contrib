*> Usage:      run GC77SPOOLVIEW in the directory holding SPOOLCAT and the
*>             SPOOL.nnnn files.  In the viewer: N next screen, P previous,
*>             G go to page, F find forward, X (or Esc) back to the catalog.
*>             GCSPOOL_AT set to a spool location (or any report file) opens
*>             that report straight away, at the first line holding the
*>             GCSPOOL_FIND text when that is set too, and X then ends the
*>             viewer - as the GC88INBOX work queue opens a balancing sheet
*>             on the broken link.
*> Tectonics:  cobc -x GC77SPOOLVIEW.COB GC20LISTBOX.COB GC01BOX.COB -lpdcurses
*>             (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.1 20261015
*> Changelog:  1.0 first release.
*>             1.1 GCSPOOL_AT/GCSPOOL_FIND open one report at a given line.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
PROCEDURE DIVISION.
Viewer-Mainline.
    perform InitialSettings thru InitialSettingsEx
    accept wRptPath from environment "GCSPOOL_AT" end-accept
    if wRptPath not = spaces
        perform ViewOneReport thru ViewOneReportEx
        goback
    end-if
    perform LoadCatalog thru LoadCatalogEx
    if Lsb-EntryCount = zero
        display "SPOOLCAT is empty or missing - nothing to view"
   go to LoadCatalog-Next.
LoadCatalogEx. exit.

*> one report named by the caller, opened at the text it asked for
ViewOneReport.
   perform LoadReport thru LoadReportEx
   if wRptLineCount = zero
       go to ViewOneReportEx
   end-if
   accept wFindText from environment "GCSPOOL_FIND" end-accept
   if wFindText not = spaces
       move 1 to wScanLine
       perform FindScan thru FindScanEx
   end-if
   perform ViewReport thru ViewReportEx
   continue.
ViewOneReportEx. exit.

*> ***********************************************************************************
LoadReport.
   move zero to wRptLineCount
       go to FindForwardEx
   end-if
   compute wScanLine = wTopLine + 1
   perform FindScan thru FindScanEx
   continue.
FindForwardEx. exit.

*> the first line from wScanLine on holding wFindText goes to the top
FindScan.
   perform until wScanLine > wRptLineCount
       move zero to wFindHits
       inspect wRptLine(wScanLine) tallying wFindHits
       add 1 to wScanLine
   end-perform
   continue.
FindScanEx. exit.

InitialSettings.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
