*>             starts a fresh entry for the next occurrence.
*> Usage:      run GC81ALERTACK in the directory holding ALERTLOG; Space (or
*>             a click) marks entries, Shift-F1 marks all, Enter acknowledges
*>             the marked ones, Esc leaves without acknowledging.  GCALERT_AT
*>             set to an ALERTLOG record number (as the GC88INBOX work queue
*>             sets it) opens the list on that alert.
*> Tectonics:  cobc -x GC81ALERTACK.COB GC20LISTBOX.COB GC01BOX.COB -lpdcurses
*>             (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.1 20261015
*> Changelog:  1.0 first release.
*>             1.1 GCALERT_AT positions the list on one alert.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
01  wLoadedCount        pic 9(04) value zero.
01  wAckedCount         pic 9(04) value zero.
01  i                   pic 9(04).
*> the ALERTLOG record to open the list on, and its list entry
01  wAlertAtText        pic x(05) value spaces.
01  wAlertAt            pic 9(05) value zero.
01  wAlertAtItem        pic 9(04) value zero.
*> which physical ALERTLOG record each list entry came from
01  wOrdinalTable.
    05  wEntryOrdinal   pic 9(05) occurs 2000.
    move blue to Lsb-fcoSel
    set Lsb-Is-Multi to true
    move "X" to Lsb-MarkChar
    if wAlertAtItem > zero
        move wAlertAtItem to Lsb-TopItem
        move wAlertAtItem to Lsb-CurrItem
    end-if
    display "Unacknowledged alerts - Space marks, Enter"
            " acknowledges marked, Esc leaves"
        at line 1 col 2 :BCOL: black :FCOL: bright-white
   if Alg-AckFlag = "N"
       add 1 to wLoadedCount
       move wRecOrdinal to wEntryOrdinal(wLoadedCount)
       if wRecOrdinal = wAlertAt
           move wLoadedCount to wAlertAtItem
       end-if
       move wLoadedCount to Lsb-EntryCount
       move spaces to Lsb-Entry(Lsb-EntryCount)
       string Alg-Date " " Alg-Time " " Alg-Program " "
  if wOperator = spaces
      move "UNKNOWN" to wOperator
  end-if
  accept wAlertAtText from environment "GCALERT_AT" end-accept
  if wAlertAtText not = spaces
   and function test-numval(wAlertAtText) = zero
      move function numval(wAlertAtText) to wAlertAt
  end-if
  continue.
InitialSettingsEx. exit.

