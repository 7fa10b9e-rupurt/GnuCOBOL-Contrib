              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR== ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
PROGRAM-ID. GC89KEYREF.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    KEY REFERENCE TABLE (REGION MASTER) MAINTENANCE SCREEN
*>             keeps the KEYREF indexed file (GCSORT skrefsqf01/fkrefsqf01):
*>             one record per ch-field key saying what the key means to the
*>             business - its region and region name, the branch, the owner
*>             (the DISTDIR recipient its report pages go to), and whether it
*>             is active (A) or closed (C), with its open and close dates.
*>             gcvalid01 rejects keys the table does not know or that are
*>             closed for the processing date, gcreport01 prints the region
*>             name on each subtotal, and gcburst01 routes a key's pages to
*>             its owner - so the knowledge kept until now as bare key ranges
*>             in DISTDIR, keyprefixes in GCRULES and the regional range on
*>             the soutfsqf15 card has one home, and the ranges can be retired
*>             as the table fills.
*>             Inquire by key, browse a key range in a GC45GRID, add, change
*>             and delete through a GC40FORM entry form.  Every add, change and
*>             delete writes the TUIAUDIT trail (GC30AUDIT-FD.CPY records): the
*>             operator (from the GCOPERATOR environment variable), the action
*>             and key, and the before and after status, dates and owner, each
*>             stamped with date and time; the record itself carries the
*>             operator and date of its last change.
*> Usage:      run GC89KEYREF in the directory holding KEYREF (it is created,
*>             empty, on first use); answer the action prompt (I inquire,
*>             B browse, A add, C change, D delete, X exit).  Browse shows a
*>             key range; Enter on a grid row opens that key in the change
*>             form.  A key no longer in use is better closed (status C and
*>             a close date) than deleted: the history that carries it still
*>             finds its region.
*> Tectonics:  cobc -x GC89KEYREF.COB GC40FORM.COB GC45GRID.COB GC10NUMDATE.COB
*>                  GC01BOX.COB -lpdcurses (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.0 20261015
*> Changelog:  1.0 first release.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    CRT STATUS IS wCRT-STATUS.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEYREF ASSIGN TO "KEYREF"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS Kref-Key
        FILE STATUS IS wKrefStatus.
    copy 'GC30AUDIT-SELECT.CPY'.
DATA DIVISION.
FILE SECTION.
*> the key reference record (fkrefsqf01 in the GCSORT suite)
FD  KEYREF.
01  KEYREF-RECORD.
    05  Kref-Key            PIC X(05).
    05  Kref-Region         PIC X(04).
    05  Kref-RegionName     PIC X(20).
    05  Kref-Branch         PIC X(04).
    05  Kref-Owner          PIC X(12).
    05  Kref-Status         PIC X(01).
        88  Kref-Active         VALUE "A".
        88  Kref-Closed         VALUE "C".
    05  Kref-OpenDate       PIC 9(08).
    05  Kref-CloseDate      PIC 9(08).
    05  Kref-UpdDate        PIC 9(08).
    05  Kref-UpdOperator    PIC X(08).
    05  FILLER              PIC X(02).
copy 'GC30AUDIT-FD.CPY'.
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wCRT-STATUS         PIC 9(04) VALUE 9999.
01  wKrefStatus         PIC X(02).
01  wTalFileStatus      PIC X(02).

01  wOperator           pic x(08) value spaces.
01  wAction             pic x(01) value space.
01  wAskKey             pic x(05) value spaces.
01  wFromKey            pic x(05) value spaces.
01  wToKey              pic x(05) value spaces.
01  wConfirm            pic x(01) value space.
01  wDone               pic x(01) value "N".
01  wRecordHeld         pic x(01) value "N".
01  wFormValid          pic x(01) value "N".
01  wlin                pic 9(03).
01  wMsgLine            pic x(78) value spaces.

*> the trail lines and their stamp
01  wAuditText          pic x(40).
01  wBeforeText         pic x(40).
01  wAfterText          pic x(40).
01  wStampDate          pic 9(08).
01  wStampTime          pic 9(08).

*> the record as it was before the edit, for the before image
01  wHoldRec            pic x(80) value spaces.
01  wHold redefines wHoldRec.
    05  hd-Key              pic x(05).
    05  hd-Region           pic x(04).
    05  hd-RegionName       pic x(20).
    05  hd-Branch           pic x(04).
    05  hd-Owner            pic x(12).
    05  hd-Status           pic x(01).
    05  hd-OpenDate         pic 9(08).
    05  hd-CloseDate        pic 9(08).
    05  hd-UpdDate          pic 9(08).
    05  hd-UpdOperator      pic x(08).
    05  filler              pic x(02).

*> the grid rows remember which key each row shows, so Enter on a
*> row can reopen the record
01  wBrowseKeys.
    05  wBrowseKey      pic x(05) occurs 2000.
01  wBrowseCount        pic 9(04) value zero.

copy 'GC40FORM.CPY'.
copy 'GC45GRID.CPY'.
copy 'GC97KEYCODEGC.CPY'  suppress.

*> the gccfg01 configuration lookup parameters (wkcfgld01.cpy in the GCSORT suite)
01  wConfigArea.
    05  Cfg-Request     pic x(05).
    05  Cfg-Program     pic x(16).
    05  Cfg-Result      pic x(02).
    05  Cfg-Profile     pic x(08).
    05  Cfg-Applied     pic 9(03).
    05  Cfg-Overridden  pic 9(03).
    05  Cfg-Index       pic 9(03).
    05  Cfg-Name        pic x(30).
    05  Cfg-Value       pic x(200).
    05  Cfg-Source      pic x(01).
    05  Cfg-SrcProfile  pic x(08).
    05  Cfg-SrcProgram  pic x(16).
    05  Cfg-SrcLine     pic 9(04).
    05  Cfg-ConfigValue pic x(200).

*> ***********************************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION.
Kref-Mainline.
    *> the GCCONFIG settings of this screen and the GCPROFILE
    *> profile go into the environment before any is accepted
    move "GC89KEYREF" to Cfg-Program
    move "APPLY" to Cfg-Request
    call "gccfg01" using wConfigArea
        on exception
            display "GC89KEYREF: gccfg01 not available; no configuration"
            move 16 to return-code
            goback
    end-call
    if Cfg-Result not = "00"
        display "GC89KEYREF: configuration refused (" Cfg-Result ")"
        move 8 to return-code
        goback
    end-if
    perform InitialSettings thru InitialSettingsEx
    open i-o KEYREF
    if wKrefStatus = "35"
        *> first use: the table starts empty
        open output KEYREF
        close KEYREF
        open i-o KEYREF
    end-if
    if wKrefStatus not = "00"
        display "KEYREF open failed (status " wKrefStatus ")"
        move 8 to return-code
        goback
    end-if
    perform AskAction thru AskActionEx
        until wDone = "Y"
    close KEYREF
    goback.

*> ***********************************************************************************
AskAction.
   display "KEYREF key reference  -  I=inquire B=browse A=add"
           " C=change D=delete X=exit" at line 1 col 2
       :BCOL: black :FCOL: bright-white
   display "Action:" at line 2 col 2 :BCOL: black :FCOL: white
   move space to wAction
   accept wAction at line 2 col 10
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move "Y" to wDone
       go to AskActionEx
   end-if
   perform ClearScreenArea thru ClearScreenAreaEx
   evaluate function upper-case(wAction)
       when "I" perform InquireRecord thru InquireRecordEx
       when "B" perform BrowseRange thru BrowseRangeEx
       when "A" perform AddRecord thru AddRecordEx
       when "C" perform ChangeRecord thru ChangeRecordEx
       when "D" perform DeleteRecord thru DeleteRecordEx
       when "X" move "Y" to wDone
       when other continue
   end-evaluate
   continue.
AskActionEx. exit.

*> ***********************************************************************************
FetchRecord.
   move "N" to wRecordHeld
   display "ch-field key:" at line 4 col 2
       :BCOL: black :FCOL: white
   move spaces to wAskKey
   accept wAskKey at line 4 col 16
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE go to FetchRecordEx end-if
   move wAskKey to Kref-Key
   read KEYREF
   end-read
   if wKrefStatus = "00"
       move "Y" to wRecordHeld
   else
       move spaces to wMsgLine
       string "key not on KEYREF (status " wKrefStatus ")"
           delimited by size into wMsgLine
       end-string
       perform ShowMessage thru ShowMessageEx
   end-if
   continue.
FetchRecordEx. exit.

*> ***********************************************************************************
InquireRecord.
   perform FetchRecord thru FetchRecordEx
   if wRecordHeld = "Y"
       perform ShowRecord thru ShowRecordEx
   end-if
   continue.
InquireRecordEx. exit.

ShowRecord.
   move 6 to wlin
   display "key=" Kref-Key "  region=" Kref-Region " " Kref-RegionName
           "  branch=" Kref-Branch
       at line wlin col 2 :BCOL: black :FCOL: bright-white
   add 1 to wlin
   display "owner=" Kref-Owner "  status=" Kref-Status
           "  open=" Kref-OpenDate "  close=" Kref-CloseDate
       at line wlin col 2 :BCOL: black :FCOL: bright-white
   add 1 to wlin
   display "last changed " Kref-UpdDate " by " Kref-UpdOperator
       at line wlin col 2 :BCOL: black :FCOL: white
   continue.
ShowRecordEx. exit.

*> ***********************************************************************************
ChangeRecord.
   perform FetchRecord thru FetchRecordEx
   if wRecordHeld not = "Y" go to ChangeRecordEx end-if
   perform ChangeHeldRecord thru ChangeHeldRecordEx
   continue.
ChangeRecordEx. exit.

ChangeHeldRecord.
   move KEYREF-RECORD to wHoldRec
   perform LoadKeyForm thru LoadKeyFormEx.
ChangeHeldRecord-Form.
   call GC40FORM using by reference Form-Area
   if not Frm-Is-Accepted go to ChangeHeldRecordEx end-if
   perform StoreKeyForm thru StoreKeyFormEx
   if wFormValid not = "Y"
       perform ShowMessage thru ShowMessageEx
       go to ChangeHeldRecord-Form
   end-if
   rewrite KEYREF-RECORD
   end-rewrite
   if wKrefStatus = "00"
       perform BuildBeforeAfter thru BuildBeforeAfterEx
       move spaces to wAuditText
       string "C " Kref-Key " OP=" wOperator
           delimited by size into wAuditText
       end-string
       perform WriteAuditSet thru WriteAuditSetEx
       move "key changed" to wMsgLine
   else
       move spaces to wMsgLine
       string "rewrite failed (status " wKrefStatus ")"
           delimited by size into wMsgLine
       end-string
   end-if
   perform ShowMessage thru ShowMessageEx
   continue.
ChangeHeldRecordEx. exit.

*> region, name, branch, owner, status and the two dates in one form
LoadKeyForm.
   move 7 to Frm-FieldCount
   move 1 to Frm-CurrField
   move blue to Frm-bco
   move bright-white to Frm-fco
   move red to Frm-bcoErr
   move bright-white to Frm-fcoErr
   move 10 to Frm-r1(1)  move 4 to Frm-c1(1)
   move "region"  to Frm-Label(1)
   move "X" to Frm-Type(1)
   move spaces to Frm-Format(1)
   move "Y" to Frm-Required(1)
   move Kref-Region to Frm-Value(1)
   move 11 to Frm-r1(2)  move 4 to Frm-c1(2)
   move "region name"  to Frm-Label(2)
   move "X" to Frm-Type(2)
   move spaces to Frm-Format(2)
   move "Y" to Frm-Required(2)
   move Kref-RegionName to Frm-Value(2)
   move 12 to Frm-r1(3)  move 4 to Frm-c1(3)
   move "branch"  to Frm-Label(3)
   move "X" to Frm-Type(3)
   move spaces to Frm-Format(3)
   move "N" to Frm-Required(3)
   move Kref-Branch to Frm-Value(3)
   move 13 to Frm-r1(4)  move 4 to Frm-c1(4)
   move "owner (recipient)"  to Frm-Label(4)
   move "X" to Frm-Type(4)
   move spaces to Frm-Format(4)
   move "N" to Frm-Required(4)
   move Kref-Owner to Frm-Value(4)
   move 14 to Frm-r1(5)  move 4 to Frm-c1(5)
   move "status A/C"  to Frm-Label(5)
   move "X" to Frm-Type(5)
   move spaces to Frm-Format(5)
   move "Y" to Frm-Required(5)
   move Kref-Status to Frm-Value(5)
   move 15 to Frm-r1(6)  move 4 to Frm-c1(6)
   move "open date"  to Frm-Label(6)
   move "D" to Frm-Type(6)
   move "YYYYMMDD" to Frm-Format(6)
   move "Y" to Frm-Required(6)
   move spaces to Frm-Value(6)
   if Kref-OpenDate not = zero
       move Kref-OpenDate to Frm-Value(6)
   end-if
   move 16 to Frm-r1(7)  move 4 to Frm-c1(7)
   move "close date"  to Frm-Label(7)
   move "D" to Frm-Type(7)
   move "YYYYMMDD" to Frm-Format(7)
   move "N" to Frm-Required(7)
   move spaces to Frm-Value(7)
   if Kref-CloseDate not = zero
       move Kref-CloseDate to Frm-Value(7)
   end-if
   continue.
LoadKeyFormEx. exit.

*> the form's own masks check the dates; the status, and a close
*> date not before the open date, are checked here
StoreKeyForm.
   move "N" to wFormValid
   move function upper-case(Frm-Value(5)(1:1)) to Frm-Value(5)
   if Frm-Value(5) not = "A" and Frm-Value(5) not = "C"
       move "status must be A (active) or C (closed)" to wMsgLine
       move 5 to Frm-CurrField
       go to StoreKeyFormEx
   end-if
   if Frm-Value(7) not = spaces
    and Frm-Value(7)(1:8) < Frm-Value(6)(1:8)
       move "close date before the open date" to wMsgLine
       move 7 to Frm-CurrField
       go to StoreKeyFormEx
   end-if
   move Frm-Value(1)(1:4) to Kref-Region
   move Frm-Value(2)      to Kref-RegionName
   move Frm-Value(3)(1:4) to Kref-Branch
   move Frm-Value(4)(1:12) to Kref-Owner
   move Frm-Value(5)(1:1) to Kref-Status
   move Frm-Value(6)(1:8) to Kref-OpenDate
   move zero to Kref-CloseDate
   if Frm-Value(7) not = spaces
       move Frm-Value(7)(1:8) to Kref-CloseDate
   end-if
   accept Kref-UpdDate from date yyyymmdd end-accept
   move wOperator to Kref-UpdOperator
   move "Y" to wFormValid
   continue.
StoreKeyFormEx. exit.

ClearScreenArea.
   perform varying wlin from 3 by 1 until wlin > 22
       display " " at line wlin col 1 :BCOL: black :FCOL: white
           with erase eol
   end-perform
   continue.
ClearScreenAreaEx. exit.

*> ***********************************************************************************
AddRecord.
   display "new ch-field key:" at line 4 col 2
       :BCOL: black :FCOL: white
   move spaces to wAskKey
   accept wAskKey at line 4 col 20
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE go to AddRecordEx end-if
   if wAskKey = spaces go to AddRecordEx end-if
   move wAskKey to Kref-Key
   read KEYREF
   end-read
   if wKrefStatus = "00"
       move "key already on KEYREF" to wMsgLine
       perform ShowMessage thru ShowMessageEx
       go to AddRecordEx
   end-if
   move spaces to KEYREF-RECORD
   move wAskKey to Kref-Key
   move "A" to Kref-Status
   move zero to Kref-OpenDate Kref-CloseDate Kref-UpdDate
   move spaces to wHoldRec
   move zero to hd-OpenDate hd-CloseDate hd-UpdDate
   perform LoadKeyForm thru LoadKeyFormEx.
AddRecord-Form.
   call GC40FORM using by reference Form-Area
   if not Frm-Is-Accepted go to AddRecordEx end-if
   perform StoreKeyForm thru StoreKeyFormEx
   if wFormValid not = "Y"
       perform ShowMessage thru ShowMessageEx
       go to AddRecord-Form
   end-if
   write KEYREF-RECORD
   end-write
   evaluate wKrefStatus
       when "00"
       when "02"
           perform BuildBeforeAfter thru BuildBeforeAfterEx
           move spaces to wAuditText
           string "A " Kref-Key " OP=" wOperator
               delimited by size into wAuditText
           end-string
           perform WriteAuditSet thru WriteAuditSetEx
           move "key added" to wMsgLine
       when "22"
           move "key already on KEYREF" to wMsgLine
       when other
           move spaces to wMsgLine
           string "write failed (status " wKrefStatus ")"
               delimited by size into wMsgLine
           end-string
   end-evaluate
   perform ShowMessage thru ShowMessageEx
   continue.
AddRecordEx. exit.

*> ***********************************************************************************
DeleteRecord.
   perform FetchRecord thru FetchRecordEx
   if wRecordHeld not = "Y" go to DeleteRecordEx end-if
   perform ShowRecord thru ShowRecordEx
   move KEYREF-RECORD to wHoldRec
   display "delete this key (Y/N)? - a key no longer used is better"
           " closed" at line 10 col 2
       :BCOL: black :FCOL: bright-yellow
   move space to wConfirm
   accept wConfirm at line 11 col 2
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if function upper-case(wConfirm) not = "Y"
       go to DeleteRecordEx
   end-if
   delete KEYREF record
   end-delete
   if wKrefStatus = "00"
       move spaces to KEYREF-RECORD
       move zero to Kref-OpenDate Kref-CloseDate
       perform BuildBeforeAfter thru BuildBeforeAfterEx
       move "AFT (key deleted)" to wAfterText
       move spaces to wAuditText
       string "D " hd-Key " OP=" wOperator
           delimited by size into wAuditText
       end-string
       perform WriteAuditSet thru WriteAuditSetEx
       move "key deleted" to wMsgLine
   else
       move spaces to wMsgLine
       string "delete failed (status " wKrefStatus ")"
           delimited by size into wMsgLine
       end-string
   end-if
   perform ShowMessage thru ShowMessageEx
   continue.
DeleteRecordEx. exit.

*> ***********************************************************************************
*> browse a key range in the grid; Enter on a row opens the change
*> form for that key
BrowseRange.
   display "from key:" at line 3 col 2 :BCOL: black :FCOL: white
   move spaces to wFromKey
   accept wFromKey at line 3 col 12
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE go to BrowseRangeEx end-if
   display "to   key:" at line 4 col 2 :BCOL: black :FCOL: white
   move spaces to wToKey
   accept wToKey at line 4 col 12
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE go to BrowseRangeEx end-if
   if wToKey = spaces
       move high-value to wToKey
   end-if
   perform LoadBrowseGrid thru LoadBrowseGridEx
   if Grd-RowCount = zero
       move "no keys in that range" to wMsgLine
       perform ShowMessage thru ShowMessageEx
       go to BrowseRangeEx
   end-if
   move 5 to Grd-r1
   move 2 to Grd-c1
   move 21 to Grd-r2
   move 79 to Grd-c2
   move 'S' to Grd-style
   move 'N' to Grd-3D
   move blue to Grd-bco
   move bright-white to Grd-fco
   move bright-white to Grd-bcoSel
   move blue to Grd-fcoSel
   call GC45GRID using by reference Grid-Area Grid-Rows
   if Grd-Key = K-ESCAPE go to BrowseRangeEx end-if
   if Grd-CurrRow > zero and Grd-CurrRow not > wBrowseCount
       move wBrowseKey(Grd-CurrRow) to Kref-Key
       read KEYREF
       end-read
       if wKrefStatus = "00"
           perform ClearScreenArea thru ClearScreenAreaEx
           perform ChangeHeldRecord thru ChangeHeldRecordEx
       end-if
   end-if
   continue.
BrowseRangeEx. exit.

LoadBrowseGrid.
   move 8 to Grd-ColCount
   move "KEY"    to Grd-Heading(1)  move  5 to Grd-Width(1)
   move "REGION" to Grd-Heading(2)  move  6 to Grd-Width(2)
   move "NAME"   to Grd-Heading(3)  move 20 to Grd-Width(3)
   move "BRANCH" to Grd-Heading(4)  move  6 to Grd-Width(4)
   move "OWNER"  to Grd-Heading(5)  move 12 to Grd-Width(5)
   move "S"      to Grd-Heading(6)  move  1 to Grd-Width(6)
   move "OPEN"   to Grd-Heading(7)  move  8 to Grd-Width(7)
   move "CLOSE"  to Grd-Heading(8)  move  8 to Grd-Width(8)
   move 1 to Grd-TopRow Grd-CurrRow Grd-LeftCol
   move zero to Grd-RowCount
   move zero to wBrowseCount
   move wFromKey to Kref-Key
   start KEYREF key is not less than Kref-Key
   end-start
   if wKrefStatus not = "00" go to LoadBrowseGridEx end-if
   perform until wBrowseCount = 2000
       read KEYREF next record
       end-read
       if wKrefStatus not = "00"
           exit perform
       end-if
       if Kref-Key > wToKey
           exit perform
       end-if
       add 1 to wBrowseCount
       move wBrowseCount to Grd-RowCount
       move Kref-Key to wBrowseKey(wBrowseCount)
       move Kref-Key to Grd-Cell(wBrowseCount, 1)
       move Kref-Region to Grd-Cell(wBrowseCount, 2)
       move Kref-RegionName to Grd-Cell(wBrowseCount, 3)
       move Kref-Branch to Grd-Cell(wBrowseCount, 4)
       move Kref-Owner to Grd-Cell(wBrowseCount, 5)
       move Kref-Status to Grd-Cell(wBrowseCount, 6)
       move Kref-OpenDate to Grd-Cell(wBrowseCount, 7)
       if Kref-CloseDate = zero
           move spaces to Grd-Cell(wBrowseCount, 8)
       else
           move Kref-CloseDate to Grd-Cell(wBrowseCount, 8)
       end-if
   end-perform
   continue.
LoadBrowseGridEx. exit.

*> ***********************************************************************************
*> three trail lines per action: the action and operator, the before
*> image, and the after image (status, open and close date, owner),
*> all in one date/time stamp
BuildBeforeAfter.
   move spaces to wBeforeText
   string "BEF " hd-Status " " hd-OpenDate " " hd-CloseDate " "
          hd-Owner delimited by size
       into wBeforeText
   end-string
   move spaces to wAfterText
   string "AFT " Kref-Status " " Kref-OpenDate " " Kref-CloseDate " "
          Kref-Owner delimited by size
       into wAfterText
   end-string
   continue.
BuildBeforeAfterEx. exit.

WriteAuditSet.
   open extend TUI-AUDIT-LOG
   if wTalFileStatus not = "00" and wTalFileStatus not = "05"
       go to WriteAuditSetEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to TUI-AUDIT-RECORD
   move "GC89KEYREF" to Tal-Module
   move zero to Tal-Key
   move wAuditText to Tal-Choice
   move wStampDate to Tal-Date
   move wStampTime(1:6) to Tal-Time
   write TUI-AUDIT-RECORD
   move spaces to TUI-AUDIT-RECORD
   move "GC89KEYREF" to Tal-Module
   move zero to Tal-Key
   move wBeforeText to Tal-Choice
   move wStampDate to Tal-Date
   move wStampTime(1:6) to Tal-Time
   write TUI-AUDIT-RECORD
   move spaces to TUI-AUDIT-RECORD
   move "GC89KEYREF" to Tal-Module
   move zero to Tal-Key
   move wAfterText to Tal-Choice
   move wStampDate to Tal-Date
   move wStampTime(1:6) to Tal-Time
   write TUI-AUDIT-RECORD
   close TUI-AUDIT-LOG
   continue.
WriteAuditSetEx. exit.

ShowMessage.
   display "                                                      "
       at line 23 col 2 :BCOL: black :FCOL: white
   display wMsgLine at line 23 col 2
       :BCOL: black :FCOL: bright-yellow
   move spaces to wMsgLine
   continue.
ShowMessageEx. exit.

InitialSettings.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.
  accept wOperator from environment "GCOPERATOR" end-accept
  if wOperator = spaces
      move "UNKNOWN" to wOperator
  end-if
  continue.
InitialSettingsEx. exit.

End Program GC89KEYREF.
