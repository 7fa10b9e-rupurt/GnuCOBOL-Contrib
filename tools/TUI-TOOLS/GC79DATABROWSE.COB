*>             byte count holding the digits under -fbinary-size=1--8,
*>             big-endian as the GCSORT builds write it; PD is packed with a
*>             trailing sign nibble; FLT is a native comp-2.
*>             Mixed-record files: a dictionary with @typecode/@layout
*>             lines (one layout per record type code) is honored - each
*>             record is decoded by the layout its type code selects,
*>             the grid shows the layout name first and that record's
*>             own fields after it, and the detail view names them.
*>             Records are taken at the length of the longest layout.
*> Usage:      GC79DATABROWSE, then answer the data-file and dictionary
*>             prompts (or preset GCBROWSE_FILE / GCBROWSE_DICT).  In the
*>             grid Enter shows the full decoded record; Esc then N)ext
*>             (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.3 20261015
*> Changelog:  1.0 first release.
*>             1.1 mixed-record files: @typecode/@layout dictionaries,
*>                 each record decoded by its own layout.
*>             1.2 settings (GCBROWSE_FILE, GCBROWSE_DICT) may come from the
*>                 GCCONFIG file for the GCPROFILE profile, through the gccfg01
*>                 lookup of the GCSORT suite (bind it with the screen); a value
*>                 set in the environment by hand still wins.
*>             1.3 the detail view pages 19 fields at a time; up to 20
*>                 layouts, and a dictionary over 20 layouts or 60 fields
*>                 is refused instead of decoded at the wrong positions.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
*> the parsed dictionary
01  wFieldCount         pic 9(02) value zero.
01  wFieldTable.
    05  wFieldEntry occurs 60.
        10  wFld-Name       pic x(20).
        10  wFld-Type       pic x(01).
        10  wFld-Length     pic 9(04).
    05  wPar-Sign       pic x(10).
    05  wPar-Usage      pic x(10).
01  wRecLength          pic 9(05) value zero.
01  wMaxLength          pic 9(05) value zero.
*> the record layouts of a mixed-record dictionary, picked by the
*> type code at wTypePos; none = every record is the one layout
01  wTypePos            pic 9(04) value zero.
01  wTypeLen            pic 9(01) value zero.
01  wLayoutCount        pic 9(02) value zero.
01  wLayoutTable.
    05  wLayoutEntry occurs 20.
        10  wLay-Code       pic x(08).
        10  wLay-Name       pic x(20).
        10  wLay-First      pic 9(02).
        10  wLay-Last       pic 9(02).
01  wLay                pic 9(02) value zero.
01  wCurLayout          pic 9(02) value zero.
01  wFirstFld           pic 9(02) value zero.
01  wLastFld            pic 9(02) value zero.
01  wDictError          pic x(01) value "N".
*> the detail view, 19 fields to a page
01  wPageFirst          pic 9(02) value zero.
01  wPageLast           pic 9(02) value zero.
01  c                   pic 9(02).
01  wColNo              pic 9(01).
01  wBinLimit           pic 9(18) comp value zero.
01  wBinValue18         pic 9(18) comp value zero.
01  wBinBytes           pic 9(02) value zero.
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
Browse-Mainline.
    *> the GCCONFIG settings of this screen and the GCPROFILE
    *> profile go into the environment before any is accepted
    move "GC79DATABROWSE" to Cfg-Program
    move "APPLY" to Cfg-Request
    call "gccfg01" using wConfigArea
        on exception
            display "GC79DATABROWSE: gccfg01 not available; no configuration"
            move 16 to return-code
            goback
    end-call
    if Cfg-Result not = "00"
        display "GC79DATABROWSE: configuration refused (" Cfg-Result ")"
        move 8 to return-code
        goback
    end-if
    perform InitialSettings thru InitialSettingsEx
    perform AskFiles thru AskFilesEx
    if wDone = "Y" goback end-if
LoadDictionary.
   move zero to wFieldCount
   move zero to wRecLength
   move zero to wMaxLength
   move zero to wLayoutCount
   move zero to wTypeLen
   move "N" to wDictError
   open input DICTFILE
   if wDictStatus not = "00"
       display "cannot open dictionary " function trim(wDictPath)
   end-read
   if wDictStatus not = "00"
       close DICTFILE
       if wMaxLength > wRecLength
           move wMaxLength to wRecLength
       end-if
       if wTypeLen > zero and wLayoutCount = zero
           move zero to wFieldCount
       end-if
       go to LoadDictionaryEx
   end-if
   if function trim(DICTFILE-RECORD) = spaces
    or DICTFILE-RECORD(1:1) = "*"
       go to LoadDictionary-Next
   end-if
   move spaces to wParse
       into wPar-Name wPar-Type wPar-Length
            wPar-Decimals wPar-Sign wPar-Usage
   end-unstring
   if DICTFILE-RECORD(1:1) = "@"
       perform LoadLayoutLine thru LoadLayoutLineEx
       if wDictError = "Y"
           go to LoadDictionary-Refuse
       end-if
       go to LoadDictionary-Next
   end-if
   if wTypeLen > zero and wLayoutCount = zero
       go to LoadDictionary-Next
   end-if
   if wFieldCount = 60
       display "dictionary has more than 60 fields: "
               function trim(DICTFILE-RECORD)
       go to LoadDictionary-Refuse
   end-if
   add 1 to wFieldCount
   move function trim(wPar-Name) to wFld-Name(wFieldCount)
   move function upper-case(function trim(wPar-Type))
   perform ComputeFieldBytes thru ComputeFieldBytesEx
   compute wFld-Position(wFieldCount) = wRecLength + 1
   add wFld-Bytes(wFieldCount) to wRecLength
   if wLayoutCount > zero
       move wFieldCount to wLay-Last(wLayoutCount)
   end-if
   go to LoadDictionary-Next.
*> a layout or field the tables cannot hold would shift every
*> position after it: nothing is decoded rather than decoded wrong
LoadDictionary-Refuse.
   close DICTFILE
   move zero to wFieldCount
   move zero to wLayoutCount.
LoadDictionaryEx. exit.

*> @typecode,position,length and @layout,code,name - every layout
*> lays its fields out from position 1 again
LoadLayoutLine.
   evaluate function lower-case(function trim(wPar-Name))
       when "@typecode"
           if function test-numval(wPar-Type) = zero
            and function test-numval(wPar-Length) = zero
               move function numval(wPar-Type) to wTypePos
               move function numval(wPar-Length) to wTypeLen
           end-if
       when "@layout"
           if wTypeLen = zero
               go to LoadLayoutLineEx
           end-if
           if wLayoutCount = 20
               display "dictionary has more than 20 layouts: "
                       function trim(DICTFILE-RECORD)
               move "Y" to wDictError
               go to LoadLayoutLineEx
           end-if
           if wRecLength > wMaxLength
               move wRecLength to wMaxLength
           end-if
           move zero to wRecLength
           add 1 to wLayoutCount
           move function trim(wPar-Type) to wLay-Code(wLayoutCount)
           move function lower-case(function trim(wPar-Length))
             to wLay-Name(wLayoutCount)
           compute wLay-First(wLayoutCount) = wFieldCount + 1
           move wFieldCount to wLay-Last(wLayoutCount)
       when other
           continue
   end-evaluate
   continue.
LoadLayoutLineEx. exit.

ComputeFieldBytes.
   evaluate wFld-Usage(wFieldCount)
       when "DSP"
   continue.
ReadOneRecordEx. exit.

*> the layout of the record in wRecordBuffer: wCurLayout (zero when
*> its type code is not in the dictionary) and its field range
PickLayout.
   move zero to wCurLayout
   move 1 to wFirstFld
   move wFieldCount to wLastFld
   if wLayoutCount = zero
       go to PickLayoutEx
   end-if
   move zero to wLastFld
   perform varying wLay from 1 by 1
           until wLay > wLayoutCount or wCurLayout > zero
       if wRecordBuffer(wTypePos:wTypeLen)
            = wLay-Code(wLay)(1:wTypeLen)
           move wLay to wCurLayout
           move wLay-First(wLay) to wFirstFld
           move wLay-Last(wLay) to wLastFld
       end-if
   end-perform
   continue.
PickLayoutEx. exit.

*> the grid cell for column c of a mixed-record window: the layout
*> name first, then the record's own fields in dictionary order
LayoutCell.
   move spaces to wCellText
   if c = 1
       if wCurLayout = zero
           string "?" wRecordBuffer(wTypePos:wTypeLen)
               delimited by size into wCellText
           end-string
       else
           move wLay-Name(wCurLayout) to wCellText
       end-if
       go to LayoutCellEx
   end-if
   compute f = wFirstFld + c - 2
   if wCurLayout > zero and f not > wLastFld
       perform DecodeField thru DecodeFieldEx
   end-if
   continue.
LayoutCellEx. exit.

*> ***********************************************************************************
BrowseLoop.
   perform LoadGridWindow thru LoadGridWindowEx
BrowseLoopEx. exit.

LoadGridWindow.
   if wLayoutCount > zero
       perform LayoutHeadings thru LayoutHeadingsEx
       go to LoadGridWindow-Rows
   end-if
   move wFieldCount to Grd-ColCount
   if Grd-ColCount > 10
       move 10 to Grd-ColCount
               end-if
           when other move 10 to Grd-Width(f)
       end-evaluate
   end-perform.
LoadGridWindow-Rows.
   move 1 to Grd-TopRow Grd-CurrRow Grd-LeftCol
   move zero to wRowsLoaded
   move zero to Grd-RowCount
       end-if
       add 1 to wRowsLoaded
       move wRowsLoaded to Grd-RowCount
       if wLayoutCount > zero
           perform PickLayout thru PickLayoutEx
           perform varying c from 1 by 1 until c > Grd-ColCount
               perform LayoutCell thru LayoutCellEx
               move wCellText to Grd-Cell(wRowsLoaded, c)
           end-perform
       else
           perform varying f from 1 by 1 until f > Grd-ColCount
               perform DecodeField thru DecodeFieldEx
               move wCellText to Grd-Cell(wRowsLoaded, f)
           end-perform
       end-if
   end-perform
   continue.
LoadGridWindowEx. exit.

*> the fields differ from one record type to the next, so a mixed
*> window numbers its columns; Enter shows the names
LayoutHeadings.
   move 10 to Grd-ColCount
   move "type" to Grd-Heading(1)
   move 12 to Grd-Width(1)
   perform varying c from 2 by 1 until c > Grd-ColCount
       move spaces to Grd-Heading(c)
       compute wColNo = c - 1
       string "field " wColNo delimited by size
           into Grd-Heading(c)
       end-string
       move 12 to Grd-Width(c)
   end-perform
   continue.
LayoutHeadingsEx. exit.

*> ***********************************************************************************
*> decode field f of wRecordBuffer into wCellText
DecodeField.
ShowDetail.
   compute wRecNo = wWindowStart + Grd-CurrRow - 1
   perform ReadOneRecord thru ReadOneRecordEx
   perform PickLayout thru PickLayoutEx
   display "record " wRecNo " decoded:" at line 1 col 2
       :BCOL: black :FCOL: bright-white
   if wLayoutCount > zero
       if wCurLayout = zero
           display "type code " wRecordBuffer(wTypePos:wTypeLen)
                   " is not in the dictionary"
               at line 2 col 4 :BCOL: black :FCOL: bright-yellow
       else
           display "layout " wLay-Name(wCurLayout)
               at line 2 col 4 :BCOL: black :FCOL: bright-white
       end-if
   end-if
   move wFirstFld to wPageFirst.
ShowDetail-Page.
   perform varying wlin from 3 by 1 until wlin > 24
       display " " at line wlin col 1 :BCOL: black :FCOL: white
           with erase eol
   end-perform
   compute wPageLast = wPageFirst + 18
   if wPageLast > wLastFld
       move wLastFld to wPageLast
   end-if
   perform varying f from wPageFirst by 1 until f > wPageLast
       compute wlin = 3 + f - wPageFirst
       perform DecodeField thru DecodeFieldEx
       display wFld-Name(f) " " wFld-Usage(f) " = " wCellText
           at line wlin col 4 :BCOL: black :FCOL: bright-white
   end-perform
   if wPageLast < wLastFld
       display "press Enter for the next fields, Esc to return"
           at line 23 col 4 :BCOL: black :FCOL: white
       accept wCommand at line 23 col 52
           :BCOL: blue :FCOL: bright-white
       end-accept
       if wCRT-STATUS = K-ESCAPE
           go to ShowDetailEx
       end-if
       compute wPageFirst = wPageLast + 1
       go to ShowDetail-Page
   end-if
   display "press Enter to return" at line 23 col 4
       :BCOL: black :FCOL: white
   accept wCommand at line 23 col 27
       :BCOL: blue :FCOL: bright-white
   end-accept
   continue.
       go to FindForwardEx
   end-if
   move function numval(wAskCol) to wFindCol
   if wFindCol = zero
    or (wLayoutCount = zero and wFindCol > wFieldCount)
    or (wLayoutCount > zero and wFindCol > 10)
       go to FindForwardEx
   end-if
   display "value        :" at line 24 col 22
       if return-code not = zero
           move wTotalRecords to wRecNo
       else
           if wLayoutCount > zero
               perform PickLayout thru PickLayoutEx
               move wFindCol to c
               perform LayoutCell thru LayoutCellEx
           else
               perform DecodeField thru DecodeFieldEx
           end-if
           move zero to wFindHits
           inspect wCellText tallying wFindHits
               for all function trim(wFindText)
