              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR== ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
PROGRAM-ID. GC88INBOX.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    OPERATOR WORK-QUEUE INBOX - EVERY PENDING ACTION ON ONE SCREEN
*>             gathers the open items the on-call used to hunt for in five
*>             tools into one prioritized GC20LISTBOX, each line showing its
*>             priority, its source and its age:
*>               ALERT    unacknowledged ALERTLOG entries (GC81ALERTACK)
*>               HELD     jobsched steps whose latest GCHIST record is an
*>                        operator HD (jobschedop RELEASE)
*>               BALANCE  FAIL/NOCNT links on the gcbal01 BALSHEET
*>                        (GC77SPOOLVIEW)
*>               EXCEPT   a GCEXC reconciliation exception whose counts do
*>                        not tie out (GC79DATABROWSE)
*>               REJECT   open entries of the GCSORT reject SUSPENSE, the
*>                        escalated ones first (GC78REJFIX)
*>             Priority 1 (alerts, held steps) stops or pages the night, 2
*>             (balancing breaks, exceptions, escalated rejects) holds the
*>             morning's distribution, 3 (open rejects) is routine; within a
*>             priority the oldest item comes first.  Enter opens the tool
*>             that acts on the item, already positioned on it, and the
*>             inbox is gathered again when the tool ends.
*>             Only the items the operator's role may act on are listed: the
*>             role comes from GC86CREDS for the signed-on GCOPERATOR, and a
*>             source is shown only when the role's GCROLES functions include
*>             its tool.  The item is opened through that same GCROLES
*>             command, so the inbox never runs anything the role's menu
*>             would not.  Every open is written to TUIAUDIT.
*> Usage:      launched from the GC85SIGNON menu - give the roles that work
*>             the queue a GCROLES line such as
*>                 ONCALL;Work inbox;GC88INBOX
*>             next to their GC81ALERTACK, GC78REJFIX, jobschedop,
*>             GC77SPOOLVIEW and GC79DATABROWSE lines (jobschedop bare: the
*>             inbox adds RELEASE and the step after asking Y/N).  The tools
*>             are positioned through GCALERT_AT (ALERTLOG record), GCREJECT_AT
*>             and GCREJECT_KEY (REJECTS record and its key), GCSPOOL_AT and
*>             GCSPOOL_FIND (report and the text to show), GCBROWSE_FILE.
*>             Esc leaves the inbox.
*> Tectonics:  cobc -x GC88INBOX.COB GC20LISTBOX.COB GC01BOX.COB GC86CREDS.COB
*>                     -lpdcurses (compile with GnuCOBOL 3.1+)
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
    SELECT GCROLES ASSIGN TO "GCROLES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wRoleStatus.
    SELECT OPTIONAL ALERTLOG ASSIGN TO "ALERTLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wLogStatus.
    SELECT OPTIONAL SUSPENSE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wSusStatus.
    SELECT OPTIONAL GCHIST ASSIGN TO "GCHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wHistStatus.
    SELECT OPTIONAL BALSHEET ASSIGN TO "BALSHEET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wBalStatus.
    SELECT OPTIONAL GCEXC ASSIGN TO "GCEXC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wExcStatus.
    copy 'GC30AUDIT-SELECT.CPY'.
DATA DIVISION.
FILE SECTION.
FD  GCROLES.
01  GCROLES-RECORD          PIC X(160).
*> the JCSQLALERT persistent alert log (as GC81ALERTACK reads it)
FD  ALERTLOG.
01  ALERTLOG-RECORD.
    05  Alg-Date            PIC 9(08).
    05  Alg-Time            PIC 9(06).
    05  Alg-Program         PIC X(08).
    05  Alg-ErrorNumber     PIC X(05).
    05  Alg-RepeatCount     PIC 9(04).
    05  Alg-AckFlag         PIC X(01).
    05  Alg-AckOperator     PIC X(08).
    05  Alg-AckTime         PIC 9(06).
    05  Alg-Message         PIC X(80).
*> the reject suspense record (GCSORT fsuspsqf01.cpy)
FD  SUSPENSE.
01  SUSPENSE-RECORD.
    05  Sus-ArrivalDate     PIC 9(08).
    05  FILLER              PIC X(01).
    05  Sus-ArrivalTime     PIC 9(06).
    05  FILLER              PIC X(01).
    05  Sus-JobName         PIC X(08).
    05  FILLER              PIC X(01).
    05  Sus-Item            PIC 9(07).
    05  FILLER              PIC X(01).
    05  Sus-Reason          PIC X(02).
    05  FILLER              PIC X(01).
    05  Sus-Key             PIC X(12).
    05  FILLER              PIC X(01).
    05  Sus-Status          PIC X(01).
        88  Sus-Open            VALUE "O" "E".
        88  Sus-Escalated       VALUE "E".
    05  FILLER              PIC X(60).
*> the GCSORT run-history record (fhstsqf01.cpy)
FD  GCHIST.
01  GCHIST-RECORD.
    05  Hst-JobName         PIC X(08).
    05  FILLER              PIC X(01).
    05  Hst-RunDate         PIC 9(08).
    05  FILLER              PIC X(01).
    05  Hst-RunTime         PIC 9(06).
    05  FILLER              PIC X(33).
    05  Hst-Status          PIC X(02).
*> the gcbal01 balance sheet line
FD  BALSHEET.
01  BALSHEET-RECORD.
    05  Bal-Label           PIC X(40).
    05  FILLER              PIC X(25).
    05  Bal-Verdict         PIC X(09).
    05  FILLER              PIC X(58).
*> the reconciliation exception record (GCSORT fexcsqf01.cpy)
FD  GCEXC.
01  GCEXC-RECORD.
    05  Exc-RecordIn        PIC  9(07).
    05  Exc-RecordOut       PIC  9(07).
    05  Exc-RecordDiff      PIC S9(07).
    05  FILLER              PIC  X(64).
copy 'GC30AUDIT-FD.CPY'.
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wCRT-STATUS         PIC 9(04) VALUE 9999.
01  wRoleStatus         PIC X(02).
01  wLogStatus          PIC X(02).
01  wSusStatus          PIC X(02).
01  wHistStatus         PIC X(02).
01  wBalStatus          PIC X(02).
01  wExcStatus          PIC X(02).
01  wTalFileStatus      PIC X(02).

01  wOperator           pic x(08) value spaces.
01  wRole               pic x(12) value spaces.
01  wRoleParse.
    05  wRp-Role        pic x(12).
    05  wRp-Title       pic x(20).
    05  wRp-Command     pic x(120).
01  wUpperCommand       pic x(120).
01  wHits               pic 9(03).

*> the tools behind the five sources, and the role's GCROLES command
*> for each (spaces: the role may not act on that source)
01  wToolNames.
    05  filler          pic x(14) value "GC81ALERTACK".
    05  filler          pic x(14) value "GC78REJFIX".
    05  filler          pic x(14) value "JOBSCHEDOP".
    05  filler          pic x(14) value "GC77SPOOLVIEW".
    05  filler          pic x(14) value "GC79DATABROWSE".
01  wToolNameTable redefines wToolNames.
    05  wToolName       pic x(14) occurs 5.
01  wToolTable.
    05  wToolCommand    pic x(120) occurs 5.
01  wToolCount          pic 9(01) value zero.
01  t                   pic 9(01).

*> the gathered items; the sort key puts priority first, then age
01  wItemCount          pic 9(04) value zero.
01  wItemTable.
    05  wItem occurs 500.
        10  wIt-SortKey.
            15  wIt-Priority    pic 9(01).
            15  wIt-Date        pic 9(08).
            15  wIt-Time        pic 9(06).
        10  wIt-Tool        pic 9(01).
        10  wIt-Source      pic x(07).
        10  wIt-Text        pic x(60).
        10  wIt-Ref         pic x(40).
        10  wIt-Ref2        pic x(12).
01  wHoldItem           pic x(135).
01  wHoldSortKey redefines wHoldItem pic x(15).
01  i                   pic 9(04).
01  k                   pic 9(04).
01  wRecOrdinal         pic 9(05).
01  wLastItem           pic 9(04) value 1.

*> the latest GCHIST record of each step
01  wStepCount          pic 9(03) value zero.
01  wStepTable.
    05  wStep occurs 200.
        10  wSt-Name        pic x(08).
        10  wSt-Date        pic 9(08).
        10  wSt-Time        pic 9(06).
        10  wSt-Status      pic x(02).

*> CBL_CHECK_FILE_EXIST's answer, for the age of BALSHEET and GCEXC
01  wFileInfo.
    05  wFi-Size        pic x(08) comp-x.
    05  wFi-Day         pic x(01) comp-x.
    05  wFi-Month       pic x(01) comp-x.
    05  wFi-Year        pic x(02) comp-x.
    05  wFi-Hour        pic x(01) comp-x.
    05  wFi-Minute      pic x(01) comp-x.
    05  wFi-Second      pic x(01) comp-x.
    05  wFi-Hundredth   pic x(01) comp-x.
01  wFileName           pic x(12).
01  wFileDate           pic 9(08).
01  wFileTime           pic 9(06).

01  wToday              pic 9(08).
01  wNowTime            pic 9(08).
01  wNowParts redefines wNowTime.
    05  wNow-Hour       pic 9(02).
    05  wNow-Minute     pic 9(02).
    05  filler          pic 9(04).
01  wAgeDate            pic 9(08).
01  wAgeTime            pic 9(06).
01  wAgeParts redefines wAgeTime.
    05  wAge-Hour       pic 9(02).
    05  wAge-Minute     pic 9(02).
    05  wAge-Second     pic 9(02).
01  wAgeMinutes         pic s9(09).
01  wAgeDays            pic 9(05).
01  wAgeRest            pic 9(04).
01  wAgeDaysShow        pic z(4)9.
01  wAgeTwo             pic 9(02).
01  wAgeShow            pic x(06).

01  wItemShow           pic z(6)9.
01  wSignedShow         pic -(6)9.
01  wRunCommand         pic x(200).
01  wSysRc              pic s9(9) comp.
01  wAnswer             pic x(01).
01  wAuditText          pic x(40).
01  wStampDate          pic 9(08).
01  wStampTime          pic 9(08).

copy 'GC20LISTBOX.CPY'.
copy 'GC86CREDS.CPY'.
copy 'GC97KEYCODEGC.CPY'  suppress.

*> ***********************************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION.
Inbox-Mainline.
    perform InitialSettings thru InitialSettingsEx
    if wRole = spaces
        display "no signed-on operator with a role - start the inbox"
                " from the GC85SIGNON menu"
        move 8 to return-code
        goback
    end-if
    perform LoadRoleTools thru LoadRoleToolsEx
    if wToolCount = zero
        display "role " function trim(wRole)
                " has none of the inbox tools in GCROLES"
        goback
    end-if.

Show-Inbox.
    perform GatherItems thru GatherItemsEx
    if wItemCount = zero
        display "nothing waiting for role " function trim(wRole)
            at line 24 col 2 :BCOL: black :FCOL: bright-white
        goback
    end-if
    move 2 to Lsb-r1
    move 2 to Lsb-c1
    move 22 to Lsb-r2
    move 79 to Lsb-c2
    move 'S' to Lsb-style
    move 'N' to Lsb-3D
    move blue to Lsb-bco
    move bright-white to Lsb-fco
    move bright-white to Lsb-bcoSel
    move blue to Lsb-fcoSel
    set Lsb-Is-Single to true
    if wLastItem > wItemCount
        move wItemCount to wLastItem
    end-if
    move 1 to Lsb-TopItem
    move wLastItem to Lsb-CurrItem
    move wItemCount to wItemShow
    display "Work inbox " wOperator " (" function trim(wRole) ") "
            function trim(wItemShow) " item(s) - Enter opens, Esc leaves"
        at line 1 col 2 :BCOL: black :FCOL: bright-white
    call GC20LISTBOX using by reference ListBox-Area ListBox-Items
    if Lsb-Key = K-ESCAPE
        goback
    end-if
    if Lsb-CurrItem > zero and Lsb-CurrItem not > wItemCount
        move Lsb-CurrItem to wLastItem
        perform OpenItem thru OpenItemEx
    end-if
    go to Show-Inbox.

*> ***********************************************************************************
*> a source counts for the role when one of its GCROLES commands runs
*> that source's tool
LoadRoleTools.
   move spaces to wToolTable
   move zero to wToolCount
   open input GCROLES
   if wRoleStatus not = "00"
       close GCROLES
       go to LoadRoleToolsEx
   end-if.
LoadRoleTools-Next.
   read GCROLES
   end-read
   if wRoleStatus not = "00"
       close GCROLES
       go to LoadRoleToolsEx
   end-if
   if GCROLES-RECORD = spaces or GCROLES-RECORD(1:1) = "#"
       go to LoadRoleTools-Next
   end-if
   move spaces to wRoleParse
   unstring GCROLES-RECORD delimited by ";"
       into wRp-Role wRp-Title wRp-Command
   end-unstring
   if function upper-case(function trim(wRp-Role))
           not = function upper-case(function trim(wRole))
       go to LoadRoleTools-Next
   end-if
   move function upper-case(wRp-Command) to wUpperCommand
   perform varying t from 1 by 1 until t > 5
       move zero to wHits
       inspect wUpperCommand tallying wHits
           for all function trim(wToolName(t))
       if wHits > zero and wToolCommand(t) = spaces
           move wRp-Command to wToolCommand(t)
           add 1 to wToolCount
       end-if
   end-perform
   go to LoadRoleTools-Next.
LoadRoleToolsEx. exit.

*> ***********************************************************************************
GatherItems.
   move zero to wItemCount
   accept wToday from date yyyymmdd end-accept
   accept wNowTime from time end-accept
   if wToolCommand(1) not = spaces
       perform LoadAlerts thru LoadAlertsEx
   end-if
   if wToolCommand(3) not = spaces
       perform LoadHeldSteps thru LoadHeldStepsEx
   end-if
   if wToolCommand(4) not = spaces
       perform LoadBalanceBreaks thru LoadBalanceBreaksEx
   end-if
   if wToolCommand(5) not = spaces
       perform LoadException thru LoadExceptionEx
   end-if
   if wToolCommand(2) not = spaces
       perform LoadRejects thru LoadRejectsEx
   end-if
   perform SortItems thru SortItemsEx
   move wItemCount to Lsb-EntryCount
   perform varying i from 1 by 1 until i > wItemCount
       move wIt-Date(i) to wAgeDate
       move wIt-Time(i) to wAgeTime
       perform ComputeAge thru ComputeAgeEx
       move spaces to Lsb-Entry(i)
       string wIt-Priority(i) " " wIt-Source(i) " " wAgeShow " "
              wIt-Text(i)
           delimited by size into Lsb-Entry(i)
       end-string
       move space to Lsb-Mark(i)
   end-perform
   continue.
GatherItemsEx. exit.

*> every unacknowledged ALERTLOG entry, by its record number
LoadAlerts.
   move zero to wRecOrdinal
   open input ALERTLOG
   if wLogStatus not = "00"
       close ALERTLOG
       go to LoadAlertsEx
   end-if.
LoadAlerts-Next.
   read ALERTLOG
   end-read
   if wLogStatus not = "00" or wItemCount = 500
       close ALERTLOG
       go to LoadAlertsEx
   end-if
   add 1 to wRecOrdinal
   if Alg-AckFlag not = "N"
       go to LoadAlerts-Next
   end-if
   add 1 to wItemCount
   move 1 to wIt-Priority(wItemCount)
   move Alg-Date to wIt-Date(wItemCount)
   move Alg-Time to wIt-Time(wItemCount)
   move 1 to wIt-Tool(wItemCount)
   move "ALERT" to wIt-Source(wItemCount)
   move spaces to wIt-Text(wItemCount)
   string Alg-Program " " Alg-ErrorNumber " " Alg-Message
       delimited by size into wIt-Text(wItemCount)
   end-string
   move wRecOrdinal to wIt-Ref(wItemCount)
   move spaces to wIt-Ref2(wItemCount)
   go to LoadAlerts-Next.
LoadAlertsEx. exit.

*> a step is held while the operator's HD is its latest GCHIST record:
*> a release, a kill or a run written after it ends the hold
LoadHeldSteps.
   move zero to wStepCount
   open input GCHIST
   if wHistStatus not = "00"
       close GCHIST
       go to LoadHeldStepsEx
   end-if.
LoadHeldSteps-Next.
   read GCHIST
   end-read
   if wHistStatus not = "00"
       close GCHIST
       go to LoadHeldStepsList
   end-if
   perform varying k from 1 by 1 until k > wStepCount
       if wSt-Name(k) = Hst-JobName
           exit perform
       end-if
   end-perform
   if k > wStepCount
       if wStepCount = 200
           go to LoadHeldSteps-Next
       end-if
       add 1 to wStepCount
       move Hst-JobName to wSt-Name(k)
   end-if
   move Hst-RunDate to wSt-Date(k)
   move Hst-RunTime to wSt-Time(k)
   move Hst-Status to wSt-Status(k)
   go to LoadHeldSteps-Next.
LoadHeldStepsList.
   perform varying k from 1 by 1
           until k > wStepCount or wItemCount = 500
       if wSt-Status(k) = "HD"
           add 1 to wItemCount
           move 1 to wIt-Priority(wItemCount)
           move wSt-Date(k) to wIt-Date(wItemCount)
           move wSt-Time(k) to wIt-Time(wItemCount)
           move 3 to wIt-Tool(wItemCount)
           move "HELD" to wIt-Source(wItemCount)
           move spaces to wIt-Text(wItemCount)
           string "step " wSt-Name(k) " held by operator"
               delimited by size into wIt-Text(wItemCount)
           end-string
           move wSt-Name(k) to wIt-Ref(wItemCount)
           move spaces to wIt-Ref2(wItemCount)
       end-if
   end-perform
   continue.
LoadHeldStepsEx. exit.

*> the links the last balancing run could not tie out
LoadBalanceBreaks.
   move "BALSHEET" to wFileName
   perform GetFileStamp thru GetFileStampEx
   open input BALSHEET
   if wBalStatus not = "00"
       close BALSHEET
       go to LoadBalanceBreaksEx
   end-if.
LoadBalanceBreaks-Next.
   read BALSHEET
   end-read
   if wBalStatus not = "00" or wItemCount = 500
       close BALSHEET
       go to LoadBalanceBreaksEx
   end-if
   if Bal-Verdict not = "FAIL" and Bal-Verdict not = "NOCNT"
       go to LoadBalanceBreaks-Next
   end-if
   add 1 to wItemCount
   move 2 to wIt-Priority(wItemCount)
   move wFileDate to wIt-Date(wItemCount)
   move wFileTime to wIt-Time(wItemCount)
   move 4 to wIt-Tool(wItemCount)
   move "BALANCE" to wIt-Source(wItemCount)
   move spaces to wIt-Text(wItemCount)
   string function trim(Bal-Verdict) " " Bal-Label
       delimited by size into wIt-Text(wItemCount)
   end-string
   move Bal-Label to wIt-Ref(wItemCount)
   move spaces to wIt-Ref2(wItemCount)
   go to LoadBalanceBreaks-Next.
LoadBalanceBreaksEx. exit.

*> the reconciliation exception, while its counts still differ
LoadException.
   if wItemCount = 500
       go to LoadExceptionEx
   end-if
   move "GCEXC" to wFileName
   perform GetFileStamp thru GetFileStampEx
   open input GCEXC
   if wExcStatus not = "00"
       close GCEXC
       go to LoadExceptionEx
   end-if
   read GCEXC
   end-read
   if wExcStatus = "00"
    and Exc-RecordDiff is numeric and Exc-RecordDiff not = zero
       add 1 to wItemCount
       move 2 to wIt-Priority(wItemCount)
       move wFileDate to wIt-Date(wItemCount)
       move wFileTime to wIt-Time(wItemCount)
       move 5 to wIt-Tool(wItemCount)
       move "EXCEPT" to wIt-Source(wItemCount)
       move Exc-RecordDiff to wSignedShow
       move spaces to wIt-Text(wItemCount)
       string "GCEXC in " Exc-RecordIn " out " Exc-RecordOut
              " diff " function trim(wSignedShow)
           delimited by size into wIt-Text(wItemCount)
       end-string
       move "GCEXC" to wIt-Ref(wItemCount)
       move spaces to wIt-Ref2(wItemCount)
   end-if
   close GCEXC
   continue.
LoadExceptionEx. exit.

*> open reject suspense entries; past the escalation limit they rank
*> with the balancing breaks
LoadRejects.
   open input SUSPENSE
   if wSusStatus not = "00"
       close SUSPENSE
       go to LoadRejectsEx
   end-if.
LoadRejects-Next.
   read SUSPENSE
   end-read
   if wSusStatus not = "00" or wItemCount = 500
       close SUSPENSE
       go to LoadRejectsEx
   end-if
   if not Sus-Open
       go to LoadRejects-Next
   end-if
   add 1 to wItemCount
   if Sus-Escalated
       move 2 to wIt-Priority(wItemCount)
   else
       move 3 to wIt-Priority(wItemCount)
   end-if
   move Sus-ArrivalDate to wIt-Date(wItemCount)
   move Sus-ArrivalTime to wIt-Time(wItemCount)
   move 2 to wIt-Tool(wItemCount)
   move "REJECT" to wIt-Source(wItemCount)
   move Sus-Item to wItemShow
   move spaces to wIt-Text(wItemCount)
   string "reject " function trim(wItemShow) " of " Sus-JobName
          " " Sus-Reason " key " Sus-Key
       delimited by size into wIt-Text(wItemCount)
   end-string
   move Sus-Item to wIt-Ref(wItemCount)
   move Sus-Key to wIt-Ref2(wItemCount)
   go to LoadRejects-Next.
LoadRejectsEx. exit.

GetFileStamp.
   move zero to wFileDate wFileTime
   move low-value to wFileInfo
   call "CBL_CHECK_FILE_EXIST" using wFileName wFileInfo
   end-call
   if return-code = zero
       compute wFileDate = wFi-Year * 10000 + wFi-Month * 100 + wFi-Day
       compute wFileTime = wFi-Hour * 10000 + wFi-Minute * 100
                         + wFi-Second
   end-if
   move zero to return-code
   continue.
GetFileStampEx. exit.

*> insertion sort on priority, date, time - the oldest of the most
*> urgent first
SortItems.
   perform varying i from 2 by 1 until i > wItemCount
       move wItem(i) to wHoldItem
       compute k = i - 1
       perform until k = zero
           if wIt-SortKey(k) not > wHoldSortKey
               exit perform
           end-if
           move wItem(k) to wItem(k + 1)
           subtract 1 from k
       end-perform
       move wHoldItem to wItem(k + 1)
   end-perform
   continue.
SortItemsEx. exit.

*> the age from wAgeDate/wAgeTime to now: 12m, 4h05m, 3d07h
ComputeAge.
   move spaces to wAgeShow
   if wAgeDate < 19700101 or wAgeDate > wToday
    or function test-date-yyyymmdd(wAgeDate) not = zero
       move "     ?" to wAgeShow
       go to ComputeAgeEx
   end-if
   compute wAgeMinutes
       = (function integer-of-date(wToday)
           - function integer-of-date(wAgeDate)) * 1440
       + (wNow-Hour * 60 + wNow-Minute)
       - (wAge-Hour * 60 + wAge-Minute)
   if wAgeMinutes < zero
       move zero to wAgeMinutes
   end-if
   evaluate true
       when wAgeMinutes >= 1440
           compute wAgeDays = wAgeMinutes / 1440
           compute wAgeRest = wAgeMinutes - wAgeDays * 1440
           compute wAgeTwo = wAgeRest / 60
           move wAgeDays to wAgeDaysShow
           if wAgeDays > 999
               move "999d+" to wAgeShow
           else
               string function trim(wAgeDaysShow) "d" wAgeTwo "h"
                   delimited by size into wAgeShow
               end-string
           end-if
       when wAgeMinutes >= 60
           compute wAgeDays = wAgeMinutes / 60
           compute wAgeTwo = wAgeMinutes - wAgeDays * 60
           move wAgeDays to wAgeDaysShow
           string function trim(wAgeDaysShow) "h" wAgeTwo "m"
               delimited by size into wAgeShow
           end-string
       when other
           move wAgeMinutes to wAgeDaysShow
           string function trim(wAgeDaysShow) "m"
               delimited by size into wAgeShow
           end-string
   end-evaluate
   move function trim(wAgeShow) to wAgeShow
   continue.
ComputeAgeEx. exit.

*> ***********************************************************************************
*> the item's tool, through the role's own GCROLES command, told where
*> to start by its environment variable
OpenItem.
   move wIt-Tool(wLastItem) to t
   move spaces to wRunCommand
   evaluate t
       when 1
           set environment "GCALERT_AT" to wIt-Ref(wLastItem)
       when 2
           set environment "GCREJECT_AT" to wIt-Ref(wLastItem)
           set environment "GCREJECT_KEY" to wIt-Ref2(wLastItem)
       when 3
           perform ConfirmRelease thru ConfirmReleaseEx
           if wAnswer not = "Y"
               go to OpenItemEx
           end-if
       when 4
           set environment "GCSPOOL_AT" to "BALSHEET"
           set environment "GCSPOOL_FIND" to wIt-Ref(wLastItem)
       when 5
           set environment "GCBROWSE_FILE" to wIt-Ref(wLastItem)
   end-evaluate
   if t = 3
       string function trim(wToolCommand(t)) " RELEASE "
              function trim(wIt-Ref(wLastItem))
           delimited by size into wRunCommand
       end-string
   else
       move wToolCommand(t) to wRunCommand
   end-if
   move spaces to wAuditText
   string "OPEN " wIt-Source(wLastItem) " "
          function trim(wIt-Ref(wLastItem))
       delimited by size into wAuditText
   end-string
   perform WriteAuditRecord thru WriteAuditRecordEx
   call "SYSTEM" using wRunCommand
       returning wSysRc
   end-call
   set environment "GCALERT_AT" to " "
   set environment "GCREJECT_AT" to " "
   set environment "GCREJECT_KEY" to " "
   set environment "GCSPOOL_AT" to " "
   set environment "GCSPOOL_FIND" to " "
   set environment "GCBROWSE_FILE" to " "
   display " " at line 1 col 1 with blank screen
   continue.
OpenItemEx. exit.

*> a release is a command to the running scheduler, so it is asked for
ConfirmRelease.
   move space to wAnswer
   display "release held step " function trim(wIt-Ref(wLastItem))
           " ? (Y/N)" at line 24 col 2 :BCOL: black :FCOL: bright-yellow
   accept wAnswer at line 24 col 34
       :BCOL: blue :FCOL: bright-white update
   end-accept
   move function upper-case(wAnswer) to wAnswer
   display " " at line 24 col 1 with erase eol
   continue.
ConfirmReleaseEx. exit.

*> ***********************************************************************************
WriteAuditRecord.
   open extend TUI-AUDIT-LOG
   if wTalFileStatus not = "00" and wTalFileStatus not = "05"
       go to WriteAuditRecordEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to TUI-AUDIT-RECORD
   move "GC88INBOX" to Tal-Module
   move zero to Tal-Key
   move wAuditText to Tal-Choice
   move wStampDate to Tal-Date
   move wStampTime(1:6) to Tal-Time
   write TUI-AUDIT-RECORD
   close TUI-AUDIT-LOG
   continue.
WriteAuditRecordEx. exit.

*> the role of the signed-on operator, from the credentials service
InitialSettings.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.
  accept wOperator from environment "GCOPERATOR" end-accept
  if wOperator = spaces
      go to InitialSettingsEx
  end-if
  initialize Creds-Area
  move "G" to Crd-Function
  move wOperator to Crd-Operator
  call "GC86CREDS" using Creds-Area
    on exception
      go to InitialSettingsEx
  end-call
  if Crd-Ok
      move Crd-Role to wRole
  end-if
  continue.
InitialSettingsEx. exit.

End Program GC88INBOX.
