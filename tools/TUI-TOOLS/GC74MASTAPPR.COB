              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR== ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
PROGRAM-ID. GC74MASTAPPR.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    GCMASTER MAKER-CHECKER APPROVAL SCREEN
*>             the second person for the large changes and deletes GC72MASTMNT
*>             holds on the GCPEND queue (GC74PEND-FD.CPY): the pending entries
*>             are listed in a GC20LISTBOX, Enter opens one as a before/after
*>             comparison of every field, and the checker approves or rejects
*>             it.  An approved change is applied to GCMASTER and journaled to
*>             GCJRNL exactly as GC72MASTMNT journals its own updates, but only
*>             if the record still looks the way the maker saw it - a record
*>             changed in the meantime is refused as stale and the maker must
*>             start again.  Nobody may approve their own change.  Every
*>             decision writes the TUIAUDIT trail with both the maker and the
*>             checker, and the queue entry is rewritten in place with the
*>             decision, the checker and the time.
*>             Only a checker may run it: the operator (GCOPERATOR) must hold
*>             a role (GCCREDS) that GCROLES grants the GC74MASTAPPR function,
*>             and be active there - an operator disabled or locked out is no
*>             checker.  The entry is read through GC86CREDS, the one program
*>             that reads GCCREDS.
*> Usage:      run GC74MASTAPPR (normally from the GC85SIGNON menu of a
*>             supervisor role) in the directory holding GCMASTER and GCPEND;
*>             Enter on an entry reviews it, A approves, R rejects, any other
*>             key goes back to the list, Esc on the list leaves.
*> Tectonics:  cobc -x GC74MASTAPPR.COB GC20LISTBOX.COB GC01BOX.COB
*>                  GC86CREDS.COB -lpdcurses (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.1 20261015
*> Changelog:  1.0 first release.
*>             1.1 the checker's role and status come from GC86CREDS; a
*>                 disabled or locked operator may not approve.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    CRT STATUS IS wCRT-STATUS.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCMASTER ASSIGN TO "GCMASTER"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ix-ch-field
        ALTERNATE RECORD KEY IS ix-seq-record
        FILE STATUS IS wMastStatus.
    copy 'GC74PEND-SELECT.CPY'.
    copy 'GC30AUDIT-SELECT.CPY'.
    SELECT OPTIONAL GCJRNL ASSIGN TO "GCJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wJrnStatus.
    SELECT GCROLES ASSIGN TO "GCROLES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wRoleStatus.
DATA DIVISION.
FILE SECTION.
FD  GCMASTER.
01  gcmaster-record.
    05 ix-ch-field          pic  x(05).
    05 ix-seq-record        pic  9(07).
    05 ix-zd-field          pic s9(07).
    05 ix-fl-field          comp-2.
    05 ix-fi-field          pic s9(07) comp.
    05 ix-pd-field          pic s9(07) comp-3.
    05 ix-bi-field          pic  9(07) comp.
    05 filler               pic  x(52).
copy 'GC74PEND-FD.CPY'.
copy 'GC30AUDIT-FD.CPY'.
*> the forward-recovery journal: full before and after images per
*> update, replayed by gcjrnrcv01 (GCSORT suite)
FD  GCJRNL.
01  GCJRNL-RECORD.
    05  Jrn-Date            PIC 9(08).
    05  Jrn-Time            PIC 9(06).
    05  Jrn-Operator        PIC X(08).
    05  Jrn-Action          PIC X(01).
    05  Jrn-Before          PIC X(90).
    05  Jrn-After           PIC X(90).
FD  GCROLES.
01  GCROLES-RECORD          PIC X(160).
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wCRT-STATUS         PIC 9(04) VALUE 9999.
01  wMastStatus         PIC X(02).
01  wPendStatus         PIC X(02).
01  wTalFileStatus      PIC X(02).
01  wJrnStatus          PIC X(02).
01  wRoleStatus         PIC X(02).

01  wOperator           pic x(08) value spaces.
01  wRole               pic x(12) value spaces.
01  wIsChecker          pic x(01) value "N".
01  wRoleParse.
    05  wRp-Role        pic x(12).
    05  wRp-Title       pic x(20).
    05  wRp-Command     pic x(120).
01  wGrantHits          pic 9(02) value zero.

01  wDone               pic x(01) value "N".
01  wDecision           pic x(01) value space.
01  wRecOrdinal         pic 9(05) value zero.
01  wLoadedCount        pic 9(04) value zero.
01  wPick               pic 9(04) value zero.
01  wDecidedCount       pic 9(04) value zero.
*> which physical GCPEND record each list entry came from
01  wOrdinalTable.
    05  wEntryOrdinal   pic 9(05) occurs 2000.
01  wActionName         pic x(06) value spaces.
01  wlin                pic 9(03).
01  wMsgLine            pic x(78) value spaces.

*> the entry under review, and its two images decoded
01  wReviewEntry        pic x(226).
01  wBeforeRec.
    05 bf-ch-field          pic  x(05).
    05 bf-seq-record        pic  9(07).
    05 bf-zd-field          pic s9(07).
    05 bf-fl-field          comp-2.
    05 bf-fi-field          pic s9(07) comp.
    05 bf-pd-field          pic s9(07) comp-3.
    05 bf-bi-field          pic  9(07) comp.
    05 filler               pic  x(52).
01  wAfterRec.
    05 af-ch-field          pic  x(05).
    05 af-seq-record        pic  9(07).
    05 af-zd-field          pic s9(07).
    05 af-fl-field          comp-2.
    05 af-fi-field          pic s9(07) comp.
    05 af-pd-field          pic s9(07) comp-3.
    05 af-bi-field          pic  9(07) comp.
    05 filler               pic  x(52).
01  wReviewKey          pic x(05) value spaces.
01  wNewStatus          pic x(01) value space.

*> decoded display forms for the comparison and the audit trail
01  wShow-Signed        pic -(7)9.
01  wShow-Before        pic -(7)9.
01  wShow-Float         pic -(6)9.9(2).
01  wShow-FloatBef      pic -(6)9.9(2).
01  wAuditText          pic x(40).
01  wBeforeText         pic x(40).
01  wAfterText          pic x(40).
01  wStampDate          pic 9(08).
01  wStampTime          pic 9(08).

copy 'GC20LISTBOX.CPY'.
copy 'GC86CREDS.CPY'.
copy 'GC97KEYCODEGC.CPY'  suppress.

*> ***********************************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION.
Appr-Mainline.
    perform InitialSettings thru InitialSettingsEx
    perform CheckCheckerRole thru CheckCheckerRoleEx
    if wIsChecker not = "Y"
        display "operator " wOperator " is not authorized to approve"
                " GCMASTER changes" at line 12 col 2
            :BCOL: black :FCOL: bright-red
        move spaces to wAuditText
        string "DENIED APPROVAL " wOperator
            delimited by size into wAuditText
        end-string
        move spaces to wBeforeText wAfterText
        perform WriteAuditLine thru WriteAuditLineEx
        move 8 to return-code
        goback
    end-if
    open i-o GCMASTER
    if wMastStatus not = "00"
        display "GCMASTER open failed (status " wMastStatus ")"
        move 8 to return-code
        goback
    end-if
    perform ReviewQueue thru ReviewQueueEx
        until wDone = "Y"
    close GCMASTER
    display "decided " wDecidedCount " pending change(s)"
        at line 24 col 2 :BCOL: black :FCOL: bright-white
    goback.

*> ***********************************************************************************
*> a checker is an active operator whose role is granted this function
*> in GCROLES - the same grant that puts it on their menu; the entry
*> comes from GC86CREDS, so a disabled or locked operator (or one it
*> does not know) is refused before the role is looked at
CheckCheckerRole.
   move "N" to wIsChecker
   move spaces to wRole
   move spaces to Creds-Area
   set Crd-Fn-Get to true
   move wOperator to Crd-Operator
   call "GC86CREDS" using Creds-Area
     on exception
       display "credentials service missing - nobody can approve"
           at line 11 col 2 :BCOL: black :FCOL: bright-red
       go to CheckCheckerRoleEx
   end-call
   if not Crd-Ok
       go to CheckCheckerRoleEx
   end-if
   if not Crd-Is-Active
       go to CheckCheckerRoleEx
   end-if
   move Crd-Role to wRole.
CheckCheckerRole-Roles.
   if wRole = spaces go to CheckCheckerRoleEx end-if
   open input GCROLES
   if wRoleStatus not = "00"
       close GCROLES
       go to CheckCheckerRoleEx
   end-if.
CheckCheckerRole-Next.
   read GCROLES
   end-read
   if wRoleStatus not = "00"
       close GCROLES
       go to CheckCheckerRoleEx
   end-if
   if GCROLES-RECORD = spaces or GCROLES-RECORD(1:1) = "#"
       go to CheckCheckerRole-Next
   end-if
   move spaces to wRoleParse
   unstring GCROLES-RECORD delimited by ";"
       into wRp-Role wRp-Title wRp-Command
   end-unstring
   if function upper-case(function trim(wRp-Role))
           = function upper-case(function trim(wRole))
       move zero to wGrantHits
       inspect wRp-Command tallying wGrantHits
           for all "GC74MASTAPPR"
       if wGrantHits > zero
           move "Y" to wIsChecker
           close GCROLES
           go to CheckCheckerRoleEx
       end-if
   end-if
   go to CheckCheckerRole-Next.
CheckCheckerRoleEx. exit.

*> ***********************************************************************************
*> one round: list what is pending, review the entry chosen
ReviewQueue.
   perform LoadPending thru LoadPendingEx
   if Lsb-EntryCount = zero
       display "no changes are awaiting approval"
           at line 22 col 2 :BCOL: black :FCOL: bright-white
       move "Y" to wDone
       go to ReviewQueueEx
   end-if
   move 2 to Lsb-r1
   move 2 to Lsb-c1
   move 20 to Lsb-r2
   move 79 to Lsb-c2
   move 'S' to Lsb-style
   move 'N' to Lsb-3D
   move blue to Lsb-bco
   move bright-white to Lsb-fco
   move bright-white to Lsb-bcoSel
   move blue to Lsb-fcoSel
   set Lsb-Is-Single to true
   move 1 to Lsb-TopItem Lsb-CurrItem
   display "Changes awaiting approval - Enter reviews, Esc leaves"
       at line 1 col 2 :BCOL: black :FCOL: bright-white
   call GC20LISTBOX using by reference ListBox-Area ListBox-Items
   if Lsb-Key = K-ESCAPE
       move "Y" to wDone
       go to ReviewQueueEx
   end-if
   move Lsb-CurrItem to wPick
   if wPick = zero or wPick > wLoadedCount
       go to ReviewQueueEx
   end-if
   perform ReviewOneEntry thru ReviewOneEntryEx
   continue.
ReviewQueueEx. exit.

LoadPending.
   move zero to Lsb-EntryCount
   move zero to wLoadedCount
   move zero to wRecOrdinal
   open input GCPEND
   if wPendStatus not = "00"
       close GCPEND
       go to LoadPendingEx
   end-if.
LoadPending-Next.
   read GCPEND
   end-read
   if wPendStatus not = "00" or wLoadedCount = 2000
       close GCPEND
       go to LoadPendingEx
   end-if
   add 1 to wRecOrdinal
   if Pnd-Status = "P"
       add 1 to wLoadedCount
       move wRecOrdinal to wEntryOrdinal(wLoadedCount)
       move wLoadedCount to Lsb-EntryCount
       perform NameTheAction thru NameTheActionEx
       move spaces to Lsb-Entry(Lsb-EntryCount)
       if Pnd-Action = "D"
           move Pnd-Before(1:5) to wReviewKey
       else
           move Pnd-After(1:5) to wReviewKey
       end-if
       string Pnd-Date " " Pnd-Time " " wActionName " "
              wReviewKey " by " Pnd-Maker
           delimited by size into Lsb-Entry(Lsb-EntryCount)
       end-string
       move space to Lsb-Mark(Lsb-EntryCount)
   end-if
   go to LoadPending-Next.
LoadPendingEx. exit.

NameTheAction.
   evaluate Pnd-Action
       when "A" move "ADD" to wActionName
       when "C" move "CHANGE" to wActionName
       when "D" move "DELETE" to wActionName
       when other move "?" to wActionName
   end-evaluate
   continue.
NameTheActionEx. exit.

*> ***********************************************************************************
*> fetch the chosen entry again (by its ordinal), show it, decide
ReviewOneEntry.
   move spaces to wReviewEntry
   open input GCPEND
   if wPendStatus not = "00"
       close GCPEND
       go to ReviewOneEntryEx
   end-if
   move zero to wRecOrdinal.
ReviewOneEntry-Next.
   read GCPEND
   end-read
   if wPendStatus not = "00"
       close GCPEND
       go to ReviewOneEntryEx
   end-if
   add 1 to wRecOrdinal
   if wRecOrdinal not = wEntryOrdinal(wPick)
       go to ReviewOneEntry-Next
   end-if
   close GCPEND
   if Pnd-Status not = "P"
       *> decided by another checker since the list was loaded
       go to ReviewOneEntryEx
   end-if
   move GCPEND-RECORD to wReviewEntry
   move Pnd-Before to wBeforeRec
   move Pnd-After to wAfterRec
   if Pnd-Action = "D"
       move bf-ch-field to wReviewKey
   else
       move af-ch-field to wReviewKey
   end-if
   perform ShowComparison thru ShowComparisonEx
   if Pnd-Maker = wOperator
       move "you made this change - another checker must approve it"
         to wMsgLine
       perform ShowMessage thru ShowMessageEx
       perform WaitForKey thru WaitForKeyEx
       go to ReviewOneEntryEx
   end-if
   display "A=approve  R=reject  other=back:" at line 20 col 2
       :BCOL: black :FCOL: bright-yellow
   move space to wDecision
   accept wDecision at line 20 col 36
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE go to ReviewOneEntryEx end-if
   evaluate function upper-case(wDecision)
       when "A"
           perform ApplyApproved thru ApplyApprovedEx
       when "R"
           move "R" to wNewStatus
           move "change rejected" to wMsgLine
           perform RecordDecision thru RecordDecisionEx
       when other
           go to ReviewOneEntryEx
   end-evaluate
   perform ShowMessage thru ShowMessageEx
   continue.
ReviewOneEntryEx. exit.

*> the two images side by side, every field, with the difference
ShowComparison.
   perform ClearScreenArea thru ClearScreenAreaEx
   move GCPEND-RECORD to wReviewEntry
   perform NameTheAction thru NameTheActionEx
   display wActionName " of key " wReviewKey " requested by " Pnd-Maker
           " on " Pnd-Date " " Pnd-Time
       at line 3 col 2 :BCOL: black :FCOL: bright-white
   display "field        before       after  difference"
       at line 5 col 2 :BCOL: black :FCOL: bright-yellow
   move 6 to wlin
   display "seq    " at line wlin col 2 :BCOL: black :FCOL: white
   if Pnd-Action not = "A"
       display bf-seq-record at line wlin col 15
           :BCOL: black :FCOL: bright-white
   end-if
   if Pnd-Action not = "D"
       display af-seq-record at line wlin col 27
           :BCOL: black :FCOL: bright-white
   end-if
   perform ZeroAbsentImage thru ZeroAbsentImageEx
   add 1 to wlin
   move bf-bi-field to wShow-Before
   move af-bi-field to wShow-Signed
   display "bi-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowFieldPair thru ShowFieldPairEx
   compute wShow-Signed = af-bi-field - bf-bi-field
   display wShow-Signed at line wlin col 37
       :BCOL: black :FCOL: bright-white
   add 1 to wlin
   move bf-fi-field to wShow-Before
   move af-fi-field to wShow-Signed
   display "fi-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowFieldPair thru ShowFieldPairEx
   compute wShow-Signed = af-fi-field - bf-fi-field
   display wShow-Signed at line wlin col 37
       :BCOL: black :FCOL: bright-white
   add 1 to wlin
   move bf-pd-field to wShow-Before
   move af-pd-field to wShow-Signed
   display "pd-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowFieldPair thru ShowFieldPairEx
   compute wShow-Signed = af-pd-field - bf-pd-field
   display wShow-Signed at line wlin col 37
       :BCOL: black :FCOL: bright-white
   add 1 to wlin
   move bf-zd-field to wShow-Before
   move af-zd-field to wShow-Signed
   display "zd-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowFieldPair thru ShowFieldPairEx
   compute wShow-Signed = af-zd-field - bf-zd-field
   display wShow-Signed at line wlin col 37
       :BCOL: black :FCOL: bright-white
   add 1 to wlin
   move bf-fl-field to wShow-FloatBef
   move af-fl-field to wShow-Float
   display "fl-field" at line wlin col 2 :BCOL: black :FCOL: white
   display wShow-FloatBef at line wlin col 12
       :BCOL: black :FCOL: bright-white
   display wShow-Float at line wlin col 24
       :BCOL: black :FCOL: bright-white
   compute wShow-Float = af-fl-field - bf-fl-field
   display wShow-Float at line wlin col 36
       :BCOL: black :FCOL: bright-white
   continue.
ShowComparisonEx. exit.

*> an add has no before image and a delete no after image: show
*> them as zero so the differences read as the whole amount
ZeroAbsentImage.
   if Pnd-Action = "A"
       move zero to bf-bi-field bf-fi-field bf-pd-field bf-zd-field
       move zero to bf-fl-field
   end-if
   if Pnd-Action = "D"
       move zero to af-bi-field af-fi-field af-pd-field af-zd-field
       move zero to af-fl-field
   end-if
   continue.
ZeroAbsentImageEx. exit.

ShowFieldPair.
   display wShow-Before at line wlin col 13
       :BCOL: black :FCOL: bright-white
   display wShow-Signed at line wlin col 25
       :BCOL: black :FCOL: bright-white
   continue.
ShowFieldPairEx. exit.

*> ***********************************************************************************
*> apply the approved change, provided GCMASTER still holds what the
*> maker saw; then journal it the GC72MASTMNT way
ApplyApproved.
   move GCPEND-RECORD to wReviewEntry
   move wReviewKey to ix-ch-field
   read GCMASTER
   end-read
   evaluate Pnd-Action
       when "A"
           if wMastStatus = "00"
               move "S" to wNewStatus
           else
               move Pnd-After to gcmaster-record
               write gcmaster-record
               end-write
               if wMastStatus = "00" or wMastStatus = "02"
                   move "A" to wNewStatus
               else
                   move "S" to wNewStatus
               end-if
           end-if
       when "C"
           if wMastStatus not = "00"
            or gcmaster-record not = Pnd-Before
               move "S" to wNewStatus
           else
               move Pnd-After to gcmaster-record
               rewrite gcmaster-record
               end-rewrite
               if wMastStatus = "00"
                   move "A" to wNewStatus
               else
                   move "S" to wNewStatus
               end-if
           end-if
       when "D"
           if wMastStatus not = "00"
            or gcmaster-record not = Pnd-Before
               move "S" to wNewStatus
           else
               delete GCMASTER record
               end-delete
               if wMastStatus = "00"
                   move "A" to wNewStatus
               else
                   move "S" to wNewStatus
               end-if
           end-if
   end-evaluate
   if wNewStatus = "A"
       perform WriteJournal thru WriteJournalEx
       move "change approved and applied to GCMASTER" to wMsgLine
   else
       move "GCMASTER changed since the request - refused as stale"
         to wMsgLine
   end-if
   perform RecordDecision thru RecordDecisionEx
   continue.
ApplyApprovedEx. exit.

*> the queue entry is rewritten with the decision in one sequential
*> i-o pass, and the decision goes to the trail with maker and
*> checker
RecordDecision.
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   open i-o GCPEND
   if wPendStatus not = "00"
       close GCPEND
       go to RecordDecision-Audit
   end-if
   move zero to wRecOrdinal.
RecordDecision-Next.
   read GCPEND
   end-read
   if wPendStatus not = "00"
       close GCPEND
       go to RecordDecision-Audit
   end-if
   add 1 to wRecOrdinal
   if wRecOrdinal not = wEntryOrdinal(wPick)
       go to RecordDecision-Next
   end-if
   move wNewStatus to Pnd-Status
   move wOperator to Pnd-Checker
   move wStampDate to Pnd-DecDate
   move wStampTime(1:6) to Pnd-DecTime
   rewrite GCPEND-RECORD
   close GCPEND
   add 1 to wDecidedCount.
RecordDecision-Audit.
   move wReviewEntry to GCPEND-RECORD
   move spaces to wAuditText
   evaluate wNewStatus
       when "A"
           string "APPR " Pnd-Action " " wReviewKey " MK=" Pnd-Maker
                  " CK=" wOperator
               delimited by size into wAuditText
           end-string
       when "R"
           string "REJ " Pnd-Action " " wReviewKey " MK=" Pnd-Maker
                  " CK=" wOperator
               delimited by size into wAuditText
           end-string
       when other
           string "STALE " Pnd-Action " " wReviewKey " MK=" Pnd-Maker
                  " CK=" wOperator
               delimited by size into wAuditText
           end-string
   end-evaluate
   perform BuildBeforeAfter thru BuildBeforeAfterEx
   perform WriteAuditLine thru WriteAuditLineEx
   continue.
RecordDecisionEx. exit.

*> the trail's before and after lines, GC72MASTMNT shape
BuildBeforeAfter.
   move Pnd-Before to wBeforeRec
   move Pnd-After to wAfterRec
   perform ZeroAbsentImage thru ZeroAbsentImageEx
   move spaces to wBeforeText
   move bf-bi-field to wShow-Signed
   string "BEF bi=" wShow-Signed delimited by size
       into wBeforeText
   end-string
   move bf-fi-field to wShow-Signed
   string function trim(wBeforeText) " fi=" wShow-Signed
       delimited by size into wBeforeText
   end-string
   move bf-pd-field to wShow-Signed
   string function trim(wBeforeText) " pd=" wShow-Signed
       delimited by size into wBeforeText
   end-string
   move spaces to wAfterText
   if Pnd-Action = "D"
       move "(deleted)" to wAfterText
       go to BuildBeforeAfterEx
   end-if
   move af-bi-field to wShow-Signed
   string "AFT bi=" wShow-Signed delimited by size
       into wAfterText
   end-string
   move af-fi-field to wShow-Signed
   string function trim(wAfterText) " fi=" wShow-Signed
       delimited by size into wAfterText
   end-string
   move af-pd-field to wShow-Signed
   string function trim(wAfterText) " pd=" wShow-Signed
       delimited by size into wAfterText
   end-string
   continue.
BuildBeforeAfterEx. exit.

*> the action line, then the before and after lines when there are
*> any, all in one date/time stamp
WriteAuditLine.
   open extend TUI-AUDIT-LOG
   if wTalFileStatus not = "00" and wTalFileStatus not = "05"
       go to WriteAuditLineEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to TUI-AUDIT-RECORD
   move "GC74MASTAPPR" to Tal-Module
   move zero to Tal-Key
   move wAuditText to Tal-Choice
   move wStampDate to Tal-Date
   move wStampTime(1:6) to Tal-Time
   write TUI-AUDIT-RECORD
   if wBeforeText not = spaces
       move spaces to TUI-AUDIT-RECORD
       move "GC74MASTAPPR" to Tal-Module
       move zero to Tal-Key
       move wBeforeText to Tal-Choice
       move wStampDate to Tal-Date
       move wStampTime(1:6) to Tal-Time
       write TUI-AUDIT-RECORD
       move spaces to TUI-AUDIT-RECORD
       move "GC74MASTAPPR" to Tal-Module
       move zero to Tal-Key
       move wAfterText to Tal-Choice
       move wStampDate to Tal-Date
       move wStampTime(1:6) to Tal-Time
       write TUI-AUDIT-RECORD
   end-if
   close TUI-AUDIT-LOG
   continue.
WriteAuditLineEx. exit.

*> one journal record per applied change, appended to GCJRNL - the
*> checker's approval is the moment the update happens; the maker is
*> the operator journaled, the checker is on the TUIAUDIT line
WriteJournal.
   open extend GCJRNL
   if wJrnStatus not = "00" and wJrnStatus not = "05"
       move "GCJRNL unavailable - update NOT journaled" to wMsgLine
       go to WriteJournalEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move wStampDate to Jrn-Date
   move wStampTime(1:6) to Jrn-Time
   move Pnd-Maker to Jrn-Operator
   move Pnd-Action to Jrn-Action
   move Pnd-Before to Jrn-Before
   move Pnd-After to Jrn-After
   write GCJRNL-RECORD
   close GCJRNL
   continue.
WriteJournalEx. exit.

ClearScreenArea.
   perform varying wlin from 2 by 1 until wlin > 23
       display " " at line wlin col 1 :BCOL: black :FCOL: white
           with erase eol
   end-perform
   continue.
ClearScreenAreaEx. exit.

WaitForKey.
   display "press Enter" at line 20 col 2 :BCOL: black :FCOL: white
   move space to wDecision
   accept wDecision at line 20 col 14
       :BCOL: black :FCOL: black
   end-accept
   continue.
WaitForKeyEx. exit.

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

End Program GC74MASTAPPR.
