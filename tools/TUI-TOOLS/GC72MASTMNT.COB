*>             the operator (from the GCOPERATOR environment variable), the
*>             action and key, and the before and after amount values, each
*>             stamped with date and time.
*>             Dual control: an add or change that moves any amount field by
*>             more than the GCDUAL_THRESHOLD limit (default 10000), and every
*>             delete, is not applied here - it is queued on GCPEND
*>             (GC74PEND-FD.CPY) for a second person to approve in
*>             GC74MASTAPPR, which applies and journals it.  A key with a
*>             change already pending cannot be changed again until the
*>             checker has decided.
*>             Concurrent updates: at save time the record is read again and
*>             compared with the image the form was filled from; when another
*>             operator has saved it in between, the three versions - as read,
*>             as the other operator saved it (named from GCJRNL), and this
*>             edit - are shown side by side, and the edit is either re-applied
*>             over the other operator's record (back through the form) or
*>             abandoned; nothing is overwritten unseen, and every conflict is
*>             written to TUIAUDIT.
*> Usage:      run GC72MASTMNT in the directory holding GCMASTER; answer the
*>             action prompt (I inquire, B browse, A add, C change, D delete,
*>             X exit).  Browse shows a key range; Enter on a grid row opens
*>                  GC01BOX.COB -lpdcurses (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.4 20261015
*> Changelog:  1.0 first release.
*>             1.1 every add, change and delete also appends a GCJRNL
*>                 journal record (timestamp, operator, action, full
*>                 record), so gcjrnrcv01 in the GCSORT suite can
*>                 replay the day's updates forward against the last
*>                 nightly build if the file is lost.
*>             1.2 maker-checker dual control: large changes and all
*>                 deletes go to the GCPEND pending-approval queue
*>                 instead of GCMASTER; TUIAUDIT records the maker.
*>             1.3 concurrent-update detection: a record saved by another
*>                 operator since it was read is shown side by side and
*>                 the edit re-applied or abandoned; conflicts audited.
*>             1.4 settings (GCOPERATOR, GCDUAL_THRESHOLD) may come from the
*>                 GCCONFIG file for the GCPROFILE profile, through the gccfg01
*>                 lookup of the GCSORT suite (bind it with the screen); a value
*>                 set in the environment by hand still wins.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    SELECT OPTIONAL GCJRNL ASSIGN TO "GCJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wJrnStatus.
    copy 'GC74PEND-SELECT.CPY'.
DATA DIVISION.
FILE SECTION.
FD  GCMASTER.
    05  Jrn-Action          PIC X(01).
    05  Jrn-Before          PIC X(90).
    05  Jrn-After           PIC X(90).
copy 'GC74PEND-FD.CPY'.
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wJrnAction          pic x(01).
01  wJrnBeforeImage     pic x(90) value spaces.
01  wJrnAfterImage      pic x(90) value spaces.

*> dual control: the limit past which a change needs a checker
01  wPendStatus         pic x(02).
01  wDualLimitText      pic x(12) value spaces.
01  wDualLimit          pic 9(09) value 10000.
01  wDualDiff           pic s9(11)v99.
01  wOverLimit          pic x(01) value "N".
01  wKeyPending         pic x(01) value "N".
01  wPendKey            pic x(05) value spaces.
01  wOperator           pic x(08) value spaces.
01  wAction             pic x(01) value space.
01  wKeyMode            pic x(01) value space.
01  wHold-pd            pic s9(07).
01  wHold-zd            pic s9(07).

*> concurrent updates: the record as this operator read it, as it is
*> on file now, and as edited here
01  wReadRec.
    05 rd-ch-field          pic  x(05).
    05 rd-seq-record        pic  9(07).
    05 rd-zd-field          pic s9(07).
    05 rd-fl-field          comp-2.
    05 rd-fi-field          pic s9(07) comp.
    05 rd-pd-field          pic s9(07) comp-3.
    05 rd-bi-field          pic  9(07) comp.
    05 filler               pic  x(52).
01  wFileRec.
    05 fl-ch-field          pic  x(05).
    05 fl-seq-record        pic  9(07).
    05 fl-zd-field          pic s9(07).
    05 fl-fl-field          comp-2.
    05 fl-fi-field          pic s9(07) comp.
    05 fl-pd-field          pic s9(07) comp-3.
    05 fl-bi-field          pic  9(07) comp.
    05 filler               pic  x(52).
01  wEditRec.
    05 ed-ch-field          pic  x(05).
    05 ed-seq-record        pic  9(07).
    05 ed-zd-field          pic s9(07).
    05 ed-fl-field          comp-2.
    05 ed-fi-field          pic s9(07) comp.
    05 ed-pd-field          pic s9(07) comp-3.
    05 ed-bi-field          pic  9(07) comp.
    05 filler               pic  x(52).
01  wConflict           pic x(01) value "N".
01  wRecordGone         pic x(01) value "N".
01  wConflictChoice     pic x(01) value space.
01  wConflictBy         pic x(08) value spaces.
01  wConflictDate       pic 9(08) value zero.
01  wConflictTime       pic 9(06) value zero.
01  wShow-Read          pic -(7)9.
01  wShow-File          pic -(7)9.
01  wShow-FloatRead     pic -(6)9.9(2).
01  wShow-FloatFile     pic -(6)9.9(2).

*> the grid rows remember which key each row shows, so Enter on a
*> row can reopen the record
01  wBrowseKeys.
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
Maint-Mainline.
    *> the GCCONFIG settings of this screen and the GCPROFILE
    *> profile go into the environment before any is accepted
    move "GC72MASTMNT" to Cfg-Program
    move "APPLY" to Cfg-Request
    call "gccfg01" using wConfigArea
        on exception
            display "GC72MASTMNT: gccfg01 not available; no configuration"
            move 16 to return-code
            goback
    end-call
    if Cfg-Result not = "00"
        display "GC72MASTMNT: configuration refused (" Cfg-Result ")"
        move 8 to return-code
        goback
    end-if
    perform InitialSettings thru InitialSettingsEx
    open i-o GCMASTER
    if wMastStatus not = "00"
ChangeRecordEx. exit.

ChangeHeldRecord.
   move ix-ch-field to wPendKey
   perform CheckKeyPending thru CheckKeyPendingEx
   if wKeyPending = "Y" go to ChangeHeldRecordEx end-if
   move gcmaster-record to wJrnBeforeImage
   move ix-bi-field to wHold-bi
   move ix-fi-field to wHold-fi
   move ix-fl-field to wHold-fl
   move ix-pd-field to wHold-pd
   move ix-zd-field to wHold-zd
   perform LoadAmountForm thru LoadAmountFormEx.
ChangeHeldRecord-Form.
   call GC40FORM using by reference Form-Area
   if not Frm-Is-Accepted go to ChangeHeldRecordEx end-if
   perform StoreAmountForm thru StoreAmountFormEx
   perform CheckConcurrentUpdate thru CheckConcurrentUpdateEx
   if wConflict = "Y"
       perform ShowMessage thru ShowMessageEx
       if wConflictChoice = "R"
           go to ChangeHeldRecord-Form
       end-if
       go to ChangeHeldRecordEx
   end-if
   perform CheckChangeSize thru CheckChangeSizeEx
   if wOverLimit = "Y"
       move "C" to wJrnAction
       move gcmaster-record to wJrnAfterImage
       perform QueueForApproval thru QueueForApprovalEx
       perform ShowMessage thru ShowMessageEx
       go to ChangeHeldRecordEx
   end-if
   rewrite gcmaster-record
   end-rewrite
   if wMastStatus = "00"
   continue.
StoreAmountFormEx. exit.

*> ***********************************************************************************
*> at save time the record is read again: unchanged since the form was
*> filled, the edit goes ahead; saved (or deleted) by another operator
*> in between, the operator sees all three versions and re-applies the
*> edit over the other operator's record or abandons it
CheckConcurrentUpdate.
   move "N" to wConflict
   move space to wConflictChoice
   move gcmaster-record to wEditRec
   read GCMASTER
   end-read
   if wMastStatus = "00" and gcmaster-record = wJrnBeforeImage
       move wEditRec to gcmaster-record
       go to CheckConcurrentUpdateEx
   end-if
   move "Y" to wConflict
   move wJrnBeforeImage to wReadRec
   if wMastStatus = "00"
       move "N" to wRecordGone
       move gcmaster-record to wFileRec
   else
       move "Y" to wRecordGone
       move wReadRec to wFileRec
       move zero to fl-bi-field fl-fi-field fl-pd-field fl-zd-field
       move zero to fl-fl-field
   end-if
   perform FindLastUpdater thru FindLastUpdaterEx
   perform ShowConflict thru ShowConflictEx
   if wRecordGone = "Y"
       display "record deleted since you read it - press Enter to"
               " abandon the edit:" at line 14 col 2
           :BCOL: black :FCOL: bright-yellow
       move space to wConflictChoice
       accept wConflictChoice at line 14 col 70
           :BCOL: blue :FCOL: bright-white update
       end-accept
       move "A" to wConflictChoice
   else
       display "R=re-apply your edit over the other operator's record"
               "  A=abandon:" at line 14 col 2
           :BCOL: black :FCOL: bright-yellow
       move space to wConflictChoice
       accept wConflictChoice at line 14 col 68
           :BCOL: blue :FCOL: bright-white update
       end-accept
       move function upper-case(wConflictChoice) to wConflictChoice
       if wConflictChoice not = "R"
           move "A" to wConflictChoice
       end-if
   end-if
   *> the trail: who met whom, the record as read and as found
   move wFileRec to gcmaster-record
   perform BuildBeforeAfter thru BuildBeforeAfterEx
   if wRecordGone = "Y"
       move "AFT (record deleted)" to wAfterText
   end-if
   move spaces to wAuditText
   string "CONFLICT " rd-ch-field " OP=" wOperator " BY=" wConflictBy
          " " wConflictChoice
       delimited by size into wAuditText
   end-string
   perform WriteAuditSet thru WriteAuditSetEx
   perform ClearScreenArea thru ClearScreenAreaEx
   if wConflictChoice = "R"
       *> the other operator's record becomes the before image, with
       *> this operator's amounts laid over it, back in the form
       move wFileRec to gcmaster-record
       move gcmaster-record to wJrnBeforeImage
       move ix-bi-field to wHold-bi
       move ix-fi-field to wHold-fi
       move ix-fl-field to wHold-fl
       move ix-pd-field to wHold-pd
       move ix-zd-field to wHold-zd
       move ed-bi-field to ix-bi-field
       move ed-fi-field to ix-fi-field
       move ed-fl-field to ix-fl-field
       move ed-pd-field to ix-pd-field
       move ed-zd-field to ix-zd-field
       perform LoadAmountForm thru LoadAmountFormEx
       move "your edit over the other operator's record - save again"
         to wMsgLine
   else
       move "edit abandoned - the record stays as the other operator"
         & " left it" to wMsgLine
   end-if
   continue.
CheckConcurrentUpdateEx. exit.

*> the last GCJRNL entry for the key names who saved it in between
FindLastUpdater.
   move "another" to wConflictBy
   move zero to wConflictDate wConflictTime
   open input GCJRNL
   if wJrnStatus not = "00"
       close GCJRNL
       go to FindLastUpdaterEx
   end-if.
FindLastUpdater-Next.
   read GCJRNL
   end-read
   if wJrnStatus not = "00"
       close GCJRNL
       go to FindLastUpdaterEx
   end-if
   if Jrn-Before(1:5) = rd-ch-field or Jrn-After(1:5) = rd-ch-field
       move Jrn-Operator to wConflictBy
       move Jrn-Date to wConflictDate
       move Jrn-Time to wConflictTime
   end-if
   go to FindLastUpdater-Next.
FindLastUpdaterEx. exit.

*> the three versions side by side: as read, as saved by the other
*> operator, as edited here
ShowConflict.
   perform ClearScreenArea thru ClearScreenAreaEx
   if wRecordGone = "Y"
       display "key " rd-ch-field " was DELETED since you read it - last"
               " update by " wConflictBy " " wConflictDate " "
               wConflictTime at line 3 col 2
           :BCOL: black :FCOL: bright-red
   else
       display "key " rd-ch-field " was CHANGED since you read it - by "
               wConflictBy " " wConflictDate " " wConflictTime
           at line 3 col 2 :BCOL: black :FCOL: bright-red
   end-if
   display "field      you read   other's save   your edit"
       at line 5 col 2 :BCOL: black :FCOL: bright-yellow
   move 6 to wlin
   move rd-bi-field to wShow-Read
   move fl-bi-field to wShow-File
   move ed-bi-field to wShow-Signed
   display "bi-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowConflictRow thru ShowConflictRowEx
   add 1 to wlin
   move rd-fi-field to wShow-Read
   move fl-fi-field to wShow-File
   move ed-fi-field to wShow-Signed
   display "fi-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowConflictRow thru ShowConflictRowEx
   add 1 to wlin
   move rd-pd-field to wShow-Read
   move fl-pd-field to wShow-File
   move ed-pd-field to wShow-Signed
   display "pd-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowConflictRow thru ShowConflictRowEx
   add 1 to wlin
   move rd-zd-field to wShow-Read
   move fl-zd-field to wShow-File
   move ed-zd-field to wShow-Signed
   display "zd-field" at line wlin col 2 :BCOL: black :FCOL: white
   perform ShowConflictRow thru ShowConflictRowEx
   add 1 to wlin
   move rd-fl-field to wShow-FloatRead
   move fl-fl-field to wShow-FloatFile
   move ed-fl-field to wShow-Float
   display "fl-field" at line wlin col 2 :BCOL: black :FCOL: white
   display wShow-FloatRead at line wlin col 12
       :BCOL: black :FCOL: bright-white
   display wShow-FloatFile at line wlin col 27
       :BCOL: black :FCOL: bright-white
   display wShow-Float at line wlin col 40
       :BCOL: black :FCOL: bright-white
   continue.
ShowConflictEx. exit.

ShowConflictRow.
   display wShow-Read at line wlin col 14
       :BCOL: black :FCOL: bright-white
   display wShow-File at line wlin col 29
       :BCOL: black :FCOL: bright-white
   display wShow-Signed at line wlin col 42
       :BCOL: black :FCOL: bright-white
   continue.
ShowConflictRowEx. exit.

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
   end-accept
   if wCRT-STATUS = K-ESCAPE go to AddRecordEx end-if
   if wAskKey = spaces go to AddRecordEx end-if
   move wAskKey to wPendKey
   perform CheckKeyPending thru CheckKeyPendingEx
   if wKeyPending = "Y" go to AddRecordEx end-if
   move spaces to gcmaster-record
   move wAskKey to ix-ch-field
   move zero to ix-seq-record ix-zd-field ix-fi-field
   call GC40FORM using by reference Form-Area
   if not Frm-Is-Accepted go to AddRecordEx end-if
   perform StoreAmountForm thru StoreAmountFormEx
   perform CheckChangeSize thru CheckChangeSizeEx
   if wOverLimit = "Y"
       *> queue it only if the key is free now; the checker's
       *> write proves it again
       move gcmaster-record to wJrnAfterImage
       read GCMASTER
       end-read
       if wMastStatus = "00"
           move "key already on GCMASTER" to wMsgLine
       else
           move "A" to wJrnAction
           move spaces to wJrnBeforeImage
           move wJrnAfterImage to gcmaster-record
           perform QueueForApproval thru QueueForApprovalEx
       end-if
       perform ShowMessage thru ShowMessageEx
       go to AddRecordEx
   end-if
   write gcmaster-record
   end-write
   evaluate wMastStatus
DeleteRecord.
   perform FetchRecord thru FetchRecordEx
   if wRecordHeld not = "Y" go to DeleteRecordEx end-if
   move ix-ch-field to wPendKey
   perform CheckKeyPending thru CheckKeyPendingEx
   if wKeyPending = "Y" go to DeleteRecordEx end-if
   perform ShowRecord thru ShowRecordEx
   move gcmaster-record to wJrnBeforeImage
   move ix-bi-field to wHold-bi
   if function upper-case(wConfirm) not = "Y"
       go to DeleteRecordEx
   end-if
   *> every delete needs a checker: queued, never applied here
   move "D" to wJrnAction
   move spaces to wJrnAfterImage
   perform QueueForApproval thru QueueForApprovalEx
   perform ShowMessage thru ShowMessageEx
   continue.
DeleteRecordEx. exit.
   continue.
WriteJournalEx. exit.

*> ***********************************************************************************
*> dual control: does the change move any amount field by more than
*> the limit?  (an add is measured from zero)
CheckChangeSize.
   move "N" to wOverLimit
   compute wDualDiff = function abs(ix-bi-field - wHold-bi)
   if wDualDiff > wDualLimit move "Y" to wOverLimit end-if
   compute wDualDiff = function abs(ix-fi-field - wHold-fi)
   if wDualDiff > wDualLimit move "Y" to wOverLimit end-if
   compute wDualDiff = function abs(ix-fl-field - wHold-fl)
   if wDualDiff > wDualLimit move "Y" to wOverLimit end-if
   compute wDualDiff = function abs(ix-pd-field - wHold-pd)
   if wDualDiff > wDualLimit move "Y" to wOverLimit end-if
   compute wDualDiff = function abs(ix-zd-field - wHold-zd)
   if wDualDiff > wDualLimit move "Y" to wOverLimit end-if
   continue.
CheckChangeSizeEx. exit.

*> a key with a decision outstanding is not changed again until the
*> checker has ruled on it
CheckKeyPending.
   move "N" to wKeyPending
   open input GCPEND
   if wPendStatus not = "00"
       close GCPEND
       go to CheckKeyPendingEx
   end-if.
CheckKeyPending-Next.
   read GCPEND
   end-read
   if wPendStatus not = "00"
       close GCPEND
       go to CheckKeyPendingEx
   end-if
   if Pnd-Status = "P"
    and (Pnd-Before(1:5) = wPendKey or Pnd-After(1:5) = wPendKey)
       move "Y" to wKeyPending
       close GCPEND
       move spaces to wMsgLine
       string "a change to " wPendKey " by " Pnd-Maker
              " is awaiting approval"
           delimited by size into wMsgLine
       end-string
       perform ShowMessage thru ShowMessageEx
       go to CheckKeyPendingEx
   end-if
   go to CheckKeyPending-Next.
CheckKeyPendingEx. exit.

*> the change goes to GCPEND for a checker instead of GCMASTER; the
*> trail records the maker now, GC74MASTAPPR records the checker
QueueForApproval.
   open extend GCPEND
   if wPendStatus not = "00" and wPendStatus not = "05"
       move spaces to wMsgLine
       string "GCPEND unavailable (status " wPendStatus
              ") - change NOT queued"
           delimited by size into wMsgLine
       end-string
       go to QueueForApprovalEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to GCPEND-RECORD
   move wStampDate to Pnd-Date
   move wStampTime(1:6) to Pnd-Time
   move wOperator to Pnd-Maker
   move wJrnAction to Pnd-Action
   move "P" to Pnd-Status
   move zero to Pnd-DecDate Pnd-DecTime
   move wJrnBeforeImage to Pnd-Before
   move wJrnAfterImage to Pnd-After
   write GCPEND-RECORD
   close GCPEND
   perform BuildBeforeAfter thru BuildBeforeAfterEx
   if wJrnAction = "D"
       move spaces to wAfterText
       move "(delete requested)" to wAfterText
   end-if
   move spaces to wAuditText
   string "QUEUE " wJrnAction " " wPendKey " MK=" wOperator
       delimited by size into wAuditText
   end-string
   perform WriteAuditSet thru WriteAuditSetEx
   move "queued for approval by a second person" to wMsgLine
   continue.
QueueForApprovalEx. exit.

ShowMessage.
   display "                                                      "
       at line 23 col 2 :BCOL: black :FCOL: white
  if wOperator = spaces
      move "UNKNOWN" to wOperator
  end-if
  accept wDualLimitText from environment "GCDUAL_THRESHOLD" end-accept
  if wDualLimitText not = spaces
   and function test-numval(wDualLimitText) = zero
      move function numval(wDualLimitText) to wDualLimit
  end-if
  move "bad numeric value" to wMsgLine
  continue.
InitialSettingsEx. exit.
