*>             90-byte layout, with one FIXAUDIT line per changed field
*>             (operator, reason, field, original value, corrected value), so
*>             nobody retypes corrections into the feed from an email again.
*>             Every fix and discard is also appended to SUSPACT (the reject
*>             suspense actions, GCSORT ssactsqf01/fsactsqf01) under the
*>             SUSPENSE.LCK lock, so gcsusp01 closes the reject's suspense
*>             entry; a fix stays awaiting acceptance until a validation run
*>             passes the resubmitted record.
*> Usage:      run GC78REJFIX in the directory holding REJECTS; per record
*>             answer F (fix in the form), D (discard), or X (stop).  The
*>             REJECTS file itself is left untouched - only fixed records
*>             reach RESUBMIT.  GCREJECT_AT set to a reject's number in
*>             REJECTS (and GCREJECT_KEY to its suspense key, as the GC88INBOX
*>             work queue sets them) starts the walk at that reject; a key
*>             that no longer matches is reported, the REJECTS file having
*>             been rewritten by a later validation run.
*> Tectonics:  cobc -x GC78REJFIX.COB GC40FORM.COB GC10NUMDATE.COB GC01BOX.COB
*>                  -lpdcurses (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.3 20261015
*> Changelog:  1.0 first release.
*>             1.1 fixes and discards recorded on SUSPACT to close the
*>                 reject's entry in the GCSORT reject suspense.
*>             1.2 GCREJECT_AT/GCREJECT_KEY start the walk at one reject.
*>             1.3 K1/K2 key reference rejects (key unknown to, or closed
*>                 on, KEYREF) decoded, the cursor starting on ch-field.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    SELECT OPTIONAL FIXAUDIT ASSIGN TO "FIXAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wAudStatus.
    SELECT OPTIONAL SUSPACT ASSIGN TO "SUSPACT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wActStatus.
DATA DIVISION.
FILE SECTION.
FD  REJECTS.
    05  FILLER              PIC  X(52).
FD  FIXAUDIT.
01  FIXAUDIT-RECORD         PIC X(120).
*> the reject suspense action (GCSORT fsactsqf01.cpy)
FD  SUSPACT.
01  SUSPACT-RECORD.
    05  Act-Date            PIC 9(08).
    05  FILLER              PIC X(01).
    05  Act-Time            PIC 9(06).
    05  FILLER              PIC X(01).
    05  Act-Action          PIC X(01).
    05  FILLER              PIC X(01).
    05  Act-Source          PIC X(08).
    05  FILLER              PIC X(01).
    05  Act-Reason          PIC X(02).
    05  FILLER              PIC X(01).
    05  Act-Key             PIC X(12).
    05  FILLER              PIC X(01).
    05  Act-ResubKey        PIC X(12).
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wRejStatus          PIC X(02).
01  wSubStatus          PIC X(02).
01  wAudStatus          PIC X(02).
01  wActStatus          PIC X(02).

01  wOperator           pic x(08) value spaces.
01  wAction             pic x(01).
01  wAuditLine          pic x(120).
01  wStampDate          pic 9(08).
01  wStampTime          pic 9(08).
01  wActCode            pic x(01).
01  wLockRc             pic s9(09) comp value zero.
01  wLockWaited         pic 9(04) value zero.
*> the reject to start at, and the suspense key it should carry
01  wRejectAtText       pic x(07) value spaces.
01  wRejectAt           pic 9(05) value zero.
01  wRejectKey          pic x(12) value spaces.
01  wRecordKey          pic x(12).

copy 'GC40FORM.CPY'.
copy 'GC97KEYCODEGC.CPY'  suppress.
        move 8 to return-code
        goback
    end-if
    if wRejectAt > 1
        perform SkipToReject thru SkipToRejectEx
    end-if
    open output RESUBMIT
    open extend FIXAUDIT
    perform WorkOneReject thru WorkOneRejectEx
   end-if
   add 1 to wRecNumber
   move Rej-Data to wRejView
   if wRecNumber = wRejectAt and wRejectKey not = spaces
       perform CheckRejectKey thru CheckRejectKeyEx
   end-if
   perform DecodeReason thru DecodeReasonEx
   display "Reject " wRecNumber "  reason " Rej-Reason "  "
           wReasonText at line 1 col 2
           perform FixOneRecord thru FixOneRecordEx
       when "D"
           add 1 to wDiscardCount
           move "D" to wActCode
           perform RecordSuspenseAction thru RecordSuspenseActionEx
       when "X"
           move "Y" to wDone
       when other
   continue.
WorkOneRejectEx. exit.

*> the rejects ahead of the requested one are passed over untouched;
*> a REJECTS shorter than that is walked from its first record
SkipToReject.
   read REJECTS
   end-read
   if wRejStatus not = "00"
       close REJECTS
       open input REJECTS
       move zero to wRecNumber
       display "REJECTS holds no reject " wRejectAt
               " - starting at the first" at line 23 col 2
           :BCOL: black :FCOL: bright-yellow
       go to SkipToRejectEx
   end-if
   add 1 to wRecNumber
   if wRecNumber < wRejectAt - 1
       go to SkipToReject
   end-if
   continue.
SkipToRejectEx. exit.

*> the key as gcvalid01 files it in the suspense: the first 12 bytes,
*> control bytes as "?"
CheckRejectKey.
   move Rej-Data(1:12) to wRecordKey
   inspect wRecordKey converting x"000102030405060708090A0B0C0D0E0F"
       to "????????????????"
   inspect wRecordKey converting x"101112131415161718191A1B1C1D1E1F"
       to "????????????????"
   if wRecordKey not = wRejectKey
       display "reject " wRejectAt " is not key " wRejectKey
               " - REJECTS rewritten since" at line 23 col 2
           :BCOL: black :FCOL: bright-yellow
   end-if
   continue.
CheckRejectKeyEx. exit.

DecodeReason.
   evaluate Rej-Reason
       when "R1" move "seq-record not numeric"       to wReasonText
       when "R4" move "bi-field over PIC range"      to wReasonText
       when "R5" move "fi-field over PIC range"      to wReasonText
       when "R6" move "fl-field not a finite number" to wReasonText
       when "K1" move "ch-field not on KEYREF"       to wReasonText
       when "K2" move "ch-field closed on KEYREF"    to wReasonText
       when other
           move "business rule reject (see GCRULES)" to wReasonText
   end-evaluate
   write RESUBMIT-RECORD
   add 1 to wFixedCount
   perform WriteChangeAudit thru WriteChangeAuditEx
   move "F" to wActCode
   perform RecordSuspenseAction thru RecordSuspenseActionEx
   continue.
FixOneRecordEx. exit.

       when "R4" move 3 to Frm-CurrField
       when "R5" move 4 to Frm-CurrField
       when "R6" move 5 to Frm-CurrField
       when "K1" move 2 to Frm-CurrField
       when "K2" move 2 to Frm-CurrField
       when "R2" move 6 to Frm-CurrField
       when "R3" move 7 to Frm-CurrField
       when other move 1 to Frm-CurrField
   continue.
WriteChangeAuditEx. exit.

*> one SUSPACT line per fix or discard, appended under the
*> SUSPENSE.LCK lock directory the suspense is rewritten under; a
*> lock still held after the wait is an orphan and is broken.  The
*> keys are the records' first 12 bytes, control bytes as "?", as
*> gcvalid01 files them
RecordSuspenseAction.
   move zero to wLockWaited
   call "CBL_CREATE_DIR" using "SUSPENSE.LCK" returning wLockRc
   end-call
   perform until wLockRc = 0 or wLockWaited >= 30
       call "C$SLEEP" using 1 end-call
       add 1 to wLockWaited
       call "CBL_CREATE_DIR" using "SUSPENSE.LCK" returning wLockRc
       end-call
   end-perform
   open extend SUSPACT
   if wActStatus = "00" or wActStatus = "05"
       move spaces to SUSPACT-RECORD
       accept Act-Date from date yyyymmdd end-accept
       accept wStampTime from time end-accept
       move wStampTime(1:6) to Act-Time
       move wActCode to Act-Action
       move wOperator to Act-Source
       move Rej-Reason to Act-Reason
       move Rej-Data(1:12) to Act-Key
       inspect Act-Key converting x"000102030405060708090A0B0C0D0E0F"
           to "????????????????"
       inspect Act-Key converting x"101112131415161718191A1B1C1D1E1F"
           to "????????????????"
       if wActCode = "F"
           move RESUBMIT-RECORD(1:12) to Act-ResubKey
       end-if
       write SUSPACT-RECORD
       close SUSPACT
   else
       display "SUSPACT open failed (status " wActStatus
               "); suspense entry stays open" at line 23 col 2
           :BCOL: black :FCOL: bright-red
   end-if
   call "CBL_DELETE_DIR" using "SUSPENSE.LCK" returning wLockRc
   end-call
   continue.
RecordSuspenseActionEx. exit.

InitialSettings.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.
  if wOperator = spaces
      move "UNKNOWN" to wOperator
  end-if
  accept wRejectAtText from environment "GCREJECT_AT" end-accept
  if wRejectAtText not = spaces
   and function test-numval(wRejectAtText) = zero
      move function numval(wRejectAtText) to wRejectAt
  end-if
  accept wRejectKey from environment "GCREJECT_KEY" end-accept
  continue.
InitialSettingsEx. exit.

