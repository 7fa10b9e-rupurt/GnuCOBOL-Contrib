*>             to TRANS only when the two agree.  Classic batch balancing,
*>             replacing the shaky spreadsheet-to-CSV conversion whose keying
*>             errors surfaced as TRANONLY rejects the next morning.
*>             Blind key-verify: with GCTRAN_VERIFY=Y a balanced batch is not
*>             released but held - its records in TRANBAT.nnnnnn, its entry
*>             (keyer, count, control total) in the TRANBATS register - until
*>             a second operator re-keys it blind.  Each re-keyed transaction
*>             is compared field by field with the first keying and every
*>             disagreement stops for the verifier to say which keying is
*>             right; once all are through and the batch still balances to
*>             its control total it is released to TRANS, and the register
*>             records the verifier, the number of corrections and when.
*>             Batch register: every batch released gets the next batch
*>             number, stamped on each of its transactions (TRANS positions
*>             40-45) and entered on TRANBATS with its count, control total,
*>             keyer and release time, so gcupdt01 can report back per batch
*>             what it posted and what it rejected (gcbatrpt01 prints it).
*> Usage:      run GC73TRANENTRY; key transactions (Esc on the form closes
*>             the batch), enter the control total from the adding-machine
*>             tape, and on a match the batch appends to TRANS.  On a
*>             mismatch: R re-enter the total, C continue keying (to find
*>             the missing item), A abandon the batch (nothing released).
*>             The batch number is shown when the batch is released.
*>             With GCTRAN_VERIFY=Y the first prompt is K (key a new batch)
*>             or V (verify a held batch): the verifier picks the batch by
*>             number and keys its transactions in order; on a disagreement
*>             F keeps the first keying, V takes the verifier's; Esc on the
*>             form stops, leaving the batch held.  The keyer cannot verify
*>             their own batch.  Operators are named by GCOPERATOR.
*> Tectonics:  cobc -x GC73TRANENTRY.COB GC40FORM.COB GC10NUMDATE.COB
*>                  GC01BOX.COB -lpdcurses (compile with GnuCOBOL 3.1+)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.4 20261015
*> Changelog:  1.0 first release.
*>             1.1 optional blind second-keying verification: batches held
*>                 on TRANBAT/TRANBATS until verified, then released.
*>             1.2 settings (GCTRAN_VERIFY) may come from the GCCONFIG file for
*>                 the GCPROFILE profile, through the gccfg01 lookup of the
*>                 GCSORT suite (bind it with the screen); a value set in the
*>                 environment by hand still wins.
*>             1.3 batch register: every released batch is numbered, the
*>                 number stamped on its transactions and the batch entered
*>                 on TRANBATS (status R, or V after verification) with its
*>                 release time, for gcupdt01's posted and rejected counts.
*>             1.4 a verified batch is written to TRANS before TRANBATS marks
*>                 it verified, and its TRANBAT file is deleted only when both
*>                 succeeded; a failed release leaves the batch held.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    SELECT OPTIONAL TRANS ASSIGN TO "TRANS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wTransStatus.
    SELECT OPTIONAL TRANBATS ASSIGN TO "TRANBATS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wRegStatus.
    SELECT OPTIONAL TRANBAT ASSIGN TO wBatFile
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS wBatStatus.
DATA DIVISION.
FILE SECTION.
FD  TRANS.
01  TRANS-RECORD            PIC X(90).
*> the batch register: one entry per batch held or released (the record
*> is fbatsqf01.cpy in the GCSORT suite, where gcupdt01 updates it)
FD  TRANBATS.
01  TRANBATS-RECORD.
    05  Tbr-BatchId         PIC 9(06).
    05  Tbr-Date            PIC 9(08).
    05  Tbr-Time            PIC 9(06).
    05  Tbr-Keyer           PIC X(08).
    05  Tbr-Count           PIC 9(03).
    05  Tbr-Control         PIC S9(09) SIGN LEADING SEPARATE.
    05  Tbr-Status          PIC X(01).
        88  Tbr-Held            VALUE "H".
        88  Tbr-Verified        VALUE "V".
        88  Tbr-Released        VALUE "R".
    05  Tbr-Verifier        PIC X(08).
    05  Tbr-Corrections     PIC 9(04).
    05  Tbr-VerDate         PIC 9(08).
    05  Tbr-VerTime         PIC 9(06).
    05  Tbr-RelDate         PIC 9(08).
    05  Tbr-RelTime         PIC 9(06).
    05  Tbr-Posted          PIC 9(03).
    05  Tbr-Errored         PIC 9(03).
    05  Tbr-PostDate        PIC 9(08).
    05  Tbr-PostTime        PIC 9(06).
*> the held batch's records as first keyed
FD  TRANBAT.
01  TRANBAT-RECORD          PIC X(90).
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wCRT-STATUS         PIC 9(04) VALUE 9999.
01  wTransStatus        PIC X(02).
01  wRegStatus          PIC X(02).
01  wRewriteStatus      PIC X(02).
01  wBatStatus          PIC X(02).

*> one keyed transaction in the fsrtsqf01 shape
01  wTranRecord.
    88  wBalancing          value "B".
    88  wReleased           value "R".
    88  wAbandoned          value "A".
    88  wHeld               value "H".
01  wAnswer             pic x(01).

*> blind verification
01  wOperator           pic x(08) value spaces.
01  wVerifyText         pic x(01) value spaces.
01  wVerifyOn           pic x(01) value "N".
01  wBatFile            pic x(20) value spaces.
01  wBatchId            pic 9(06) value zero.
01  wAskBatch           pic x(06) value spaces.
01  wHoldControl        pic s9(09) value zero.
01  wHoldKeyer          pic x(08) value spaces.
01  wPendingShown       pic 9(02) value zero.
01  wCorrections        pic 9(04) value zero.
01  wVerifyStopped      pic x(01) value "N".
01  wFieldsAgree        pic x(01).
01  wStampDate          pic 9(08).
01  wStampTime          pic 9(08).
01  wlin                pic 9(02).
01  wShow-First         pic x(12).
01  wShow-Second        pic x(12).
01  wShow-Float         pic -(6)9.9(2).
*> the verifier's keying of the same transaction
01  wVerRecord.
    05  wVr-SeqRecord       pic  9(07).
    05  wVr-ChField         pic  x(05).
    05  wVr-BiField         pic  9(07) comp.
    05  wVr-FiField         pic s9(07) comp.
    05  wVr-FlField         comp-2.
    05  wVr-PdField         pic s9(07) comp-3.
    05  wVr-ZdField         pic s9(07).
    05  filler              pic  x(52).
01  f                   pic 9(02).
01  i                   pic 9(03).

copy 'GC40FORM.CPY'.
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
Entry-Mainline.
    *> the GCCONFIG settings of this screen and the GCPROFILE
    *> profile go into the environment before any is accepted
    move "GC73TRANENTRY" to Cfg-Program
    move "APPLY" to Cfg-Request
    call "gccfg01" using wConfigArea
        on exception
            display "GC73TRANENTRY: gccfg01 not available; no configuration"
            move 16 to return-code
            goback
    end-call
    if Cfg-Result not = "00"
        display "GC73TRANENTRY: configuration refused (" Cfg-Result ")"
        move 8 to return-code
        goback
    end-if
    perform InitialSettings thru InitialSettingsEx
    if wVerifyOn = "Y"
        display "K=key a new batch  V=verify a held batch:"
            at line 1 col 2 :BCOL: black :FCOL: bright-white
        move space to wAnswer
        accept wAnswer at line 1 col 45
            :BCOL: blue :FCOL: bright-white update
        end-accept
        if wCRT-STATUS = K-ESCAPE
            goback
        end-if
        if function upper-case(wAnswer) = "V"
            perform VerifyBatch thru VerifyBatchEx
            goback
        end-if
        display " " at line 1 col 1 :BCOL: black :FCOL: white
            with erase eol
    end-if
    perform KeyOrBalance thru KeyOrBalanceEx
        until wReleased or wAbandoned or wHeld
    evaluate true
        when wReleased
            display "batch " wBatchId " of " wBatchCount " released to TRANS"
                at line 24 col 2 :BCOL: black :FCOL: bright-white
        when wHeld
            display "batch " wBatchId " of " wBatchCount
                    " held for blind verification"
                at line 24 col 2 :BCOL: black :FCOL: bright-white
        when other
            display "batch abandoned - nothing released"
                at line 24 col 2 :BCOL: black :FCOL: bright-yellow
    end-evaluate
    goback.

KeyOrBalance.
   end-if
   move function numval(wControlText) to wControlTotal
   if wControlTotal = ws-tot-pd-field
       if wVerifyOn = "Y"
           perform HoldForVerification thru HoldForVerificationEx
           go to BalanceBatchEx
       end-if
       perform ReleaseNewBatch thru ReleaseNewBatchEx
       go to BalanceBatchEx
   end-if
   display "OUT OF BALANCE: keyed " wShow-Total
   end-if
   perform varying i from 1 by 1 until i > wBatchCount
       move wBatchRecord(i) to TRANS-RECORD
       move wBatchId to TRANS-RECORD(40:6)
       write TRANS-RECORD
   end-perform
   close TRANS
   continue.
ReleaseBatchEx. exit.

*> a balanced batch released straight to TRANS: numbered, and entered on
*> the TRANBATS register as released; without the register it stays
*> unreleased, a batch nobody could trace
ReleaseNewBatch.
   perform NextBatchId thru NextBatchIdEx
   open extend TRANBATS
   if wRegStatus not = "00" and wRegStatus not = "05"
       display "TRANBATS open failed (status " wRegStatus
               ") - batch not released" at line 18 col 2
           :BCOL: black :FCOL: bright-red
       set wAbandoned to true
       go to ReleaseNewBatchEx
   end-if
   perform ReleaseBatch thru ReleaseBatchEx
   if wAbandoned
       close TRANBATS
       go to ReleaseNewBatchEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to TRANBATS-RECORD
   move wBatchId to Tbr-BatchId
   move wStampDate to Tbr-Date Tbr-RelDate
   move wStampTime(1:6) to Tbr-Time Tbr-RelTime
   move wOperator to Tbr-Keyer
   move wBatchCount to Tbr-Count
   move wControlTotal to Tbr-Control
   set Tbr-Released to true
   move zero to Tbr-Corrections Tbr-VerDate Tbr-VerTime
   move zero to Tbr-Posted Tbr-Errored Tbr-PostDate Tbr-PostTime
   write TRANBATS-RECORD
   close TRANBATS
   set wReleased to true
   continue.
ReleaseNewBatchEx. exit.

*> ***********************************************************************************
*> a balanced batch awaiting its blind second keying: the records to
*> TRANBAT.nnnnnn, the entry to the TRANBATS register
HoldForVerification.
   perform NextBatchId thru NextBatchIdEx
   move spaces to wBatFile
   string "TRANBAT." wBatchId delimited by size into wBatFile
   end-string
   open output TRANBAT
   if wBatStatus not = "00" and wBatStatus not = "05"
       display "TRANBAT open failed (status " wBatStatus ")"
           at line 18 col 2 :BCOL: black :FCOL: bright-red
       set wAbandoned to true
       go to HoldForVerificationEx
   end-if
   perform varying i from 1 by 1 until i > wBatchCount
       move wBatchRecord(i) to TRANBAT-RECORD
       write TRANBAT-RECORD
   end-perform
   close TRANBAT
   open extend TRANBATS
   if wRegStatus not = "00" and wRegStatus not = "05"
       display "TRANBATS open failed (status " wRegStatus ")"
           at line 18 col 2 :BCOL: black :FCOL: bright-red
       call "CBL_DELETE_FILE" using wBatFile end-call
       set wAbandoned to true
       go to HoldForVerificationEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to TRANBATS-RECORD
   move wBatchId to Tbr-BatchId
   move wStampDate to Tbr-Date
   move wStampTime(1:6) to Tbr-Time
   move wOperator to Tbr-Keyer
   move wBatchCount to Tbr-Count
   move wControlTotal to Tbr-Control
   set Tbr-Held to true
   move zero to Tbr-Corrections Tbr-VerDate Tbr-VerTime
   move zero to Tbr-RelDate Tbr-RelTime
   move zero to Tbr-Posted Tbr-Errored Tbr-PostDate Tbr-PostTime
   write TRANBATS-RECORD
   close TRANBATS
   set wHeld to true
   continue.
HoldForVerificationEx. exit.

NextBatchId.
   move zero to wBatchId
   open input TRANBATS
   if wRegStatus not = "00"
       close TRANBATS
       add 1 to wBatchId
       go to NextBatchIdEx
   end-if.
NextBatchId-Next.
   read TRANBATS
   end-read
   if wRegStatus not = "00"
       close TRANBATS
       add 1 to wBatchId
       go to NextBatchIdEx
   end-if
   if Tbr-BatchId > wBatchId
       move Tbr-BatchId to wBatchId
   end-if
   go to NextBatchId-Next.
NextBatchIdEx. exit.

*> ***********************************************************************************
*> the second keying: pick a held batch, re-key it blind, resolve every
*> disagreement, and release it once it still balances
VerifyBatch.
   perform PickHeldBatch thru PickHeldBatchEx
   if wBatchId = zero
       go to VerifyBatchEx
   end-if
   perform LoadHeldBatch thru LoadHeldBatchEx
   if wBatchCount = zero
       go to VerifyBatchEx
   end-if
   move zero to wCorrections
   move "N" to wVerifyStopped
   perform varying i from 1 by 1
           until i > wBatchCount or wVerifyStopped = "Y"
       perform VerifyOneTransaction thru VerifyOneTransactionEx
   end-perform
   if wVerifyStopped = "Y"
       display "verification stopped - batch " wBatchId " stays held"
           at line 24 col 2 :BCOL: black :FCOL: bright-yellow
       go to VerifyBatchEx
   end-if
   *> the corrected batch must still tie to the adding-machine tape
   move zero to ws-tot-bi-field ws-tot-fi-field ws-tot-pd-field
                ws-tot-zd-field
   move zero to ws-tot-fl-field
   perform varying i from 1 by 1 until i > wBatchCount
       move wBatchRecord(i) to wTranRecord
       add wTr-BiField to ws-tot-bi-field
       add wTr-FiField to ws-tot-fi-field
       add wTr-FlField to ws-tot-fl-field
       add wTr-PdField to ws-tot-pd-field
       add wTr-ZdField to ws-tot-zd-field
   end-perform
   if ws-tot-pd-field not = wHoldControl
       move ws-tot-pd-field to wShow-Total
       display "verified pd-field total " wShow-Total
               " no longer matches the control total - batch "
               wBatchId " stays held" at line 24 col 2
           :BCOL: black :FCOL: bright-red
       go to VerifyBatchEx
   end-if
   perform RecordVerification thru RecordVerificationEx
   if wRegStatus not = "00" or wAbandoned
       go to VerifyBatchEx
   end-if
   call "CBL_DELETE_FILE" using wBatFile end-call
   display "batch " wBatchId " verified with " wCorrections
           " correction(s) and released to TRANS"
       at line 24 col 2 :BCOL: black :FCOL: bright-white
   continue.
VerifyBatchEx. exit.

*> the held batches are listed; the verifier names one, not their own
PickHeldBatch.
   move zero to wBatchId
   display "Batches held for verification:" at line 3 col 2
       :BCOL: black :FCOL: bright-white
   move zero to wPendingShown
   move 4 to wlin
   open input TRANBATS
   if wRegStatus not = "00"
       close TRANBATS
       go to PickHeldBatch-Ask
   end-if.
PickHeldBatch-Next.
   read TRANBATS
   end-read
   if wRegStatus not = "00"
       close TRANBATS
       go to PickHeldBatch-Ask
   end-if
   if Tbr-Held and wPendingShown < 15
       add 1 to wPendingShown
       move Tbr-Control to wShow-Total
       display Tbr-BatchId "  " Tbr-Date " " Tbr-Time "  keyed by "
               Tbr-Keyer "  " Tbr-Count " items  total " wShow-Total
           at line wlin col 4 :BCOL: black :FCOL: white
       add 1 to wlin
   end-if
   go to PickHeldBatch-Next.
PickHeldBatch-Ask.
   if wPendingShown = zero
       display "no batches are waiting for verification"
           at line 24 col 2 :BCOL: black :FCOL: bright-yellow
       go to PickHeldBatchEx
   end-if
   display "batch to verify:" at line 20 col 2
       :BCOL: black :FCOL: white
   move spaces to wAskBatch
   accept wAskBatch at line 20 col 19
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE
       go to PickHeldBatchEx
   end-if
   if function test-numval(wAskBatch) not = zero
       go to PickHeldBatchEx
   end-if
   move function numval(wAskBatch) to wBatchId
   perform FindBatchEntry thru FindBatchEntryEx
   if wRegStatus not = "00" or not Tbr-Held
       display "batch " wBatchId " is not held for verification"
           at line 24 col 2 :BCOL: black :FCOL: bright-yellow
       move zero to wBatchId
       go to PickHeldBatchEx
   end-if
   if Tbr-Keyer = wOperator
       display "you keyed batch " wBatchId
               " - a second operator must verify it"
           at line 24 col 2 :BCOL: black :FCOL: bright-yellow
       move zero to wBatchId
       go to PickHeldBatchEx
   end-if
   move Tbr-Control to wHoldControl
   move Tbr-Keyer to wHoldKeyer
   perform varying wlin from 3 by 1 until wlin > 20
       display " " at line wlin col 1 :BCOL: black :FCOL: white
           with erase eol
   end-perform
   continue.
PickHeldBatchEx. exit.

*> leaves the register entry of wBatchId in the record area, status
*> "00" when found
FindBatchEntry.
   open input TRANBATS
   if wRegStatus not = "00"
       close TRANBATS
       move "23" to wRegStatus
       go to FindBatchEntryEx
   end-if.
FindBatchEntry-Next.
   read TRANBATS
   end-read
   if wRegStatus not = "00"
       close TRANBATS
       move "23" to wRegStatus
       go to FindBatchEntryEx
   end-if
   if Tbr-BatchId not = wBatchId
       go to FindBatchEntry-Next
   end-if
   close TRANBATS
   move "00" to wRegStatus
   continue.
FindBatchEntryEx. exit.

LoadHeldBatch.
   move zero to wBatchCount
   move spaces to wBatFile
   string "TRANBAT." wBatchId delimited by size into wBatFile
   end-string
   open input TRANBAT
   if wBatStatus not = "00"
       display "TRANBAT." wBatchId " missing (status " wBatStatus ")"
           at line 24 col 2 :BCOL: black :FCOL: bright-red
       close TRANBAT
       go to LoadHeldBatchEx
   end-if.
LoadHeldBatch-Next.
   read TRANBAT
   end-read
   if wBatStatus not = "00" or wBatchCount = 500
       close TRANBAT
       go to LoadHeldBatchEx
   end-if
   add 1 to wBatchCount
   move TRANBAT-RECORD to wBatchRecord(wBatchCount)
   go to LoadHeldBatch-Next.
LoadHeldBatchEx. exit.

*> one transaction keyed again on an empty form - nothing of the first
*> keying is on the screen - then compared field by field
VerifyOneTransaction.
   move i to wShow-Count
   display "Blind verification of batch " wBatchId " keyed by "
           wHoldKeyer " - transaction " wShow-Count " of "
           wBatchCount at line 1 col 2 :BCOL: black :FCOL: bright-white
   display "(Esc on the form stops; the batch stays held)"
       at line 2 col 2 :BCOL: black :FCOL: white
   perform LoadEntryForm thru LoadEntryFormEx
   call GC40FORM using by reference Form-Area
   if Frm-Is-Abandoned
       move "Y" to wVerifyStopped
       go to VerifyOneTransactionEx
   end-if
   move spaces to wVerRecord
   move function numval(Frm-Value(1)) to wVr-SeqRecord
   move Frm-Value(2)(1:5)             to wVr-ChField
   move function numval(Frm-Value(3)) to wVr-BiField
   move function numval(Frm-Value(4)) to wVr-FiField
   compute wVr-FlField = function numval(Frm-Value(5))
   move function numval(Frm-Value(6)) to wVr-PdField
   move function numval(Frm-Value(7)) to wVr-ZdField
   move wBatchRecord(i) to wTranRecord
   perform varying f from 1 by 1 until f > 7
       perform CompareOneField thru CompareOneFieldEx
   end-perform
   move wTranRecord to wBatchRecord(i)
   continue.
VerifyOneTransactionEx. exit.

*> a disagreement stops: both keyings shown, the verifier decides
CompareOneField.
   move "Y" to wFieldsAgree
   move spaces to wShow-First wShow-Second
   evaluate f
       when 1
           if wTr-SeqRecord not = wVr-SeqRecord
               move "N" to wFieldsAgree
               move wTr-SeqRecord to wShow-First
               move wVr-SeqRecord to wShow-Second
           end-if
       when 2
           if wTr-ChField not = wVr-ChField
               move "N" to wFieldsAgree
               move wTr-ChField to wShow-First
               move wVr-ChField to wShow-Second
           end-if
       when 3
           if wTr-BiField not = wVr-BiField
               move "N" to wFieldsAgree
               move wTr-BiField to wShow-Total
               move wShow-Total to wShow-First
               move wVr-BiField to wShow-Total
               move wShow-Total to wShow-Second
           end-if
       when 4
           if wTr-FiField not = wVr-FiField
               move "N" to wFieldsAgree
               move wTr-FiField to wShow-Total
               move wShow-Total to wShow-First
               move wVr-FiField to wShow-Total
               move wShow-Total to wShow-Second
           end-if
       when 5
           if wTr-FlField not = wVr-FlField
               move "N" to wFieldsAgree
               move wTr-FlField to wShow-Float
               move wShow-Float to wShow-First
               move wVr-FlField to wShow-Float
               move wShow-Float to wShow-Second
           end-if
       when 6
           if wTr-PdField not = wVr-PdField
               move "N" to wFieldsAgree
               move wTr-PdField to wShow-Total
               move wShow-Total to wShow-First
               move wVr-PdField to wShow-Total
               move wShow-Total to wShow-Second
           end-if
       when 7
           if wTr-ZdField not = wVr-ZdField
               move "N" to wFieldsAgree
               move wTr-ZdField to wShow-Total
               move wShow-Total to wShow-First
               move wVr-ZdField to wShow-Total
               move wShow-Total to wShow-Second
           end-if
   end-evaluate
   if wFieldsAgree = "Y"
       go to CompareOneFieldEx
   end-if
   display "DISAGREEMENT on " Frm-Label(f) at line 14 col 2
       :BCOL: black :FCOL: bright-red
   display "first keying: " wShow-First "   your keying: " wShow-Second
       at line 15 col 2 :BCOL: black :FCOL: bright-white
   display "F=first keying is right  V=your keying is right:"
       at line 16 col 2 :BCOL: black :FCOL: white
   move space to wAnswer
   perform until function upper-case(wAnswer) = "F" or "V"
       accept wAnswer at line 16 col 51
           :BCOL: blue :FCOL: bright-white update
       end-accept
   end-perform
   if function upper-case(wAnswer) = "V"
       add 1 to wCorrections
       evaluate f
           when 1 move wVr-SeqRecord to wTr-SeqRecord
           when 2 move wVr-ChField   to wTr-ChField
           when 3 move wVr-BiField   to wTr-BiField
           when 4 move wVr-FiField   to wTr-FiField
           when 5 move wVr-FlField   to wTr-FlField
           when 6 move wVr-PdField   to wTr-PdField
           when 7 move wVr-ZdField   to wTr-ZdField
       end-evaluate
   end-if
   perform varying wlin from 14 by 1 until wlin > 16
       display " " at line wlin col 1 :BCOL: black :FCOL: white
           with erase eol
   end-perform
   continue.
CompareOneFieldEx. exit.

*> the register entry is found, still held, before anything is released
*> (another verifier may have finished it first), the batch written to
*> TRANS, and only then the entry rewritten verified, naming the verifier
*> and the corrections; a release that fails leaves the batch held on its
*> TRANBAT file and the register as it was
RecordVerification.
   open i-o TRANBATS
   if wRegStatus not = "00"
       display "TRANBATS open failed (status " wRegStatus
               ") - batch not released" at line 24 col 2
           :BCOL: black :FCOL: bright-red
       close TRANBATS
       go to RecordVerificationEx
   end-if.
RecordVerification-Next.
   read TRANBATS
   end-read
   if wRegStatus not = "00"
       close TRANBATS
       move "23" to wRegStatus
       go to RecordVerificationEx
   end-if
   if Tbr-BatchId not = wBatchId
       go to RecordVerification-Next
   end-if
   if not Tbr-Held
       close TRANBATS
       display "batch " wBatchId " was verified by " Tbr-Verifier
               " meanwhile - not released again" at line 24 col 2
           :BCOL: black :FCOL: bright-yellow
       move "23" to wRegStatus
       go to RecordVerificationEx
   end-if
   perform ReleaseBatch thru ReleaseBatchEx
   if wAbandoned
       close TRANBATS
       display "batch " wBatchId " not released - it stays held"
           at line 24 col 2 :BCOL: black :FCOL: bright-red
       go to RecordVerificationEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   set Tbr-Verified to true
   move wOperator to Tbr-Verifier
   move wCorrections to Tbr-Corrections
   move wStampDate to Tbr-VerDate Tbr-RelDate
   move wStampTime(1:6) to Tbr-VerTime Tbr-RelTime
   rewrite TRANBATS-RECORD
   end-rewrite
   if wRegStatus not = "00"
       display "batch " wBatchId " is on TRANS but TRANBATS rewrite"
               " failed (status " wRegStatus ") - TRANBAT kept"
           at line 24 col 2 :BCOL: black :FCOL: bright-red
   end-if
   *> the rewrite's status, not the close's, decides the TRANBAT file
   move wRegStatus to wRewriteStatus
   close TRANBATS
   move wRewriteStatus to wRegStatus
   continue.
RecordVerificationEx. exit.

InitialSettings.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.
  accept wOperator from environment "GCOPERATOR" end-accept
  if wOperator = spaces
      move "UNKNOWN" to wOperator
  end-if
  accept wVerifyText from environment "GCTRAN_VERIFY" end-accept
  if function upper-case(wVerifyText) = "Y"
      move "Y" to wVerifyOn
  end-if
  continue.
InitialSettingsEx. exit.

