              >> SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GC86CREDS is initial.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    OPERATOR CREDENTIALS SERVICE FOR GCCREDS
*>             everything that reads or rewrites GCCREDS goes through here, so
*>             the sign-on shell (GC85SIGNON), the password change screen
*>             (GC87PASSWD) and the administration screen (GC86OPERADM) apply
*>             one set of rules:
*>             - a wrong password counts against the operator, and the
*>               GC85_LOCK_AFTER'th in a row (default 3) locks the entry
*>               until an administrator resets it;
*>             - a password older than GC85_PW_DAYS days (default 90, zero
*>               never expires) - or one an administrator has just set -
*>               must be changed before the operator can go on;
*>             - a new password must be GC85_PW_MINLEN characters or more
*>               (default 6) and may not be the current one or any of the
*>               three before it.
*>             GCCREDS is rewritten whole (through GCCREDS.NEW) while the
*>             GCCREDS.LCK lock directory is held, the convention the batch
*>             side uses for its shared logs; a lock not freed within
*>             GC85_LOCK_WAIT seconds (default 5) answers "busy" and is left
*>             alone.  Comment and blank lines in GCCREDS are kept as they are.
*> Tectonics:  cobc -m GC86CREDS.COB (compile with GnuCOBOL 3.1 or greater)
*> Usage:      call "GC86CREDS" using Creds-Area
*> Parameters: look at GC86CREDS.CPY
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.0 20261015
*> Changelog:  1.0 first release.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL GCCREDS ASSIGN TO "GCCREDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wCredStatus.
    SELECT GCCREDS-NEW ASSIGN TO "GCCREDS.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wNewStatus.
DATA DIVISION.
FILE SECTION.
FD  GCCREDS.
01  GCCREDS-RECORD          PIC X(80).
FD  GCCREDS-NEW.
01  GCCREDS-NEW-RECORD      PIC X(80).
WORKING-STORAGE SECTION.
01  wCredStatus         PIC X(02).
01  wNewStatus          PIC X(02).

*> one GCCREDS line taken apart
01  wCredParse.
    05  wCp-Operator    pic x(08).
    05  wCp-Hash        pic x(09).
    05  wCp-Role        pic x(12).
    05  wCp-Status      pic x(01).
    05  wCp-PwDate      pic x(08).
    05  wCp-Fails       pic x(02).
    05  wCp-Hist        pic x(09) occurs 3.
*> the whole file, as it is rewritten
01  wLineCount          pic 9(04) value zero.
01  wLineTable.
    05  wLine           pic x(80) occurs 500.
01  wLineSub            pic 9(04) value zero.
01  wEntryLine          pic 9(04) value zero.
01  wEntrySeen          pic 9(04) value zero.
01  wNewLine            pic x(80) value spaces.

01  wPassword           pic x(20) value spaces.
01  wHashValue          pic 9(09) value zero.
01  wHashSub            pic 9(02).
01  wHistSub            pic 9(01).
01  wEnvText            pic x(08) value spaces.
01  wToday              pic 9(08) value zero.
01  wAgeLimitDate       pic 9(08) value zero.

01  wLockRc             pic s9(9) comp value zero.
01  wLockWaited         pic 9(04) value zero.
01  wLockLimit          pic 9(04) value 5.
01  wHaveLock           pic x(01) value "N".

LINKAGE SECTION.
copy 'GC86CREDS.CPY'.

*> ***********************************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION using Creds-Area.
Creds-Mainline.
    perform InitialSettings thru InitialSettingsEx
    move "00" to Crd-Result
    evaluate true
        when Crd-Fn-Hash
            move Crd-Password to wPassword
            perform HashThePassword thru HashThePasswordEx
            move wHashValue to Crd-HashValue
        when Crd-Fn-Get
            perform GetEntry thru GetEntryEx
        when Crd-Fn-GetNth
            perform GetNthEntry thru GetNthEntryEx
        when Crd-Fn-Verify
            perform VerifySignOn thru VerifySignOnEx
        when Crd-Fn-Change
            perform ChangePassword thru ChangePasswordEx
        when Crd-Fn-Reset
            perform ResetPassword thru ResetPasswordEx
        when Crd-Fn-Put
            perform PutEntry thru PutEntryEx
        when other
            move "NF" to Crd-Result
    end-evaluate
    if wHaveLock = "Y"
        call "CBL_DELETE_DIR" using "GCCREDS.LCK"
            returning wLockRc
        end-call
    end-if
    goback.

*> ***********************************************************************************
GetEntry.
   perform LoadCredentials thru LoadCredentialsEx
   perform FindOperator thru FindOperatorEx
   if wEntryLine = zero
       move "NF" to Crd-Result
       go to GetEntryEx
   end-if
   perform ParseEntryLine thru ParseEntryLineEx
   continue.
GetEntryEx. exit.

GetNthEntry.
   perform LoadCredentials thru LoadCredentialsEx
   move zero to wEntrySeen
   move zero to wEntryLine
   perform varying wLineSub from 1 by 1
           until wLineSub > wLineCount or wEntryLine not = zero
       if wLine(wLineSub) not = spaces and wLine(wLineSub)(1:1) not = "#"
           add 1 to wEntrySeen
           if wEntrySeen = Crd-Ordinal
               move wLineSub to wEntryLine
           end-if
       end-if
   end-perform
   if wEntryLine = zero
       move "NF" to Crd-Result
       go to GetNthEntryEx
   end-if
   perform ParseEntryLine thru ParseEntryLineEx
   continue.
GetNthEntryEx. exit.

*> a sign-on: the entry must exist, be active, and carry the hash of the
*> password typed; a wrong one is counted (and may lock the entry), a
*> right one clears the count and is then checked for its age
VerifySignOn.
   perform TakeLock thru TakeLockEx
   if wHaveLock not = "Y"
       move "BZ" to Crd-Result
       go to VerifySignOnEx
   end-if
   perform LoadCredentials thru LoadCredentialsEx
   perform FindOperator thru FindOperatorEx
   if wEntryLine = zero
       move "NF" to Crd-Result
       go to VerifySignOnEx
   end-if
   perform ParseEntryLine thru ParseEntryLineEx
   if Crd-Is-Disabled
       move "DS" to Crd-Result
       go to VerifySignOnEx
   end-if
   if Crd-Is-Locked
       move "LO" to Crd-Result
       go to VerifySignOnEx
   end-if
   move Crd-Password to wPassword
   perform HashThePassword thru HashThePasswordEx
   if wHashValue not = Crd-Hash
       add 1 to Crd-Fails
       move "NF" to Crd-Result
       if Crd-LockAfter > zero and Crd-Fails not < Crd-LockAfter
           move "L" to Crd-Status
           move "LN" to Crd-Result
       end-if
       perform ReplaceEntryLine thru ReplaceEntryLineEx
       go to VerifySignOnEx
   end-if
   if Crd-Fails > zero
       move zero to Crd-Fails
       perform ReplaceEntryLine thru ReplaceEntryLineEx
   end-if
   perform CheckPasswordAge thru CheckPasswordAgeEx
   continue.
VerifySignOnEx. exit.

*> the operator's own change: the current password proves who it is,
*> the new one must pass the length and reuse rules
ChangePassword.
   perform TakeLock thru TakeLockEx
   if wHaveLock not = "Y"
       move "BZ" to Crd-Result
       go to ChangePasswordEx
   end-if
   perform LoadCredentials thru LoadCredentialsEx
   perform FindOperator thru FindOperatorEx
   if wEntryLine = zero
       move "NF" to Crd-Result
       go to ChangePasswordEx
   end-if
   perform ParseEntryLine thru ParseEntryLineEx
   if Crd-Is-Disabled
       move "DS" to Crd-Result
       go to ChangePasswordEx
   end-if
   if Crd-Is-Locked
       move "LO" to Crd-Result
       go to ChangePasswordEx
   end-if
   move Crd-Password to wPassword
   perform HashThePassword thru HashThePasswordEx
   if wHashValue not = Crd-Hash
       move "NF" to Crd-Result
       go to ChangePasswordEx
   end-if
   if function length(function trim(Crd-NewPassword)) < Crd-MinLength
    or Crd-NewPassword = spaces
       move "SH" to Crd-Result
       go to ChangePasswordEx
   end-if
   move Crd-NewPassword to wPassword
   perform HashThePassword thru HashThePasswordEx
   if wHashValue = Crd-Hash
    or wHashValue = Crd-History(1)
    or wHashValue = Crd-History(2)
    or wHashValue = Crd-History(3)
       move "RU" to Crd-Result
       go to ChangePasswordEx
   end-if
   perform StoreNewHash thru StoreNewHashEx
   move wToday to Crd-PwDate
   perform ReplaceEntryLine thru ReplaceEntryLineEx
   continue.
ChangePasswordEx. exit.

*> an administrator's reset: a temporary password, the lock and the
*> failures cleared, and a zero password date so the operator has to
*> choose their own at the next sign-on
ResetPassword.
   perform TakeLock thru TakeLockEx
   if wHaveLock not = "Y"
       move "BZ" to Crd-Result
       go to ResetPasswordEx
   end-if
   perform LoadCredentials thru LoadCredentialsEx
   perform FindOperator thru FindOperatorEx
   if wEntryLine = zero
       move "NF" to Crd-Result
       go to ResetPasswordEx
   end-if
   perform ParseEntryLine thru ParseEntryLineEx
   if function length(function trim(Crd-NewPassword)) < Crd-MinLength
    or Crd-NewPassword = spaces
       move "SH" to Crd-Result
       go to ResetPasswordEx
   end-if
   move Crd-NewPassword to wPassword
   perform HashThePassword thru HashThePasswordEx
   perform StoreNewHash thru StoreNewHashEx
   move zero to Crd-PwDate
   if Crd-Is-Locked
       move "A" to Crd-Status
   end-if
   perform ReplaceEntryLine thru ReplaceEntryLineEx
   continue.
ResetPasswordEx. exit.

*> the administrator's own edits (role, status) and new operators
PutEntry.
   perform TakeLock thru TakeLockEx
   if wHaveLock not = "Y"
       move "BZ" to Crd-Result
       go to PutEntryEx
   end-if
   perform LoadCredentials thru LoadCredentialsEx
   perform FindOperator thru FindOperatorEx
   if wEntryLine = zero
       if wLineCount = 500
           move "IO" to Crd-Result
           go to PutEntryEx
       end-if
       add 1 to wLineCount
       move wLineCount to wEntryLine
   end-if
   perform ReplaceEntryLine thru ReplaceEntryLineEx
   continue.
PutEntryEx. exit.

*> ***********************************************************************************
*> the previous hashes move down one, the new one becomes current and
*> the failure count starts again
StoreNewHash.
   move Crd-History(2) to Crd-History(3)
   move Crd-History(1) to Crd-History(2)
   move Crd-Hash to Crd-History(1)
   move wHashValue to Crd-Hash
   move zero to Crd-Fails
   continue.
StoreNewHashEx. exit.

*> an unknown (zero) password date, or one older than the limit, means
*> the operator may go no further than changing it
CheckPasswordAge.
   if Crd-PwDate = zero
    or function test-date-yyyymmdd(Crd-PwDate) not = zero
       move "EX" to Crd-Result
       go to CheckPasswordAgeEx
   end-if
   if Crd-ExpiryDays = zero
       go to CheckPasswordAgeEx
   end-if
   compute wAgeLimitDate = function date-of-integer(
       function integer-of-date(Crd-PwDate) + Crd-ExpiryDays)
   if wAgeLimitDate not > wToday
       move "EX" to Crd-Result
   end-if
   continue.
CheckPasswordAgeEx. exit.

*> a simple rolling hash - this keeps clear passwords out of the
*> credentials file; it is tamper-evidence, not cryptography
HashThePassword.
   move zero to wHashValue
   perform varying wHashSub from 1 by 1 until wHashSub > 20
       if wPassword(wHashSub:1) not = space
           compute wHashValue = function mod(
               (wHashValue * 31)
               + (function ord(wPassword(wHashSub:1)) * wHashSub),
               999999937)
       end-if
   end-perform
   continue.
HashThePasswordEx. exit.

*> ***********************************************************************************
LoadCredentials.
   move zero to wLineCount
   open input GCCREDS
   if wCredStatus not = "00" and wCredStatus not = "05"
       close GCCREDS
       go to LoadCredentialsEx
   end-if.
LoadCredentials-Next.
   read GCCREDS
   end-read
   if wCredStatus not = "00" or wLineCount = 500
       close GCCREDS
       go to LoadCredentialsEx
   end-if
   add 1 to wLineCount
   move GCCREDS-RECORD to wLine(wLineCount)
   go to LoadCredentials-Next.
LoadCredentialsEx. exit.

FindOperator.
   move zero to wEntryLine
   perform varying wLineSub from 1 by 1
           until wLineSub > wLineCount or wEntryLine not = zero
       if wLine(wLineSub) not = spaces and wLine(wLineSub)(1:1) not = "#"
           move spaces to wCredParse
           unstring wLine(wLineSub) delimited by ";"
               into wCp-Operator wCp-Hash
           end-unstring
           if function upper-case(function trim(wCp-Operator))
                   = function upper-case(function trim(Crd-Operator))
               move wLineSub to wEntryLine
           end-if
       end-if
   end-perform
   continue.
FindOperatorEx. exit.

*> a line written before the status, date, count and history fields
*> existed reads as active, password date unknown, nothing failed
ParseEntryLine.
   move spaces to wCredParse
   unstring wLine(wEntryLine) delimited by ";"
       into wCp-Operator wCp-Hash wCp-Role wCp-Status wCp-PwDate
            wCp-Fails wCp-Hist(1) wCp-Hist(2) wCp-Hist(3)
   end-unstring
   initialize Crd-Entry
   move wCp-Operator to Crd-Operator
   move wCp-Role to Crd-Role
   if function test-numval(wCp-Hash) = zero
       move function numval(wCp-Hash) to Crd-Hash
   end-if
   move wCp-Status to Crd-Status
   if Crd-Status = space
       move "A" to Crd-Status
   end-if
   if wCp-PwDate is numeric
       move wCp-PwDate to Crd-PwDate
   end-if
   if wCp-Fails not = spaces
    and function test-numval(wCp-Fails) = zero
       move function numval(wCp-Fails) to Crd-Fails
   end-if
   perform varying wHistSub from 1 by 1 until wHistSub > 3
       if wCp-Hist(wHistSub) not = spaces
        and function test-numval(wCp-Hist(wHistSub)) = zero
           move function numval(wCp-Hist(wHistSub))
             to Crd-History(wHistSub)
       end-if
   end-perform
   continue.
ParseEntryLineEx. exit.

*> the entry back into its line, and the file rewritten
ReplaceEntryLine.
   move spaces to wNewLine
   string function trim(Crd-Operator) ";" Crd-Hash ";"
          function trim(Crd-Role) ";" Crd-Status ";" Crd-PwDate ";"
          Crd-Fails ";" Crd-History(1) ";" Crd-History(2) ";"
          Crd-History(3)
       delimited by size into wNewLine
   end-string
   move wNewLine to wLine(wEntryLine)
   perform WriteCredentials thru WriteCredentialsEx
   continue.
ReplaceEntryLineEx. exit.

WriteCredentials.
   open output GCCREDS-NEW
   if wNewStatus not = "00"
       move "IO" to Crd-Result
       go to WriteCredentialsEx
   end-if
   perform varying wLineSub from 1 by 1 until wLineSub > wLineCount
       move wLine(wLineSub) to GCCREDS-NEW-RECORD
       write GCCREDS-NEW-RECORD
   end-perform
   close GCCREDS-NEW
   call "CBL_DELETE_FILE" using "GCCREDS"
       returning wLockRc
   end-call
   call "CBL_RENAME_FILE" using "GCCREDS.NEW" "GCCREDS"
       returning wLockRc
   end-call
   if wLockRc not = zero
       move "IO" to Crd-Result
   end-if
   continue.
WriteCredentialsEx. exit.

*> GCCREDS.LCK, created atomically; a lock still held after the wait
*> is somebody else's rewrite (or a crash the administrator must look
*> at) and is never broken here
TakeLock.
   move "N" to wHaveLock
   move zero to wLockWaited
   call "CBL_CREATE_DIR" using "GCCREDS.LCK"
       returning wLockRc
   end-call.
TakeLock-Wait.
   if wLockRc = zero
       move "Y" to wHaveLock
       go to TakeLockEx
   end-if
   if wLockWaited not < wLockLimit
       go to TakeLockEx
   end-if
   call "C$SLEEP" using 1 end-call
   add 1 to wLockWaited
   call "CBL_CREATE_DIR" using "GCCREDS.LCK"
       returning wLockRc
   end-call
   go to TakeLock-Wait.
TakeLockEx. exit.

InitialSettings.
  accept wToday from date yyyymmdd end-accept
  move 6 to Crd-MinLength
  move 90 to Crd-ExpiryDays
  move 3 to Crd-LockAfter
  move spaces to wEnvText
  accept wEnvText from environment "GC85_PW_MINLEN" end-accept
  if wEnvText not = spaces and function test-numval(wEnvText) = zero
      move function numval(wEnvText) to Crd-MinLength
  end-if
  move spaces to wEnvText
  accept wEnvText from environment "GC85_PW_DAYS" end-accept
  if wEnvText not = spaces and function test-numval(wEnvText) = zero
      move function numval(wEnvText) to Crd-ExpiryDays
  end-if
  move spaces to wEnvText
  accept wEnvText from environment "GC85_LOCK_AFTER" end-accept
  if wEnvText not = spaces and function test-numval(wEnvText) = zero
      move function numval(wEnvText) to Crd-LockAfter
  end-if
  move spaces to wEnvText
  accept wEnvText from environment "GC85_LOCK_WAIT" end-accept
  if wEnvText not = spaces and function test-numval(wEnvText) = zero
      move function numval(wEnvText) to wLockLimit
  end-if
  continue.
InitialSettingsEx. exit.

End Program GC86CREDS.
