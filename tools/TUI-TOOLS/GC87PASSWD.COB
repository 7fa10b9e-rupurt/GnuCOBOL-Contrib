              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR== ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
PROGRAM-ID. GC87PASSWD.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    OPERATOR PASSWORD CHANGE
*>             the signed-on operator (GCOPERATOR) types the current password
*>             and the new one twice; GC86CREDS checks the current one and
*>             applies the length and reuse rules before GCCREDS is updated,
*>             and the new password's age starts from today.  The change (or
*>             the refusal) is written to TUIAUDIT; no password ever is.
*> Usage:      a GCROLES function line for every role, e.g.
*>             CLERK;Change password;GC87PASSWD
*>             run from the GC85SIGNON menu (which sets GCOPERATOR).
*> Tectonics:  cobc -x GC87PASSWD.COB GC86CREDS.COB -lpdcurses
*>             (compile with GnuCOBOL 3.1+)
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
    copy 'GC30AUDIT-SELECT.CPY'.
DATA DIVISION.
FILE SECTION.
copy 'GC30AUDIT-FD.CPY'.
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wCRT-STATUS         PIC 9(04) VALUE 9999.
01  wTalFileStatus      PIC X(02).

01  wOperator           pic x(08) value spaces.
01  wPassword           pic x(20) value spaces.
01  wNewPassword        pic x(20) value spaces.
01  wNewAgain           pic x(20) value spaces.
01  wMsgLine            pic x(60) value spaces.
01  wAuditText          pic x(40) value spaces.
01  wStampDate          pic 9(08).
01  wStampTime          pic 9(08).

copy 'GC86CREDS.CPY'.
copy 'GC97KEYCODEGC.CPY'  suppress.

*> ***********************************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION.
Passwd-Mainline.
    perform InitialSettings thru InitialSettingsEx
    if wOperator = spaces
        display "no operator signed on (GCOPERATOR)" at line 12 col 2
            :BCOL: black :FCOL: bright-red
        move 8 to return-code
        goback
    end-if
    perform AskPasswords thru AskPasswordsEx
    display wMsgLine at line 10 col 2 :BCOL: black :FCOL: bright-yellow
    display "press Enter" at line 12 col 2 :BCOL: black :FCOL: white
    move spaces to wPassword
    accept wPassword at line 12 col 14 :BCOL: black :FCOL: black
    end-accept
    goback.

*> ***********************************************************************************
AskPasswords.
   display "password change for " wOperator at line 2 col 2
       :BCOL: black :FCOL: bright-white
   display "current password:" at line 4 col 2 :BCOL: black :FCOL: white
   accept wPassword at line 4 col 22 :BCOL: blue :FCOL: blue
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move "password not changed" to wMsgLine
       go to AskPasswordsEx
   end-if
   display "new password:" at line 5 col 2 :BCOL: black :FCOL: white
   accept wNewPassword at line 5 col 22 :BCOL: blue :FCOL: blue
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move "password not changed" to wMsgLine
       go to AskPasswordsEx
   end-if
   display "new password again:" at line 6 col 2 :BCOL: black :FCOL: white
   accept wNewAgain at line 6 col 22 :BCOL: blue :FCOL: blue
   end-accept
   if wNewAgain not = wNewPassword
       move "the two new passwords differ - not changed" to wMsgLine
       go to AskPasswordsEx
   end-if
   initialize Creds-Area
   move "C" to Crd-Function
   move wOperator to Crd-Operator
   move wPassword to Crd-Password
   move wNewPassword to Crd-NewPassword
   call "GC86CREDS" using Creds-Area
   end-call
   move spaces to wPassword wNewPassword wNewAgain
   move spaces to wAuditText
   evaluate true
       when Crd-Ok
           move "password changed" to wMsgLine
           string "PASSWORD CHANGED " wOperator
               delimited by size into wAuditText
           end-string
       when Crd-TooShort
           string "a password needs " Crd-MinLength
                  " characters or more - not changed"
               delimited by size into wMsgLine
           end-string
           string "PASSWORD REFUSED " wOperator " SHORT"
               delimited by size into wAuditText
           end-string
       when Crd-Reused
           move "that password was used before - not changed"
             to wMsgLine
           string "PASSWORD REFUSED " wOperator " REUSE"
               delimited by size into wAuditText
           end-string
       when Crd-Busy
           move "credentials busy - try again" to wMsgLine
       when other
           move "current password not accepted - not changed"
             to wMsgLine
           string "PASSWORD REFUSED " wOperator
               delimited by size into wAuditText
           end-string
   end-evaluate
   if wAuditText not = spaces
       perform WriteAuditRecord thru WriteAuditRecordEx
   end-if
   continue.
AskPasswordsEx. exit.

*> ***********************************************************************************
WriteAuditRecord.
   open extend TUI-AUDIT-LOG
   if wTalFileStatus not = "00" and wTalFileStatus not = "05"
       go to WriteAuditRecordEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to TUI-AUDIT-RECORD
   move "GC87PASSWD" to Tal-Module
   move zero to Tal-Key
   move wAuditText to Tal-Choice
   move wStampDate to Tal-Date
   move wStampTime(1:6) to Tal-Time
   write TUI-AUDIT-RECORD
   close TUI-AUDIT-LOG
   continue.
WriteAuditRecordEx. exit.

InitialSettings.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.
  accept wOperator from environment "GCOPERATOR" end-accept
  continue.
InitialSettingsEx. exit.

End Program GC87PASSWD.
