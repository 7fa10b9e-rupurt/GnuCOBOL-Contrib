*>             TUIAUDIT line finally says who was at the keyboard.  Sign-on,
*>             every launch and sign-off are themselves written to TUIAUDIT,
*>             and three failed sign-ons raise a JCSQLALERT-style alert.
*>             GCCREDS is read and updated only through the GC86CREDS
*>             credentials service: a wrong password counts against the
*>             operator and repeated ones lock the entry (with an alert) until
*>             an administrator resets it in GC86OPERADM; a disabled operator
*>             is turned away; an expired or administrator-set password has to
*>             be replaced, under the length and reuse rules, before the menu
*>             appears.
*> Usage:      run GC85SIGNON instead of launching the tools from the shell.
*>             GCCREDS password hashes come from this program itself: run it
*>             with GC85_HASH=thepassword set and it prints the hash and ends
*>             (so no password ever sits in a file in clear) - needed now
*>             only for the first administrator's entry; after that,
*>             operators and roles are maintained in GC86OPERADM and
*>             passwords changed in GC87PASSWD.
*> Tectonics:  cobc -x GC85SIGNON.COB GC35MENUBAR.COB GC01BOX.COB GC86CREDS.COB
*>                     -lpdcurses
*>             (bind JCSQLALERT from the JC-SQL suite for alert delivery)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.2 20261015
*> Changelog:  1.0 first release.
*>             1.1 credentials through GC86CREDS: account lockout after
*>                 repeated failures, disabled operators, forced change of
*>                 an expired or reset password.
*>             1.2 settings (the GC85_LOCK_AFTER, GC85_LOCK_WAIT, GC85_PW_DAYS
*>                 and GC85_PW_MINLEN rules) may come from the GCCONFIG file
*>                 for the GCPROFILE profile, through the gccfg01 lookup of the
*>                 GCSORT suite (bind it with the screen); a value set in the
*>                 environment by hand still wins.  The screens started from
*>                 the menu inherit these settings and apply their own.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    CRT STATUS IS wCRT-STATUS.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCROLES ASSIGN TO "GCROLES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wRoleStatus.
    copy 'GC30AUDIT-SELECT.CPY'.
DATA DIVISION.
FILE SECTION.
FD  GCROLES.
01  GCROLES-RECORD          PIC X(160).
copy 'GC30AUDIT-FD.CPY'.
copy GC00COLORS.CPY.

01  wCRT-STATUS         PIC 9(04) VALUE 9999.
01  wRoleStatus         PIC X(02).
01  wTalFileStatus      PIC X(02).

01  wHashArg            pic x(20) value spaces.
01  wOperator           pic x(08) value spaces.
01  wPassword           pic x(20) value spaces.
01  wNewPassword        pic x(20) value spaces.
01  wNewAgain           pic x(20) value spaces.
01  wRefusal            pic x(50) value spaces.
01  wDenyReason         pic x(12) value spaces.
01  wRole               pic x(12) value spaces.
01  wTries              pic 9(01) value zero.
01  wSignedOn           pic x(01) value "N".
01  wHashValue          pic 9(09) value zero.
01  wHashSub            pic 9(02).
01  wRoleParse.
    05  wRp-Role        pic x(12).
    05  wRp-Title       pic x(20).
    05  Alr-Message     pic x(256).

copy 'GC35MENUBAR.CPY'.
copy 'GC86CREDS.CPY'.
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
Signon-Mainline.
    *> the GCCONFIG settings of this screen and the GCPROFILE
    *> profile go into the environment before any is accepted
    move "GC85SIGNON" to Cfg-Program
    move "APPLY" to Cfg-Request
    call "gccfg01" using wConfigArea
        on exception
            display "GC85SIGNON: gccfg01 not available; no configuration"
            move 16 to return-code
            goback
    end-call
    if Cfg-Result not = "00"
        display "GC85SIGNON: configuration refused (" Cfg-Result ")"
        move 8 to return-code
        goback
    end-if
    perform InitialSettings thru InitialSettingsEx
    *> the hashing helper: GC85_HASH=password prints the hash
    *> that belongs in GCCREDS and ends - no clear passwords
   accept wPassword at line 5 col 12
       :BCOL: blue :FCOL: blue
   end-accept
   perform CheckCredentials thru CheckCredentialsEx
   if wSignedOn not = "Y"
       display wRefusal at line 7 col 2
           :BCOL: black :FCOL: bright-red
       move spaces to wAuditText
       string "DENIED " wOperator " " wDenyReason
           delimited by size into wAuditText
       end-string
       perform WriteAuditRecord thru WriteAuditRecordEx
   continue.
SignOnEx. exit.

*> the hash GC86CREDS keeps in GCCREDS - clear passwords stay out of
*> the credentials file
HashThePassword.
   initialize Creds-Area
   move "H" to Crd-Function
   move wPassword to Crd-Password
   call "GC86CREDS" using Creds-Area
   end-call
   move Crd-HashValue to wHashValue
   continue.
HashThePasswordEx. exit.

CheckCredentials.
   move "N" to wSignedOn
   move "sign-on refused" to wRefusal
   move "BAD PASSWORD" to wDenyReason
   initialize Creds-Area
   move "V" to Crd-Function
   move wOperator to Crd-Operator
   move wPassword to Crd-Password
   call "GC86CREDS" using Creds-Area
     on exception
       move "credentials service missing - nobody can sign on"
         to wRefusal
       move "NO SERVICE" to wDenyReason
       move 3 to wTries
       go to CheckCredentialsEx
   end-call
   evaluate true
       when Crd-Ok
           move "Y" to wSignedOn
           move Crd-Role to wRole
       when Crd-Expired
           move Crd-Role to wRole
           perform ForcePasswordChange thru ForcePasswordChangeEx
       when Crd-Disabled
           move "operator disabled - see an administrator" to wRefusal
           move "DISABLED" to wDenyReason
       when Crd-Locked
           move "operator locked - an administrator must reset it"
             to wRefusal
           move "LOCKED" to wDenyReason
       when Crd-LockedNow
           move "too many wrong passwords - operator now locked"
             to wRefusal
           move "LOCKED NOW" to wDenyReason
           perform RaiseLockAlert thru RaiseLockAlertEx
       when Crd-Busy
           move "credentials busy - try again" to wRefusal
           move "BUSY" to wDenyReason
   end-evaluate
   move spaces to wPassword
   continue.
CheckCredentialsEx. exit.

*> an expired password, or one an administrator has just set, is replaced
*> here before the menu appears; until it is, there is no sign-on
ForcePasswordChange.
   display "password expired - choose a new one" at line 7 col 2
       :BCOL: black :FCOL: bright-yellow
   display "new password:" at line 8 col 2 :BCOL: black :FCOL: white
   move spaces to wNewPassword
   accept wNewPassword at line 8 col 16
       :BCOL: blue :FCOL: blue
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move "password not changed - sign-on refused" to wRefusal
       move "EXPIRED" to wDenyReason
       go to ForcePasswordChangeEx
   end-if
   display "again:" at line 9 col 2 :BCOL: black :FCOL: white
   move spaces to wNewAgain
   accept wNewAgain at line 9 col 16
       :BCOL: blue :FCOL: blue
   end-accept
   if wNewAgain not = wNewPassword
       move "the two new passwords differ - sign-on refused"
         to wRefusal
       move "EXPIRED" to wDenyReason
       go to ForcePasswordChangeEx
   end-if
   initialize Creds-Area
   move "C" to Crd-Function
   move wOperator to Crd-Operator
   move wPassword to Crd-Password
   move wNewPassword to Crd-NewPassword
   call "GC86CREDS" using Creds-Area
   end-call
   move spaces to wNewPassword wNewAgain
   move "EXPIRED" to wDenyReason
   evaluate true
       when Crd-Ok
           move "Y" to wSignedOn
           move spaces to wAuditText
           string "PASSWORD CHANGED " wOperator
               delimited by size into wAuditText
           end-string
           perform WriteAuditRecord thru WriteAuditRecordEx
       when Crd-TooShort
           move spaces to wRefusal
           string "new password shorter than " Crd-MinLength
                  " - sign-on refused"
               delimited by size into wRefusal
           end-string
       when Crd-Reused
           move "new password used before - sign-on refused"
             to wRefusal
       when other
           move "password not changed - sign-on refused" to wRefusal
   end-evaluate
   continue.
ForcePasswordChangeEx. exit.

*> ***********************************************************************************
LoadRoleFunctions.
   continue.
RaiseSignonAlertEx. exit.

*> the operator's entry is locked: the same alert, naming the operator
RaiseLockAlert.
   move "GCSIGNON" to Alr-Program
   move zero to Alr-Connection
   move "LOCK" to Alr-ErrorNumber
   move wOperator to Alr-SqlText
   move spaces to Alr-Message
   string "operator " function trim(wOperator)
          " locked after repeated wrong passwords"
       delimited by size into Alr-Message
   end-string
   move spaces to wAuditText
   string "LOCKED " wOperator
       delimited by size into wAuditText
   end-string
   perform WriteAuditRecord thru WriteAuditRecordEx
   call "JCSQLALERT" using wAlertArea
     on exception
       continue
   end-call
   continue.
RaiseLockAlertEx. exit.

InitialSettings.
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.
