              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR== ==:FCOL:== BY ==FOREGROUND-COLOR==.
IDENTIFICATION DIVISION.
PROGRAM-ID. GC86OPERADM.
*> ***********************************************************************************
*> GnuCOBOL TT (TUI TOOLS) COLLECTION
*> Purpose:    OPERATOR AND ROLE ADMINISTRATION
*>             maintains the two files GC85SIGNON works from, instead of
*>             editing them by hand:
*>             - operators (GCCREDS, through the GC86CREDS service): add an
*>               operator with a role and a temporary password, disable and
*>               re-enable, assign another role, and reset the password of an
*>               operator locked out by wrong passwords (a reset password is
*>               temporary: it must be changed at the next sign-on);
*>             - role functions (GCROLES): add, change and remove the
*>               role;title;command lines that make up each role's menu, at
*>               most 8 per role (the GC85SIGNON menu size).
*>             Only an administrator may run it: the operator (GCOPERATOR)
*>             must hold a role that GCROLES grants the GC86OPERADM function.
*>             Administrators cannot disable themselves or remove their own
*>             role's GC86OPERADM line.  Every change is written to TUIAUDIT
*>             with the administrator's identity.  GCROLES is rewritten whole
*>             (through GCROLES.NEW) under the GCROLES.LCK lock directory.
*> Usage:      run GC86OPERADM from the GC85SIGNON menu of the administrator
*>             role (e.g. the GCROLES line ADMIN;Operators and roles;
*>             GC86OPERADM); O lists operators, R lists role functions, Enter
*>             on a line offers what can be done to it, Esc goes back.
*> Tectonics:  cobc -x GC86OPERADM.COB GC20LISTBOX.COB GC01BOX.COB GC86CREDS.COB
*>                     -lpdcurses
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
    SELECT OPTIONAL GCROLES ASSIGN TO "GCROLES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wRoleStatus.
    SELECT GCROLES-NEW ASSIGN TO "GCROLES.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wRoleNewStatus.
    copy 'GC30AUDIT-SELECT.CPY'.
DATA DIVISION.
FILE SECTION.
FD  GCROLES.
01  GCROLES-RECORD          PIC X(160).
FD  GCROLES-NEW.
01  GCROLES-NEW-RECORD      PIC X(160).
copy 'GC30AUDIT-FD.CPY'.
WORKING-STORAGE SECTION.
copy GC00COLORS.CPY.

01  wCRT-STATUS         PIC 9(04) VALUE 9999.
01  wRoleStatus         PIC X(02).
01  wRoleNewStatus      PIC X(02).
01  wTalFileStatus      PIC X(02).

01  wOperator           pic x(08) value spaces.
01  wAdminRole          pic x(12) value spaces.
01  wIsAdmin            pic x(01) value "N".
01  wDone               pic x(01) value "N".
01  wBack               pic x(01) value "N".
01  wDecision           pic x(01) value space.
01  wPick               pic 9(04) value zero.
01  wOrdinal            pic 9(04) value zero.
01  wMsgLine            pic x(78) value spaces.
01  wStatusName         pic x(08) value spaces.
01  wlin                pic 9(03).

*> the operators listed, in list order (entry 1 is "add")
01  wOperCount          pic 9(04) value zero.
01  wOperTable.
    05  wOperName       pic x(08) occurs 500.
*> what the administrator types
01  wAskOperator        pic x(08) value spaces.
01  wAskRole            pic x(12) value spaces.
01  wAskPassword        pic x(20) value spaces.
01  wAskAgain           pic x(20) value spaces.
01  wAskTitle           pic x(20) value spaces.
01  wAskCommand         pic x(60) value spaces.

*> GCROLES as loaded; the list maps entries to lines
01  wRoleParse.
    05  wRp-Role        pic x(12).
    05  wRp-Title       pic x(20).
    05  wRp-Command     pic x(120).
01  wLineCount          pic 9(04) value zero.
01  wLineTable.
    05  wLine           pic x(160) occurs 300.
01  wLineSub            pic 9(04) value zero.
01  wListLine           pic 9(04) occurs 300.
01  wFoundLine          pic 9(04) value zero.
01  wOldLine            pic x(160) value spaces.
01  wNewLine            pic x(160) value spaces.
01  wRoleFuncs          pic 9(04) value zero.
01  wGrantHits          pic 9(04) value zero.
01  wLockRc             pic s9(9) comp value zero.
01  wLockWaited         pic 9(04) value zero.
01  wHaveLock           pic x(01) value "N".

01  wAuditText          pic x(40) value spaces.
01  wAuditDetail        pic x(40) value spaces.
01  wStampDate          pic 9(08).
01  wStampTime          pic 9(08).

copy 'GC20LISTBOX.CPY'.
copy 'GC86CREDS.CPY'.
copy 'GC97KEYCODEGC.CPY'  suppress.

*> ***********************************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION.
Admin-Mainline.
    perform InitialSettings thru InitialSettingsEx
    perform CheckAdminRole thru CheckAdminRoleEx
    if wIsAdmin not = "Y"
        display "operator " wOperator " is not authorized to administer"
                " operators and roles" at line 12 col 2
            :BCOL: black :FCOL: bright-red
        move spaces to wAuditText wAuditDetail
        string "DENIED ADMIN " wOperator
            delimited by size into wAuditText
        end-string
        perform WriteAuditLine thru WriteAuditLineEx
        move 8 to return-code
        goback
    end-if
    perform MainChoice thru MainChoiceEx
        until wDone = "Y"
    goback.

*> ***********************************************************************************
MainChoice.
   perform ClearScreenArea thru ClearScreenAreaEx
   display "operator and role administration - " wOperator
       at line 1 col 2 :BCOL: black :FCOL: bright-white
   display "O=operators  R=role functions  Esc=leave:" at line 3 col 2
       :BCOL: black :FCOL: bright-yellow
   move space to wDecision
   accept wDecision at line 3 col 45
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move "Y" to wDone
       go to MainChoiceEx
   end-if
   move "N" to wBack
   evaluate function upper-case(wDecision)
       when "O"
           perform OperatorList thru OperatorListEx
               until wBack = "Y"
       when "R"
           perform RoleList thru RoleListEx
               until wBack = "Y"
       when other
           continue
   end-evaluate
   continue.
MainChoiceEx. exit.

*> ***********************************************************************************
*> an administrator is an operator whose GCCREDS role is granted this
*> function in GCROLES - the same grant that puts it on their menu
CheckAdminRole.
   move "N" to wIsAdmin
   initialize Creds-Area
   move "G" to Crd-Function
   move wOperator to Crd-Operator
   call "GC86CREDS" using Creds-Area
   end-call
   if not Crd-Ok or not Crd-Is-Active
       go to CheckAdminRoleEx
   end-if
   move Crd-Role to wAdminRole
   perform LoadRoles thru LoadRolesEx
   perform varying wLineSub from 1 by 1 until wLineSub > wLineCount
       if wLine(wLineSub) not = spaces and wLine(wLineSub)(1:1) not = "#"
           move spaces to wRoleParse
           unstring wLine(wLineSub) delimited by ";"
               into wRp-Role wRp-Title wRp-Command
           end-unstring
           if function upper-case(function trim(wRp-Role))
                   = function upper-case(function trim(wAdminRole))
               move zero to wGrantHits
               inspect wRp-Command tallying wGrantHits
                   for all "GC86OPERADM"
               if wGrantHits > zero
                   move "Y" to wIsAdmin
               end-if
           end-if
       end-if
   end-perform
   continue.
CheckAdminRoleEx. exit.

*> ***********************************************************************************
*> operators: entry 1 adds one, the others are the GCCREDS entries
OperatorList.
   perform ClearScreenArea thru ClearScreenAreaEx
   perform LoadOperators thru LoadOperatorsEx
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
   display "Operators - Enter works on one, Esc goes back"
       at line 1 col 2 :BCOL: black :FCOL: bright-white
   call GC20LISTBOX using by reference ListBox-Area ListBox-Items
   if Lsb-Key = K-ESCAPE
       move "Y" to wBack
       go to OperatorListEx
   end-if
   move Lsb-CurrItem to wPick
   if wPick = 1
       perform AddOperator thru AddOperatorEx
   else
       if wPick > 1 and wPick not > wOperCount + 1
           perform OperatorActions thru OperatorActionsEx
       end-if
   end-if
   perform ShowMessage thru ShowMessageEx
   continue.
OperatorListEx. exit.

LoadOperators.
   move 1 to Lsb-EntryCount
   move spaces to Lsb-Entry(1)
   move "(add a new operator)" to Lsb-Entry(1)
   move space to Lsb-Mark(1)
   move zero to wOperCount
   move zero to wOrdinal.
LoadOperators-Next.
   add 1 to wOrdinal
   initialize Creds-Area
   move "N" to Crd-Function
   move wOrdinal to Crd-Ordinal
   call "GC86CREDS" using Creds-Area
   end-call
   if not Crd-Ok or wOperCount = 500
       go to LoadOperatorsEx
   end-if
   add 1 to wOperCount
   move Crd-Operator to wOperName(wOperCount)
   perform NameTheStatus thru NameTheStatusEx
   add 1 to Lsb-EntryCount
   move spaces to Lsb-Entry(Lsb-EntryCount)
   string Crd-Operator "  " Crd-Role "  " wStatusName
          "  pw " Crd-PwDate "  fails " Crd-Fails
       delimited by size into Lsb-Entry(Lsb-EntryCount)
   end-string
   move space to Lsb-Mark(Lsb-EntryCount)
   go to LoadOperators-Next.
LoadOperatorsEx. exit.

NameTheStatus.
   evaluate true
       when Crd-Is-Disabled move "DISABLED" to wStatusName
       when Crd-Is-Locked   move "LOCKED" to wStatusName
       when other           move "ACTIVE" to wStatusName
   end-evaluate
   continue.
NameTheStatusEx. exit.

*> one operator: the current entry is fetched again, shown, and acted on
OperatorActions.
   perform ClearScreenArea thru ClearScreenAreaEx
   initialize Creds-Area
   move "G" to Crd-Function
   move wOperName(wPick - 1) to Crd-Operator
   call "GC86CREDS" using Creds-Area
   end-call
   if not Crd-Ok
       move "operator no longer on GCCREDS" to wMsgLine
       go to OperatorActionsEx
   end-if
   perform NameTheStatus thru NameTheStatusEx
   display "operator " Crd-Operator "  role " Crd-Role "  " wStatusName
       at line 3 col 2 :BCOL: black :FCOL: bright-white
   display "password set " Crd-PwDate "  wrong passwords " Crd-Fails
       at line 4 col 2 :BCOL: black :FCOL: white
   display "D=disable E=enable U=unlock/reset password G=give role  other=back:"
       at line 20 col 2 :BCOL: black :FCOL: bright-yellow
   move space to wDecision
   accept wDecision at line 20 col 71
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE go to OperatorActionsEx end-if
   evaluate function upper-case(wDecision)
       when "D"
           perform DisableOperator thru DisableOperatorEx
       when "E"
           perform EnableOperator thru EnableOperatorEx
       when "U"
           perform ResetOperator thru ResetOperatorEx
       when "G"
           perform GiveRole thru GiveRoleEx
       when other
           continue
   end-evaluate
   continue.
OperatorActionsEx. exit.

DisableOperator.
   if function upper-case(Crd-Operator) = function upper-case(wOperator)
       move "you cannot disable yourself" to wMsgLine
       go to DisableOperatorEx
   end-if
   if Crd-Is-Disabled
       move "operator is already disabled" to wMsgLine
       go to DisableOperatorEx
   end-if
   move "D" to Crd-Status
   move "P" to Crd-Function
   call "GC86CREDS" using Creds-Area
   end-call
   if not Crd-Ok
       perform ServiceRefusal thru ServiceRefusalEx
       go to DisableOperatorEx
   end-if
   move "operator disabled" to wMsgLine
   move spaces to wAuditText wAuditDetail
   string "DISABLE " function trim(Crd-Operator) " BY " wOperator
       delimited by size into wAuditText
   end-string
   perform WriteAuditLine thru WriteAuditLineEx
   continue.
DisableOperatorEx. exit.

*> re-enabling undoes a disable; a lockout is undone only by a reset,
*> since the locked operator needs a password they know
EnableOperator.
   if Crd-Is-Locked
       move "operator is locked - use U to reset the password" to wMsgLine
       go to EnableOperatorEx
   end-if
   if not Crd-Is-Disabled
       move "operator is already active" to wMsgLine
       go to EnableOperatorEx
   end-if
   move "A" to Crd-Status
   move "P" to Crd-Function
   call "GC86CREDS" using Creds-Area
   end-call
   if not Crd-Ok
       perform ServiceRefusal thru ServiceRefusalEx
       go to EnableOperatorEx
   end-if
   move "operator enabled" to wMsgLine
   move spaces to wAuditText wAuditDetail
   string "ENABLE " function trim(Crd-Operator) " BY " wOperator
       delimited by size into wAuditText
   end-string
   perform WriteAuditLine thru WriteAuditLineEx
   continue.
EnableOperatorEx. exit.

ResetOperator.
   perform AskTemporaryPassword thru AskTemporaryPasswordEx
   if wAskPassword = spaces
       go to ResetOperatorEx
   end-if
   move "R" to Crd-Function
   move wAskPassword to Crd-NewPassword
   move spaces to wAskPassword
   call "GC86CREDS" using Creds-Area
   end-call
   move spaces to Crd-NewPassword
   if not Crd-Ok
       perform ServiceRefusal thru ServiceRefusalEx
       go to ResetOperatorEx
   end-if
   move "password reset - the operator must change it at sign-on"
     to wMsgLine
   move spaces to wAuditText wAuditDetail
   string "RESET " function trim(Crd-Operator) " BY " wOperator
       delimited by size into wAuditText
   end-string
   perform WriteAuditLine thru WriteAuditLineEx
   continue.
ResetOperatorEx. exit.

GiveRole.
   display "new role:" at line 21 col 2 :BCOL: black :FCOL: white
   move Crd-Role to wAskRole
   accept wAskRole at line 21 col 12
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE or wAskRole = spaces
       go to GiveRoleEx
   end-if
   perform CountRoleFunctions thru CountRoleFunctionsEx
   if wRoleFuncs = zero
       move "that role has no functions in GCROLES - define it first"
         to wMsgLine
       go to GiveRoleEx
   end-if
   move spaces to wAuditDetail
   string "OLD ROLE " Crd-Role
       delimited by size into wAuditDetail
   end-string
   move wAskRole to Crd-Role
   move "P" to Crd-Function
   call "GC86CREDS" using Creds-Area
   end-call
   if not Crd-Ok
       perform ServiceRefusal thru ServiceRefusalEx
       go to GiveRoleEx
   end-if
   move "role assigned" to wMsgLine
   move spaces to wAuditText
   string "ROLE " function trim(Crd-Operator) "=" function trim(Crd-Role)
          " BY " wOperator
       delimited by size into wAuditText
   end-string
   perform WriteAuditLine thru WriteAuditLineEx
   continue.
GiveRoleEx. exit.

*> a new operator starts active, with a temporary password to be
*> changed at the first sign-on
AddOperator.
   perform ClearScreenArea thru ClearScreenAreaEx
   display "new operator:" at line 3 col 2 :BCOL: black :FCOL: white
   move spaces to wAskOperator
   accept wAskOperator at line 3 col 16
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE or wAskOperator = spaces
       go to AddOperatorEx
   end-if
   move zero to wGrantHits
   inspect wAskOperator tallying wGrantHits for all ";"
   if wAskOperator(1:1) = "#" or wGrantHits > zero
       move "an operator id cannot begin with # or hold a ;" to wMsgLine
       go to AddOperatorEx
   end-if
   initialize Creds-Area
   move "G" to Crd-Function
   move wAskOperator to Crd-Operator
   call "GC86CREDS" using Creds-Area
   end-call
   if Crd-Ok
       move "that operator is already on GCCREDS" to wMsgLine
       go to AddOperatorEx
   end-if
   display "role:" at line 4 col 2 :BCOL: black :FCOL: white
   move spaces to wAskRole
   accept wAskRole at line 4 col 16
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE or wAskRole = spaces
       go to AddOperatorEx
   end-if
   perform CountRoleFunctions thru CountRoleFunctionsEx
   if wRoleFuncs = zero
       move "that role has no functions in GCROLES - define it first"
         to wMsgLine
       go to AddOperatorEx
   end-if
   perform AskTemporaryPassword thru AskTemporaryPasswordEx
   if wAskPassword = spaces
       go to AddOperatorEx
   end-if
   initialize Creds-Area
   move "H" to Crd-Function
   move wAskPassword to Crd-Password
   move spaces to wAskPassword
   call "GC86CREDS" using Creds-Area
   end-call
   if function length(function trim(Crd-Password)) < Crd-MinLength
       move spaces to wMsgLine
       string "a password needs " Crd-MinLength " characters or more"
           delimited by size into wMsgLine
       end-string
       go to AddOperatorEx
   end-if
   move spaces to Crd-Password
   move Crd-HashValue to Crd-Hash
   move wAskOperator to Crd-Operator
   move wAskRole to Crd-Role
   move "A" to Crd-Status
   move zero to Crd-PwDate Crd-Fails
   move zero to Crd-History(1) Crd-History(2) Crd-History(3)
   move "P" to Crd-Function
   call "GC86CREDS" using Creds-Area
   end-call
   if not Crd-Ok
       perform ServiceRefusal thru ServiceRefusalEx
       go to AddOperatorEx
   end-if
   move "operator added - the password must be changed at sign-on"
     to wMsgLine
   move spaces to wAuditText wAuditDetail
   string "ADD " function trim(Crd-Operator) " " function trim(Crd-Role)
          " BY " wOperator
       delimited by size into wAuditText
   end-string
   perform WriteAuditLine thru WriteAuditLineEx
   continue.
AddOperatorEx. exit.

*> typed twice, never shown, never logged
AskTemporaryPassword.
   display "temporary password:" at line 21 col 2 :BCOL: black :FCOL: white
   move spaces to wAskPassword wAskAgain
   accept wAskPassword at line 21 col 22 :BCOL: blue :FCOL: blue
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move spaces to wAskPassword
       go to AskTemporaryPasswordEx
   end-if
   display "again:" at line 22 col 2 :BCOL: black :FCOL: white
   accept wAskAgain at line 22 col 22 :BCOL: blue :FCOL: blue
   end-accept
   if wAskAgain not = wAskPassword
       move "the two passwords differ - nothing changed" to wMsgLine
       move spaces to wAskPassword
   end-if
   move spaces to wAskAgain
   continue.
AskTemporaryPasswordEx. exit.

ServiceRefusal.
   evaluate true
       when Crd-Busy
           move "GCCREDS busy - try again" to wMsgLine
       when Crd-TooShort
           move spaces to wMsgLine
           string "a password needs " Crd-MinLength " characters or more"
               delimited by size into wMsgLine
           end-string
       when Crd-NotFound
           move "operator no longer on GCCREDS" to wMsgLine
       when other
           move "GCCREDS could not be rewritten - nothing changed"
             to wMsgLine
   end-evaluate
   continue.
ServiceRefusalEx. exit.

*> ***********************************************************************************
*> role functions: entry 1 adds a line, the others are the GCROLES lines
RoleList.
   perform ClearScreenArea thru ClearScreenAreaEx
   perform LoadRoles thru LoadRolesEx
   move 1 to Lsb-EntryCount
   move spaces to Lsb-Entry(1)
   move "(add a function line)" to Lsb-Entry(1)
   move space to Lsb-Mark(1)
   perform varying wLineSub from 1 by 1 until wLineSub > wLineCount
       if wLine(wLineSub) not = spaces and wLine(wLineSub)(1:1) not = "#"
           move spaces to wRoleParse
           unstring wLine(wLineSub) delimited by ";"
               into wRp-Role wRp-Title wRp-Command
           end-unstring
           add 1 to Lsb-EntryCount
           move wLineSub to wListLine(Lsb-EntryCount)
           move spaces to Lsb-Entry(Lsb-EntryCount)
           string wRp-Role " " wRp-Title " " wRp-Command
               delimited by size into Lsb-Entry(Lsb-EntryCount)
           end-string
           move space to Lsb-Mark(Lsb-EntryCount)
       end-if
   end-perform
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
   display "Role functions - Enter works on one, Esc goes back"
       at line 1 col 2 :BCOL: black :FCOL: bright-white
   call GC20LISTBOX using by reference ListBox-Area ListBox-Items
   if Lsb-Key = K-ESCAPE
       move "Y" to wBack
       go to RoleListEx
   end-if
   move Lsb-CurrItem to wPick
   if wPick = 1
       perform AddRoleFunction thru AddRoleFunctionEx
   else
       if wPick > 1 and wPick not > Lsb-EntryCount
           perform RoleFunctionActions thru RoleFunctionActionsEx
       end-if
   end-if
   perform ShowMessage thru ShowMessageEx
   continue.
RoleListEx. exit.

AddRoleFunction.
   perform ClearScreenArea thru ClearScreenAreaEx
   move spaces to wAskRole wAskTitle wAskCommand
   perform AskFunctionLine thru AskFunctionLineEx
   if wAskRole = spaces or wAskTitle = spaces or wAskCommand = spaces
       go to AddRoleFunctionEx
   end-if
   perform CountRoleFunctions thru CountRoleFunctionsEx
   if wRoleFuncs not < 8
       move "that role already has 8 functions (the menu holds 8)"
         to wMsgLine
       go to AddRoleFunctionEx
   end-if
   move spaces to wOldLine
   perform BuildFunctionLine thru BuildFunctionLineEx
   perform SaveRoleChange thru SaveRoleChangeEx
   if wMsgLine not = spaces
       go to AddRoleFunctionEx
   end-if
   move "function added" to wMsgLine
   move spaces to wAuditText wAuditDetail
   string "FUNCTION ADD " function trim(wAskRole) " BY " wOperator
       delimited by size into wAuditText
   end-string
   move wAskTitle to wAuditDetail
   perform WriteAuditLine thru WriteAuditLineEx
   continue.
AddRoleFunctionEx. exit.

RoleFunctionActions.
   perform ClearScreenArea thru ClearScreenAreaEx
   move wLine(wListLine(wPick)) to wOldLine
   move spaces to wRoleParse
   unstring wOldLine delimited by ";"
       into wRp-Role wRp-Title wRp-Command
   end-unstring
   display "role     " wRp-Role at line 3 col 2
       :BCOL: black :FCOL: bright-white
   display "title    " wRp-Title at line 4 col 2
       :BCOL: black :FCOL: bright-white
   display "command  " wRp-Command(1:60) at line 5 col 2
       :BCOL: black :FCOL: bright-white
   display "C=change title/command  X=remove  other=back:" at line 20 col 2
       :BCOL: black :FCOL: bright-yellow
   move space to wDecision
   accept wDecision at line 20 col 49
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE go to RoleFunctionActionsEx end-if
   evaluate function upper-case(wDecision)
       when "C"
           move wRp-Role to wAskRole
           move wRp-Title to wAskTitle
           move wRp-Command to wAskCommand
           perform AskFunctionLine thru AskFunctionLineEx
           if wAskTitle = spaces or wAskCommand = spaces
               go to RoleFunctionActionsEx
           end-if
           move wRp-Role to wAskRole
           perform GuardOwnAdminLine thru GuardOwnAdminLineEx
           if wMsgLine not = spaces
               go to RoleFunctionActionsEx
           end-if
           perform BuildFunctionLine thru BuildFunctionLineEx
           perform SaveRoleChange thru SaveRoleChangeEx
           if wMsgLine not = spaces
               go to RoleFunctionActionsEx
           end-if
           move "function changed" to wMsgLine
           move spaces to wAuditText wAuditDetail
           string "FUNCTION CHANGE " function trim(wRp-Role) " BY "
                  wOperator
               delimited by size into wAuditText
           end-string
           move wAskTitle to wAuditDetail
           perform WriteAuditLine thru WriteAuditLineEx
       when "X"
           move wRp-Role to wAskRole
           move spaces to wAskCommand
           perform GuardOwnAdminLine thru GuardOwnAdminLineEx
           if wMsgLine not = spaces
               go to RoleFunctionActionsEx
           end-if
           move spaces to wNewLine
           perform SaveRoleChange thru SaveRoleChangeEx
           if wMsgLine not = spaces
               go to RoleFunctionActionsEx
           end-if
           move "function removed" to wMsgLine
           move spaces to wAuditText wAuditDetail
           string "FUNCTION REMOVE " function trim(wRp-Role) " BY "
                  wOperator
               delimited by size into wAuditText
           end-string
           move wRp-Title to wAuditDetail
           perform WriteAuditLine thru WriteAuditLineEx
       when other
           continue
   end-evaluate
   continue.
RoleFunctionActionsEx. exit.

AskFunctionLine.
   display "role:" at line 21 col 2 :BCOL: black :FCOL: white
   display "title:" at line 22 col 2 :BCOL: black :FCOL: white
   display "command:" at line 23 col 2 :BCOL: black :FCOL: white
   if wAskRole = spaces
       accept wAskRole at line 21 col 12
           :BCOL: blue :FCOL: bright-white update
       end-accept
       if wCRT-STATUS = K-ESCAPE
           move spaces to wAskRole
           go to AskFunctionLineEx
       end-if
   else
       display wAskRole at line 21 col 12 :BCOL: black :FCOL: bright-white
   end-if
   accept wAskTitle at line 22 col 12
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move spaces to wAskTitle
       go to AskFunctionLineEx
   end-if
   accept wAskCommand at line 23 col 12
       :BCOL: blue :FCOL: bright-white update
   end-accept
   if wCRT-STATUS = K-ESCAPE
       move spaces to wAskCommand
   end-if
   *> the separator cannot appear inside a field
   inspect wAskRole replacing all ";" by ","
   inspect wAskTitle replacing all ";" by ","
   continue.
AskFunctionLineEx. exit.

BuildFunctionLine.
   move spaces to wNewLine
   string function trim(wAskRole) ";" function trim(wAskTitle) ";"
          function trim(wAskCommand)
       delimited by size into wNewLine
   end-string
   continue.
BuildFunctionLineEx. exit.

*> an administrator may not take administration away from their own
*> role - that is how a shop ends up editing GCROLES by hand again
GuardOwnAdminLine.
   move spaces to wMsgLine
   if function upper-case(function trim(wAskRole))
           not = function upper-case(function trim(wAdminRole))
       go to GuardOwnAdminLineEx
   end-if
   move zero to wGrantHits
   inspect wRp-Command tallying wGrantHits for all "GC86OPERADM"
   if wGrantHits = zero
       go to GuardOwnAdminLineEx
   end-if
   move zero to wGrantHits
   inspect wAskCommand tallying wGrantHits for all "GC86OPERADM"
   if wGrantHits = zero
       move "that would take administration away from your own role"
         to wMsgLine
   end-if
   continue.
GuardOwnAdminLineEx. exit.

CountRoleFunctions.
   move zero to wRoleFuncs
   perform LoadRoles thru LoadRolesEx
   perform varying wLineSub from 1 by 1 until wLineSub > wLineCount
       if wLine(wLineSub) not = spaces and wLine(wLineSub)(1:1) not = "#"
           move spaces to wRoleParse
           unstring wLine(wLineSub) delimited by ";"
               into wRp-Role wRp-Title wRp-Command
           end-unstring
           if function upper-case(function trim(wRp-Role))
                   = function upper-case(function trim(wAskRole))
               add 1 to wRoleFuncs
           end-if
       end-if
   end-perform
   continue.
CountRoleFunctionsEx. exit.

*> ***********************************************************************************
LoadRoles.
   move zero to wLineCount
   open input GCROLES
   if wRoleStatus not = "00" and wRoleStatus not = "05"
       close GCROLES
       go to LoadRolesEx
   end-if.
LoadRoles-Next.
   read GCROLES
   end-read
   if wRoleStatus not = "00" or wLineCount = 300
       close GCROLES
       go to LoadRolesEx
   end-if
   add 1 to wLineCount
   move GCROLES-RECORD to wLine(wLineCount)
   go to LoadRoles-Next.
LoadRolesEx. exit.

*> under the lock, GCROLES is read again and wOldLine (spaces: none,
*> the line is added) is replaced by wNewLine (spaces: removed); a line
*> somebody else changed meanwhile is not overwritten
SaveRoleChange.
   move spaces to wMsgLine
   perform TakeRolesLock thru TakeRolesLockEx
   if wHaveLock not = "Y"
       move "GCROLES busy - try again" to wMsgLine
       go to SaveRoleChangeEx
   end-if
   perform LoadRoles thru LoadRolesEx
   if wOldLine = spaces
       if wLineCount = 300
           move "GCROLES is full - nothing changed" to wMsgLine
           go to SaveRoleChange-Unlock
       end-if
       add 1 to wLineCount
       move wNewLine to wLine(wLineCount)
   else
       move zero to wFoundLine
       perform varying wLineSub from 1 by 1
               until wLineSub > wLineCount or wFoundLine not = zero
           if wLine(wLineSub) = wOldLine
               move wLineSub to wFoundLine
           end-if
       end-perform
       if wFoundLine = zero
           move "GCROLES changed meanwhile - look again" to wMsgLine
           go to SaveRoleChange-Unlock
       end-if
       move wNewLine to wLine(wFoundLine)
   end-if
   open output GCROLES-NEW
   if wRoleNewStatus not = "00"
       move "GCROLES could not be rewritten - nothing changed" to wMsgLine
       go to SaveRoleChange-Unlock
   end-if
   perform varying wLineSub from 1 by 1 until wLineSub > wLineCount
       if wOldLine = spaces or wLineSub not = wFoundLine
        or wNewLine not = spaces
           move wLine(wLineSub) to GCROLES-NEW-RECORD
           write GCROLES-NEW-RECORD
       end-if
   end-perform
   close GCROLES-NEW
   call "CBL_DELETE_FILE" using "GCROLES"
       returning wLockRc
   end-call
   call "CBL_RENAME_FILE" using "GCROLES.NEW" "GCROLES"
       returning wLockRc
   end-call
   if wLockRc not = zero
       move "GCROLES.NEW could not replace GCROLES" to wMsgLine
   end-if.
SaveRoleChange-Unlock.
   call "CBL_DELETE_DIR" using "GCROLES.LCK"
       returning wLockRc
   end-call
   continue.
SaveRoleChangeEx. exit.

*> GCROLES.LCK, taken atomically; never broken here
TakeRolesLock.
   move "N" to wHaveLock
   move zero to wLockWaited
   call "CBL_CREATE_DIR" using "GCROLES.LCK"
       returning wLockRc
   end-call.
TakeRolesLock-Wait.
   if wLockRc = zero
       move "Y" to wHaveLock
       go to TakeRolesLockEx
   end-if
   if wLockWaited not < 5
       go to TakeRolesLockEx
   end-if
   call "C$SLEEP" using 1 end-call
   add 1 to wLockWaited
   call "CBL_CREATE_DIR" using "GCROLES.LCK"
       returning wLockRc
   end-call
   go to TakeRolesLock-Wait.
TakeRolesLockEx. exit.

*> ***********************************************************************************
*> the action line, then the detail line when there is one
WriteAuditLine.
   open extend TUI-AUDIT-LOG
   if wTalFileStatus not = "00" and wTalFileStatus not = "05"
       go to WriteAuditLineEx
   end-if
   accept wStampDate from date yyyymmdd end-accept
   accept wStampTime from time end-accept
   move spaces to TUI-AUDIT-RECORD
   move "GC86OPERADM" to Tal-Module
   move zero to Tal-Key
   move wAuditText to Tal-Choice
   move wStampDate to Tal-Date
   move wStampTime(1:6) to Tal-Time
   write TUI-AUDIT-RECORD
   if wAuditDetail not = spaces
       move spaces to TUI-AUDIT-RECORD
       move "GC86OPERADM" to Tal-Module
       move zero to Tal-Key
       move wAuditDetail to Tal-Choice
       move wStampDate to Tal-Date
       move wStampTime(1:6) to Tal-Time
       write TUI-AUDIT-RECORD
   end-if
   close TUI-AUDIT-LOG
   continue.
WriteAuditLineEx. exit.

ClearScreenArea.
   perform varying wlin from 1 by 1 until wlin > 23
       display " " at line wlin col 1 :BCOL: black :FCOL: white
           with erase eol
   end-perform
   continue.
ClearScreenAreaEx. exit.

ShowMessage.
   display "                                                      "
       at line 24 col 2 :BCOL: black :FCOL: white
   display wMsgLine at line 24 col 2
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

End Program GC86OPERADM.
