*> ***********************************************************************************
*> Parameters of GC86CREDS (external subprogram)
*> Purpose:    the one place GCCREDS is read and rewritten: password hashing,
*>             sign-on verification with the failed-attempt lockout and the
*>             password expiry, password changes with the reuse rule, and the
*>             administrator's reads and updates of an operator's entry.
*> Usage:      copy GC86CREDS.CPY into WORKING-STORAGE, set Crd-Function and
*>             the fields it needs, then call "GC86CREDS" using Creds-Area;
*>             Crd-Result says how it went.
*>               H  hash Crd-Password into Crd-HashValue
*>               G  get the entry of Crd-Operator
*>               N  get the Crd-Ordinal'th entry (for listing them all)
*>               V  verify a sign-on of Crd-Operator with Crd-Password
*>               C  change Crd-Operator's password from Crd-Password to
*>                  Crd-NewPassword
*>               R  reset Crd-Operator's password to Crd-NewPassword, clear
*>                  the lock and the failures (an administrator's reset; the
*>                  operator must change it at the next sign-on)
*>               P  put the entry in Crd-Entry (replace, or add a new one)
*>             GCCREDS lines are operator;hash;role;status;password-date;
*>             failures;previous-hash;previous-hash;previous-hash - a line
*>             with only the first three (as before) is an active operator
*>             whose password must be changed at the next sign-on.
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.0 20261015
*> Changelog:  1.0 first version.
*> ***********************************************************************************
01  Creds-Area.
    05  Crd-Function            PIC X(01).
        88  Crd-Fn-Hash             VALUE 'H'.
        88  Crd-Fn-Get              VALUE 'G'.
        88  Crd-Fn-GetNth           VALUE 'N'.
        88  Crd-Fn-Verify           VALUE 'V'.
        88  Crd-Fn-Change           VALUE 'C'.
        88  Crd-Fn-Reset            VALUE 'R'.
        88  Crd-Fn-Put              VALUE 'P'.
*>    00 done; NF unknown operator (or, for V and C, a wrong password);
*>    EX signed on but the password has expired; DS disabled; LO locked;
*>    LN this wrong password locked the operator; SH new password too
*>    short; RU new password used before; BZ GCCREDS busy; IO GCCREDS
*>    could not be rewritten.
    05  Crd-Result              PIC X(02).
        88  Crd-Ok                  VALUE '00'.
        88  Crd-NotFound            VALUE 'NF'.
        88  Crd-Expired             VALUE 'EX'.
        88  Crd-Disabled            VALUE 'DS'.
        88  Crd-Locked              VALUE 'LO'.
        88  Crd-LockedNow           VALUE 'LN'.
        88  Crd-TooShort            VALUE 'SH'.
        88  Crd-Reused              VALUE 'RU'.
        88  Crd-Busy                VALUE 'BZ'.
        88  Crd-IoError             VALUE 'IO'.
    05  Crd-Password            PIC X(20).
    05  Crd-NewPassword         PIC X(20).
    05  Crd-HashValue           PIC 9(09).
    05  Crd-Ordinal             PIC 9(04).
*>    the rules in force, returned on every call for the screens to show
    05  Crd-MinLength           PIC 9(02).
    05  Crd-ExpiryDays          PIC 9(04).
    05  Crd-LockAfter           PIC 9(02).
*>    one operator's entry
    05  Crd-Entry.
        10  Crd-Operator        PIC X(08).
        10  Crd-Hash            PIC 9(09).
        10  Crd-Role            PIC X(12).
        10  Crd-Status          PIC X(01).
            88  Crd-Is-Active       VALUE 'A'.
            88  Crd-Is-Disabled     VALUE 'D'.
            88  Crd-Is-Locked       VALUE 'L'.
        10  Crd-PwDate          PIC 9(08).
        10  Crd-Fails           PIC 9(02).
        10  Crd-History         PIC 9(09) OCCURS 3.
