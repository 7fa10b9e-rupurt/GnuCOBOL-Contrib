*> **  >>SOURCE FORMAT IS FREE

identification division.

  program-id.                          cobimpact.

*> -----------------------------------------------------------------------------
*>  CobImpact: copybook where-used and record layout impact report.
*> -----------------------------------------------------------------------------
*>
*>  This program is free software: you can redistribute it and/or modify it
*>  under the terms of the GNU General Public License as published by the Free
*>  Software Foundation, either version 3 of the License, or (at your option)
*>  any later version.
*>
*>  This program is distributed in the hope that it will be useful, but WITHOUT
*>  ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*>  FITNESS FOR A PARTICULAR PURPOSE. See the GNU General Public License for
*>  more details.
*>
*>  You should have received a copy of the GNU General Public License along with
*>  this program. If not, see <http://www.gnu.org/licenses/>.
*>
*> -----------------------------------------------------------------------------
*>
*>  Description:
*>
*>    CobImpact answers "what breaks if this record layout changes?" for a
*>    copybook such as fsrtsqf01.cpy or finsqf01.cpy. It reads the first
*>    01 record of the copybook, works out the position, length and class
*>    of every field in it, then scans every source named in a source list
*>    and reports each program that carries the layout:
*>
*>      COPY           the program COPYs the member itself;
*>      same offsets   a record - declared in line or COPYed from another
*>                     member - whose length and field boundaries are
*>                     the copybook's, whatever its field names and
*>                     PICTUREs (gcvalid01, JCSQLLOAD, finsqf01 users);
*>      same names     a record whose field names, less their prefix,
*>                     are the copybook's (ix-ch-field for srt-ch-field),
*>                     flagged "reordered" or "resized" where positions
*>                     or lengths differ (the GCMASTER layout carried by
*>                     gcixbld01, GC72MASTMNT and JCSQLRECN).
*>
*>    For each such record the report gives the FD or SD it sits under
*>    and that file's ASSIGN name (or the storage section when it belongs
*>    to no file), then each copybook field with the program's own name
*>    for it, its position, length and class, and how many times the
*>    PROCEDURE DIVISION refers to it, so the report is the checklist of
*>    programs, fields and data files for any change to the layout. A
*>    closing summary lists every data file, by ASSIGN name, that carries
*>    the layout.
*>
*>  Source formats:
*>
*>    Fixed format (columns 8-72, "*" or "/" in column 7 a comment) unless
*>    a >>SOURCE FORMAT IS FREE directive or a "*>" comment in column 1
*>    turns up in the first lines of the source, which makes it free
*>    format. COPY members take the format of the source that COPYs them
*>    unless they carry their own directive. Members are expanded one
*>    level deep; a COPY inside a member is noted but not expanded.
*>
*>  Field sizes:
*>
*>    DISPLAY fields take one byte per PICTURE character (S, V and P
*>    excluded), comp-3 two digits per byte plus the sign nibble, comp-1
*>    and comp-2 four and eight bytes, and binary (comp, comp-4, comp-5,
*>    binary) fields the smallest byte count whose range holds the
*>    PICTURE's digits - the -fbinary-size=1--8 rule the GCSORT builds
*>    compile with, as in dictgen.
*>
*>  Usage:
*>
*>    $ cobimpact copybook-file source-list report-file [copy-path]
*>
*>    e.g.  $ find .. -name "*.cbl" -o -name "*.CBL" -o -name "*.COB" > srclist
*>          $ cobimpact ../GCSORT/tests/copy/fsrtsqf01.cpy srclist fsrtsqf01.imp
*>
*>    The source list holds one source filename per line; blank lines and
*>    lines starting with "*" are ignored, and a cobolmac --filelist line
*>    ("input,output") is taken by its input filename. Copybooks may be
*>    listed too: a member that declares the layout under another name is
*>    reported like a program. The copy path is one or more directories
*>    separated by ":"; COPY members are looked for in the source's own
*>    directory, then the copybook's, then each copy path directory, as
*>    written, then with .cpy and then .CPY appended, then the same again
*>    in lower case.
*>
*>  Compilation Instructions:
*>
*>    cobc -x cobimpact.cob
*>
*>  Return Codes:
*>
*>    0 (zero)  Report written without errors.
*>    1 (one)   Terminated in an error state; details on Standard Error.
*>
*> -----------------------------------------------------------------------------

environment division.

  configuration section.

    repository.

      function all intrinsic.

  input-output section.

    file-control.

      select listfile                  assign to w501-listfile-filename
                                       access is sequential
                                       organization is line sequential
                                       file status is w500-file-status
                                       .
      select srcfile                   assign to w501-srcfile-filename
                                       access is sequential
                                       organization is line sequential
                                       file status is w500-file-status
                                       .
      select cpyfile                   assign to w501-cpyfile-filename
                                       access is sequential
                                       organization is line sequential
                                       file status is w500-file-status
                                       .
      select rptfile                   assign to w501-rptfile-filename
                                       access is sequential
                                       organization is line sequential
                                       file status is w500-file-status
                                       .

data division.

  file section.

    fd  listfile.

    01  listfile-record                pic x(256).

    fd  srcfile.

    01  srcfile-record                 pic x(256).

    fd  cpyfile.

    01  cpyfile-record                 pic x(256).

    fd  rptfile.

    01  rptfile-record                 pic x(132).

  working-storage section.

    *> -------------------------------------------------------------------------
    *>  w1nn - Program Identification.
    *> -------------------------------------------------------------------------

    01  w100-program-identity.
      05  w100-program-id-line-01.
        10                             pic x(010) value "cobimpact/".
        10  w100-program-v-uu-ff       pic x(007) value "B.01.00".
        10                             pic x(064) value " - Copybook Where-Used and Layout Impact Report.".

    *> -------------------------------------------------------------------------
    *>  w4nn - Command Line Arguments.
    *> -------------------------------------------------------------------------

    01  w400-argument-number           pic 9(002) value zero.
    01  w401-argument-count            pic 9(002) value zero.

    *> -------------------------------------------------------------------------
    *>  w5nn - File Status and Filenames.
    *> -------------------------------------------------------------------------

    01  w500-file-status               pic x(002).
      88  w500-success                            value "00".
      88  w500-end-of-file                        value "10".

    01  w501-subject-filename          pic x(256) value spaces.
    01  w501-listfile-filename         pic x(256) value spaces.
    01  w501-srcfile-filename          pic x(256) value spaces.
    01  w501-cpyfile-filename          pic x(256) value spaces.
    01  w501-rptfile-filename          pic x(256) value spaces.

    *> -------------------------------------------------------------------------
    *>  w6nn - General Work Variables.
    *> -------------------------------------------------------------------------

    01  w600-error-handling.
      05  w600-location                pic x(080) value spaces.
      05  w600-message                 pic x(240) value spaces.
      05  w600-message-2               pic x(240) value spaces.

    *> The copybook being assessed: member name (upper case, no directory
    *> or suffix) and the directory it lives in.
    01  w601-subject-member            pic x(064) value spaces.
    01  w601-subject-directory         pic x(256) value spaces.

    01  w602-copy-path-argument        pic x(1024) value spaces.

    01  w603-counters.
      05  w603-sources-scanned         pic 9(005) value zero.
      05  w603-sources-affected        pic 9(005) value zero.
      05  w603-sources-unreadable      pic 9(005) value zero.
      05  w603-records-found           pic 9(005) value zero.

    *> The source being scanned.
    01  w604-source-filename           pic x(256) value spaces.
    01  w604-source-directory          pic x(256) value spaces.
    01  w604-source-member             pic x(064) value spaces.
    01  w604-source-extension          pic x(008) value spaces.

    *> Splitting a filename into directory, member and suffix.
    01  w605-filename-workarea.
      05  w605-filename                pic x(256).
      05  w605-directory               pic x(256).
      05  w605-member                  pic x(064).
      05  w605-extension               pic x(008).
      05  w605-name-part               pic x(256).
      05  w605-length                  pic s9(04) comp.
      05  w605-slash                   pic s9(04) comp.
      05  w605-dot                     pic s9(04) comp.
      05  w605-index                   pic s9(04) comp.

    *> One source line on its way to tokens.
    01  w610-line-workarea.
      05  w610-raw-line                pic x(256).
      05  w610-code-line               pic x(256).
      05  w610-upper-line              pic x(256).
      05  w610-squeezed-line           pic x(256).
      05  w610-squeezed-length         pic s9(04) comp.
      05  w610-char-index              pic s9(04) comp.
      05  w610-directive-count         pic s9(04) comp.
      05  w610-probe-lines             pic s9(04) comp.
      05  w610-source-format           pic x(001).
        88  w610-fixed-format                     value "F".
        88  w610-free-format                      value "R".
      05  w610-program-format          pic x(001).
      05  w610-probe-result            pic x(001).
        88  w610-probe-fixed                      value "F".
        88  w610-probe-free                       value "R".
        88  w610-probe-unknown                    value space.

    *> Tokens of the line just split, then the source line's and the
    *> COPY member line's own copies (a member is read part way through
    *> a source line's tokens).
    01  w615-scan-tokens.
      05  w615-token-count             pic s9(04) comp.
      05  w615-token                   pic x(160) occurs 80.

    01  w616-source-tokens.
      05  w616-token-count             pic s9(04) comp.
      05  w616-token                   pic x(160) occurs 80.

    01  w616-source-token-index        pic s9(04) comp value zero.

    01  w617-member-tokens.
      05  w617-token-count             pic s9(04) comp.
      05  w617-token                   pic x(160) occurs 80.

    01  w617-member-token-index        pic s9(04) comp value zero.

    01  w618-token-workarea.
      05  w618-token                   pic x(160).
      05  w618-token-length            pic s9(04) comp.
      05  w618-statement-token         pic x(160).
      05  w618-quote-count             pic s9(04) comp.
      05  w618-char                    pic x(001).
      05  w618-next-char               pic x(001).
      05  w618-quote                   pic x(001).
      05  w618-in-literal              pic x(001).
        88  w618-inside-literal                   value "Y".
        88  w618-outside-literal                  value "N".

    *> The statement being assembled, up to its period (ENVIRONMENT and
    *> DATA DIVISION only); tokens are upper case except literals.
    01  w620-statement.
      05  w620-token-count             pic s9(04) comp value zero.
      05  w620-token                   pic x(160) occurs 120.

    01  w620-token-index               pic s9(04) comp value zero.

    01  w621-copy-state                pic x(001) value space.
      88  w621-no-copy                            value space.
      88  w621-copy-expect-name                   value "N".
      88  w621-copy-skip-to-period                value "R".

    *> Where the scan stands in the current program unit.
    01  w625-unit-state.
      05  w625-division                pic x(001).
        88  w625-no-division                      value space.
        88  w625-identification                   value "I".
        88  w625-environment                      value "E".
        88  w625-data                             value "D".
        88  w625-procedure                        value "P".
      05  w625-section                 pic x(001).
        88  w625-file-section                     value "F".
        88  w625-working-storage                  value "W".
        88  w625-local-storage                    value "L".
        88  w625-linkage-section                  value "K".
        88  w625-other-section                    value "O".
        88  w625-record-section                   value "F" "W" "L" "K".
      05  w625-current-fd              pic x(040).
      05  w625-current-fd-type         pic x(002).
      05  w625-program-id              pic x(040).
      05  w625-current-member          pic x(064).
      05  w625-expect-program-id       pic x(001).
      05  w625-subject-copied          pic x(001).
      05  w625-laid-out                pic x(001).
      05  w625-unresolved-count        pic s9(04) comp.
      05  w625-unresolved-member       pic x(064) occurs 10.
      05  w625-nested-count            pic s9(04) comp.

    *> Data items of the current program unit, COPY members expanded.
    01  w630-item-table.
      05  w630-item-count              pic s9(04) comp value zero.
      05  w630-item-overflow           pic x(001) value "N".
      05  w630-item-entry              occurs 3000.
        10  w630-item-level            pic 9(002).
        10  w630-item-name             pic x(040).
        10  w630-item-picture          pic x(040).
        10  w630-item-usage            pic x(002).
        10  w630-item-effective-usage  pic x(002).
        10  w630-item-separate-sign    pic x(001).
        10  w630-item-redefines        pic x(040).
        10  w630-item-occurs           pic 9(005).
        10  w630-item-section          pic x(001).
        10  w630-item-fd-name          pic x(040).
        10  w630-item-fd-type          pic x(002).
        10  w630-item-member           pic x(064).
        10  w630-item-parent           pic s9(04) comp.
        10  w630-item-end              pic s9(04) comp.
        10  w630-item-size             pic 9(007).
        10  w630-item-total            pic 9(007).
        10  w630-item-offset           pic 9(007).
        10  w630-item-class            pic x(001).
        10  w630-item-refs             pic 9(005).
        10  w630-item-watched          pic x(001).

    01  w631-item-indexes.
      05  w631-item                    pic s9(04) comp value zero.
      05  w631-child                   pic s9(04) comp value zero.
      05  w631-scan                    pic s9(04) comp value zero.
      05  w631-running-offset          pic 9(007) value zero.
      05  w631-group-size              pic 9(007) value zero.
      05  w631-skip-until              pic s9(04) comp value zero.

    *> Open group items above the entry being added.
    01  w635-level-stack.
      05  w635-stack-depth             pic s9(04) comp value zero.
      05  w635-stack-item              pic s9(04) comp occurs 50.

    *> Entry-clause scan of one data description entry.
    01  w636-entry-workarea.
      05  w636-level                   pic 9(002).
      05  w636-word                    pic x(160).
      05  w636-clause-start            pic s9(04) comp.
      05  w636-number                  pic 9(005).

    01  w640-select-table.
      05  w640-select-count            pic s9(04) comp value zero.
      05  w640-select-index            pic s9(04) comp value zero.
      05  w640-select-entry            occurs 200.
        10  w640-select-name           pic x(040).
        10  w640-select-assign         pic x(064).

    *> PICTURE and binary size workarea (binary rule as in dictgen).
    01  w645-picture-workarea.
      05  w645-picture                 pic x(040).
      05  w645-picture-length          pic s9(04) comp.
      05  w645-picture-index           pic s9(04) comp.
      05  w645-close-index             pic s9(04) comp.
      05  w645-char                    pic x(001).
      05  w645-repeat                  pic 9(005).
      05  w645-display-size            pic 9(007).
      05  w645-digits                  pic 9(005).
      05  w645-signed                  pic x(001).
      05  w645-alphanumeric            pic x(001).
      05  w645-edited                  pic x(001).
      05  w645-binary-limit            pic 9(018) comp value zero.
      05  w645-binary-value            pic 9(018) comp value zero.
      05  w645-binary-bytes            pic 9(002) value zero.
      05  w645-digit-index             pic s9(04) comp value zero.

    *> The copybook's record: its fields, positions relative to the 01.
    01  w650-subject-table.
      05  w650-record-name             pic x(040) value spaces.
      05  w650-record-length           pic 9(007) value zero.
      05  w650-field-count             pic s9(04) comp value zero.
      05  w650-named-count             pic s9(04) comp value zero.
      05  w650-field-index             pic s9(04) comp value zero.
      05  w650-field-entry             occurs 200.
        10  w650-field-name            pic x(040).
        10  w650-field-base            pic x(040).
        10  w650-field-offset          pic 9(007).
        10  w650-field-length          pic 9(007).
        10  w650-field-class           pic x(001).
        10  w650-field-filler          pic x(001).

    *> Matching one candidate record against the copybook's.
    01  w655-match-workarea.
      05  w655-candidate               pic s9(04) comp value zero.
      05  w655-offset-found            pic s9(04) comp value zero.
      05  w655-name-found              pic s9(04) comp value zero.
      05  w655-relative-offset         pic 9(007) value zero.
      05  w655-dash-base               pic x(041).
      05  w655-dash-base-length        pic s9(04) comp value zero.
      05  w655-name-length             pic s9(04) comp value zero.
      05  w655-match-kind              pic x(001).
        88  w655-no-match                         value space.
        88  w655-copy-match                       value "C".
        88  w655-offset-match                     value "O".
        88  w655-name-match                       value "N".
      05  w655-reordered               pic x(001).
      05  w655-resized                 pic x(001).
      05  w655-mapped                  pic s9(04) comp occurs 200.

    *> Watched names: the items the report counts PROCEDURE DIVISION
    *> references to.
    01  w657-watch-list.
      05  w657-watch-count             pic s9(04) comp value zero.
      05  w657-watch-index             pic s9(04) comp value zero.
      05  w657-watch-item              pic s9(04) comp occurs 1000.
      05  w657-reference               pic x(160).
      05  w657-reference-length        pic s9(04) comp value zero.
      05  w657-cut                     pic s9(04) comp value zero.

    *> Records of the current program unit that carry the layout.
    01  w660-hit-table.
      05  w660-hit-count               pic s9(04) comp value zero.
      05  w660-hit-index               pic s9(04) comp value zero.
      05  w660-hit-entry               occurs 100.
        10  w660-hit-item              pic s9(04) comp.
        10  w660-hit-how               pic x(080).
        10  w660-hit-mapped            pic s9(04) comp occurs 200.

    01  w670-copy-workarea.
      05  w670-copy-member             pic x(160).
      05  w670-copy-member-length      pic s9(04) comp value zero.
      05  w670-copy-name-base          pic x(064).
      05  w670-copy-candidate          pic x(256).
      05  w670-copy-directory          pic x(256).
      05  w670-copy-try-name           pic x(160).
      05  w670-copy-file-info          pic x(016).
      05  w670-copy-found              pic x(256).
      05  w670-copy-path-index         pic s9(04) comp value zero.
      05  w670-copy-case-pass          pic s9(04) comp value zero.

    01  w671-copy-path-table.
      05  w671-copy-path-count         pic s9(04) comp value zero.
      05  w671-copy-path               pic x(256) occurs 20.

    01  w672-copy-path-pointer         pic s9(04) comp value zero.
    01  w673-copy-path-entry           pic x(256) value spaces.

    *> Data files that carry the layout, by ASSIGN name, for the summary.
    01  w680-file-table.
      05  w680-file-count              pic s9(04) comp value zero.
      05  w680-file-index              pic s9(04) comp value zero.
      05  w680-file-entry              occurs 200.
        10  w680-file-assign           pic x(064).
        10  w680-file-records          pic 9(005).

    01  w685-assign-name               pic x(064) value spaces.

    01  w690-report-workarea.
      05  w690-line                    pic x(132).
      05  w690-count-display           pic zzzz9.
      05  w690-count-display-2         pic zzzz9.
      05  w690-level-display           pic 99.
      05  w690-touched                 pic 9(005).
      05  w690-notes                   pic x(060).
      05  w690-note-number             pic zzzz9.

    01  w691-field-line.
      05                               pic x(006) value spaces.
      05  w691-copy-name               pic x(024).
      05                               pic x(001) value spaces.
      05  w691-program-name            pic x(034).
      05  w691-position                pic zzzz9.
      05                               pic x(001) value spaces.
      05  w691-length                  pic zzzz9.
      05                               pic x(004) value spaces.
      05  w691-class                   pic x(001).
      05                               pic x(002) value spaces.
      05  w691-refs                    pic zzzz9.
      05                               pic x(002) value spaces.
      05  w691-notes                   pic x(042).

    *> -------------------------------------------------------------------------
    *>  w9nn - Process Control Switches.
    *> -------------------------------------------------------------------------

    01  . *> End-of-file flags.

      05  pic x(001). *> Source list end-of-file?
        88  w900-more-listfile                    value "M".
        88  w900-end-of-listfile                  value "E".

      05  pic x(001). *> Source end-of-file?
        88  w900-more-srcfile                     value "M".
        88  w900-end-of-srcfile                   value "E".

      05  pic x(001). *> COPY member end-of-file?
        88  w900-more-cpyfile                     value "M".
        88  w900-end-of-cpyfile                   value "E".

    01  . *> Scan mode.

      05  pic x(001). *> Reading the copybook itself or a listed source?
        88  w910-reading-subject                  value "S".
        88  w910-reading-source                   value "P".

      05  pic x(001). *> Could the source be opened?
        88  w911-source-open                      value "Y".
        88  w911-source-not-open                  value "N".

procedure division.

  cobimpact-mainline.
    *> -------------------------------------------------------------------------
    *>  Program Control Block.
    *> -------------------------------------------------------------------------

    perform a000-initialise
    perform b000-load-subject
    perform c000-scan-sources
    perform e000-write-summary
    perform z000-finalise
    .

  a000-initialise.
    *> -------------------------------------------------------------------------
    *>  Pick up the positional arguments.
    *> -------------------------------------------------------------------------

    accept w401-argument-count from argument-number end-accept

    if w401-argument-count < 3 then
      display w100-program-id-line-01 upon stderr end-display
      display "  Usage: cobimpact copybook-file source-list report-file [copy-path]" upon stderr end-display
      move 1 to return-code
      goback
    end-if

    move 1 to w400-argument-number
    display w400-argument-number upon argument-number end-display
    accept w501-subject-filename from argument-value end-accept

    move 2 to w400-argument-number
    display w400-argument-number upon argument-number end-display
    accept w501-listfile-filename from argument-value end-accept

    move 3 to w400-argument-number
    display w400-argument-number upon argument-number end-display
    accept w501-rptfile-filename from argument-value end-accept

    if w401-argument-count >= 4 then
      move 4 to w400-argument-number
      display w400-argument-number upon argument-number end-display
      accept w602-copy-path-argument from argument-value end-accept
      perform a100-split-copy-path
    end-if

    move w501-subject-filename to w605-filename
    perform c150-split-filename
    move w605-member to w601-subject-member
    move w605-directory to w601-subject-directory
    .

  a100-split-copy-path.
    *> -------------------------------------------------------------------------
    *>  Split the ":"-separated copy path into the search table.
    *> -------------------------------------------------------------------------

    move 1 to w672-copy-path-pointer

    perform until w672-copy-path-pointer > length(trim(w602-copy-path-argument trailing))

      move spaces to w673-copy-path-entry
      unstring w602-copy-path-argument delimited by ":"
        into w673-copy-path-entry
        with pointer w672-copy-path-pointer
      end-unstring

      if trim(w673-copy-path-entry) not = spaces then
        if w671-copy-path-count >= 20 then
          move "a100-split-copy-path" to w600-location
          move "The copy path names more than 20 directories." to w600-message
          perform z999-abort
        end-if
        add 1 to w671-copy-path-count end-add
        move trim(w673-copy-path-entry) to w671-copy-path(w671-copy-path-count)
      end-if

    end-perform
    .

  b000-load-subject.
    *> -------------------------------------------------------------------------
    *>  Lay out the copybook's own record and open the report with it.
    *> -------------------------------------------------------------------------

    set w910-reading-subject to true
    perform c110-reset-unit

    move w501-subject-filename to w604-source-filename
    move w601-subject-directory to w604-source-directory

    move w604-source-filename to w501-srcfile-filename
    perform s004-open-srcfile

    if w911-source-not-open then
      move "b000-load-subject" to w600-location
      move "Unable to open the copybook." to w600-message
      move trim(w501-subject-filename) to w600-message-2
      perform z999-abort
    end-if

    perform c120-probe-source-format
    perform c200-take-source-line until w900-end-of-srcfile
    perform s006-close-srcfile

    perform d000-layout-unit
    perform b100-take-subject-fields

    move "b000-load-subject" to w600-location
    perform s010-open-rptfile
    perform b200-write-report-header

    set w910-reading-source to true
    .

  b100-take-subject-fields.
    *> -------------------------------------------------------------------------
    *>  The first 01 group of the member is the layout under assessment;
    *>  take its elementary fields with positions relative to the 01.
    *> -------------------------------------------------------------------------

    move zero to w655-candidate

    perform varying w631-item from 1 by 1
      until w631-item > w630-item-count or w655-candidate not = zero
      if w630-item-level(w631-item) = 1
      and w630-item-end(w631-item) > w631-item then
        move w631-item to w655-candidate
      end-if
    end-perform

    if w655-candidate = zero then
      move "b100-take-subject-fields" to w600-location
      move "The copybook holds no 01 group record layout." to w600-message
      move trim(w501-subject-filename) to w600-message-2
      perform z999-abort
    end-if

    move w630-item-name(w655-candidate) to w650-record-name
    move w630-item-size(w655-candidate) to w650-record-length

    perform varying w631-item from w655-candidate by 1
      until w631-item > w630-item-end(w655-candidate)

      if w630-item-end(w631-item) = w631-item
      and w631-item not = w655-candidate then
        if w650-field-count >= 200 then
          move "b100-take-subject-fields" to w600-location
          move "The copybook record holds more than 200 fields." to w600-message
          perform z999-abort
        end-if

        add 1 to w650-field-count end-add
        move w630-item-name(w631-item) to w650-field-name(w650-field-count)
        compute w650-field-offset(w650-field-count)
          = w630-item-offset(w631-item) - w630-item-offset(w655-candidate)
        end-compute
        move w630-item-size(w631-item) to w650-field-length(w650-field-count)
        move w630-item-class(w631-item) to w650-field-class(w650-field-count)

        *> the name less its prefix: srt-ch-field is matched as ch-field.
        move spaces to w650-field-base(w650-field-count)
        unstring w630-item-name(w631-item) delimited by "-"
          into w636-word
          w650-field-base(w650-field-count)
        end-unstring
        if w650-field-base(w650-field-count) = spaces then
          move w630-item-name(w631-item) to w650-field-base(w650-field-count)
        else
          move spaces to w650-field-base(w650-field-count)
          move w630-item-name(w631-item)(length(trim(w636-word)) + 2:)
            to w650-field-base(w650-field-count)
        end-if

        move zero to w618-quote-count
        inspect w630-item-name(w631-item) tallying w618-quote-count for all "FILLER"
        if w618-quote-count > zero then
          move "Y" to w650-field-filler(w650-field-count)
        else
          move "N" to w650-field-filler(w650-field-count)
          add 1 to w650-named-count end-add
        end-if
      end-if

    end-perform

    if w650-field-count = zero then
      move "b100-take-subject-fields" to w600-location
      move "The copybook record holds no elementary fields." to w600-message
      perform z999-abort
    end-if
    .

  b200-write-report-header.
    *> -------------------------------------------------------------------------
    *>  Report heading: the copybook's record and its pos/len block.
    *> -------------------------------------------------------------------------

    move spaces to w690-line
    string
      "Copybook impact report - ", trim(w501-subject-filename) delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile

    move spaces to w690-line
    perform s011-write-rptfile

    move w650-record-length to w690-count-display
    move w650-field-count to w690-count-display-2
    move spaces to w690-line
    string
      "  Record ", lower-case(trim(w650-record-name)), ", ",
      trim(w690-count-display), " bytes, ", trim(w690-count-display-2), " fields:"
      delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile

    move spaces to w690-line
    perform s011-write-rptfile

    move "copybook field" to w691-copy-name
    move spaces to w691-program-name
    move spaces to w691-notes
    move w691-field-line to w690-line
    move "pos   len  class" to w690-line(68:)
    perform s011-write-rptfile

    perform varying w650-field-index from 1 by 1
      until w650-field-index > w650-field-count
      move lower-case(w650-field-name(w650-field-index)) to w691-copy-name
      move spaces to w691-program-name
      compute w691-position = w650-field-offset(w650-field-index) + 1 end-compute
      move w650-field-length(w650-field-index) to w691-length
      move w650-field-class(w650-field-index) to w691-class
      move zero to w691-refs
      move spaces to w691-notes
      move w691-field-line to w690-line
      move spaces to w690-line(82:)
      perform s011-write-rptfile
    end-perform

    move spaces to w690-line
    perform s011-write-rptfile
    move "  Classes: X alphanumeric, 9 numeric display, E numeric edited, P comp-3, B binary, F floating point, O pointer/index."
      to w690-line
    perform s011-write-rptfile
    move "  Refs: references to the field in the PROCEDURE DIVISION (COPY members included)." to w690-line
    perform s011-write-rptfile

    move spaces to w690-line
    perform s011-write-rptfile
    move "Sources carrying the layout" to w690-line
    perform s011-write-rptfile
    move all "-" to w690-line
    perform s011-write-rptfile
    .

  c000-scan-sources.
    *> -------------------------------------------------------------------------
    *>  Scan each source named in the source list.
    *> -------------------------------------------------------------------------

    move "c000-scan-sources (1)" to w600-location
    perform s001-open-read-listfile

    perform
      until w900-end-of-listfile

      if trim(listfile-record) not = spaces
      and trim(listfile-record)(1:1) not = "*" then
        move spaces to w604-source-filename
        unstring listfile-record delimited by ","
          into w604-source-filename
        end-unstring
        move trim(w604-source-filename) to w604-source-filename
        perform c100-scan-one-source
      end-if

      move "c000-scan-sources (2)" to w600-location
      perform s002-read-listfile

    end-perform

    move "c000-scan-sources (3)" to w600-location
    perform s003-close-listfile
    .

  c100-scan-one-source.
    *> -------------------------------------------------------------------------
    *>  Scan one source: every program unit in it is laid out, matched
    *>  and reported in turn. The copybook itself is passed over.
    *> -------------------------------------------------------------------------

    move w604-source-filename to w605-filename
    perform c150-split-filename
    move w605-directory to w604-source-directory
    move w605-member to w604-source-member
    move w605-extension to w604-source-extension

    if w604-source-member = w601-subject-member
    and w604-source-extension = "CPY" then
      exit paragraph
    end-if

    add 1 to w603-sources-scanned end-add

    move w604-source-filename to w501-srcfile-filename
    perform s004-open-srcfile

    if w911-source-not-open then
      add 1 to w603-sources-unreadable end-add
      move spaces to w690-line
      string
        trim(w604-source-filename), "  - not readable, not scanned" delimited by size
        into w690-line
      end-string
      perform s011-write-rptfile
      move spaces to w690-line
      perform s011-write-rptfile
      exit paragraph
    end-if

    perform c110-reset-unit
    perform c120-probe-source-format
    perform c200-take-source-line until w900-end-of-srcfile
    perform s006-close-srcfile

    perform c130-finish-unit
    .

  c110-reset-unit.
    *> -------------------------------------------------------------------------
    *>  Start a new program unit.
    *> -------------------------------------------------------------------------

    move spaces to w625-unit-state
    move zero to w625-unresolved-count
    move zero to w625-nested-count
    move "N" to w625-subject-copied
    move "N" to w625-laid-out
    move "N" to w625-expect-program-id

    move zero to w630-item-count
    move "N" to w630-item-overflow
    move zero to w635-stack-depth
    move zero to w640-select-count
    move zero to w657-watch-count
    move zero to w660-hit-count
    move zero to w620-token-count
    set w621-no-copy to true
    .

  c120-probe-source-format.
    *> -------------------------------------------------------------------------
    *>  Decide fixed or free format from the first lines of the source,
    *>  then reopen it to read from the top.
    *> -------------------------------------------------------------------------

    set w610-probe-unknown to true
    move zero to w610-probe-lines

    perform until w900-end-of-srcfile
       or w610-probe-lines >= 10
       or not w610-probe-unknown
      move srcfile-record to w610-raw-line
      perform c125-probe-format-line
      add 1 to w610-probe-lines end-add
      perform s005-read-srcfile
    end-perform

    if w610-probe-free then
      set w610-free-format to true
    else
      set w610-fixed-format to true
    end-if
    move w610-source-format to w610-program-format

    perform s006-close-srcfile
    perform s004-open-srcfile
    .

  c125-probe-format-line.
    *> -------------------------------------------------------------------------
    *>  Look for a >>SOURCE directive, or a "*>" comment in column 1, in
    *>  the line in w610-raw-line.
    *> -------------------------------------------------------------------------

    move upper-case(w610-raw-line) to w610-upper-line
    move spaces to w610-squeezed-line
    move zero to w610-squeezed-length

    perform varying w610-char-index from 1 by 1
      until w610-char-index > 256
      if w610-upper-line(w610-char-index:1) not = space then
        add 1 to w610-squeezed-length end-add
        move w610-upper-line(w610-char-index:1)
          to w610-squeezed-line(w610-squeezed-length:1)
      end-if
    end-perform

    move zero to w610-directive-count
    inspect w610-squeezed-line tallying
      w610-directive-count for all ">>SOURCEFORMATISFREE"
      w610-directive-count for all ">>SOURCEFORMATFREE"
      w610-directive-count for all ">>SOURCEFREE"

    if w610-directive-count > zero then
      set w610-probe-free to true
      exit paragraph
    end-if

    inspect w610-squeezed-line tallying
      w610-directive-count for all ">>SOURCEFORMATISFIXED"
      w610-directive-count for all ">>SOURCEFORMATFIXED"
      w610-directive-count for all ">>SOURCEFIXED"

    if w610-directive-count > zero then
      set w610-probe-fixed to true
      exit paragraph
    end-if

    if w610-raw-line(1:2) = "*>" then
      set w610-probe-free to true
    end-if
    .

  c130-finish-unit.
    *> -------------------------------------------------------------------------
    *>  End of a program unit: lay it out, if the PROCEDURE DIVISION has
    *>  not already done so, and report it.
    *> -------------------------------------------------------------------------

    perform d000-layout-unit
    perform d500-report-unit
    perform c110-reset-unit
    .

  c150-split-filename.
    *> -------------------------------------------------------------------------
    *>  Split w605-filename into directory, upper-case member name and
    *>  upper-case suffix.
    *> -------------------------------------------------------------------------

    move spaces to w605-directory w605-member w605-extension w605-name-part
    move length(trim(w605-filename trailing)) to w605-length
    move zero to w605-slash

    perform varying w605-index from w605-length by -1
      until w605-index < 1 or w605-slash not = zero
      if w605-filename(w605-index:1) = "/" then
        move w605-index to w605-slash
      end-if
    end-perform

    if w605-slash = zero then
      move "." to w605-directory
      move w605-filename to w605-name-part
    else
      if w605-slash = 1 then
        move "/" to w605-directory
      else
        move w605-filename(1:w605-slash - 1) to w605-directory
      end-if
      if w605-slash < w605-length then
        move w605-filename(w605-slash + 1:) to w605-name-part
      end-if
    end-if

    unstring w605-name-part delimited by "."
      into w605-member w605-extension
    end-unstring

    move upper-case(w605-member) to w605-member
    move upper-case(w605-extension) to w605-extension
    .

  c200-take-source-line.
    *> -------------------------------------------------------------------------
    *>  Split one source line into tokens and take them in turn.
    *> -------------------------------------------------------------------------

    move srcfile-record to w610-raw-line
    perform c210-normalise-line
    perform c220-split-tokens
    move w615-scan-tokens to w616-source-tokens

    perform varying w616-source-token-index from 1 by 1
      until w616-source-token-index > w616-token-count
      move w616-token(w616-source-token-index) to w618-token
      perform c300-take-token
    end-perform

    perform s005-read-srcfile
    .

  c210-normalise-line.
    *> -------------------------------------------------------------------------
    *>  Reduce the line in w610-raw-line to its program text in
    *>  w610-code-line: drop comment, debug and directive lines, and in
    *>  fixed format the sequence and identification areas.
    *> -------------------------------------------------------------------------

    move spaces to w610-code-line

    if w610-fixed-format then
      if w610-raw-line(7:1) = "*" or "/" or "D" or "d" or "$" then
        exit paragraph
      end-if
      move w610-raw-line(8:65) to w610-code-line
    else
      move w610-raw-line to w610-code-line
    end-if

    move upper-case(w610-code-line) to w610-upper-line
    move zero to w610-directive-count
    inspect w610-upper-line tallying
      w610-directive-count for all ">>SOURCE"
      w610-directive-count for all ">> SOURCE"

    if w610-directive-count > zero
    or trim(w610-code-line)(1:2) = ">>"
    or trim(w610-code-line)(1:1) = "$" then
      move spaces to w610-code-line
    end-if
    .

  c220-split-tokens.
    *> -------------------------------------------------------------------------
    *>  Split w610-code-line into w615-scan-tokens: words are separated by
    *>  spaces (and by a comma or semicolon followed by a space), a literal
    *>  is one token however many spaces it holds, and a "*>" outside a
    *>  literal ends the line.
    *> -------------------------------------------------------------------------

    move zero to w615-token-count
    move spaces to w618-token
    move zero to w618-token-length
    set w618-outside-literal to true

    perform varying w610-char-index from 1 by 1
      until w610-char-index > 256

      move w610-code-line(w610-char-index:1) to w618-char
      if w610-char-index < 256 then
        move w610-code-line(w610-char-index + 1:1) to w618-next-char
      else
        move space to w618-next-char
      end-if

      evaluate true
        when w618-inside-literal
          perform c225-add-char
          if w618-char = w618-quote then
            set w618-outside-literal to true
          end-if

        when w618-char = "*" and w618-next-char = ">"
          move 256 to w610-char-index

        when w618-char = space
          perform c226-end-token

        when (w618-char = "," or ";") and w618-next-char = space
          perform c226-end-token

        when w618-char = quote or "'"
          move w618-char to w618-quote
          set w618-inside-literal to true
          perform c225-add-char

        when other
          perform c225-add-char
      end-evaluate

    end-perform

    perform c226-end-token
    .

  c225-add-char.
    *> -------------------------------------------------------------------------
    *>  Add w618-char to the token being built.
    *> -------------------------------------------------------------------------

    if w618-token-length < 160 then
      add 1 to w618-token-length end-add
      move w618-char to w618-token(w618-token-length:1)
    end-if
    .

  c226-end-token.
    *> -------------------------------------------------------------------------
    *>  Close off the token being built, if any.
    *> -------------------------------------------------------------------------

    if w618-token-length > zero and w615-token-count < 80 then
      add 1 to w615-token-count end-add
      move w618-token to w615-token(w615-token-count)
    end-if

    move spaces to w618-token
    move zero to w618-token-length
    .

  c300-take-token.
    *> -------------------------------------------------------------------------
    *>  Take one token in w618-token: COPY statements are expanded here,
    *>  everything else goes on to the statement or reference scan.
    *> -------------------------------------------------------------------------

    move zero to w618-quote-count
    inspect w618-token tallying w618-quote-count for all quote
                                w618-quote-count for all "'"
    if w618-quote-count = zero then
      move upper-case(w618-token) to w618-statement-token
    else
      move w618-token to w618-statement-token
    end-if
    move length(trim(w618-token trailing)) to w618-token-length

    evaluate true
      when w621-copy-expect-name
        move w618-token to w670-copy-member
        set w621-copy-skip-to-period to true
        if w618-token(w618-token-length:1) = "." then
          move spaces to w670-copy-member(w618-token-length:)
          perform c310-end-copy-statement
        end-if

      when w621-copy-skip-to-period
        if w618-token(w618-token-length:1) = "." then
          perform c310-end-copy-statement
        end-if

      when w618-statement-token = "COPY"
        set w621-copy-expect-name to true

      when other
        perform c500-add-token
    end-evaluate
    .

  c310-end-copy-statement.
    *> -------------------------------------------------------------------------
    *>  The COPY statement is complete: note it, and expand it unless it
    *>  sits inside a member already being expanded.
    *> -------------------------------------------------------------------------

    set w621-no-copy to true

    move trim(w670-copy-member) to w670-copy-member
    if w670-copy-member(1:1) = quote or "'" then
      move length(trim(w670-copy-member trailing)) to w670-copy-member-length
      if w670-copy-member-length > 2 then
        move w670-copy-member(2:w670-copy-member-length - 2) to w670-copy-candidate
        move w670-copy-candidate to w670-copy-member
      end-if
    end-if

    move w670-copy-member to w605-filename
    perform c150-split-filename
    move w605-member to w670-copy-name-base

    if w670-copy-name-base = w601-subject-member then
      move "Y" to w625-subject-copied
    end-if

    if w625-current-member = spaces then
      perform c400-expand-copy
    else
      add 1 to w625-nested-count end-add
    end-if
    .

  c400-expand-copy.
    *> -------------------------------------------------------------------------
    *>  Read the COPY member in place of the statement.
    *> -------------------------------------------------------------------------

    perform c410-resolve-copy-member

    if w670-copy-found = spaces then
      if w625-unresolved-count < 10 then
        add 1 to w625-unresolved-count end-add
        move w670-copy-member to w625-unresolved-member(w625-unresolved-count)
      end-if
      exit paragraph
    end-if

    move w670-copy-found to w501-cpyfile-filename
    open input cpyfile
    if not w500-success then
      if w625-unresolved-count < 10 then
        add 1 to w625-unresolved-count end-add
        move w670-copy-member to w625-unresolved-member(w625-unresolved-count)
      end-if
      exit paragraph
    end-if

    *> a member follows the format of the source that COPYs it unless
    *> it says otherwise.
    set w900-more-cpyfile to true
    perform s008-read-cpyfile
    set w610-probe-unknown to true
    move zero to w610-probe-lines
    perform until w900-end-of-cpyfile
       or w610-probe-lines >= 10
       or not w610-probe-unknown
      move cpyfile-record to w610-raw-line
      perform c125-probe-format-line
      add 1 to w610-probe-lines end-add
      perform s008-read-cpyfile
    end-perform
    close cpyfile

    evaluate true
      when w610-probe-free
        set w610-free-format to true
      when w610-probe-fixed
        set w610-fixed-format to true
      when other
        move w610-program-format to w610-source-format
    end-evaluate

    open input cpyfile
    set w900-more-cpyfile to true
    perform s008-read-cpyfile

    move w670-copy-name-base to w625-current-member
    perform c430-take-member-line until w900-end-of-cpyfile
    move spaces to w625-current-member

    close cpyfile
    move w610-program-format to w610-source-format
    .

  c410-resolve-copy-member.
    *> -------------------------------------------------------------------------
    *>  Find the COPY member on disk: the source's directory, the
    *>  copybook's, then each copy path directory; the name as written,
    *>  then with .cpy and .CPY appended, then the same in lower case.
    *> -------------------------------------------------------------------------

    move spaces to w670-copy-found

    if w670-copy-member(1:1) = "/" then
      move w670-copy-member to w670-copy-candidate
      perform c420-probe-copy-candidate
      exit paragraph
    end-if

    perform varying w670-copy-path-index from 0 by 1
      until w670-copy-path-index > w671-copy-path-count + 1
         or w670-copy-found not = spaces

      evaluate w670-copy-path-index
        when 0
          move w604-source-directory to w670-copy-directory
        when 1
          move w601-subject-directory to w670-copy-directory
        when other
          move w671-copy-path(w670-copy-path-index - 1) to w670-copy-directory
      end-evaluate

      perform varying w670-copy-case-pass from 1 by 1
        until w670-copy-case-pass > 2 or w670-copy-found not = spaces

        if w670-copy-case-pass = 1 then
          move w670-copy-member to w670-copy-try-name
        else
          move lower-case(w670-copy-member) to w670-copy-try-name
        end-if

        move spaces to w670-copy-candidate
        string
          trim(w670-copy-directory), "/", trim(w670-copy-try-name) delimited by size
          into w670-copy-candidate
        end-string
        perform c420-probe-copy-candidate

        if w670-copy-found = spaces then
          move spaces to w670-copy-candidate
          string
            trim(w670-copy-directory), "/", trim(w670-copy-try-name), ".cpy" delimited by size
            into w670-copy-candidate
          end-string
          perform c420-probe-copy-candidate
        end-if

        if w670-copy-found = spaces then
          move spaces to w670-copy-candidate
          string
            trim(w670-copy-directory), "/", trim(w670-copy-try-name), ".CPY" delimited by size
            into w670-copy-candidate
          end-string
          perform c420-probe-copy-candidate
        end-if

      end-perform

    end-perform
    .

  c420-probe-copy-candidate.
    *> -------------------------------------------------------------------------
    *>  Accept the candidate filename if it exists on disk.
    *> -------------------------------------------------------------------------

    call "CBL_CHECK_FILE_EXIST" using
      w670-copy-candidate, w670-copy-file-info
    end-call

    if return-code = zero then
      move w670-copy-candidate to w670-copy-found
    end-if
    move zero to return-code
    .

  c430-take-member-line.
    *> -------------------------------------------------------------------------
    *>  Split one COPY member line into tokens and take them in turn.
    *> -------------------------------------------------------------------------

    move cpyfile-record to w610-raw-line
    perform c210-normalise-line
    perform c220-split-tokens
    move w615-scan-tokens to w617-member-tokens

    perform varying w617-member-token-index from 1 by 1
      until w617-member-token-index > w617-token-count
      move w617-token(w617-member-token-index) to w618-token
      perform c300-take-token
    end-perform

    perform s008-read-cpyfile
    .

  c500-add-token.
    *> -------------------------------------------------------------------------
    *>  In the PROCEDURE DIVISION a token is a possible reference to a
    *>  watched field, unless it starts the next program of the source;
    *>  elsewhere it is added to the statement, which is processed at its
    *>  period.
    *> -------------------------------------------------------------------------

    if w625-procedure then
      if w618-statement-token = "IDENTIFICATION" or "ID"
      or w618-statement-token = "PROGRAM-ID" or "PROGRAM-ID." then
        perform c130-finish-unit
      else
        perform c600-count-reference
        exit paragraph
      end-if
    end-if

    if w618-statement-token(w618-token-length:1) = "." then
      if w618-token-length > 1 and w620-token-count < 120 then
        add 1 to w620-token-count end-add
        move w618-statement-token(1:w618-token-length - 1) to w620-token(w620-token-count)
      end-if
      if w620-token-count > zero then
        perform c700-process-statement
      end-if
      move zero to w620-token-count
    else
      if w620-token-count < 120 then
        add 1 to w620-token-count end-add
        move w618-statement-token to w620-token(w620-token-count)
      end-if
    end-if
    .

  c600-count-reference.
    *> -------------------------------------------------------------------------
    *>  Count a PROCEDURE DIVISION reference to a watched field: the token
    *>  less any leading "(" and anything from a "(", ")", ":" or period
    *>  on, so that fld(1:5), (fld) and fld. all count.
    *> -------------------------------------------------------------------------

    if w657-watch-count = zero or w618-quote-count > zero then
      exit paragraph
    end-if

    move w618-statement-token to w657-reference
    perform until w657-reference(1:1) not = "("
      move w657-reference(2:) to w657-reference
    end-perform

    move zero to w657-cut
    perform varying w610-char-index from 1 by 1
      until w610-char-index > 160 or w657-cut not = zero
      if w657-reference(w610-char-index:1) = "(" or ")" or ":" or "." or "," then
        move w610-char-index to w657-cut
      end-if
    end-perform
    if w657-cut > zero then
      move spaces to w657-reference(w657-cut:)
    end-if

    if w657-reference = spaces then
      exit paragraph
    end-if

    perform varying w657-watch-index from 1 by 1
      until w657-watch-index > w657-watch-count
      if w630-item-name(w657-watch-item(w657-watch-index)) = w657-reference then
        add 1 to w630-item-refs(w657-watch-item(w657-watch-index)) end-add
      end-if
    end-perform
    .

  c700-process-statement.
    *> -------------------------------------------------------------------------
    *>  One ENVIRONMENT or DATA DIVISION statement is complete in
    *>  w620-statement: follow the division and section headers, SELECTs,
    *>  FDs/SDs and data description entries.
    *> -------------------------------------------------------------------------

    if w625-expect-program-id = "Y" then
      move "N" to w625-expect-program-id
      move w620-token(1) to w625-program-id
      inspect w625-program-id replacing all quote by space
                                         all "'" by space
      move trim(w625-program-id) to w625-program-id
      exit paragraph
    end-if

    evaluate true
      when (w620-token(1) = "IDENTIFICATION" or "ID") and w620-token(2) = "DIVISION"
        set w625-identification to true

      when w620-token(1) = "PROGRAM-ID"
        set w625-identification to true
        if w620-token-count > 1 then
          move w620-token(2) to w625-program-id
          inspect w625-program-id replacing all quote by space
                                             all "'" by space
          move trim(w625-program-id) to w625-program-id
        else
          move "Y" to w625-expect-program-id
        end-if

      when w620-token(1) = "ENVIRONMENT" and w620-token(2) = "DIVISION"
        set w625-environment to true

      when w620-token(1) = "DATA" and w620-token(2) = "DIVISION"
        set w625-data to true
        move space to w625-section

      when w620-token(1) = "PROCEDURE" and w620-token(2) = "DIVISION"
        perform d000-layout-unit
        set w625-procedure to true

      when w620-token(1) = "SELECT"
        perform c710-take-select

      when w625-data and w620-token(2) = "SECTION"
        evaluate w620-token(1)
          when "FILE"
            set w625-file-section to true
          when "WORKING-STORAGE"
            set w625-working-storage to true
          when "LOCAL-STORAGE"
            set w625-local-storage to true
          when "LINKAGE"
            set w625-linkage-section to true
          when other
            set w625-other-section to true
        end-evaluate
        move spaces to w625-current-fd w625-current-fd-type

      when w620-token(1) = "FD" or "SD"
        *> a copybook holding an FD carries no division header.
        if w625-no-division then
          set w625-data to true
          set w625-file-section to true
        end-if
        if w625-data then
          move w620-token(2) to w625-current-fd
          move w620-token(1) to w625-current-fd-type
        end-if

      when other
        perform c720-take-data-entry
    end-evaluate
    .

  c710-take-select.
    *> -------------------------------------------------------------------------
    *>  SELECT [OPTIONAL] file-name ASSIGN [TO] target: note the target.
    *> -------------------------------------------------------------------------

    if w640-select-count >= 200 then
      exit paragraph
    end-if

    add 1 to w640-select-count end-add
    move spaces to w640-select-entry(w640-select-count)

    if w620-token(2) = "OPTIONAL" then
      move w620-token(3) to w640-select-name(w640-select-count)
    else
      move w620-token(2) to w640-select-name(w640-select-count)
    end-if

    perform varying w620-token-index from 2 by 1
      until w620-token-index >= w620-token-count
         or w620-token(w620-token-index) = "ASSIGN"
      continue
    end-perform

    if w620-token(w620-token-index) not = "ASSIGN" then
      exit paragraph
    end-if

    add 1 to w620-token-index end-add
    perform until w620-token-index > w620-token-count
       or (w620-token(w620-token-index) not = "TO"
       and w620-token(w620-token-index) not = "USING"
       and w620-token(w620-token-index) not = "EXTERNAL"
       and w620-token(w620-token-index) not = "DYNAMIC")
      add 1 to w620-token-index end-add
    end-perform

    if w620-token-index <= w620-token-count then
      move w620-token(w620-token-index) to w640-select-assign(w640-select-count)
      inspect w640-select-assign(w640-select-count) replacing all quote by space
                                                             all "'" by space
      move trim(w640-select-assign(w640-select-count)) to w640-select-assign(w640-select-count)
    end-if
    .

  c720-take-data-entry.
    *> -------------------------------------------------------------------------
    *>  A data description entry: level, name and the clauses that size
    *>  it (PICTURE, USAGE, SIGN SEPARATE, OCCURS, REDEFINES).
    *> -------------------------------------------------------------------------

    move length(trim(w620-token(1) trailing)) to w618-token-length
    if w618-token-length > 2
    or w620-token(1)(1:w618-token-length) is not numeric then
      exit paragraph
    end-if

    compute w636-level = numval(w620-token(1)) end-compute

    if w636-level = 66 or 78 or 88 or zero
    or (w636-level > 49 and w636-level not = 77) then
      exit paragraph
    end-if

    *> a copybook of plain record layouts carries no division header.
    if w625-no-division then
      set w625-data to true
      set w625-working-storage to true
    end-if

    if not w625-data or not w625-record-section then
      exit paragraph
    end-if

    if w630-item-count >= 3000 then
      move "Y" to w630-item-overflow
      exit paragraph
    end-if

    add 1 to w630-item-count end-add
    move w630-item-count to w631-item
    initialize w630-item-entry(w631-item)
    move w636-level to w630-item-level(w631-item)
    move w625-section to w630-item-section(w631-item)
    move w625-current-member to w630-item-member(w631-item)
    move "N" to w630-item-separate-sign(w631-item)
    move "N" to w630-item-watched(w631-item)
    move 1 to w630-item-occurs(w631-item)
    if w625-file-section then
      move w625-current-fd to w630-item-fd-name(w631-item)
      move w625-current-fd-type to w630-item-fd-type(w631-item)
    end-if

    *> the entry name, or FILLER when the clauses follow the level.
    move 3 to w636-clause-start
    if w620-token-count < 2 then
      move "FILLER" to w630-item-name(w631-item)
    else
      evaluate w620-token(2)
        when "PIC" when "PICTURE" when "USAGE" when "VALUE" when "VALUES"
        when "REDEFINES" when "OCCURS" when "SIGN" when "JUST" when "JUSTIFIED"
        when "BLANK" when "SYNC" when "SYNCHRONIZED" when "EXTERNAL" when "GLOBAL"
        when "BINARY" when "DISPLAY" when "PACKED-DECIMAL" when "INDEX" when "POINTER"
        when "COMP" when "COMP-1" when "COMP-2" when "COMP-3" when "COMP-4" when "COMP-5"
        when "COMPUTATIONAL" when "COMPUTATIONAL-1" when "COMPUTATIONAL-2"
        when "COMPUTATIONAL-3" when "COMPUTATIONAL-4" when "COMPUTATIONAL-5"
        when "BASED"
          move "FILLER" to w630-item-name(w631-item)
          move 2 to w636-clause-start
        when other
          move w620-token(2) to w630-item-name(w631-item)
      end-evaluate
    end-if

    perform varying w620-token-index from w636-clause-start by 1
      until w620-token-index > w620-token-count

      move w620-token(w620-token-index) to w636-word

      evaluate w636-word
        when "PIC"
        when "PICTURE"
          add 1 to w620-token-index end-add
          if w620-token(w620-token-index) = "IS" then
            add 1 to w620-token-index end-add
          end-if
          move w620-token(w620-token-index) to w630-item-picture(w631-item)

        when "REDEFINES"
          add 1 to w620-token-index end-add
          move w620-token(w620-token-index) to w630-item-redefines(w631-item)

        when "OCCURS"
          add 1 to w620-token-index end-add
          if test-numval(w620-token(w620-token-index)) = zero then
            compute w630-item-occurs(w631-item) = numval(w620-token(w620-token-index)) end-compute
          end-if
          if w620-token(w620-token-index + 1) = "TO" then
            add 2 to w620-token-index end-add
            if test-numval(w620-token(w620-token-index)) = zero then
              compute w630-item-occurs(w631-item) = numval(w620-token(w620-token-index)) end-compute
            end-if
          end-if

        when "SEPARATE"
          move "Y" to w630-item-separate-sign(w631-item)

        when "VALUE"
        when "VALUES"
          *> the rest of the entry is the value; nothing further sizes it.
          move w620-token-count to w620-token-index

        when other
          perform c730-take-usage-word
      end-evaluate

    end-perform

    if w630-item-occurs(w631-item) = zero then
      move 1 to w630-item-occurs(w631-item)
    end-if

    *> parent: the nearest open group with a lower level number.
    if w636-level = 1 or 77 then
      move zero to w635-stack-depth
    else
      perform until w635-stack-depth = zero
         or w630-item-level(w635-stack-item(w635-stack-depth)) < w636-level
        subtract 1 from w635-stack-depth end-subtract
      end-perform
      if w635-stack-depth > zero then
        move w635-stack-item(w635-stack-depth) to w630-item-parent(w631-item)
      end-if
    end-if

    if w636-level not = 77 and w635-stack-depth < 50 then
      add 1 to w635-stack-depth end-add
      move w631-item to w635-stack-item(w635-stack-depth)
    end-if
    .

  c730-take-usage-word.
    *> -------------------------------------------------------------------------
    *>  Note a USAGE word in w636-word, with or without USAGE IS before it.
    *> -------------------------------------------------------------------------

    evaluate w636-word
      when "COMP" when "COMPUTATIONAL" when "COMP-4" when "COMPUTATIONAL-4"
      when "BINARY" when "COMP-5" when "COMPUTATIONAL-5" when "COMP-X"
      when "COMPUTATIONAL-X"
        move "B" to w630-item-usage(w631-item)
      when "COMP-3" when "COMPUTATIONAL-3" when "PACKED-DECIMAL"
        move "P" to w630-item-usage(w631-item)
      when "COMP-1" when "COMPUTATIONAL-1" when "FLOAT-SHORT"
        move "F4" to w630-item-usage(w631-item)
      when "COMP-2" when "COMPUTATIONAL-2" when "FLOAT-LONG"
        move "F8" to w630-item-usage(w631-item)
      when "DISPLAY"
        move "D" to w630-item-usage(w631-item)
      when "INDEX"
        move "O4" to w630-item-usage(w631-item)
      when "POINTER" when "PROCEDURE-POINTER" when "PROGRAM-POINTER"
        move "O8" to w630-item-usage(w631-item)
      when "BINARY-CHAR"
        move "B1" to w630-item-usage(w631-item)
      when "BINARY-SHORT"
        move "B2" to w630-item-usage(w631-item)
      when "BINARY-LONG"
        move "B4" to w630-item-usage(w631-item)
      when "BINARY-DOUBLE" when "BINARY-C-LONG"
        move "B8" to w630-item-usage(w631-item)
      when other
        continue
    end-evaluate
    .

  d000-layout-unit.
    *> -------------------------------------------------------------------------
    *>  Size and position every item of the unit, then (for a listed
    *>  source) look for records that carry the copybook's layout.
    *> -------------------------------------------------------------------------

    if w625-laid-out = "Y" then
      exit paragraph
    end-if
    move "Y" to w625-laid-out

    *> extent of each item: the last of its subordinate entries.
    perform varying w631-item from w630-item-count by -1
      until w631-item < 1
      move w631-item to w630-item-end(w631-item)
      if w630-item-level(w631-item) not = 77 then
        compute w631-child = w631-item + 1 end-compute
        perform until w631-child > w630-item-count
           or w630-item-level(w631-child) <= w630-item-level(w631-item)
           or w630-item-level(w631-child) = 77
          move w630-item-end(w631-child) to w630-item-end(w631-item)
          compute w631-child = w630-item-end(w631-child) + 1 end-compute
        end-perform
      end-if
    end-perform

    *> usage is inherited from the group.
    perform varying w631-item from 1 by 1
      until w631-item > w630-item-count
      evaluate true
        when w630-item-usage(w631-item) not = spaces
          move w630-item-usage(w631-item) to w630-item-effective-usage(w631-item)
        when w630-item-parent(w631-item) > zero
          move w630-item-effective-usage(w630-item-parent(w631-item))
            to w630-item-effective-usage(w631-item)
        when other
          move "D" to w630-item-effective-usage(w631-item)
      end-evaluate
    end-perform

    *> sizes, innermost first: a group is the sum of its subordinate
    *> entries that do not redefine another.
    perform varying w631-item from w630-item-count by -1
      until w631-item < 1
      if w630-item-end(w631-item) = w631-item then
        perform d100-compute-item-size
      else
        move zero to w631-group-size
        compute w631-child = w631-item + 1 end-compute
        perform until w631-child > w630-item-end(w631-item)
          if w630-item-redefines(w631-child) = spaces then
            add w630-item-total(w631-child) to w631-group-size end-add
          end-if
          compute w631-child = w630-item-end(w631-child) + 1 end-compute
        end-perform
        move w631-group-size to w630-item-size(w631-item)
        move space to w630-item-class(w631-item)
      end-if
      compute w630-item-total(w631-item)
        = w630-item-size(w631-item) * w630-item-occurs(w631-item)
      end-compute
    end-perform

    *> offsets, outermost first: a REDEFINES takes its target's offset.
    perform varying w631-item from 1 by 1
      until w631-item > w630-item-count
      if w630-item-level(w631-item) = 1 or 77 then
        move zero to w630-item-offset(w631-item)
      end-if
      if w630-item-end(w631-item) > w631-item then
        move w630-item-offset(w631-item) to w631-running-offset
        compute w631-child = w631-item + 1 end-compute
        perform until w631-child > w630-item-end(w631-item)
          if w630-item-redefines(w631-child) = spaces then
            move w631-running-offset to w630-item-offset(w631-child)
            add w630-item-total(w631-child) to w631-running-offset end-add
          else
            move w631-running-offset to w630-item-offset(w631-child)
            perform varying w631-scan from w631-child by -1
              until w631-scan <= w631-item
              if w630-item-name(w631-scan) = w630-item-redefines(w631-child)
              and w630-item-parent(w631-scan) = w631-item then
                move w630-item-offset(w631-scan) to w630-item-offset(w631-child)
                move w631-item to w631-scan
              end-if
            end-perform
          end-if
          compute w631-child = w630-item-end(w631-child) + 1 end-compute
        end-perform
      end-if
    end-perform

    if w910-reading-subject then
      exit paragraph
    end-if

    *> candidate records: every group item, a matched group's own
    *> subordinate groups excepted.
    move zero to w631-skip-until
    perform varying w631-item from 1 by 1
      until w631-item > w630-item-count
      if w631-item > w631-skip-until
      and w630-item-end(w631-item) > w631-item then
        move w631-item to w655-candidate
        perform d200-match-candidate
        if not w655-no-match then
          perform d210-add-hit
          move w630-item-end(w631-item) to w631-skip-until
        end-if
      end-if
    end-perform
    .

  d100-compute-item-size.
    *> -------------------------------------------------------------------------
    *>  Size and class of elementary item w631-item.
    *> -------------------------------------------------------------------------

    move w630-item-picture(w631-item) to w645-picture
    perform d110-parse-picture

    evaluate w630-item-effective-usage(w631-item)
      when "B"
        if w645-alphanumeric = "Y" then
          move w645-display-size to w630-item-size(w631-item)
        else
          perform d120-compute-binary-bytes
          move w645-binary-bytes to w630-item-size(w631-item)
        end-if
        move "B" to w630-item-class(w631-item)
      when "B1"
        move 1 to w630-item-size(w631-item)
        move "B" to w630-item-class(w631-item)
      when "B2"
        move 2 to w630-item-size(w631-item)
        move "B" to w630-item-class(w631-item)
      when "B4"
        move 4 to w630-item-size(w631-item)
        move "B" to w630-item-class(w631-item)
      when "B8"
        move 8 to w630-item-size(w631-item)
        move "B" to w630-item-class(w631-item)
      when "P" *> comp-3: two digits per byte plus the sign nibble.
        compute w630-item-size(w631-item) = (w645-digits / 2) + 1 end-compute
        move "P" to w630-item-class(w631-item)
      when "F4"
        move 4 to w630-item-size(w631-item)
        move "F" to w630-item-class(w631-item)
      when "F8"
        move 8 to w630-item-size(w631-item)
        move "F" to w630-item-class(w631-item)
      when "O4"
        move 4 to w630-item-size(w631-item)
        move "O" to w630-item-class(w631-item)
      when "O8"
        move 8 to w630-item-size(w631-item)
        move "O" to w630-item-class(w631-item)
      when other
        move w645-display-size to w630-item-size(w631-item)
        if w630-item-separate-sign(w631-item) = "Y" then
          add 1 to w630-item-size(w631-item) end-add
        end-if
        evaluate true
          when w645-alphanumeric = "Y"
            move "X" to w630-item-class(w631-item)
          when w645-edited = "Y"
            move "E" to w630-item-class(w631-item)
          when w645-digits > zero
            move "9" to w630-item-class(w631-item)
          when other
            move "X" to w630-item-class(w631-item)
        end-evaluate
    end-evaluate
    .

  d110-parse-picture.
    *> -------------------------------------------------------------------------
    *>  Display size, digit count and category of the PICTURE string in
    *>  w645-picture.
    *> -------------------------------------------------------------------------

    move zero to w645-display-size w645-digits
    move "N" to w645-signed w645-alphanumeric w645-edited

    if w645-picture = spaces then
      exit paragraph
    end-if

    move upper-case(w645-picture) to w645-picture
    move length(trim(w645-picture trailing)) to w645-picture-length

    perform varying w645-picture-index from 1 by 1
      until w645-picture-index > w645-picture-length

      move w645-picture(w645-picture-index:1) to w645-char
      move 1 to w645-repeat

      if w645-picture-index < w645-picture-length
      and w645-picture(w645-picture-index + 1:1) = "(" then
        move zero to w645-close-index
        perform varying w645-close-index from w645-picture-index by 1
          until w645-close-index > w645-picture-length
             or w645-picture(w645-close-index:1) = ")"
          continue
        end-perform
        if w645-close-index > w645-picture-index + 2
        and w645-close-index <= w645-picture-length then
          compute w645-repeat = numval(w645-picture(w645-picture-index + 2:
                                  w645-close-index - w645-picture-index - 2))
          end-compute
        end-if
        move w645-close-index to w645-picture-index
      end-if

      evaluate w645-char
        when "X" when "A"
          add w645-repeat to w645-display-size end-add
          move "Y" to w645-alphanumeric
        when "N"
          compute w645-display-size = w645-display-size + (w645-repeat * 2) end-compute
          move "Y" to w645-alphanumeric
        when "9"
          add w645-repeat to w645-display-size end-add
          add w645-repeat to w645-digits end-add
        when "S"
          move "Y" to w645-signed
        when "V"
          continue
        when "P"
          add w645-repeat to w645-digits end-add
        when "Z" when "*"
          add w645-repeat to w645-display-size end-add
          add w645-repeat to w645-digits end-add
          move "Y" to w645-edited
        when "C" when "D" *> CR and DB.
          add 2 to w645-display-size end-add
          add 1 to w645-picture-index end-add
          move "Y" to w645-edited
        when other
          add w645-repeat to w645-display-size end-add
          move "Y" to w645-edited
      end-evaluate

    end-perform
    .

  d120-compute-binary-bytes.
    *> -------------------------------------------------------------------------
    *>  Smallest byte count whose range holds the field's digits, signed
    *>  ranges holding one bit less - the -fbinary-size=1--8 rule the
    *>  GCSORT builds compile with.
    *> -------------------------------------------------------------------------

    if w645-digits > 18 then
      move 18 to w645-digits
    end-if

    move 1 to w645-binary-value
    perform varying w645-digit-index from 1 by 1
      until w645-digit-index > w645-digits
      compute w645-binary-value = w645-binary-value * 10 end-compute
    end-perform
    subtract 1 from w645-binary-value end-subtract *> largest value the PICTURE holds.

    move 1 to w645-binary-bytes
    move 256 to w645-binary-limit

    perform until w645-binary-bytes >= 8
       or (w645-signed = "N" and w645-binary-value < w645-binary-limit)
       or (w645-signed = "Y" and w645-binary-value < (w645-binary-limit / 2))

      add 1 to w645-binary-bytes end-add
      compute w645-binary-limit = w645-binary-limit * 256 end-compute

    end-perform
    .

  d200-match-candidate.
    *> -------------------------------------------------------------------------
    *>  Does group w655-candidate carry the copybook's layout? By COPY of
    *>  the member, by identical field boundaries, or by field names.
    *> -------------------------------------------------------------------------

    set w655-no-match to true
    move "N" to w655-reordered w655-resized
    move zero to w655-offset-found w655-name-found

    *> field boundaries: each copybook field at the same relative
    *> position and length.
    perform varying w650-field-index from 1 by 1
      until w650-field-index > w650-field-count
      move zero to w655-mapped(w650-field-index)
      perform varying w631-scan from w655-candidate by 1
        until w631-scan > w630-item-end(w655-candidate)
           or w655-mapped(w650-field-index) not = zero
        compute w655-relative-offset
          = w630-item-offset(w631-scan) - w630-item-offset(w655-candidate)
        end-compute
        if w631-scan > w655-candidate
        and w630-item-end(w631-scan) = w631-scan
        and w655-relative-offset = w650-field-offset(w650-field-index)
        and w630-item-size(w631-scan) = w650-field-length(w650-field-index) then
          move w631-scan to w655-mapped(w650-field-index)
          add 1 to w655-offset-found end-add
        end-if
      end-perform
    end-perform

    if w630-item-member(w655-candidate) = w601-subject-member
    and w630-item-level(w655-candidate) = 1 then
      set w655-copy-match to true
      exit paragraph
    end-if

    if w655-offset-found = w650-field-count
    and w630-item-size(w655-candidate) = w650-record-length then
      set w655-offset-match to true
      exit paragraph
    end-if

    *> field names: the copybook's names less their prefix.
    perform varying w650-field-index from 1 by 1
      until w650-field-index > w650-field-count
      move zero to w655-mapped(w650-field-index)
      if w650-field-filler(w650-field-index) = "N" then
        move spaces to w655-dash-base
        string "-", trim(w650-field-base(w650-field-index)) delimited by size
          into w655-dash-base
        end-string
        move length(trim(w655-dash-base trailing)) to w655-dash-base-length

        perform varying w631-scan from w655-candidate by 1
          until w631-scan > w630-item-end(w655-candidate)
             or w655-mapped(w650-field-index) not = zero
          move length(trim(w630-item-name(w631-scan) trailing)) to w655-name-length
          if w631-scan > w655-candidate
          and w630-item-end(w631-scan) = w631-scan then
            if w630-item-name(w631-scan) = w650-field-base(w650-field-index) then
              move w631-scan to w655-mapped(w650-field-index)
            else
              if w655-name-length > w655-dash-base-length then
                if w630-item-name(w631-scan)
                   (w655-name-length - w655-dash-base-length + 1:w655-dash-base-length)
                   = w655-dash-base(1:w655-dash-base-length) then
                  move w631-scan to w655-mapped(w650-field-index)
                end-if
              end-if
            end-if
          end-if
        end-perform

        if w655-mapped(w650-field-index) not = zero then
          add 1 to w655-name-found end-add
        end-if
      end-if
    end-perform

    if w655-name-found < 2
    or w655-name-found * 2 < w650-named-count then
      exit paragraph
    end-if

    set w655-name-match to true

    if w630-item-size(w655-candidate) not = w650-record-length then
      move "Y" to w655-resized
    end-if

    perform varying w650-field-index from 1 by 1
      until w650-field-index > w650-field-count
      if w655-mapped(w650-field-index) not = zero then
        compute w655-relative-offset
          = w630-item-offset(w655-mapped(w650-field-index))
            - w630-item-offset(w655-candidate)
        end-compute
        if w655-relative-offset not = w650-field-offset(w650-field-index) then
          move "Y" to w655-reordered
        end-if
        if w630-item-size(w655-mapped(w650-field-index))
           not = w650-field-length(w650-field-index) then
          move "Y" to w655-resized
        end-if
      end-if
    end-perform
    .

  d210-add-hit.
    *> -------------------------------------------------------------------------
    *>  Record the matched group and watch its fields (and the group
    *>  itself) for PROCEDURE DIVISION references.
    *> -------------------------------------------------------------------------

    if w660-hit-count >= 100 then
      exit paragraph
    end-if

    add 1 to w660-hit-count end-add
    move w655-candidate to w660-hit-item(w660-hit-count)
    move spaces to w660-hit-how(w660-hit-count)

    evaluate true
      when w655-copy-match
        string
          "COPY ", lower-case(trim(w630-item-member(w655-candidate))) delimited by size
          into w660-hit-how(w660-hit-count)
        end-string

      when w655-offset-match and w630-item-member(w655-candidate) not = spaces
        string
          "same offsets, via COPY ", lower-case(trim(w630-item-member(w655-candidate)))
          delimited by size
          into w660-hit-how(w660-hit-count)
        end-string

      when w655-offset-match
        move "same offsets, declared in line" to w660-hit-how(w660-hit-count)

      when other
        move spaces to w690-notes
        evaluate true
          when w655-reordered = "Y" and w655-resized = "Y"
            move "reordered and resized" to w690-notes
          when w655-reordered = "Y"
            move "reordered" to w690-notes
          when w655-resized = "Y"
            move "resized" to w690-notes
          when other
            move "same order" to w690-notes
        end-evaluate
        if w630-item-member(w655-candidate) not = spaces then
          string
            "same field names, ", trim(w690-notes), ", via COPY ",
            lower-case(trim(w630-item-member(w655-candidate))) delimited by size
            into w660-hit-how(w660-hit-count)
          end-string
        else
          string
            "same field names, ", trim(w690-notes), ", declared in line" delimited by size
            into w660-hit-how(w660-hit-count)
          end-string
        end-if
    end-evaluate

    perform varying w650-field-index from 1 by 1
      until w650-field-index > w650-field-count
      move w655-mapped(w650-field-index)
        to w660-hit-mapped(w660-hit-count, w650-field-index)
      if w655-mapped(w650-field-index) not = zero then
        move w655-mapped(w650-field-index) to w631-scan
        perform d220-watch-item
      end-if
    end-perform

    move w655-candidate to w631-scan
    perform d220-watch-item
    .

  d220-watch-item.
    *> -------------------------------------------------------------------------
    *>  Add item w631-scan to the watch list, once.
    *> -------------------------------------------------------------------------

    if w630-item-watched(w631-scan) = "Y" or w657-watch-count >= 1000 then
      exit paragraph
    end-if

    move "Y" to w630-item-watched(w631-scan)
    add 1 to w657-watch-count end-add
    move w631-scan to w657-watch-item(w657-watch-count)
    .

  d500-report-unit.
    *> -------------------------------------------------------------------------
    *>  Report the program unit, if it carries the layout.
    *> -------------------------------------------------------------------------

    if w660-hit-count = zero and w625-subject-copied = "N" then
      exit paragraph
    end-if

    add 1 to w603-sources-affected end-add

    move spaces to w690-line
    if w625-program-id not = spaces then
      string
        trim(w604-source-filename), "  (program ", trim(w625-program-id), ")"
        delimited by size
        into w690-line
      end-string
    else
      string
        trim(w604-source-filename), "  (copybook)" delimited by size
        into w690-line
      end-string
    end-if
    perform s011-write-rptfile

    perform varying w660-hit-index from 1 by 1
      until w660-hit-index > w660-hit-count
      perform d510-report-hit
    end-perform

    if w660-hit-count = zero then
      move "    COPYs the member, but no record of it could be laid out (COPY nested in another member)."
        to w690-line
      perform s011-write-rptfile
    end-if

    if w630-item-overflow = "Y" then
      move "    More than 3000 data items; items past the 3000th were not checked." to w690-line
      perform s011-write-rptfile
    end-if

    if w625-nested-count > zero then
      move w625-nested-count to w690-count-display
      move spaces to w690-line
      string
        "    COPY statements nested in members, not expanded: ", trim(w690-count-display)
        delimited by size
        into w690-line
      end-string
      perform s011-write-rptfile
    end-if

    if w625-unresolved-count > zero then
      move spaces to w690-line
      move 1 to w672-copy-path-pointer
      string "    COPY members not found, not checked:" delimited by size
        into w690-line with pointer w672-copy-path-pointer
      end-string
      perform varying w631-scan from 1 by 1
        until w631-scan > w625-unresolved-count
        string " ", trim(w625-unresolved-member(w631-scan)) delimited by size
          into w690-line with pointer w672-copy-path-pointer
        end-string
      end-perform
      perform s011-write-rptfile
    end-if

    move spaces to w690-line
    perform s011-write-rptfile
    .

  d510-report-hit.
    *> -------------------------------------------------------------------------
    *>  One matched record: how it carries the layout, the file behind
    *>  it, and each copybook field's counterpart and references.
    *> -------------------------------------------------------------------------

    move w660-hit-item(w660-hit-index) to w655-candidate
    add 1 to w603-records-found end-add

    move w630-item-level(w655-candidate) to w690-level-display
    move w630-item-size(w655-candidate) to w690-count-display
    move spaces to w690-line
    string
      "    record  ", lower-case(trim(w630-item-name(w655-candidate))),
      " (level ", w690-level-display, ", ", trim(w690-count-display), " bytes)  - ",
      trim(w660-hit-how(w660-hit-index))
      delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile

    move spaces to w690-line
    evaluate w630-item-section(w655-candidate)
      when "F"
        move spaces to w685-assign-name
        perform varying w640-select-index from 1 by 1
          until w640-select-index > w640-select-count
             or w685-assign-name not = spaces
          if w640-select-name(w640-select-index) = w630-item-fd-name(w655-candidate) then
            move w640-select-assign(w640-select-index) to w685-assign-name
          end-if
        end-perform
        if w685-assign-name = spaces then
          string
            "    file    ", trim(w630-item-fd-type(w655-candidate)), " ",
            lower-case(trim(w630-item-fd-name(w655-candidate))),
            "  (no SELECT for it in this source)" delimited by size
            into w690-line
          end-string
        else
          perform d520-note-assign-file
          string
            "    file    ", trim(w630-item-fd-type(w655-candidate)), " ",
            lower-case(trim(w630-item-fd-name(w655-candidate))),
            "  assigned to ", trim(w685-assign-name) delimited by size
            into w690-line
          end-string
          if w630-item-fd-type(w655-candidate) = "SD" then
            move "  (sort work file)" to w690-line(length(trim(w690-line trailing)) + 1:)
          end-if
        end-if
      when "W"
        move "    storage working-storage (no file)" to w690-line
      when "L"
        move "    storage local-storage (no file)" to w690-line
      when other
        move "    storage linkage section (passed by the caller)" to w690-line
    end-evaluate
    perform s011-write-rptfile

    move spaces to w691-notes
    move "copybook field" to w691-copy-name
    move "program field" to w691-program-name
    move w691-field-line to w690-line
    move "pos   len  class refs  notes" to w690-line(68:)
    perform s011-write-rptfile

    move zero to w690-touched

    perform varying w650-field-index from 1 by 1
      until w650-field-index > w650-field-count

      move w660-hit-mapped(w660-hit-index, w650-field-index) to w631-scan

      if w631-scan = zero then
        if w650-field-filler(w650-field-index) = "N" then
          move lower-case(w650-field-name(w650-field-index)) to w691-copy-name
          move "(not declared)" to w691-program-name
          move w691-field-line to w690-line
          move spaces to w690-line(66:)
          perform s011-write-rptfile
        end-if
      else
        move lower-case(w650-field-name(w650-field-index)) to w691-copy-name
        move lower-case(w630-item-name(w631-scan)) to w691-program-name
        compute w691-position
          = w630-item-offset(w631-scan) - w630-item-offset(w655-candidate) + 1
        end-compute
        move w630-item-size(w631-scan) to w691-length
        move w630-item-class(w631-scan) to w691-class
        move w630-item-refs(w631-scan) to w691-refs
        if w630-item-refs(w631-scan) > zero
        and w630-item-name(w631-scan) not = "FILLER" then
          add 1 to w690-touched end-add
        end-if

        move spaces to w691-notes
        move 1 to w672-copy-path-pointer
        if w691-position not = w650-field-offset(w650-field-index) + 1 then
          compute w690-note-number = w650-field-offset(w650-field-index) + 1 end-compute
          string
            "copybook pos ", trim(w690-note-number) delimited by size
            into w691-notes with pointer w672-copy-path-pointer
          end-string
        end-if
        if w630-item-size(w631-scan) not = w650-field-length(w650-field-index) then
          perform d511-separate-note
          move w650-field-length(w650-field-index) to w690-note-number
          string
            "copybook len ", trim(w690-note-number) delimited by size
            into w691-notes with pointer w672-copy-path-pointer
          end-string
        end-if
        if w630-item-class(w631-scan) not = w650-field-class(w650-field-index) then
          perform d511-separate-note
          string
            "copybook class ", w650-field-class(w650-field-index) delimited by size
            into w691-notes with pointer w672-copy-path-pointer
          end-string
        end-if
        if w630-item-name(w631-scan) = "FILLER" then
          move zero to w691-refs
        end-if

        move w691-field-line to w690-line
        perform s011-write-rptfile
      end-if

    end-perform

    move w690-touched to w690-count-display
    move w650-named-count to w690-count-display-2
    move w630-item-refs(w655-candidate) to w690-note-number
    move spaces to w690-line
    string
      "    touches ", trim(w690-count-display), " of ", trim(w690-count-display-2),
      " named fields; the record as a whole is referred to ", trim(w690-note-number),
      " time(s)" delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile
    .

  d511-separate-note.
    *> -------------------------------------------------------------------------
    *>  Separate the next note from the one before it, if any.
    *> -------------------------------------------------------------------------

    if w672-copy-path-pointer > 1 then
      string "; " delimited by size
        into w691-notes with pointer w672-copy-path-pointer
      end-string
    end-if
    .

  d520-note-assign-file.
    *> -------------------------------------------------------------------------
    *>  Count the record against its data file for the summary.
    *> -------------------------------------------------------------------------

    perform varying w680-file-index from 1 by 1
      until w680-file-index > w680-file-count
         or w680-file-assign(w680-file-index) = w685-assign-name
      continue
    end-perform

    if w680-file-index > w680-file-count then
      if w680-file-count >= 200 then
        exit paragraph
      end-if
      add 1 to w680-file-count end-add
      move w685-assign-name to w680-file-assign(w680-file-count)
      move zero to w680-file-records(w680-file-count)
    end-if

    add 1 to w680-file-records(w680-file-index) end-add
    .

  e000-write-summary.
    *> -------------------------------------------------------------------------
    *>  Closing summary and the data files that carry the layout.
    *> -------------------------------------------------------------------------

    move all "-" to w690-line
    perform s011-write-rptfile
    move "Summary" to w690-line
    perform s011-write-rptfile
    move spaces to w690-line
    perform s011-write-rptfile

    move w603-sources-scanned to w690-count-display
    move spaces to w690-line
    string "  Sources scanned              ", w690-count-display delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile

    move w603-sources-affected to w690-count-display
    move spaces to w690-line
    string "  Sources carrying the layout  ", w690-count-display delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile

    move w603-records-found to w690-count-display
    move spaces to w690-line
    string "  Records carrying the layout  ", w690-count-display delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile

    move w603-sources-unreadable to w690-count-display
    move spaces to w690-line
    string "  Sources not readable         ", w690-count-display delimited by size
      into w690-line
    end-string
    perform s011-write-rptfile

    move spaces to w690-line
    perform s011-write-rptfile
    move "  Data files carrying the layout (by ASSIGN name):" to w690-line
    perform s011-write-rptfile
    move spaces to w690-line
    perform s011-write-rptfile

    if w680-file-count = zero then
      move "    none" to w690-line
      perform s011-write-rptfile
    end-if

    perform varying w680-file-index from 1 by 1
      until w680-file-index > w680-file-count
      move w680-file-records(w680-file-index) to w690-count-display
      move spaces to w690-line
      move w680-file-assign(w680-file-index) to w690-line(5:)
      string w690-count-display, " record declaration(s)" delimited by size
        into w690-line(40:)
      end-string
      perform s011-write-rptfile
    end-perform

    move "e000-write-summary" to w600-location
    perform s012-close-rptfile
    .

  z000-finalise.
    *> -------------------------------------------------------------------------
    *>  End of Program Processing.
    *> -------------------------------------------------------------------------

    move zero to return-code
    goback
    .

  z999-abort.
    *> -------------------------------------------------------------------------
    *>  Abnormal Termination Processing.
    *> -------------------------------------------------------------------------

    display space upon stderr end-display
    display w100-program-id-line-01 upon stderr end-display
    display "  Detected in ", trim(w600-location) upon stderr end-display
    display "  Error: ", trim(w600-message) upon stderr end-display

    if trim(w600-message-2) not = spaces then
      display "       : ", trim(w600-message-2) upon stderr end-display
    end-if

    display space upon stderr end-display
    move 1 to return-code
    goback
    .

*> *****************************************************************************
*> Start of Internal Subroutines.

  s001-open-read-listfile.
    *> -------------------------------------------------------------------------
    *>  Open the source list and read the first record.
    *> -------------------------------------------------------------------------

    open input listfile

    if not w500-success then
      move "Unable to open the source list." to w600-message
      move trim(w501-listfile-filename) to w600-message-2
      perform z999-abort
    end-if

    set w900-more-listfile to true
    perform s002-read-listfile
    .

  s002-read-listfile.
    *> -------------------------------------------------------------------------
    *>  Read the next record from the source list.
    *> -------------------------------------------------------------------------

    read listfile end-read

    if w500-success then
      set w900-more-listfile to true

    else if w500-end-of-file then
      set w900-end-of-listfile to true

    else
      move "Unable to read a record from the source list." to w600-message
      move trim(w501-listfile-filename) to w600-message-2
      perform z999-abort
    end-if end-if
    .

  s003-close-listfile.
    *> -------------------------------------------------------------------------
    *>  Close the source list.
    *> -------------------------------------------------------------------------

    close listfile
    .

  s004-open-srcfile.
    *> -------------------------------------------------------------------------
    *>  Open a source and read its first record; a source that will not
    *>  open is reported, not fatal.
    *> -------------------------------------------------------------------------

    open input srcfile

    if not w500-success then
      set w911-source-not-open to true
      set w900-end-of-srcfile to true
    else
      set w911-source-open to true
      set w900-more-srcfile to true
      perform s005-read-srcfile
    end-if
    .

  s005-read-srcfile.
    *> -------------------------------------------------------------------------
    *>  Read the next record from the source. A line too long for the
    *>  record (status 04) is taken as far as it goes.
    *> -------------------------------------------------------------------------

    read srcfile end-read

    if w500-success or w500-file-status = "04" or "06" then
      set w900-more-srcfile to true

    else if w500-end-of-file then
      set w900-end-of-srcfile to true

    else
      move "Unable to read a record from a source." to w600-message
      move trim(w501-srcfile-filename) to w600-message-2
      perform z999-abort
    end-if end-if
    .

  s006-close-srcfile.
    *> -------------------------------------------------------------------------
    *>  Close the source.
    *> -------------------------------------------------------------------------

    close srcfile
    .

  s008-read-cpyfile.
    *> -------------------------------------------------------------------------
    *>  Read the next record from the COPY member.
    *> -------------------------------------------------------------------------

    read cpyfile end-read

    if w500-success or w500-file-status = "04" or "06" then
      set w900-more-cpyfile to true

    else if w500-end-of-file then
      set w900-end-of-cpyfile to true

    else
      move "Unable to read a record from a COPY member." to w600-message
      move trim(w501-cpyfile-filename) to w600-message-2
      perform z999-abort
    end-if end-if
    .

  s010-open-rptfile.
    *> -------------------------------------------------------------------------
    *>  Create/Open the report file.
    *> -------------------------------------------------------------------------

    open output rptfile

    if not w500-success then
      move "Unable to create the report file." to w600-message
      move trim(w501-rptfile-filename) to w600-message-2
      perform z999-abort
    end-if
    .

  s011-write-rptfile.
    *> -------------------------------------------------------------------------
    *>  Write w690-line to the report file.
    *> -------------------------------------------------------------------------

    write rptfile-record from w690-line end-write

    if not w500-success then
      move "Unable to write a record to the report file." to w600-message
      move trim(w501-rptfile-filename) to w600-message-2
      perform z999-abort
    end-if
    .

  s012-close-rptfile.
    *> -------------------------------------------------------------------------
    *>  Close the report file.
    *> -------------------------------------------------------------------------

    close rptfile
    .

*> End of Internal Subroutines.

end program cobimpact.

*> End of source code.
*> *****************************************************************************
