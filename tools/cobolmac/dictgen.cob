*>
*>  Dictionary format:
*>
*>    name,type,length[,decimals][,sign][,usage][,default]
*>
*>      name      the field name without its prefix (e.g. seq-record)
*>      type      X  alphanumeric            9  numeric
*>      sign      S signed, U unsigned (type 9 only; default U)
*>      usage     DSP display (default), BIN comp, PD comp-3, FLT comp-2
*>                (FLT ignores length/decimals/sign)
*>      default   the value a generated conversion program gives the
*>                field when the old layout lacks it (see Layout
*>                migration; default spaces for X, zero for 9)
*>
*>    Blank lines and lines starting with "*" are ignored. Example, the
*>    GCSORT test record (see fsrtsqf01.cpy):
*>      zd-field,9,7,0,S,DSP
*>      filler,X,52
*>
*>  Several record layouts in one file:
*>
*>    A feed that mixes record types - a header, one or more detail
*>    types, an adjustment type - told apart by a type code in a fixed
*>    position is described by one dictionary holding every layout:
*>
*>      @typecode,position,length   where the type code sits (1 to 8
*>                                  characters); before any @layout
*>      @layout,code,name           the fields that follow, up to the
*>                                  next @layout, describe the records
*>                                  whose type code is "code"
*>
*>    Field positions restart at 1 with each @layout, and every layout
*>    must be long enough to hold the type code.  A dictionary without
*>    "@" lines is a single layout, exactly as before.  E.g.
*>
*>      * region feed
*>      @typecode,1,2
*>      @layout,HD,header
*>      rec-type,X,2
*>      region,X,4
*>      feed-date,9,8
*>      @layout,DT,detail
*>      rec-type,X,2
*>      account,X,10
*>      amount,9,9,2,S,PD
*>      @layout,AJ,adjust
*>      rec-type,X,2
*>      account,X,10
*>      adjustment,9,9,2,S,DSP
*>
*>    The copybook then carries one 01 per layout, named record-name-
*>    layout-name (sort-data-header, sort-data-detail, ...), each with
*>    its own pos/len block; under one FD they redefine each other the
*>    way hand-written multi-record FDs do.  DDL gets one CREATE TABLE
*>    per layout, the layout name appended to the table name.
*>
*>  Usage:
*>
*>    $ dictgen dictionary-file prefix record-name output-file [dialect [table]]
*>    $ dictgen dictionary-file prefix record-name output-file CONVERT old-dictionary
*>    $ dictgen dictionary-file prefix record-name output-file SCREEN key-field [file]
*>
*>    e.g.  $ dictgen sortrec.dict srt- sort-data fsrtsqf01.gen.cpy
*>
*>      9/PD, decimals   DECIMAL(length+decimals, decimals)
*>      FLT              DOUBLE (MySQL) / DOUBLE PRECISION (PostgreSQL)
*>
*>  Layout migration:
*>
*>    With a fifth argument of CONVERT and the OLD dictionary as the sixth,
*>    DictGen writes a COBOL program that converts a data file from the old
*>    dictionary's layout to the new one's (the first argument), so a layout
*>    change becomes a generated, repeatable step instead of a throwaway
*>    program:
*>
*>      $ dictgen new.dict - sort-data cnvsrt01.cbl CONVERT old.dict
*>
*>    Fields are mapped by name. Values move between DSP, BIN, PD and FLT
*>    usages by COBOL arithmetic. Fields new to the layout take the
*>    dictionary's default column, else spaces or zero; fields the new
*>    dictionary lacks are dropped. A record is refused - written unchanged
*>    to the reject file, not converted - when a value would not survive
*>    the new PICTURE: too many digits, decimals lost, a negative value
*>    for an unsigned field, text cut short, or a DSP or PD field that is
*>    not valid numeric data. The generated program reads CONVIN, writes
*>    CONVOUT and CONVREJ, displays its read, converted and refused counts,
*>    and ends with return code 4 when it refused any record. The record
*>    name names the two 01 records (old-record-name, new-record-name);
*>    the prefix is ignored, the fields being o-name and n-name, and the
*>    program-id is the output file's name less its suffix.
*>
*>    Both dictionaries must be single layouts or both use @layout; with
*>    @layout, records are matched to layouts by type code, and records
*>    whose code has no layout in the new dictionary are refused. DictGen
*>    stops if a field changes type between X and 9: rename it so the new
*>    field is defaulted, and fill it by hand.
*>
*>  Maintenance screens:
*>
*>    With a fifth argument of SCREEN and a key field as the sixth, DictGen
*>    writes a complete TUI-TOOLS maintenance program for an indexed file
*>    of the dictionary's record, one that behaves like GC72MASTMNT: inquire,
*>    browse a key range in a GC45GRID, and add, change or delete through
*>    GC40FORM entry forms, each update writing the TUIAUDIT trail and the
*>    full before and after images to a journal file:
*>
*>      $ dictgen reftab.dict ref- ref-table GC76REFMNT.COB SCREEN ref-code REFTAB
*>
*>    The seventh argument is the file's ASSIGN name, defaulting to the
*>    record name upper-cased; the journal is that name followed by "JRNL",
*>    and the program-id is the output file's name less its suffix. The
*>    key must be an X field or an unsigned DSP whole number, and the
*>    dictionary a single layout. The form holds every other field but
*>    fillers, sixteen to a page: an X field wider than 20 is split over
*>    entries of 20; a number gets a GC10NUMDATE mask from its picture
*>    ("-" when signed, its digits, "." and its decimals), and one whose
*>    mask would pass 12 characters, or a FLT, is typed as text and
*>    checked by the program - numeric, within its digits, not negative
*>    when unsigned. Add starts from the dictionary's default column, else
*>    spaces or zero. The grid shows the key and the next nine fields.
*>
*>  Binary field sizes:
*>
*>    BIN (comp) byte counts are computed for builds compiled with
*>
*>  Return Codes:
*>
*>    0 (zero)  Copybook, DDL, conversion or maintenance program generated
*>              without errors.
*>    1 (one)   Terminated in an error state; details on Standard Error.
*>
*> -----------------------------------------------------------------------------
    01  w602-record-name               pic x(030) value spaces.
    01  w604-ddl-dialect               pic x(008) value spaces.
    01  w605-table-name                pic x(030) value spaces.
    01  w606-old-dictionary-filename   pic x(256) value spaces.
    01  w607-new-dictionary-filename   pic x(256) value spaces.

    01  w603-dictionary-line-number    pic 9(005) value zero.

      05  w610-parse-decimals          pic x(010).
      05  w610-parse-sign              pic x(010).
      05  w610-parse-usage             pic x(010).
      05  w610-parse-default           pic x(040).

    01  w620-field-table.
      05  w620-field-count             pic s9(04) comp value zero.
        10  w620-field-usage           pic x(003).
        10  w620-field-bytes           pic 9(004).
        10  w620-field-position        pic 9(005).
        10  w620-field-layout          pic 9(002).
        10  w620-field-default         pic x(040).

    01  w625-layout-table.
      05  w625-type-position           pic 9(005) value zero.
      05  w625-type-length             pic 9(002) value zero.
      05  w625-layout-count            pic s9(04) comp value zero.
      05  w625-layout-index            pic s9(04) comp value zero.
      05  w625-layout-entry            occurs 20.
        10  w625-layout-code           pic x(008).
        10  w625-layout-name           pic x(030).
        10  w625-layout-first-field    pic s9(04) comp.
        10  w625-layout-last-field     pic s9(04) comp.
        10  w625-layout-length         pic 9(005).

    *> The old dictionary's tables for a CONVERT run, laid out exactly
    *> as w620/w625 so that one is moved to the other whole, and the
    *> holding area the new dictionary's tables swap through while the
    *> old layout is written.
    01  w627-old-field-table.
      05  w627-field-count             pic s9(04) comp value zero.
      05  w627-field-index             pic s9(04) comp value zero.
      05  w627-field-entry             occurs 200.
        10  w627-field-name            pic x(030).
        10  w627-field-type            pic x(001).
        10  w627-field-length          pic 9(004).
        10  w627-field-decimals        pic 9(002).
        10  w627-field-sign            pic x(001).
        10  w627-field-usage           pic x(003).
        10  w627-field-bytes           pic 9(004).
        10  w627-field-position        pic 9(005).
        10  w627-field-layout          pic 9(002).
        10  w627-field-default         pic x(040).

    01  w628-old-layout-table.
      05  w628-type-position           pic 9(005) value zero.
      05  w628-type-length             pic 9(002) value zero.
      05  w628-layout-count            pic s9(04) comp value zero.
      05  w628-layout-index            pic s9(04) comp value zero.
      05  w628-layout-entry            occurs 20.
        10  w628-layout-code           pic x(008).
        10  w628-layout-name           pic x(030).
        10  w628-layout-first-field    pic s9(04) comp.
        10  w628-layout-last-field     pic s9(04) comp.
        10  w628-layout-length         pic 9(005).

    01  w629-old-record-length         pic 9(005) value zero.
    01  w629-swap-field-table          pic x(18404).

    *> The field range, record name and table name one layout is
    *> written under.
    01  w626-emit-range.
      05  w626-first-field             pic s9(04) comp value zero.
      05  w626-last-field              pic s9(04) comp value zero.
      05  w626-record-length           pic 9(005) value zero.
      05  w626-record-name             pic x(062) value spaces.
      05  w626-table-name              pic x(062) value spaces.

    01  w630-size-workarea.
      05  w630-binary-limit            pic 9(018) comp value zero.
      05  w640-total-display           pic zzzz9.
      05  w640-current-date            pic x(008).

    01  w660-convert-workarea.
      05  w660-program-id              pic x(030).
      05  w660-old-layout              pic s9(04) comp value zero.
      05  w660-new-layout              pic s9(04) comp value zero.
      05  w660-old-first               pic s9(04) comp value zero.
      05  w660-old-last                pic s9(04) comp value zero.
      05  w660-new-first               pic s9(04) comp value zero.
      05  w660-new-last                pic s9(04) comp value zero.
      05  w660-old-field               pic s9(04) comp value zero.
      05  w660-old-prefix              pic x(004).
      05  w660-new-prefix              pic x(004).
      05  w660-old-name                pic x(040).
      05  w660-new-name                pic x(040).
      05  w660-layout-number           pic z9.
      05  w660-old-max-length          pic 9(005) value zero.
      05  w660-pad-length              pic 9(005) value zero.
      05  w660-new-max-length          pic 9(005) value zero.
      05  w660-length-display          pic zzzz9.
      05  w660-limit                   pic x(020).
      05  w660-limit-digits            pic s9(04) comp value zero.
      05  w660-refuse-field            pic x(030).
      05  w660-refuse-reason           pic x(040).
      05  w660-old-layouts             pic s9(04) comp value zero.
      05  w660-indent                  pic s9(04) comp value zero.
      05  w660-file-name               pic x(008).
      05  w660-count-label             pic x(020).
      05  w660-count-name              pic x(024).
      05  w660-converted-count         pic 9(004) value zero.
      05  w660-defaulted-count         pic 9(004) value zero.
      05  w660-dropped-count           pic 9(004) value zero.

    01  w670-screen-workarea.
      05  w670-key-label               pic x(030) value spaces.
      05  w670-key-field               pic s9(04) comp value zero.
      05  w670-key-numeric             pic x(001) value "N".
      05  w670-key-data-name           pic x(040) value spaces.
      05  w670-key-width-display       pic zzz9.
      05  w670-key-col-display         pic zz9.
      05  w670-new-key-col-display     pic zz9.
      05  w670-record-upper            pic x(030) value spaces.
      05  w670-file-name               pic x(060) value spaces.
      05  w670-journal-name            pic x(064) value spaces.
      05  w670-record-length-display   pic zzzz9.
      05  w670-page                    pic s9(04) comp value zero.
      05  w670-page-count              pic s9(04) comp value zero.
      05  w670-page-count-display      pic z9.
      05  w670-slot                    pic s9(04) comp value zero.
      05  w670-chunk-offset            pic s9(04) comp value zero.
      05  w670-chunk-length            pic s9(04) comp value zero.
      05  w670-chunk-number            pic s9(04) comp value zero.
      05  w670-number-display          pic zzzz9.
      05  w670-number-display-2        pic zzzz9.
      05  w670-width                   pic s9(04) comp value zero.
      05  w670-digits                  pic s9(04) comp value zero.
      05  w670-mask                    pic x(030).
      05  w670-mask-length             pic s9(04) comp value zero.
      05  w670-show-picture            pic x(030).
      05  w670-heading                 pic x(020).
      05  w670-grid-columns            pic s9(04) comp value zero.
      05  w670-verb                    pic x(008).
      05  w670-entry-count             pic s9(04) comp value zero.
      05  w670-entry-index             pic s9(04) comp value zero.
      05  w670-entry                   occurs 400.
        10  w670-entry-field           pic s9(04) comp.
        10  w670-entry-offset          pic 9(004).
        10  w670-entry-length          pic 9(004).
        10  w670-entry-page            pic 9(002).
        10  w670-entry-slot            pic 9(002).
        10  w670-entry-type            pic x(001).
        10  w670-entry-mask            pic x(030).
        10  w670-entry-label           pic x(020).

    01  w650-ddl-workarea.
      05  w650-column-name             pic x(040).
      05  w650-column-type             pic x(030).
    *> -------------------------------------------------------------------------

    perform a000-initialise

    if w604-ddl-dialect = "CONVERT" then
      perform f050-load-old-dictionary
    end-if

    perform b000-load-dictionary
    perform c000-compute-field-sizes

    evaluate w604-ddl-dialect
      when spaces
        perform d000-write-copybook
      when "CONVERT"
        perform f000-write-conversion
      when "SCREEN"
        perform g000-write-screen-program
      when other
        perform e000-write-ddl
    end-evaluate

    perform z000-finalise
    .
      move upper-case(trim(w604-ddl-dialect)) to w604-ddl-dialect

      if w604-ddl-dialect not = "MYSQL"
      and w604-ddl-dialect not = "PGSQL"
      and w604-ddl-dialect not = "CONVERT"
      and w604-ddl-dialect not = "SCREEN" then
        move "a000-initialise" to w600-location
        move "The dialect argument must be MYSQL, PGSQL, CONVERT or SCREEN." to w600-message
        perform z999-abort
      end-if
    end-if
    if w401-argument-count >= 6 then
      move 6 to w400-argument-number
      display w400-argument-number upon argument-number end-display
      evaluate w604-ddl-dialect
        when "CONVERT"
          accept w606-old-dictionary-filename from argument-value end-accept
        when "SCREEN"
          accept w670-key-label from argument-value end-accept
        when other
          accept w605-table-name from argument-value end-accept
      end-evaluate
    end-if

    if w401-argument-count >= 7 and w604-ddl-dialect = "SCREEN" then
      move 7 to w400-argument-number
      display w400-argument-number upon argument-number end-display
      accept w670-file-name from argument-value end-accept
    end-if

    if w604-ddl-dialect = "SCREEN" then
      if w670-key-label = spaces then
        move "a000-initialise" to w600-location
        move "SCREEN needs the key field as the sixth argument." to w600-message
        perform z999-abort
      end-if
      exit paragraph
    end-if

    if w604-ddl-dialect = "CONVERT" then
      if w606-old-dictionary-filename = spaces then
        move "a000-initialise" to w600-location
        move "CONVERT needs the old dictionary as the sixth argument." to w600-message
        perform z999-abort
      end-if
      exit paragraph
    end-if

    if w604-ddl-dialect not = spaces and w605-table-name = spaces then

      if trim(dictfile-record) not = spaces
      and dictfile-record(1:1) not = "*" then
        if dictfile-record(1:1) = "@" then
          perform b200-parse-layout-line
        else
          perform b100-parse-dictionary-line
        end-if
      end-if

      move "b000-load-dictionary (2)" to w600-location
      move "The dictionary holds no field definitions." to w600-message
      perform z999-abort
    end-if

    if w625-type-length not = zero and w625-layout-count = zero then
      move "b000-load-dictionary" to w600-location
      move "@typecode is given but no @layout follows it." to w600-message
      perform z999-abort
    end-if

    perform varying w625-layout-index from 1 by 1
      until w625-layout-index > w625-layout-count
      if w625-layout-last-field(w625-layout-index) = zero then
        move "b000-load-dictionary" to w600-location
        move spaces to w600-message
        string
          "Layout ", trim(w625-layout-name(w625-layout-index)),
          " holds no field definitions." delimited by size
          into w600-message
        end-string
        perform z999-abort
      end-if
    end-perform
    .

  b100-parse-dictionary-line.
        w610-parse-decimals
        w610-parse-sign
        w610-parse-usage
        w610-parse-default
    end-unstring

    if w625-type-length not = zero and w625-layout-count = zero then
      perform b110-report-bad-line
    end-if

    add 1 to w620-field-count end-add

    move w625-layout-count to w620-field-layout(w620-field-count)
    if w625-layout-count > zero then
      move w620-field-count to w625-layout-last-field(w625-layout-count)
    end-if

    move lower-case(trim(w610-parse-name)) to w620-field-name(w620-field-count)
    move upper-case(trim(w610-parse-type)) to w620-field-type(w620-field-count)

    and w620-field-length(w620-field-count) = zero then
      perform b110-report-bad-line
    end-if

    *> default: a number for type 9, text no longer than the field
    *> (and free of quotes) for type X.
    move trim(w610-parse-default) to w620-field-default(w620-field-count)
    if w620-field-default(w620-field-count) not = spaces then
      if w620-field-type(w620-field-count) = "9" then
        if test-numval(w620-field-default(w620-field-count)) not = zero then
          perform b110-report-bad-line
        end-if
      else
        move zero to w650-emitted
        inspect w620-field-default(w620-field-count) tallying
          w650-emitted for all quote
          w650-emitted for all "'"
        if w650-emitted > zero
        or length(trim(w620-field-default(w620-field-count)))
           > w620-field-length(w620-field-count) then
          perform b110-report-bad-line
        end-if
      end-if
    end-if
    .

  b110-report-bad-line.
    perform z999-abort
    .

  b200-parse-layout-line.
    *> -------------------------------------------------------------------------
    *>  Parse an @typecode,position,length or @layout,code,name line.
    *> -------------------------------------------------------------------------

    move spaces to w610-parse-workarea

    unstring dictfile-record delimited by ","
      into
        w610-parse-name
        w610-parse-type
        w610-parse-length
    end-unstring

    evaluate lower-case(trim(w610-parse-name))

      when "@typecode"
        if w625-type-length not = zero
        or w620-field-count > zero
        or test-numval(w610-parse-type) not = zero
        or test-numval(w610-parse-length) not = zero then
          perform b110-report-bad-line
        end-if
        compute w625-type-position = numval(w610-parse-type) end-compute
        compute w625-type-length = numval(w610-parse-length) end-compute
        if w625-type-position = zero
        or w625-type-length = zero
        or w625-type-length > 8 then
          perform b110-report-bad-line
        end-if

      when "@layout"
        if w625-type-length = zero
        or trim(w610-parse-type) = spaces
        or trim(w610-parse-length) = spaces then
          perform b110-report-bad-line
        end-if
        if w625-layout-count >= 20 then
          move "b200-parse-layout-line" to w600-location
          move "The dictionary defines more than 20 layouts." to w600-message
          perform z999-abort
        end-if
        perform varying w625-layout-index from 1 by 1
          until w625-layout-index > w625-layout-count
          if w625-layout-code(w625-layout-index) = trim(w610-parse-type) then
            perform b110-report-bad-line
          end-if
        end-perform
        add 1 to w625-layout-count end-add
        move trim(w610-parse-type) to w625-layout-code(w625-layout-count)
        move lower-case(trim(w610-parse-length))
          to w625-layout-name(w625-layout-count)
        compute w625-layout-first-field(w625-layout-count)
          = w620-field-count + 1
        end-compute
        move zero to w625-layout-last-field(w625-layout-count)

      when other
        perform b110-report-bad-line

    end-evaluate
    .

  c000-compute-field-sizes.
    *> -------------------------------------------------------------------------
    *>  Compute each field's byte length and position within the record.

      end-evaluate

      *> each layout lays its fields out from position 1 again.
      if w620-field-index > 1 then
        if w620-field-layout(w620-field-index)
           not = w620-field-layout(w620-field-index - 1) then
          move zero to w630-record-length
        end-if
      end-if

      compute w620-field-position(w620-field-index) = w630-record-length + 1 end-compute
      add w620-field-bytes(w620-field-index) to w630-record-length end-add

      if w620-field-layout(w620-field-index) > zero then
        move w630-record-length
          to w625-layout-length(w620-field-layout(w620-field-index))
      end-if

    end-perform

    perform varying w625-layout-index from 1 by 1
      until w625-layout-index > w625-layout-count
      if w625-layout-length(w625-layout-index)
         < w625-type-position + w625-type-length - 1 then
        move "c000-compute-field-sizes" to w600-location
        move spaces to w600-message
        string
          "Layout ", trim(w625-layout-name(w625-layout-index)),
          " is too short to hold the type code." delimited by size
          into w600-message
        end-string
        perform z999-abort
      end-if
    end-perform
    .

    move spaces to w640-emit-line(82:)
    perform d900-write-line

    if w625-layout-count = zero then
      move 1 to w626-first-field
      move w620-field-count to w626-last-field
      move w630-record-length to w626-record-length
      move w602-record-name to w626-record-name
      perform d050-write-layout
    else
      move w625-type-position to w640-pos-display
      move w625-type-length to w640-len-display
      move spaces to w640-emit-line
      string
        "      * record type code at pos ", trim(w640-pos-display),
        " len ", trim(w640-len-display), ", one layout per code"
        delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line

      perform varying w625-layout-index from 1 by 1
        until w625-layout-index > w625-layout-count
        move w625-layout-first-field(w625-layout-index) to w626-first-field
        move w625-layout-last-field(w625-layout-index) to w626-last-field
        move w625-layout-length(w625-layout-index) to w626-record-length
        move spaces to w626-record-name
        string
          trim(w602-record-name), "-",
          trim(w625-layout-name(w625-layout-index)) delimited by size
          into w626-record-name
        end-string
        perform d050-write-layout
      end-perform
    end-if

    move "d000-write-copybook (2)" to w600-location
    perform s006-close-genfile

    if w625-layout-count = zero then
      move w620-field-count to w640-len-display
      display "dictgen: ", trim(w501-genfile-filename), " written, ",
              trim(w640-len-display), " fields, record length ",
              trim(w640-total-display), "." upon stderr end-display
    else
      move w620-field-count to w640-len-display
      move w625-layout-count to w640-pos-display
      display "dictgen: ", trim(w501-genfile-filename), " written, ",
              trim(w640-len-display), " fields in ",
              trim(w640-pos-display), " layouts." upon stderr end-display
    end-if
    .

  d050-write-layout.
    *> -------------------------------------------------------------------------
    *>  One record layout: its pos/len documentation block, then the 01
    *>  and its fields.
    *> -------------------------------------------------------------------------

    if w625-layout-count > zero then
      move spaces to w640-emit-line
      string
        "      * layout ", trim(w625-layout-name(w625-layout-index)),
        ", type code """, trim(w625-layout-code(w625-layout-index)),
        """" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    end-if

    *> pos/len documentation block.
    move "      *                                                         pos   len" to w640-emit-line
    perform d900-write-line

    perform varying w620-field-index from w626-first-field by 1
      until w620-field-index > w626-last-field
      perform d100-write-doc-line
    end-perform

    move w626-record-length to w640-total-display
    move spaces to w640-emit-line
    string
      "      *         record length", w640-total-display delimited by size
    *> the layout itself.
    move spaces to w640-emit-line
    string
      "       01  ", trim(w626-record-name), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    perform varying w620-field-index from w626-first-field by 1
      until w620-field-index > w626-last-field
      perform d200-write-field-line
    end-perform
    .

  d100-write-doc-line.
    end-string
    perform d900-write-line

    if w625-layout-count = zero then
      move 1 to w626-first-field
      move w620-field-count to w626-last-field
      move w605-table-name to w626-table-name
      perform e050-write-table
    else
      perform varying w625-layout-index from 1 by 1
        until w625-layout-index > w625-layout-count
        move w625-layout-first-field(w625-layout-index) to w626-first-field
        move w625-layout-last-field(w625-layout-index) to w626-last-field
        move spaces to w626-table-name
        string
          trim(w605-table-name), "_",
          upper-case(trim(w625-layout-name(w625-layout-index)))
          delimited by size
          into w626-table-name
        end-string
        inspect w626-table-name replacing all "-" by "_"
        perform e050-write-table
      end-perform
    end-if

    move "e000-write-ddl (2)" to w600-location
    perform s006-close-genfile

    display "dictgen: ", trim(w501-genfile-filename), " written, ",
            trim(w605-table-name), " (", trim(w604-ddl-dialect),
            ") DDL." upon stderr end-display
    .

  e050-write-table.
    *> -------------------------------------------------------------------------
    *>  One CREATE TABLE over the fields of one layout.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "CREATE TABLE ", trim(w626-table-name), " (" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move zero to w650-data-columns
    perform varying w620-field-index from w626-first-field by 1
      until w620-field-index > w626-last-field
      if w620-field-name(w620-field-index) not = "filler" then
        add 1 to w650-data-columns end-add
      end-if
    end-perform

    if w650-data-columns = zero then
      move "e050-write-table" to w600-location
      move spaces to w600-message
      string
        "The dictionary holds only filler fields for ",
        trim(w626-table-name), "." delimited by size
        into w600-message
      end-string
      perform z999-abort
    end-if

    move zero to w650-emitted
    perform varying w620-field-index from w626-first-field by 1
      until w620-field-index > w626-last-field
      if w620-field-name(w620-field-index) not = "filler" then
        perform e100-write-column-line
      end-if

    move ");" to w640-emit-line
    perform d900-write-line
    .

  e100-write-column-line.
    end-evaluate
    .

  f000-write-conversion.
    *> -------------------------------------------------------------------------
    *>  Write the conversion program from the old dictionary's layout (in
    *>  w627/w628) to the new one's (in w620/w625).
    *> -------------------------------------------------------------------------

    perform f010-check-layouts

    perform s010-derive-program-id
    move lower-case(w660-program-id) to w660-program-id

    *> largest record of each layout: the FD record the layouts share.
    if w628-layout-count = zero then
      move w629-old-record-length to w660-old-max-length
      move w630-record-length to w660-new-max-length
    else
      move zero to w660-old-max-length w660-new-max-length
      perform varying w628-layout-index from 1 by 1
        until w628-layout-index > w628-layout-count
        if w628-layout-length(w628-layout-index) > w660-old-max-length then
          move w628-layout-length(w628-layout-index) to w660-old-max-length
        end-if
      end-perform
      perform varying w625-layout-index from 1 by 1
        until w625-layout-index > w625-layout-count
        if w625-layout-length(w625-layout-index) > w660-new-max-length then
          move w625-layout-length(w625-layout-index) to w660-new-max-length
        end-if
      end-perform
    end-if

    move "f000-write-conversion (1)" to w600-location
    perform s004-open-genfile

    accept w640-current-date from date yyyymmdd end-accept

    move zero to w660-converted-count w660-defaulted-count w660-dropped-count

    perform f100-write-header
    perform f200-write-environment
    perform f300-write-data-division
    perform f400-write-procedure

    move "f000-write-conversion (2)" to w600-location
    perform s006-close-genfile

    move w660-converted-count to w640-len-display
    move w660-defaulted-count to w640-pos-display
    move w660-dropped-count to w640-total-display
    display "dictgen: ", trim(w501-genfile-filename), " written, ",
            trim(w640-len-display), " fields converted, ",
            trim(w640-pos-display), " new, ",
            trim(w640-total-display), " dropped." upon stderr end-display
    .

  f010-check-layouts.
    *> -------------------------------------------------------------------------
    *>  The two dictionaries must agree on single layout or @layout, on
    *>  the type code's length, and on each shared field's type.
    *> -------------------------------------------------------------------------

    move "f010-check-layouts" to w600-location

    *> a single-layout dictionary is walked as its one layout.
    move w628-layout-count to w660-old-layouts
    if w660-old-layouts = zero then
      move 1 to w660-old-layouts
    end-if

    if (w628-layout-count = zero and w625-layout-count > zero)
    or (w628-layout-count > zero and w625-layout-count = zero) then
      move "The old and new dictionaries must both be single layouts or both use @layout." to w600-message
      perform z999-abort
    end-if

    if w628-type-length not = w625-type-length then
      move "The type code length differs between the old and new dictionaries." to w600-message
      perform z999-abort
    end-if

    perform varying w660-old-layout from 1 by 1
      until w660-old-layout > w660-old-layouts

      perform f030-set-layout-ranges

      if w660-new-layout not = zero then
        perform varying w620-field-index from w660-new-first by 1
          until w620-field-index > w660-new-last
          perform f040-find-old-field
          if w660-old-field not = zero then
            if w627-field-type(w660-old-field) not = w620-field-type(w620-field-index) then
              move spaces to w600-message
              string
                "Field ", trim(w620-field-name(w620-field-index)),
                " changes type between X and 9; rename it to convert it by hand."
                delimited by size
                into w600-message
              end-string
              perform z999-abort
            end-if
          end-if
        end-perform
      end-if

    end-perform
    .

  f030-set-layout-ranges.
    *> -------------------------------------------------------------------------
    *>  Field ranges of old layout w660-old-layout and of the new layout
    *>  with the same type code (w660-new-layout zero when there is none);
    *>  a single-layout dictionary is its own one layout.
    *> -------------------------------------------------------------------------

    if w628-layout-count = zero then
      move 1 to w660-old-first w660-new-first w660-new-layout
      move w627-field-count to w660-old-last
      move w620-field-count to w660-new-last
      move "o-" to w660-old-prefix
      move "n-" to w660-new-prefix
      exit paragraph
    end-if

    move w628-layout-first-field(w660-old-layout) to w660-old-first
    move w628-layout-last-field(w660-old-layout) to w660-old-last
    move w660-old-layout to w660-layout-number
    move spaces to w660-old-prefix
    string "o", trim(w660-layout-number), "-" delimited by size
      into w660-old-prefix
    end-string

    move zero to w660-new-layout
    perform varying w625-layout-index from 1 by 1
      until w625-layout-index > w625-layout-count
      if w625-layout-code(w625-layout-index) = w628-layout-code(w660-old-layout) then
        move w625-layout-index to w660-new-layout
      end-if
    end-perform

    if w660-new-layout not = zero then
      move w625-layout-first-field(w660-new-layout) to w660-new-first
      move w625-layout-last-field(w660-new-layout) to w660-new-last
      move w660-new-layout to w660-layout-number
      move spaces to w660-new-prefix
      string "n", trim(w660-layout-number), "-" delimited by size
        into w660-new-prefix
      end-string
    end-if
    .

  f040-find-old-field.
    *> -------------------------------------------------------------------------
    *>  The old layout's field of the same name as new field
    *>  w620-field-index, into w660-old-field (zero: none; fillers never
    *>  match).
    *> -------------------------------------------------------------------------

    move zero to w660-old-field

    if w620-field-name(w620-field-index) = "filler" then
      exit paragraph
    end-if

    perform varying w627-field-index from w660-old-first by 1
      until w627-field-index > w660-old-last or w660-old-field not = zero
      if w627-field-name(w627-field-index) = w620-field-name(w620-field-index) then
        move w627-field-index to w660-old-field
      end-if
    end-perform
    .

  f050-load-old-dictionary.
    *> -------------------------------------------------------------------------
    *>  CONVERT: load and size the old dictionary (the sixth argument)
    *>  into w627/w628, then clear the tables for the new one.
    *> -------------------------------------------------------------------------

    move w501-dictfile-filename to w607-new-dictionary-filename
    move w606-old-dictionary-filename to w501-dictfile-filename

    perform b000-load-dictionary
    perform c000-compute-field-sizes

    move w620-field-table to w627-old-field-table
    move w625-layout-table to w628-old-layout-table
    move w630-record-length to w629-old-record-length

    move w607-new-dictionary-filename to w501-dictfile-filename
    move zero to w620-field-count w625-layout-count
    move zero to w625-type-position w625-type-length
    .

  f100-write-header.
    *> -------------------------------------------------------------------------
    *>  Opening comment block: what the program does, its files, how to
    *>  compile it, and the field mapping.
    *> -------------------------------------------------------------------------

    move all "-" to w640-emit-line
    move "      *" to w640-emit-line(1:7)
    move "*" to w640-emit-line(72:1)
    move spaces to w640-emit-line(73:)
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "      * ", trim(w501-genfile-filename),
      " - generated by dictgen on ", w640-current-date delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "      * converts from the layout of ", trim(w606-old-dictionary-filename)
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "      * to the layout of ", trim(w501-dictfile-filename), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move "      * Do not edit; change the dictionaries and regenerate." to w640-emit-line
    perform d900-write-line
    move "      *" to w640-emit-line
    perform d900-write-line
    move "      *   CONVIN   records in the old layout" to w640-emit-line
    perform d900-write-line
    move "      *   CONVOUT  the converted records" to w640-emit-line
    perform d900-write-line
    move "      *   CONVREJ  refused records, unchanged, to correct and rerun" to w640-emit-line
    perform d900-write-line
    move "      *" to w640-emit-line
    perform d900-write-line
    move "      * A record is refused when a value would not survive the new" to w640-emit-line
    perform d900-write-line
    move "      * picture (too many digits, decimals lost, a negative value for" to w640-emit-line
    perform d900-write-line
    move "      * an unsigned field, text cut short) or a DSP or PD field is" to w640-emit-line
    perform d900-write-line
    move "      * not valid numeric data.  Counts at end of job; return code" to w640-emit-line
    perform d900-write-line
    move "      * 4 when any record was refused, 8 when a file failed." to w640-emit-line
    perform d900-write-line
    move "      *" to w640-emit-line
    perform d900-write-line
    move "      * Compile with the binary options of the programs that write" to w640-emit-line
    perform d900-write-line
    move "      * the data (field sizes follow -fbinary-size=1--8), e.g." to w640-emit-line
    perform d900-write-line
    move "      *   cobc -x -fbinary-size=1--8 -fnotrunc" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "      *        -fbinary-byteorder=big-endian ", trim(w501-genfile-filename)
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "      *" to w640-emit-line
    perform d900-write-line
    move "      * field mapping:" to w640-emit-line
    perform d900-write-line

    perform varying w660-old-layout from 1 by 1
      until w660-old-layout > w660-old-layouts
      perform f110-write-layout-mapping
    end-perform

    move all "-" to w640-emit-line
    move "      *" to w640-emit-line(1:7)
    move "*" to w640-emit-line(72:1)
    move spaces to w640-emit-line(73:)
    perform d900-write-line
    .

  f110-write-layout-mapping.
    *> -------------------------------------------------------------------------
    *>  The mapping comment lines of one old layout.
    *> -------------------------------------------------------------------------

    perform f030-set-layout-ranges

    if w628-layout-count > zero then
      move spaces to w640-emit-line
      string
        "      * layout ", trim(w628-layout-name(w660-old-layout)),
        ", type code """, trim(w628-layout-code(w660-old-layout)), """"
        delimited by size
        into w640-emit-line
      end-string
      if w660-new-layout = zero then
        string
          trim(w640-emit-line, trailing), ": not in the new dictionary, refused"
          delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        exit paragraph
      end-if
      perform d900-write-line
    end-if

    perform varying w620-field-index from w660-new-first by 1
      until w620-field-index > w660-new-last
      if w620-field-name(w620-field-index) not = "filler" then
        perform f040-find-old-field
        move spaces to w640-emit-line
        move "      *   " to w640-emit-line(1:10)
        move w620-field-name(w620-field-index) to w640-emit-line(11:30)
        evaluate true
          when w660-old-field not = zero
            move "converted" to w640-emit-line(42:)
            add 1 to w660-converted-count end-add
          when w620-field-default(w620-field-index) not = spaces
            string
              "new, set to ", trim(w620-field-default(w620-field-index))
              delimited by size
              into w640-emit-line(42:)
            end-string
            add 1 to w660-defaulted-count end-add
          when w620-field-type(w620-field-index) = "X"
            move "new, set to spaces" to w640-emit-line(42:)
            add 1 to w660-defaulted-count end-add
          when other
            move "new, set to zero" to w640-emit-line(42:)
            add 1 to w660-defaulted-count end-add
        end-evaluate
        perform d900-write-line
      end-if
    end-perform

    *> old fields the new layout no longer has.
    perform varying w627-field-index from w660-old-first by 1
      until w627-field-index > w660-old-last
      if w627-field-name(w627-field-index) not = "filler" then
        move zero to w660-old-field
        perform varying w620-field-index from w660-new-first by 1
          until w620-field-index > w660-new-last or w660-old-field not = zero
          if w620-field-name(w620-field-index) = w627-field-name(w627-field-index) then
            move w620-field-index to w660-old-field
          end-if
        end-perform
        if w660-old-field = zero then
          move spaces to w640-emit-line
          move "      *   " to w640-emit-line(1:10)
          move w627-field-name(w627-field-index) to w640-emit-line(11:30)
          move "dropped" to w640-emit-line(42:)
          perform d900-write-line
          add 1 to w660-dropped-count end-add
        end-if
      end-if
    end-perform
    .

  f200-write-environment.
    *> -------------------------------------------------------------------------
    *>  IDENTIFICATION and ENVIRONMENT DIVISIONs.
    *> -------------------------------------------------------------------------

    move "       identification division." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       program-id. ", trim(w660-program-id), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       environment division." to w640-emit-line
    perform d900-write-line
    move "       input-output section." to w640-emit-line
    perform d900-write-line
    move "       file-control." to w640-emit-line
    perform d900-write-line

    move "conv-in" to w660-count-name
    move "CONVIN" to w660-file-name
    perform f210-write-select
    move "conv-out" to w660-count-name
    move "CONVOUT" to w660-file-name
    perform f210-write-select
    move "conv-rej" to w660-count-name
    move "CONVREJ" to w660-file-name
    perform f210-write-select
    .

  f210-write-select.
    *> -------------------------------------------------------------------------
    *>  One SELECT: file w660-count-name, assigned to w660-file-name.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "           select ", trim(w660-count-name), " assign to """,
      trim(w660-file-name), """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "               organization is sequential" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "               file status is ", trim(w660-count-name), "-status."
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  f300-write-data-division.
    *> -------------------------------------------------------------------------
    *>  FDs - the old layouts under CONVIN, the new under CONVOUT - and
    *>  the working storage.
    *> -------------------------------------------------------------------------

    move "       data division." to w640-emit-line
    perform d900-write-line
    move "       file section." to w640-emit-line
    perform d900-write-line

    move "       fd  conv-in" to w640-emit-line
    perform d900-write-line
    move w660-old-max-length to w660-length-display
    perform f305-write-record-contains
    move "conv-in-record" to w660-count-name
    perform f310-write-whole-record

    *> the old layouts are written through the field table.
    move w620-field-table to w629-swap-field-table
    move w627-old-field-table to w620-field-table

    perform varying w660-old-layout from 1 by 1
      until w660-old-layout > w660-old-layouts
      perform f030-set-layout-ranges
      move w660-old-prefix to w601-field-prefix
      move spaces to w626-record-name
      if w628-layout-count = zero then
        string "old-", trim(w602-record-name) delimited by size
          into w626-record-name
        end-string
      else
        string
          "old-", trim(w602-record-name), "-", trim(w628-layout-name(w660-old-layout))
          delimited by size
          into w626-record-name
        end-string
      end-if
      move w660-old-first to w626-first-field
      move w660-old-last to w626-last-field
      if w628-layout-count = zero then
        move zero to w660-pad-length
      else
        compute w660-pad-length =
          w660-old-max-length - w628-layout-length(w660-old-layout)
        end-compute
      end-if
      perform f320-write-record
    end-perform

    move w629-swap-field-table to w620-field-table

    move "       fd  conv-out" to w640-emit-line
    perform d900-write-line
    move w660-new-max-length to w660-length-display
    perform f305-write-record-contains
    move "conv-out-record" to w660-count-name
    perform f310-write-whole-record

    if w625-layout-count = zero then
      move "n-" to w601-field-prefix
      move spaces to w626-record-name
      string "new-", trim(w602-record-name) delimited by size
        into w626-record-name
      end-string
      move 1 to w626-first-field
      move w620-field-count to w626-last-field
      move zero to w660-pad-length
      perform f320-write-record
    else
      perform varying w625-layout-index from 1 by 1
        until w625-layout-index > w625-layout-count
        move w625-layout-index to w660-layout-number
        move spaces to w601-field-prefix
        string "n", trim(w660-layout-number), "-" delimited by size
          into w601-field-prefix
        end-string
        move spaces to w626-record-name
        string
          "new-", trim(w602-record-name), "-", trim(w625-layout-name(w625-layout-index))
          delimited by size
          into w626-record-name
        end-string
        move w625-layout-first-field(w625-layout-index) to w626-first-field
        move w625-layout-last-field(w625-layout-index) to w626-last-field
        compute w660-pad-length =
          w660-new-max-length - w625-layout-length(w625-layout-index)
        end-compute
        perform f320-write-record
      end-perform
    end-if

    move "       fd  conv-rej" to w640-emit-line
    perform d900-write-line
    move w660-old-max-length to w660-length-display
    perform f305-write-record-contains
    move "conv-rej-record" to w660-count-name
    perform f310-write-whole-record

    move "       working-storage section." to w640-emit-line
    perform d900-write-line
    move "       01  conv-in-status          pic x(02)." to w640-emit-line
    perform d900-write-line
    move "       01  conv-out-status         pic x(02)." to w640-emit-line
    perform d900-write-line
    move "       01  conv-rej-status         pic x(02)." to w640-emit-line
    perform d900-write-line
    move "       01  conv-eof                pic x(01) value ""N""." to w640-emit-line
    perform d900-write-line
    move "           88  conv-end-of-file              value ""Y""." to w640-emit-line
    perform d900-write-line
    move "       01  conv-refused            pic x(01) value ""N""." to w640-emit-line
    perform d900-write-line
    move "           88  conv-record-refused           value ""Y""." to w640-emit-line
    perform d900-write-line
    move "       01  conv-field              pic x(30)." to w640-emit-line
    perform d900-write-line
    move "       01  conv-reason             pic x(40)." to w640-emit-line
    perform d900-write-line
    move "       01  conv-message            pic x(120)." to w640-emit-line
    perform d900-write-line
    move "       01  conv-pointer            pic 9(04) comp." to w640-emit-line
    perform d900-write-line
    move "       01  conv-read-count         pic 9(09) value zero." to w640-emit-line
    perform d900-write-line
    move "       01  conv-written-count      pic 9(09) value zero." to w640-emit-line
    perform d900-write-line
    move "       01  conv-refused-count      pic 9(09) value zero." to w640-emit-line
    perform d900-write-line
    move "       01  conv-count-display      pic z(08)9." to w640-emit-line
    perform d900-write-line
    .

  f305-write-record-contains.
    *> -------------------------------------------------------------------------
    *>  Fixed-length records whatever the layouts' own lengths.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "           record contains ", trim(w660-length-display), " characters."
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  f310-write-whole-record.
    *> -------------------------------------------------------------------------
    *>  The FD's whole-record 01, w660-count-name pic x(w660-length-display).
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    move "       01  " to w640-emit-line(1:11)
    move w660-count-name to w640-emit-line(12:24)
    string
      "pic x(", trim(w660-length-display), ")." delimited by size
      into w640-emit-line(39:)
    end-string
    perform d900-write-line
    .

  f320-write-record.
    *> -------------------------------------------------------------------------
    *>  One layout's 01 and its fields, w626-first-field to
    *>  w626-last-field, names prefixed with w601-field-prefix, padded
    *>  by w660-pad-length to the longest layout so that every record of
    *>  the file is the same length. A name too long for the picture
    *>  column has its picture on the next line.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "       01  ", trim(w626-record-name), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    perform varying w620-field-index from w626-first-field by 1
      until w620-field-index > w626-last-field

      perform d300-build-field-name
      perform d400-build-picture-clause

      move spaces to w640-emit-line
      move "           05 " to w640-emit-line(1:14)
      move w640-emit-name to w640-emit-line(15:)

      if length(trim(w640-emit-name)) > 23 then
        perform d900-write-line
        move spaces to w640-emit-line
      end-if
      move w640-emit-picture to w640-emit-line(39:)
      perform d900-write-line

    end-perform

    if w660-pad-length > zero then
      move w660-pad-length to w660-length-display
      if w660-pad-length < 10 then
        move "0" to w660-length-display(4:1)
      end-if
      move spaces to w640-emit-line
      move "           05 filler" to w640-emit-line(1:20)
      string
        "pic  x(", trim(w660-length-display), ")." delimited by size
        into w640-emit-line(39:)
      end-string
      perform d900-write-line
    end-if
    .

  f400-write-procedure.
    *> -------------------------------------------------------------------------
    *>  PROCEDURE DIVISION: the open/read/convert/write loop, then one
    *>  conversion paragraph per old layout.
    *> -------------------------------------------------------------------------

    move "       procedure division." to w640-emit-line
    perform d900-write-line
    move "       main-line." to w640-emit-line
    perform d900-write-line

    move "input" to w660-count-label
    move "conv-in" to w660-count-name
    move "CONVIN" to w660-file-name
    perform f410-write-open
    move "output" to w660-count-label
    move "conv-out" to w660-count-name
    move "CONVOUT" to w660-file-name
    perform f410-write-open
    move "output" to w660-count-label
    move "conv-rej" to w660-count-name
    move "CONVREJ" to w660-file-name
    perform f410-write-open

    move "           perform read-old-record" to w640-emit-line
    perform d900-write-line
    move "           perform convert-record until conv-end-of-file" to w640-emit-line
    perform d900-write-line
    move "           close conv-in conv-out conv-rej" to w640-emit-line
    perform d900-write-line

    move "conv-read-count" to w660-count-name
    move "records read" to w660-count-label
    perform f420-write-count
    move "conv-written-count" to w660-count-name
    move "records converted" to w660-count-label
    perform f420-write-count
    move "conv-refused-count" to w660-count-name
    move "records refused" to w660-count-label
    perform f420-write-count

    move "           if conv-refused-count > zero" to w640-emit-line
    perform d900-write-line
    move "               move 4 to return-code" to w640-emit-line
    perform d900-write-line
    move "           else" to w640-emit-line
    perform d900-write-line
    move "               move zero to return-code" to w640-emit-line
    perform d900-write-line
    move "           end-if" to w640-emit-line
    perform d900-write-line
    move "           stop run." to w640-emit-line
    perform d900-write-line

    *> read-old-record.
    move "       read-old-record." to w640-emit-line
    perform d900-write-line
    move "           read conv-in" to w640-emit-line
    perform d900-write-line
    move "               at end" to w640-emit-line
    perform d900-write-line
    move "                   set conv-end-of-file to true" to w640-emit-line
    perform d900-write-line
    move "               not at end" to w640-emit-line
    perform d900-write-line
    move "                   add 1 to conv-read-count" to w640-emit-line
    perform d900-write-line
    move "           end-read" to w640-emit-line
    perform d900-write-line
    move "           if conv-in-status not = ""00"" and not = ""10""" to w640-emit-line
    perform d900-write-line
    move "conv-in" to w660-count-name
    move "CONVIN read" to w660-count-label
    move 15 to w660-indent
    perform f430-write-file-failure
    move "           end-if." to w640-emit-line
    perform d900-write-line

    *> convert-record.
    move "       convert-record." to w640-emit-line
    perform d900-write-line
    move "           move ""N"" to conv-refused" to w640-emit-line
    perform d900-write-line
    move "           move spaces to conv-field conv-reason" to w640-emit-line
    perform d900-write-line
    move "           move spaces to conv-out-record" to w640-emit-line
    perform d900-write-line

    if w628-layout-count = zero then
      move "           perform convert-layout-1" to w640-emit-line
      perform d900-write-line
    else
      move w628-type-position to w640-pos-display
      move w628-type-length to w640-len-display
      move spaces to w640-emit-line
      string
        "           evaluate conv-in-record(", trim(w640-pos-display), ":",
        trim(w640-len-display), ")" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      perform varying w660-old-layout from 1 by 1
        until w660-old-layout > w628-layout-count
        perform f030-set-layout-ranges
        if w660-new-layout not = zero then
          move spaces to w640-emit-line
          string
            "               when """, trim(w628-layout-code(w660-old-layout)), """"
            delimited by size
            into w640-emit-line
          end-string
          perform d900-write-line
          move w660-old-layout to w660-layout-number
          move spaces to w640-emit-line
          string
            "                   perform convert-layout-", trim(w660-layout-number)
            delimited by size
            into w640-emit-line
          end-string
          perform d900-write-line
        end-if
      end-perform
      move "               when other" to w640-emit-line
      perform d900-write-line
      move "                   move ""type-code"" to conv-field" to w640-emit-line
      perform d900-write-line
      move "                   move ""has no layout in the new dictionary""" to w640-emit-line
      perform d900-write-line
      move "                     to conv-reason" to w640-emit-line
      perform d900-write-line
      move "                   set conv-record-refused to true" to w640-emit-line
      perform d900-write-line
      move "           end-evaluate" to w640-emit-line
      perform d900-write-line
    end-if

    move "           if conv-record-refused" to w640-emit-line
    perform d900-write-line
    move "               perform refuse-record" to w640-emit-line
    perform d900-write-line
    move "           else" to w640-emit-line
    perform d900-write-line
    move "               write conv-out-record" to w640-emit-line
    perform d900-write-line
    move "               if conv-out-status not = ""00""" to w640-emit-line
    perform d900-write-line
    move "conv-out" to w660-count-name
    move "CONVOUT write" to w660-count-label
    move 19 to w660-indent
    perform f430-write-file-failure
    move "               end-if" to w640-emit-line
    perform d900-write-line
    move "               add 1 to conv-written-count" to w640-emit-line
    perform d900-write-line
    move "           end-if" to w640-emit-line
    perform d900-write-line
    move "           perform read-old-record." to w640-emit-line
    perform d900-write-line

    *> refuse-record.
    move "       refuse-record." to w640-emit-line
    perform d900-write-line
    move "           write conv-rej-record from conv-in-record" to w640-emit-line
    perform d900-write-line
    move "           if conv-rej-status not = ""00""" to w640-emit-line
    perform d900-write-line
    move "conv-rej" to w660-count-name
    move "CONVREJ write" to w660-count-label
    move 15 to w660-indent
    perform f430-write-file-failure
    move "           end-if" to w640-emit-line
    perform d900-write-line
    move "           add 1 to conv-refused-count" to w640-emit-line
    perform d900-write-line
    move "           if conv-refused-count <= 100" to w640-emit-line
    perform d900-write-line
    move "               move conv-read-count to conv-count-display" to w640-emit-line
    perform d900-write-line
    move "               move spaces to conv-message" to w640-emit-line
    perform d900-write-line
    move "               move 1 to conv-pointer" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "               string """, trim(w660-program-id), ": record """
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "                      delimited by size" to w640-emit-line
    perform d900-write-line
    move "                      conv-count-display delimited by size" to w640-emit-line
    perform d900-write-line
    move "                      "" refused - "" delimited by size" to w640-emit-line
    perform d900-write-line
    move "                      conv-field delimited by space" to w640-emit-line
    perform d900-write-line
    move "                      "" "" delimited by size" to w640-emit-line
    perform d900-write-line
    move "                      conv-reason delimited by ""  """ to w640-emit-line
    perform d900-write-line
    move "                   into conv-message with pointer conv-pointer" to w640-emit-line
    perform d900-write-line
    move "               end-string" to w640-emit-line
    perform d900-write-line
    move "               display conv-message(1:conv-pointer - 1)" to w640-emit-line
    perform d900-write-line
    move "           end-if." to w640-emit-line
    perform d900-write-line

    perform varying w660-old-layout from 1 by 1
      until w660-old-layout > w660-old-layouts
      perform f030-set-layout-ranges
      if w660-new-layout not = zero then
        perform f500-write-layout-paragraph
      end-if
    end-perform
    .

  f410-write-open.
    *> -------------------------------------------------------------------------
    *>  Open file w660-count-name (INPUT or OUTPUT per w660-count-label)
    *>  and stop on failure.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "           open ", trim(w660-count-label), " ", trim(w660-count-name)
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "           if ", trim(w660-count-name), "-status not = ""00"""
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string trim(w660-file-name), " open" delimited by size
      into w660-count-label
    end-string
    move 15 to w660-indent
    perform f430-write-file-failure

    move "           end-if" to w640-emit-line
    perform d900-write-line
    .

  f420-write-count.
    *> -------------------------------------------------------------------------
    *>  End-of-job count line for counter w660-count-name.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "           move ", trim(w660-count-name), " to conv-count-display"
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "           display """, trim(w660-program-id), ": ",
      w660-count-label, """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "                   conv-count-display" to w640-emit-line
    perform d900-write-line
    .

  f430-write-file-failure.
    *> -------------------------------------------------------------------------
    *>  The body of a file status check: say what failed, rc 8, stop.
    *>  Written from column w660-indent + 1.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "display """, trim(w660-program-id), ": ",
      trim(w660-count-label), " failed, status """ delimited by size
      into w640-emit-line(w660-indent + 1:)
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "        ", trim(w660-count-name), "-status upon syserr"
      delimited by size
      into w640-emit-line(w660-indent + 1:)
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    move "move 8 to return-code" to w640-emit-line(w660-indent + 1:)
    perform d900-write-line
    move spaces to w640-emit-line
    move "stop run" to w640-emit-line(w660-indent + 1:)
    perform d900-write-line
    .

  f500-write-layout-paragraph.
    *> -------------------------------------------------------------------------
    *>  convert-layout-n: every field of new layout w660-new-layout from
    *>  its namesake in old layout w660-old-layout, or its default.
    *> -------------------------------------------------------------------------

    move w660-old-layout to w660-layout-number
    move spaces to w640-emit-line
    string
      "       convert-layout-", trim(w660-layout-number), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    perform varying w620-field-index from w660-new-first by 1
      until w620-field-index > w660-new-last
      if w620-field-name(w620-field-index) not = "filler" then
        perform f040-find-old-field
        move spaces to w660-new-name w660-old-name
        string
          trim(w660-new-prefix), trim(w620-field-name(w620-field-index))
          delimited by size
          into w660-new-name
        end-string
        if w660-old-field = zero then
          perform f510-write-default
        else
          string
            trim(w660-old-prefix), trim(w627-field-name(w660-old-field))
            delimited by size
            into w660-old-name
          end-string
          move w620-field-name(w620-field-index) to w660-refuse-field
          if w620-field-type(w620-field-index) = "X" then
            perform f520-write-text-move
          else
            perform f530-write-numeric-move
          end-if
        end-if
      end-if
    end-perform

    *> the type code, wherever the new layout keeps it.
    if w628-layout-count > zero then
      move w628-type-position to w640-pos-display
      move w628-type-length to w640-len-display
      move spaces to w640-emit-line
      string
        "           move conv-in-record(", trim(w640-pos-display), ":",
        trim(w640-len-display), ")" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move w625-type-position to w640-pos-display
      move w625-type-length to w640-len-display
      move spaces to w640-emit-line
      string
        "             to conv-out-record(", trim(w640-pos-display), ":",
        trim(w640-len-display), ")" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    end-if

    move "           continue." to w640-emit-line
    perform d900-write-line
    .

  f510-write-default.
    *> -------------------------------------------------------------------------
    *>  A field new to the layout takes its dictionary default.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    evaluate true
      when w620-field-default(w620-field-index) = spaces
       and w620-field-type(w620-field-index) = "X"
        move "           move spaces" to w640-emit-line
      when w620-field-default(w620-field-index) = spaces
        move "           move zero" to w640-emit-line
      when w620-field-type(w620-field-index) = "X"
        string
          "           move """, trim(w620-field-default(w620-field-index)), """"
          delimited by size
          into w640-emit-line
        end-string
      when other
        string
          "           move ", trim(w620-field-default(w620-field-index))
          delimited by size
          into w640-emit-line
        end-string
    end-evaluate
    perform d900-write-line

    move spaces to w640-emit-line
    string "             to ", trim(w660-new-name) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  f520-write-text-move.
    *> -------------------------------------------------------------------------
    *>  Type X: moved as is, refused when a shorter field would lose
    *>  anything but trailing spaces.
    *> -------------------------------------------------------------------------

    if w620-field-length(w620-field-index) < w627-field-length(w660-old-field) then
      move "           if not conv-record-refused" to w640-emit-line
      perform d900-write-line
      compute w640-pic-length = w620-field-length(w620-field-index) + 1 end-compute
      move w640-pic-length to w660-length-display
      move spaces to w640-emit-line
      string
        "              and ", trim(w660-old-name), "(", trim(w660-length-display), ":)"
        delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "                  not = spaces" to w640-emit-line
      perform d900-write-line
      move "would be cut short" to w660-refuse-reason
      perform f590-write-refusal
      move "           end-if" to w640-emit-line
      perform d900-write-line
    end-if

    move spaces to w640-emit-line
    string "           move ", trim(w660-old-name) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string "             to ", trim(w660-new-name) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  f530-write-numeric-move.
    *> -------------------------------------------------------------------------
    *>  Type 9: checked against the new PICTURE before the move - valid
    *>  data (DSP, PD), integer digits, sign - and after it for lost
    *>  decimal places. FLT targets take any value.
    *> -------------------------------------------------------------------------

    if w627-field-usage(w660-old-field) = "DSP" or "PD" then
      move "           if not conv-record-refused" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string "              and ", trim(w660-old-name), " is not numeric"
        delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "is not numeric" to w660-refuse-reason
      perform f590-write-refusal
      move "           end-if" to w640-emit-line
      perform d900-write-line
    end-if

    if w620-field-usage(w620-field-index) = "FLT" then
      move spaces to w640-emit-line
      string "           compute ", trim(w660-new-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move spaces to w640-emit-line
      string "               = ", trim(w660-old-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      exit paragraph
    end-if

    *> one more than the largest value the new PICTURE holds.
    move "1" to w660-limit
    move 1 to w660-limit-digits
    perform varying w630-digit-index from 1 by 1
      until w630-digit-index > w620-field-length(w620-field-index)
         or w660-limit-digits >= 19
      add 1 to w660-limit-digits end-add
      move "0" to w660-limit(w660-limit-digits:1)
    end-perform

    *> displayed and packed values cannot outgrow a PICTURE with as many
    *> integer digits, so only a narrower one (or a binary or float
    *> source) needs the range check.
    if w627-field-usage(w660-old-field) = "BIN" or "FLT"
    or w627-field-length(w660-old-field) > w620-field-length(w620-field-index) then
      *> the lower bound only where the old value can be negative.
      move "           if not conv-record-refused" to w640-emit-line
      perform d900-write-line
      if w627-field-sign(w660-old-field) = "S"
      or w627-field-usage(w660-old-field) = "FLT" then
        move spaces to w640-emit-line
        string "              and (", trim(w660-old-name) delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        move spaces to w640-emit-line
        string "                   >= ", trim(w660-limit) delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        move spaces to w640-emit-line
        string "                or ", trim(w660-old-name) delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        move spaces to w640-emit-line
        string "                   <= -", trim(w660-limit), ")" delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
      else
        move spaces to w640-emit-line
        string "              and ", trim(w660-old-name) delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        move spaces to w640-emit-line
        string "                  >= ", trim(w660-limit) delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
      end-if
      move "is too large for the new picture" to w660-refuse-reason
      perform f590-write-refusal
      move "           end-if" to w640-emit-line
      perform d900-write-line
    end-if

    if w620-field-sign(w620-field-index) = "U"
    and (w627-field-sign(w660-old-field) = "S"
      or w627-field-usage(w660-old-field) = "FLT") then
      move "           if not conv-record-refused" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string "              and ", trim(w660-old-name), " < zero" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "is negative; the new field is unsigned" to w660-refuse-reason
      perform f590-write-refusal
      move "           end-if" to w640-emit-line
      perform d900-write-line
    end-if

    move "           if not conv-record-refused" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    if w627-field-usage(w660-old-field) = "FLT" then
      string "               compute ", trim(w660-new-name), " rounded" delimited by size
        into w640-emit-line
      end-string
    else
      string "               compute ", trim(w660-new-name) delimited by size
        into w640-emit-line
      end-string
    end-if
    perform d900-write-line
    move spaces to w640-emit-line
    string "                   = ", trim(w660-old-name) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "           end-if" to w640-emit-line
    perform d900-write-line

    if w620-field-decimals(w620-field-index) < w627-field-decimals(w660-old-field)
    and w627-field-usage(w660-old-field) not = "FLT" then
      move "           if not conv-record-refused" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string "              and ", trim(w660-new-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move spaces to w640-emit-line
      string "                  not = ", trim(w660-old-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "would lose decimal places" to w660-refuse-reason
      perform f590-write-refusal
      move "           end-if" to w640-emit-line
      perform d900-write-line
    end-if
    .

  f590-write-refusal.
    *> -------------------------------------------------------------------------
    *>  Refuse the record: field w660-refuse-field, reason
    *>  w660-refuse-reason.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "               move """, trim(w660-refuse-field), """ to conv-field"
      delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "               move """, trim(w660-refuse-reason), """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "                 to conv-reason" to w640-emit-line
    perform d900-write-line
    move "               set conv-record-refused to true" to w640-emit-line
    perform d900-write-line
    .

  g000-write-screen-program.
    *> -------------------------------------------------------------------------
    *>  Write the keyed-file maintenance program for the dictionary's
    *>  record: GC40FORM entry pages, a GC45GRID browse, and the TUIAUDIT
    *>  trail and journal of GC72MASTMNT.
    *> -------------------------------------------------------------------------

    move "g000-write-screen-program (1)" to w600-location

    if w625-layout-count > zero then
      move "SCREEN needs a single-layout dictionary (no @layout lines)." to w600-message
      perform z999-abort
    end-if

    move lower-case(w670-key-label) to w670-key-label
    move zero to w670-key-field
    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count or w670-key-field not = zero
      if w620-field-name(w620-field-index) = w670-key-label
      and w620-field-name(w620-field-index) not = "filler" then
        move w620-field-index to w670-key-field
      end-if
    end-perform

    if w670-key-field = zero then
      move spaces to w600-message
      string
        "The key field ", trim(w670-key-label), " is not in the dictionary."
        delimited by size
        into w600-message
      end-string
      perform z999-abort
    end-if

    *> an indexed file's key: text, or an unsigned whole number in display.
    move w670-key-field to w620-field-index
    if w620-field-type(w620-field-index) = "9" then
      if w620-field-usage(w620-field-index) not = "DSP"
      or w620-field-sign(w620-field-index) = "S"
      or w620-field-decimals(w620-field-index) > zero then
        move "The key field must be type X or an unsigned DSP whole number." to w600-message
        perform z999-abort
      end-if
      move "Y" to w670-key-numeric
    else
      move "N" to w670-key-numeric
    end-if
    move w620-field-length(w620-field-index) to w670-key-width-display
    perform d300-build-field-name
    move w640-emit-name to w670-key-data-name

    compute w670-number-display = length(trim(w670-key-label)) + 4 end-compute
    move w670-number-display to w670-key-col-display
    compute w670-number-display = length(trim(w670-key-label)) + 8 end-compute
    move w670-number-display to w670-new-key-col-display

    perform s010-derive-program-id
    move upper-case(w660-program-id) to w660-program-id
    move upper-case(w602-record-name) to w670-record-upper
    if w670-file-name = spaces then
      move w670-record-upper to w670-file-name
    end-if
    move spaces to w670-journal-name
    string trim(w670-file-name), "JRNL" delimited by size
      into w670-journal-name
    end-string
    move w630-record-length to w670-record-length-display

    perform g050-build-form-entries

    if w670-entry-count = zero then
      move "SCREEN needs at least one field besides the key." to w600-message
      perform z999-abort
    end-if
    move w670-page-count to w670-page-count-display

    move "g000-write-screen-program (2)" to w600-location
    perform s004-open-genfile

    accept w640-current-date from date yyyymmdd end-accept

    perform g110-write-identification
    perform g500-write-record-fields
    perform g120-write-working-storage
    perform g510-write-show-fields
    perform g130-write-procedure-head
    perform g520-write-page-dispatch-load
    perform g140-write-load-page-end
    perform g530-write-page-dispatch-store
    perform g150-write-store-page-end
    perform g540-write-form-paragraphs
    perform g160-write-update-checks
    perform g550-write-field-defaults
    perform g170-write-add-and-browse
    perform g560-write-grid-columns
    perform g180-write-browse-read
    perform g570-write-grid-cells
    perform g190-write-trail-head
    perform g580-write-changed-fields
    perform g200-write-trail-end

    move "g000-write-screen-program (3)" to w600-location
    perform s006-close-genfile

    move w670-entry-count to w640-len-display
    display "dictgen: ", trim(w501-genfile-filename), " written, ",
            trim(w640-len-display), " form fields on ",
            trim(w670-page-count-display), " pages." upon stderr end-display
    .

  g050-build-form-entries.
    *> -------------------------------------------------------------------------
    *>  One form entry per field but the key and fillers - text wider
    *>  than a form value split 20 characters to an entry - sixteen
    *>  entries to a page.
    *> -------------------------------------------------------------------------

    move zero to w670-entry-count w670-slot
    move 1 to w670-page-count

    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count

      if w620-field-name(w620-field-index) not = "filler"
      and w620-field-index not = w670-key-field then

        if w620-field-type(w620-field-index) = "X" then
          move 1 to w670-chunk-offset
          move zero to w670-chunk-number
          perform until w670-chunk-offset > w620-field-length(w620-field-index)
            add 1 to w670-chunk-number end-add
            compute w670-chunk-length =
              w620-field-length(w620-field-index) - w670-chunk-offset + 1
            end-compute
            if w670-chunk-length > 20 then
              move 20 to w670-chunk-length
            end-if
            perform g055-add-entry
            move "X" to w670-entry-type(w670-entry-count)
            move spaces to w670-entry-mask(w670-entry-count)
            if w620-field-length(w620-field-index) > 20 then
              move w670-chunk-number to w670-number-display
              move spaces to w670-entry-label(w670-entry-count)
              string
                w620-field-name(w620-field-index)(1:15) delimited by space
                " (" trim(w670-number-display) ")" delimited by size
                into w670-entry-label(w670-entry-count)
              end-string
            end-if
            add 20 to w670-chunk-offset end-add
          end-perform
        else
          move 1 to w670-chunk-offset
          move w620-field-bytes(w620-field-index) to w670-chunk-length
          perform g066-show-width
          if w670-width > 20 then
            move "g050-build-form-entries" to w600-location
            move spaces to w600-message
            string
              "The field ", trim(w620-field-name(w620-field-index)),
              " is too wide to show in a form value (20)." delimited by size
              into w600-message
            end-string
            perform z999-abort
          end-if
          perform g055-add-entry
          perform g060-build-show-picture
          if w670-mask-length > 12 or w620-field-usage(w620-field-index) = "FLT" then
            move "T" to w670-entry-type(w670-entry-count)
            move spaces to w670-entry-mask(w670-entry-count)
          else
            move "N" to w670-entry-type(w670-entry-count)
            move w670-mask to w670-entry-mask(w670-entry-count)
          end-if
        end-if

      end-if
    end-perform

    if w670-slot = zero then
      move zero to w670-page-count
    end-if
    .

  g055-add-entry.
    *> -------------------------------------------------------------------------
    *>  The next form entry, for field w620-field-index from
    *>  w670-chunk-offset for w670-chunk-length.
    *> -------------------------------------------------------------------------

    if w670-entry-count >= 400 then
      move "g055-add-entry" to w600-location
      move "The record has more fields than SCREEN can lay out (400 form entries)." to w600-message
      perform z999-abort
    end-if

    add 1 to w670-entry-count w670-slot end-add
    if w670-slot > 16 then
      add 1 to w670-page-count end-add
      move 1 to w670-slot
    end-if

    move w620-field-index to w670-entry-field(w670-entry-count)
    move w670-chunk-offset to w670-entry-offset(w670-entry-count)
    move w670-chunk-length to w670-entry-length(w670-entry-count)
    move w670-page-count to w670-entry-page(w670-entry-count)
    move w670-slot to w670-entry-slot(w670-entry-count)
    move w620-field-name(w620-field-index) to w670-entry-label(w670-entry-count)
    .

  g060-build-show-picture.
    *> -------------------------------------------------------------------------
    *>  Display picture (w670-show-picture) and form mask (w670-mask) of
    *>  numeric field w620-field-index; a field of no integer digits shows
    *>  one.
    *> -------------------------------------------------------------------------

    move spaces to w670-show-picture w670-mask
    move zero to w670-mask-length

    if w620-field-usage(w620-field-index) = "FLT" then
      move "-(9)9.9(4)" to w670-show-picture
      move 15 to w670-mask-length
      exit paragraph
    end-if

    move w620-field-length(w620-field-index) to w670-digits
    if w670-digits = zero then
      move 1 to w670-digits
    end-if

    if w620-field-sign(w620-field-index) = "S" then
      move w670-digits to w670-number-display
      string "-(", trim(w670-number-display), ")9" delimited by size
        into w670-show-picture
      end-string
      move "-" to w670-mask
      move 1 to w670-mask-length
    else
      if w670-digits = 1 then
        move "9" to w670-show-picture
      else
        compute w670-number-display = w670-digits - 1 end-compute
        string "z(", trim(w670-number-display), ")9" delimited by size
          into w670-show-picture
        end-string
      end-if
    end-if

    perform w670-digits times
      if w670-mask-length < 30 then
        add 1 to w670-mask-length end-add
        move "9" to w670-mask(w670-mask-length:1)
      end-if
    end-perform

    if w620-field-decimals(w620-field-index) > zero then
      move w620-field-decimals(w620-field-index) to w670-number-display
      string
        trim(w670-show-picture), ".9(", trim(w670-number-display), ")"
        delimited by size
        into w670-show-picture
      end-string
      if w670-mask-length < 30 then
        add 1 to w670-mask-length end-add
        move "." to w670-mask(w670-mask-length:1)
      end-if
      perform w620-field-decimals(w620-field-index) times
        if w670-mask-length < 30 then
          add 1 to w670-mask-length end-add
          move "9" to w670-mask(w670-mask-length:1)
        end-if
      end-perform
    end-if
    .

  g110-write-identification.
    *> -------------------------------------------------------------------------
    *>  Header block, ENVIRONMENT DIVISION and the data file's FD.
    *> -------------------------------------------------------------------------

    move "              >> SOURCE FORMAT IS FREE" to w640-emit-line
    perform d900-write-line
    move "REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR== ==:FCOL:== BY ==FOREGROUND-COLOR==." to w640-emit-line
    perform d900-write-line
    move "IDENTIFICATION DIVISION." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "PROGRAM-ID. ", trim(w660-program-id), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*> GnuCOBOL TT (TUI TOOLS) COLLECTION" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*> Purpose:    ", trim(w670-record-upper), " KEYED-FILE MAINTENANCE SCREEN" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*>             generated by dictgen from ", trim(w501-dictfile-filename), " on ",
      w640-current-date, ":" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*>             do not edit - change the dictionary and regenerate." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*>             Inquire by the ", trim(w670-key-label),
      " key, browse a key range in a GC45GRID," delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*>             and add, change or delete ", trim(w602-record-name),
      " records through GC40FORM" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*>             entry forms whose masks follow each field's picture, on the" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*>             indexed file ", trim(w670-file-name), " (created empty on first use).  Every" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*>             add, change and delete writes the TUIAUDIT trail" to w640-emit-line
    perform d900-write-line
    move "*>             (GC30AUDIT-FD.CPY records) - the operator (from the" to w640-emit-line
    perform d900-write-line
    move "*>             GCOPERATOR environment variable), the action and key, and the" to w640-emit-line
    perform d900-write-line
    move "*>             fields changed - and appends the full before and after images" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*>             to the ", trim(w670-journal-name),
      " journal, each stamped with date and time." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*>             A change is saved only if the record is still as it was read;" to w640-emit-line
    perform d900-write-line
    move "*>             one saved by another operator in between is not overwritten -" to w640-emit-line
    perform d900-write-line
    move "*>             the edit is abandoned and the conflict audited." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*> Usage:      run ", trim(w660-program-id), " in the directory holding ",
      trim(w670-file-name), "; answer the" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*>             action prompt (I inquire, B browse, A add, C change, D delete," to w640-emit-line
    perform d900-write-line
    move "*>             X exit).  Browse shows a key range; Enter on a grid row opens" to w640-emit-line
    perform d900-write-line
    move "*>             that record in the change form.  Forms of more than one page" to w640-emit-line
    perform d900-write-line
    move "*>             are entered page by page; Esc abandons the edit." to w640-emit-line
    perform d900-write-line
    move "*> Tectonics:  cobc -x -fbinary-size=1--8 -fnotrunc -fbinary-byteorder=big-endian" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*>                  ", trim(w501-genfile-filename),
      " GC40FORM.COB GC45GRID.COB GC10NUMDATE.COB" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*>                  GC01BOX.COB -lpdcurses (compile with GnuCOBOL 3.1+)" to w640-emit-line
    perform d900-write-line
    move "*> Author:     dictgen, for DRM - GC-TOOLS maintenance" to w640-emit-line
    perform d900-write-line
    move "*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*> Version:    generated ", w640-current-date delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "ENVIRONMENT DIVISION." to w640-emit-line
    perform d900-write-line
    move "CONFIGURATION SECTION." to w640-emit-line
    perform d900-write-line
    move "SPECIAL-NAMES." to w640-emit-line
    perform d900-write-line
    move "    CRT STATUS IS wCRT-STATUS." to w640-emit-line
    perform d900-write-line
    move "INPUT-OUTPUT SECTION." to w640-emit-line
    perform d900-write-line
    move "FILE-CONTROL." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "    SELECT MAINT-FILE ASSIGN TO """, trim(w670-file-name), """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "        ORGANIZATION IS INDEXED" to w640-emit-line
    perform d900-write-line
    move "        ACCESS IS DYNAMIC" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "        RECORD KEY IS ", trim(w670-key-data-name) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "        FILE STATUS IS wMastStatus." to w640-emit-line
    perform d900-write-line
    move "    copy 'GC30AUDIT-SELECT.CPY'." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "    SELECT OPTIONAL MAINT-JRNL ASSIGN TO """, trim(w670-journal-name), """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "        ORGANIZATION IS SEQUENTIAL" to w640-emit-line
    perform d900-write-line
    move "        FILE STATUS IS wJrnStatus." to w640-emit-line
    perform d900-write-line
    move "DATA DIVISION." to w640-emit-line
    perform d900-write-line
    move "FILE SECTION." to w640-emit-line
    perform d900-write-line
    move "FD  MAINT-FILE." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  ", trim(w602-record-name), "-record." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  g120-write-working-storage.
    *> -------------------------------------------------------------------------
    *>  The journal FD and the fixed part of WORKING-STORAGE.
    *> -------------------------------------------------------------------------

    move "copy 'GC30AUDIT-FD.CPY'." to w640-emit-line
    perform d900-write-line
    move "*> the journal: full before and after images per update" to w640-emit-line
    perform d900-write-line
    move "FD  MAINT-JRNL." to w640-emit-line
    perform d900-write-line
    move "01  MAINT-JRNL-RECORD." to w640-emit-line
    perform d900-write-line
    move "    05  Jrn-Date            PIC 9(08)." to w640-emit-line
    perform d900-write-line
    move "    05  Jrn-Time            PIC 9(06)." to w640-emit-line
    perform d900-write-line
    move "    05  Jrn-Operator        PIC X(08)." to w640-emit-line
    perform d900-write-line
    move "    05  Jrn-Action          PIC X(01)." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "    05  Jrn-Before          PIC X(", trim(w670-record-length-display), ")." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "    05  Jrn-After           PIC X(", trim(w670-record-length-display), ")." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "WORKING-STORAGE SECTION." to w640-emit-line
    perform d900-write-line
    move "copy GC00COLORS.CPY." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "01  wCRT-STATUS         PIC 9(04) VALUE 9999." to w640-emit-line
    perform d900-write-line
    move "01  wMastStatus         PIC X(02)." to w640-emit-line
    perform d900-write-line
    move "01  wTalFileStatus      PIC X(02)." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "01  wJrnStatus          pic x(02)." to w640-emit-line
    perform d900-write-line
    move "01  wJrnAction          pic x(01)." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  wJrnBeforeImage     pic x(", trim(w670-record-length-display), ") value spaces." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  wJrnAfterImage      pic x(", trim(w670-record-length-display), ") value spaces." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  wEditImage          pic x(", trim(w670-record-length-display), ") value spaces." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "01  wOperator           pic x(08) value spaces." to w640-emit-line
    perform d900-write-line
    move "01  wAction             pic x(01) value space." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  wAskKey             pic x(", trim(w670-key-width-display), ") value spaces." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  wFromKey            pic x(", trim(w670-key-width-display), ") value spaces." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  wToKey              pic x(", trim(w670-key-width-display), ") value spaces." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "01  wConfirm            pic x(01) value space." to w640-emit-line
    perform d900-write-line
    move "01  wDone               pic x(01) value ""N""." to w640-emit-line
    perform d900-write-line
    move "01  wRecordHeld         pic x(01) value ""N""." to w640-emit-line
    perform d900-write-line
    move "01  wConflict           pic x(01) value ""N""." to w640-emit-line
    perform d900-write-line
    move "01  wlin                pic 9(03)." to w640-emit-line
    perform d900-write-line
    move "01  wcol                pic 9(03)." to w640-emit-line
    perform d900-write-line
    move "01  wf                  pic 9(02)." to w640-emit-line
    perform d900-write-line
    move "01  wMsgLine            pic x(78) value spaces." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> the form pages: which page is up, and whether the edit got through" to w640-emit-line
    perform d900-write-line
    move "01  wPage               pic 9(02) value zero." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "01  wPageCount          pic 9(02) value ", trim(w670-page-count-display), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "01  wPageShow           pic z9." to w640-emit-line
    perform d900-write-line
    move "01  wPageCountShow      pic z9." to w640-emit-line
    perform d900-write-line
    move "01  wFormOk             pic x(01) value ""N""." to w640-emit-line
    perform d900-write-line
    move "01  wFormBad            pic x(01) value ""N""." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> the trail lines and their stamp" to w640-emit-line
    perform d900-write-line
    move "01  wAuditText          pic x(40)." to w640-emit-line
    perform d900-write-line
    move "01  wBeforeText         pic x(40)." to w640-emit-line
    perform d900-write-line
    move "01  wAfterText          pic x(40)." to w640-emit-line
    perform d900-write-line
    move "01  wStampDate          pic 9(08)." to w640-emit-line
    perform d900-write-line
    move "01  wStampTime          pic 9(08)." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> display forms of the numeric fields, for the form, the grid and" to w640-emit-line
    perform d900-write-line
    move "*> the inquiry" to w640-emit-line
    perform d900-write-line
    .

  g130-write-procedure-head.
    *> -------------------------------------------------------------------------
    *>  The grid and form areas, and the PROCEDURE DIVISION from the
    *>  action prompt to the head of LoadFormPage.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    perform d900-write-line
    move "*> the grid rows remember which key each row shows, so Enter on a" to w640-emit-line
    perform d900-write-line
    move "*> row can reopen the record" to w640-emit-line
    perform d900-write-line
    move "01  wBrowseKeys." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "    05  wBrowseKey      pic x(", trim(w670-key-width-display), ") occurs 2000." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "01  wBrowseCount        pic 9(04) value zero." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "copy 'GC40FORM.CPY'." to w640-emit-line
    perform d900-write-line
    move "copy 'GC45GRID.CPY'." to w640-emit-line
    perform d900-write-line
    move "copy 'GC97KEYCODEGC.CPY'  suppress." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*>           P R O C E D U R E   D I V I S I O N" to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "PROCEDURE DIVISION." to w640-emit-line
    perform d900-write-line
    move "Maint-Mainline." to w640-emit-line
    perform d900-write-line
    move "    perform InitialSettings thru InitialSettingsEx" to w640-emit-line
    perform d900-write-line
    move "    open i-o MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "    if wMastStatus = ""35""" to w640-emit-line
    perform d900-write-line
    move "        open output MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "        close MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "        open i-o MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "    end-if" to w640-emit-line
    perform d900-write-line
    move "    if wMastStatus not = ""00""" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "        display """, trim(w670-file-name), " open failed (status "" wMastStatus "")""" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "        move 8 to return-code" to w640-emit-line
    perform d900-write-line
    move "        goback" to w640-emit-line
    perform d900-write-line
    move "    end-if" to w640-emit-line
    perform d900-write-line
    move "    perform AskAction thru AskActionEx" to w640-emit-line
    perform d900-write-line
    move "        until wDone = ""Y""" to w640-emit-line
    perform d900-write-line
    move "    close MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "    goback." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "AskAction." to w640-emit-line
    perform d900-write-line
    move "   perform ClearScreenArea thru ClearScreenAreaEx" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   display """, trim(w670-record-upper), " maintenance  -  I=inquire B=browse A=add""" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "           "" C=change D=delete X=exit"" at line 1 col 2" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: black :FCOL: bright-white" to w640-emit-line
    perform d900-write-line
    move "   display ""Action:"" at line 2 col 2 :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "   move space to wAction" to w640-emit-line
    perform d900-write-line
    move "   accept wAction at line 2 col 10" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: blue :FCOL: bright-white update" to w640-emit-line
    perform d900-write-line
    move "   end-accept" to w640-emit-line
    perform d900-write-line
    move "   if wCRT-STATUS = K-ESCAPE" to w640-emit-line
    perform d900-write-line
    move "       move ""Y"" to wDone" to w640-emit-line
    perform d900-write-line
    move "       go to AskActionEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   evaluate function upper-case(wAction)" to w640-emit-line
    perform d900-write-line
    move "       when ""I"" perform InquireRecord thru InquireRecordEx" to w640-emit-line
    perform d900-write-line
    move "       when ""B"" perform BrowseRange thru BrowseRangeEx" to w640-emit-line
    perform d900-write-line
    move "       when ""A"" perform AddRecord thru AddRecordEx" to w640-emit-line
    perform d900-write-line
    move "       when ""C"" perform ChangeRecord thru ChangeRecordEx" to w640-emit-line
    perform d900-write-line
    move "       when ""D"" perform DeleteRecord thru DeleteRecordEx" to w640-emit-line
    perform d900-write-line
    move "       when ""X"" move ""Y"" to wDone" to w640-emit-line
    perform d900-write-line
    move "       when other continue" to w640-emit-line
    perform d900-write-line
    move "   end-evaluate" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "AskActionEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*> fetch one record by its key" to w640-emit-line
    perform d900-write-line
    move "FetchRecord." to w640-emit-line
    perform d900-write-line
    move "   move ""N"" to wRecordHeld" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   display """, trim(w670-key-label), ":"" at line 3 col 2" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "   move spaces to wAskKey" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   accept wAskKey at line 3 col ", trim(w670-key-col-display) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       :BCOL: blue :FCOL: bright-white update" to w640-emit-line
    perform d900-write-line
    move "   end-accept" to w640-emit-line
    perform d900-write-line
    move "   if wCRT-STATUS = K-ESCAPE go to FetchRecordEx end-if" to w640-emit-line
    perform d900-write-line
    move "   perform MoveAskKey thru MoveAskKeyEx" to w640-emit-line
    perform d900-write-line
    move "   if wFormBad = ""Y""" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to FetchRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   read MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "   end-read" to w640-emit-line
    perform d900-write-line
    move "   if wMastStatus = ""00""" to w640-emit-line
    perform d900-write-line
    move "       move ""Y"" to wRecordHeld" to w640-emit-line
    perform d900-write-line
    move "   else" to w640-emit-line
    perform d900-write-line
    move "       move spaces to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       string ""record not found (status "" wMastStatus "")""" to w640-emit-line
    perform d900-write-line
    move "           delimited by size into wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       end-string" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "FetchRecordEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> the typed key into the record key" to w640-emit-line
    perform d900-write-line
    move "MoveAskKey." to w640-emit-line
    perform d900-write-line
    move "   move ""N"" to wFormBad" to w640-emit-line
    perform d900-write-line
    if w670-key-numeric = "Y" then
      move "   if function test-numval(wAskKey) not = zero" to w640-emit-line
      perform d900-write-line
      move "       move ""Y"" to wFormBad" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "       move """, trim(w670-key-label), " must be a number"" to wMsgLine" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "       go to MoveAskKeyEx" to w640-emit-line
      perform d900-write-line
      move "   end-if" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "   move function numval(wAskKey) to ", trim(w670-key-data-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    else
      move spaces to w640-emit-line
      string
        "   move wAskKey to ", trim(w670-key-data-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    end-if

    move "   continue." to w640-emit-line
    perform d900-write-line
    move "MoveAskKeyEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "InquireRecord." to w640-emit-line
    perform d900-write-line
    move "   perform FetchRecord thru FetchRecordEx" to w640-emit-line
    perform d900-write-line
    move "   if wRecordHeld = ""Y""" to w640-emit-line
    perform d900-write-line
    move "       perform ShowRecord thru ShowRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "InquireRecordEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> the record page by page, in the form's own layout" to w640-emit-line
    perform d900-write-line
    move "ShowRecord." to w640-emit-line
    perform d900-write-line
    move "   move 1 to wPage." to w640-emit-line
    perform d900-write-line
    move "ShowRecord-Page." to w640-emit-line
    perform d900-write-line
    move "   perform ClearScreenArea thru ClearScreenAreaEx" to w640-emit-line
    perform d900-write-line
    move "   perform ShowKeyLine thru ShowKeyLineEx" to w640-emit-line
    perform d900-write-line
    move "   perform LoadFormPage thru LoadFormPageEx" to w640-emit-line
    perform d900-write-line
    move "   perform varying wf from 1 by 1 until wf > Frm-FieldCount" to w640-emit-line
    perform d900-write-line
    move "       display Frm-Label(wf) at line Frm-r1(wf) col Frm-c1(wf)" to w640-emit-line
    perform d900-write-line
    move "           :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "       compute wcol = Frm-c1(wf) + 21" to w640-emit-line
    perform d900-write-line
    move "       display Frm-Value(wf) at line Frm-r1(wf) col wcol" to w640-emit-line
    perform d900-write-line
    move "           :BCOL: black :FCOL: bright-white" to w640-emit-line
    perform d900-write-line
    move "   end-perform" to w640-emit-line
    perform d900-write-line
    move "   if wPage < wPageCount" to w640-emit-line
    perform d900-write-line
    move "       display ""Enter: next page   Esc: stop"" at line 22 col 2" to w640-emit-line
    perform d900-write-line
    move "           :BCOL: black :FCOL: bright-yellow" to w640-emit-line
    perform d900-write-line
    move "   else" to w640-emit-line
    perform d900-write-line
    move "       display ""Enter: continue"" at line 22 col 2" to w640-emit-line
    perform d900-write-line
    move "           :BCOL: black :FCOL: bright-yellow" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   move space to wConfirm" to w640-emit-line
    perform d900-write-line
    move "   accept wConfirm at line 22 col 32" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: blue :FCOL: bright-white update" to w640-emit-line
    perform d900-write-line
    move "   end-accept" to w640-emit-line
    perform d900-write-line
    move "   if wCRT-STATUS = K-ESCAPE or wPage = wPageCount" to w640-emit-line
    perform d900-write-line
    move "       go to ShowRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   add 1 to wPage" to w640-emit-line
    perform d900-write-line
    move "   go to ShowRecord-Page." to w640-emit-line
    perform d900-write-line
    move "ShowRecordEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "ShowKeyLine." to w640-emit-line
    perform d900-write-line
    move "   move wPage to wPageShow" to w640-emit-line
    perform d900-write-line
    move "   move wPageCount to wPageCountShow" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   display """, trim(w670-key-label), " "" ", trim(w670-key-data-name),
      " ""   page "" wPageShow "" of "" wPageCountShow" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       at line 3 col 2 :BCOL: black :FCOL: bright-white" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "ShowKeyLineEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*> every page of the form in turn; the before image is held first so" to w640-emit-line
    perform d900-write-line
    move "*> the journal can carry it" to w640-emit-line
    perform d900-write-line
    move "ChangeRecord." to w640-emit-line
    perform d900-write-line
    move "   perform FetchRecord thru FetchRecordEx" to w640-emit-line
    perform d900-write-line
    move "   if wRecordHeld not = ""Y"" go to ChangeRecordEx end-if" to w640-emit-line
    perform d900-write-line
    move "   perform ChangeHeldRecord thru ChangeHeldRecordEx" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "ChangeRecordEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "ChangeHeldRecord." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   move ", trim(w602-record-name), "-record to wJrnBeforeImage" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   perform EditPages thru EditPagesEx" to w640-emit-line
    perform d900-write-line
    move "   if wFormOk not = ""Y""" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       move wJrnBeforeImage to ", trim(w602-record-name), "-record" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       move ""edit abandoned"" to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to ChangeHeldRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   perform CheckConcurrentUpdate thru CheckConcurrentUpdateEx" to w640-emit-line
    perform d900-write-line
    move "   if wConflict = ""Y""" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to ChangeHeldRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   rewrite ", trim(w602-record-name), "-record" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   end-rewrite" to w640-emit-line
    perform d900-write-line
    move "   if wMastStatus = ""00""" to w640-emit-line
    perform d900-write-line
    move "       perform ListChangedFields thru ListChangedFieldsEx" to w640-emit-line
    perform d900-write-line
    move "       move spaces to wAuditText" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       string ""C "" ", trim(w670-key-data-name), " "" OP="" wOperator" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "           delimited by size into wAuditText" to w640-emit-line
    perform d900-write-line
    move "       end-string" to w640-emit-line
    perform d900-write-line
    move "       perform WriteAuditSet thru WriteAuditSetEx" to w640-emit-line
    perform d900-write-line
    move "       move ""C"" to wJrnAction" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       move ", trim(w602-record-name), "-record to wJrnAfterImage" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       perform WriteJournal thru WriteJournalEx" to w640-emit-line
    perform d900-write-line
    move "       if wMsgLine = spaces" to w640-emit-line
    perform d900-write-line
    move "           move ""record changed"" to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       end-if" to w640-emit-line
    perform d900-write-line
    move "   else" to w640-emit-line
    perform d900-write-line
    move "       move spaces to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       string ""rewrite failed (status "" wMastStatus "")""" to w640-emit-line
    perform d900-write-line
    move "           delimited by size into wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       end-string" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "ChangeHeldRecordEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> the form, page by page: a page whose values do not fit the record" to w640-emit-line
    perform d900-write-line
    move "*> comes back up with the reason; Esc on any page abandons the edit" to w640-emit-line
    perform d900-write-line
    move "EditPages." to w640-emit-line
    perform d900-write-line
    move "   move ""N"" to wFormOk" to w640-emit-line
    perform d900-write-line
    move "   move 1 to wPage." to w640-emit-line
    perform d900-write-line
    move "EditPages-Page." to w640-emit-line
    perform d900-write-line
    move "   perform ClearScreenArea thru ClearScreenAreaEx" to w640-emit-line
    perform d900-write-line
    move "   perform ShowKeyLine thru ShowKeyLineEx" to w640-emit-line
    perform d900-write-line
    move "   perform LoadFormPage thru LoadFormPageEx." to w640-emit-line
    perform d900-write-line
    move "EditPages-Form." to w640-emit-line
    perform d900-write-line
    move "   call GC40FORM using by reference Form-Area" to w640-emit-line
    perform d900-write-line
    move "   if not Frm-Is-Accepted go to EditPagesEx end-if" to w640-emit-line
    perform d900-write-line
    move "   perform StoreFormPage thru StoreFormPageEx" to w640-emit-line
    perform d900-write-line
    move "   if wFormBad = ""Y""" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to EditPages-Form" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   if wPage < wPageCount" to w640-emit-line
    perform d900-write-line
    move "       add 1 to wPage" to w640-emit-line
    perform d900-write-line
    move "       go to EditPages-Page" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   move ""Y"" to wFormOk" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "EditPagesEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "LoadFormPage." to w640-emit-line
    perform d900-write-line
    move "   move 1 to Frm-CurrField" to w640-emit-line
    perform d900-write-line
    move "   move blue to Frm-bco" to w640-emit-line
    perform d900-write-line
    move "   move bright-white to Frm-fco" to w640-emit-line
    perform d900-write-line
    move "   move red to Frm-bcoErr" to w640-emit-line
    perform d900-write-line
    move "   move bright-white to Frm-fcoErr" to w640-emit-line
    perform d900-write-line
    .

  g140-write-load-page-end.
    *> -------------------------------------------------------------------------
    *>  The end of LoadFormPage and the head of StoreFormPage.
    *> -------------------------------------------------------------------------

    move "   continue." to w640-emit-line
    perform d900-write-line
    move "LoadFormPageEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "StoreFormPage." to w640-emit-line
    perform d900-write-line
    move "   move ""N"" to wFormBad" to w640-emit-line
    perform d900-write-line
    .

  g150-write-store-page-end.
    *> -------------------------------------------------------------------------
    *>  The end of StoreFormPage.
    *> -------------------------------------------------------------------------

    move "   continue." to w640-emit-line
    perform d900-write-line
    move "StoreFormPageEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    .

  g160-write-update-checks.
    *> -------------------------------------------------------------------------
    *>  The concurrent-update check, and AddRecord up to the field
    *>  defaults.
    *> -------------------------------------------------------------------------

    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*> at save time the record is read again: unchanged since the form was" to w640-emit-line
    perform d900-write-line
    move "*> filled, the edit goes ahead; saved (or deleted) by another operator" to w640-emit-line
    perform d900-write-line
    move "*> in between, the edit is abandoned and the conflict audited" to w640-emit-line
    perform d900-write-line
    move "CheckConcurrentUpdate." to w640-emit-line
    perform d900-write-line
    move "   move ""N"" to wConflict" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   move ", trim(w602-record-name), "-record to wEditImage" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   read MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "   end-read" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   if wMastStatus = ""00"" and ", trim(w602-record-name), "-record = wJrnBeforeImage" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       move wEditImage to ", trim(w602-record-name), "-record" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       go to CheckConcurrentUpdateEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   move ""Y"" to wConflict" to w640-emit-line
    perform d900-write-line
    move "   move spaces to wAuditText" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   string ""CONFLICT "" ", trim(w670-key-data-name), " "" OP="" wOperator" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       delimited by size into wAuditText" to w640-emit-line
    perform d900-write-line
    move "   end-string" to w640-emit-line
    perform d900-write-line
    move "   if wMastStatus = ""00""" to w640-emit-line
    perform d900-write-line
    move "       move ""BEF changed by another operator"" to wBeforeText" to w640-emit-line
    perform d900-write-line
    move "       move ""record changed since you read it - edit abandoned""" to w640-emit-line
    perform d900-write-line
    move "         to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "   else" to w640-emit-line
    perform d900-write-line
    move "       move ""BEF deleted by another operator"" to wBeforeText" to w640-emit-line
    perform d900-write-line
    move "       move ""record deleted since you read it - edit abandoned""" to w640-emit-line
    perform d900-write-line
    move "         to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   move ""AFT edit abandoned"" to wAfterText" to w640-emit-line
    perform d900-write-line
    move "   perform WriteAuditSet thru WriteAuditSetEx" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "CheckConcurrentUpdateEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "ClearScreenArea." to w640-emit-line
    perform d900-write-line
    move "   perform varying wlin from 3 by 1 until wlin > 22" to w640-emit-line
    perform d900-write-line
    move "       display "" "" at line wlin col 1 :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "           with erase eol" to w640-emit-line
    perform d900-write-line
    move "   end-perform" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "ClearScreenAreaEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*> a new key, every field at its dictionary default, then the form" to w640-emit-line
    perform d900-write-line
    move "AddRecord." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   display ""new ", trim(w670-key-label), ":"" at line 3 col 2" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "   move spaces to wAskKey" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   accept wAskKey at line 3 col ", trim(w670-new-key-col-display) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       :BCOL: blue :FCOL: bright-white update" to w640-emit-line
    perform d900-write-line
    move "   end-accept" to w640-emit-line
    perform d900-write-line
    move "   if wCRT-STATUS = K-ESCAPE go to AddRecordEx end-if" to w640-emit-line
    perform d900-write-line
    move "   if wAskKey = spaces go to AddRecordEx end-if" to w640-emit-line
    perform d900-write-line
    move "   perform MoveAskKey thru MoveAskKeyEx" to w640-emit-line
    perform d900-write-line
    move "   if wFormBad = ""Y""" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to AddRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   read MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "   end-read" to w640-emit-line
    perform d900-write-line
    move "   if wMastStatus = ""00""" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       move ""key already on ", trim(w670-file-name), """ to wMsgLine" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to AddRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   move spaces to ", trim(w602-record-name), "-record" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  g170-write-add-and-browse.
    *> -------------------------------------------------------------------------
    *>  The rest of AddRecord, DeleteRecord, BrowseRange, and
    *>  LoadBrowseGrid up to its column headings.
    *> -------------------------------------------------------------------------

    move "   perform MoveAskKey thru MoveAskKeyEx" to w640-emit-line
    perform d900-write-line
    move "   move spaces to wJrnBeforeImage" to w640-emit-line
    perform d900-write-line
    move "   perform EditPages thru EditPagesEx" to w640-emit-line
    perform d900-write-line
    move "   if wFormOk not = ""Y""" to w640-emit-line
    perform d900-write-line
    move "       move ""add abandoned"" to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to AddRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   write ", trim(w602-record-name), "-record" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   end-write" to w640-emit-line
    perform d900-write-line
    move "   evaluate wMastStatus" to w640-emit-line
    perform d900-write-line
    move "       when ""00""" to w640-emit-line
    perform d900-write-line
    move "       when ""02""" to w640-emit-line
    perform d900-write-line
    move "           move spaces to wAuditText" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "           string ""A "" ", trim(w670-key-data-name), " "" OP="" wOperator" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "               delimited by size into wAuditText" to w640-emit-line
    perform d900-write-line
    move "           end-string" to w640-emit-line
    perform d900-write-line
    move "           move ""BEF (new record)"" to wBeforeText" to w640-emit-line
    perform d900-write-line
    move "           move spaces to wAfterText" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "           string ""AFT images on "" """, trim(w670-journal-name), """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "               delimited by size into wAfterText" to w640-emit-line
    perform d900-write-line
    move "           end-string" to w640-emit-line
    perform d900-write-line
    move "           perform WriteAuditSet thru WriteAuditSetEx" to w640-emit-line
    perform d900-write-line
    move "           move ""A"" to wJrnAction" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "           move ", trim(w602-record-name), "-record to wJrnAfterImage" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "           perform WriteJournal thru WriteJournalEx" to w640-emit-line
    perform d900-write-line
    move "           if wMsgLine = spaces" to w640-emit-line
    perform d900-write-line
    move "               move ""record added"" to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "           end-if" to w640-emit-line
    perform d900-write-line
    move "       when ""22""" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "           move ""key already on ", trim(w670-file-name), """ to wMsgLine" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       when other" to w640-emit-line
    perform d900-write-line
    move "           move spaces to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "           string ""write failed (status "" wMastStatus "")""" to w640-emit-line
    perform d900-write-line
    move "               delimited by size into wMsgLine" to w640-emit-line
    perform d900-write-line
    move "           end-string" to w640-emit-line
    perform d900-write-line
    move "   end-evaluate" to w640-emit-line
    perform d900-write-line
    move "   perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "AddRecordEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "DeleteRecord." to w640-emit-line
    perform d900-write-line
    move "   perform FetchRecord thru FetchRecordEx" to w640-emit-line
    perform d900-write-line
    move "   if wRecordHeld not = ""Y"" go to DeleteRecordEx end-if" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   move ", trim(w602-record-name), "-record to wJrnBeforeImage" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   perform ShowRecord thru ShowRecordEx" to w640-emit-line
    perform d900-write-line
    move "   display ""delete this record (Y/N)?"" at line 22 col 2" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: black :FCOL: bright-yellow with erase eol" to w640-emit-line
    perform d900-write-line
    move "   move space to wConfirm" to w640-emit-line
    perform d900-write-line
    move "   accept wConfirm at line 22 col 29" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: blue :FCOL: bright-white update" to w640-emit-line
    perform d900-write-line
    move "   end-accept" to w640-emit-line
    perform d900-write-line
    move "   if function upper-case(wConfirm) not = ""Y""" to w640-emit-line
    perform d900-write-line
    move "       go to DeleteRecordEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   delete MAINT-FILE record" to w640-emit-line
    perform d900-write-line
    move "   end-delete" to w640-emit-line
    perform d900-write-line
    move "   if wMastStatus = ""00""" to w640-emit-line
    perform d900-write-line
    move "       move spaces to wAuditText" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       string ""D "" ", trim(w670-key-data-name), " "" OP="" wOperator" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "           delimited by size into wAuditText" to w640-emit-line
    perform d900-write-line
    move "       end-string" to w640-emit-line
    perform d900-write-line
    move "       move spaces to wBeforeText" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       string ""BEF images on "" """, trim(w670-journal-name), """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "           delimited by size into wBeforeText" to w640-emit-line
    perform d900-write-line
    move "       end-string" to w640-emit-line
    perform d900-write-line
    move "       move ""AFT (record deleted)"" to wAfterText" to w640-emit-line
    perform d900-write-line
    move "       perform WriteAuditSet thru WriteAuditSetEx" to w640-emit-line
    perform d900-write-line
    move "       move ""D"" to wJrnAction" to w640-emit-line
    perform d900-write-line
    move "       move spaces to wJrnAfterImage" to w640-emit-line
    perform d900-write-line
    move "       perform WriteJournal thru WriteJournalEx" to w640-emit-line
    perform d900-write-line
    move "       if wMsgLine = spaces" to w640-emit-line
    perform d900-write-line
    move "           move ""record deleted"" to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       end-if" to w640-emit-line
    perform d900-write-line
    move "   else" to w640-emit-line
    perform d900-write-line
    move "       move spaces to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       string ""delete failed (status "" wMastStatus "")""" to w640-emit-line
    perform d900-write-line
    move "           delimited by size into wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       end-string" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "DeleteRecordEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*> browse a key range in the grid; Enter on a row opens the change" to w640-emit-line
    perform d900-write-line
    move "*> form for that record" to w640-emit-line
    perform d900-write-line
    move "BrowseRange." to w640-emit-line
    perform d900-write-line
    move "   display ""from key:"" at line 3 col 2 :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "   move spaces to wFromKey" to w640-emit-line
    perform d900-write-line
    move "   accept wFromKey at line 3 col 12" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: blue :FCOL: bright-white update" to w640-emit-line
    perform d900-write-line
    move "   end-accept" to w640-emit-line
    perform d900-write-line
    move "   if wCRT-STATUS = K-ESCAPE go to BrowseRangeEx end-if" to w640-emit-line
    perform d900-write-line
    move "   display ""to   key:"" at line 4 col 2 :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "   move spaces to wToKey" to w640-emit-line
    perform d900-write-line
    move "   accept wToKey at line 4 col 12" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: blue :FCOL: bright-white update" to w640-emit-line
    perform d900-write-line
    move "   end-accept" to w640-emit-line
    perform d900-write-line
    move "   if wCRT-STATUS = K-ESCAPE go to BrowseRangeEx end-if" to w640-emit-line
    perform d900-write-line
    move "   perform LoadBrowseGrid thru LoadBrowseGridEx" to w640-emit-line
    perform d900-write-line
    move "   if Grd-RowCount = zero" to w640-emit-line
    perform d900-write-line
    move "       if wMsgLine = spaces" to w640-emit-line
    perform d900-write-line
    move "           move ""no records in that key range"" to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "       end-if" to w640-emit-line
    perform d900-write-line
    move "       perform ShowMessage thru ShowMessageEx" to w640-emit-line
    perform d900-write-line
    move "       go to BrowseRangeEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   move 5 to Grd-r1" to w640-emit-line
    perform d900-write-line
    move "   move 2 to Grd-c1" to w640-emit-line
    perform d900-write-line
    move "   move 21 to Grd-r2" to w640-emit-line
    perform d900-write-line
    move "   move 79 to Grd-c2" to w640-emit-line
    perform d900-write-line
    move "   move 'S' to Grd-style" to w640-emit-line
    perform d900-write-line
    move "   move 'N' to Grd-3D" to w640-emit-line
    perform d900-write-line
    move "   move blue to Grd-bco" to w640-emit-line
    perform d900-write-line
    move "   move bright-white to Grd-fco" to w640-emit-line
    perform d900-write-line
    move "   move bright-white to Grd-bcoSel" to w640-emit-line
    perform d900-write-line
    move "   move blue to Grd-fcoSel" to w640-emit-line
    perform d900-write-line
    move "   call GC45GRID using by reference Grid-Area Grid-Rows" to w640-emit-line
    perform d900-write-line
    move "   if Grd-Key = K-ESCAPE go to BrowseRangeEx end-if" to w640-emit-line
    perform d900-write-line
    move "   if Grd-CurrRow > zero and Grd-CurrRow not > wBrowseCount" to w640-emit-line
    perform d900-write-line
    move "       move wBrowseKey(Grd-CurrRow) to wAskKey" to w640-emit-line
    perform d900-write-line
    move "       perform MoveAskKey thru MoveAskKeyEx" to w640-emit-line
    perform d900-write-line
    move "       read MAINT-FILE" to w640-emit-line
    perform d900-write-line
    move "       end-read" to w640-emit-line
    perform d900-write-line
    move "       if wMastStatus = ""00""" to w640-emit-line
    perform d900-write-line
    move "           perform ChangeHeldRecord thru ChangeHeldRecordEx" to w640-emit-line
    perform d900-write-line
    move "       end-if" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "BrowseRangeEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "LoadBrowseGrid." to w640-emit-line
    perform d900-write-line
    move "   move 1 to Grd-TopRow Grd-CurrRow Grd-LeftCol" to w640-emit-line
    perform d900-write-line
    move "   move zero to Grd-RowCount" to w640-emit-line
    perform d900-write-line
    move "   move zero to wBrowseCount" to w640-emit-line
    perform d900-write-line
    if w670-key-numeric = "Y" then
      move "   if wFromKey = spaces" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "       move zero to ", trim(w670-key-data-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "   else" to w640-emit-line
      perform d900-write-line
      move "       if function test-numval(wFromKey) not = zero" to w640-emit-line
      perform d900-write-line
      move "           move ""from key must be a number"" to wMsgLine" to w640-emit-line
      perform d900-write-line
      move "           go to LoadBrowseGridEx" to w640-emit-line
      perform d900-write-line
      move "       end-if" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "       move function numval(wFromKey) to ", trim(w670-key-data-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "   end-if" to w640-emit-line
      perform d900-write-line
      move "   if wToKey not = spaces" to w640-emit-line
      perform d900-write-line
      move "       if function test-numval(wToKey) not = zero" to w640-emit-line
      perform d900-write-line
      move "           move ""to key must be a number"" to wMsgLine" to w640-emit-line
      perform d900-write-line
      move "           go to LoadBrowseGridEx" to w640-emit-line
      perform d900-write-line
      move "       end-if" to w640-emit-line
      perform d900-write-line
      move "   end-if" to w640-emit-line
      perform d900-write-line
    else
      move "   if wToKey = spaces" to w640-emit-line
      perform d900-write-line
      move "       move high-value to wToKey" to w640-emit-line
      perform d900-write-line
      move "   end-if" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "   move wFromKey to ", trim(w670-key-data-name) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    end-if

    .

  g180-write-browse-read.
    *> -------------------------------------------------------------------------
    *>  The LoadBrowseGrid read loop, up to the row cells.
    *> -------------------------------------------------------------------------

    move spaces to w640-emit-line
    string
      "   start MAINT-FILE key is not less than ", trim(w670-key-data-name) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   end-start" to w640-emit-line
    perform d900-write-line
    move "   if wMastStatus not = ""00"" go to LoadBrowseGridEx end-if" to w640-emit-line
    perform d900-write-line
    move "   perform until wBrowseCount = 2000" to w640-emit-line
    perform d900-write-line
    move "       read MAINT-FILE next record" to w640-emit-line
    perform d900-write-line
    move "       end-read" to w640-emit-line
    perform d900-write-line
    move "       if wMastStatus not = ""00""" to w640-emit-line
    perform d900-write-line
    move "           exit perform" to w640-emit-line
    perform d900-write-line
    move "       end-if" to w640-emit-line
    perform d900-write-line
    if w670-key-numeric = "Y" then
      move "       if wToKey not = spaces" to w640-emit-line
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "        and ", trim(w670-key-data-name), " > function numval(wToKey)" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "           exit perform" to w640-emit-line
      perform d900-write-line
      move "       end-if" to w640-emit-line
      perform d900-write-line
    else
      move spaces to w640-emit-line
      string
        "       if ", trim(w670-key-data-name), " > wToKey" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move "           exit perform" to w640-emit-line
      perform d900-write-line
      move "       end-if" to w640-emit-line
      perform d900-write-line
    end-if

    move "       add 1 to wBrowseCount" to w640-emit-line
    perform d900-write-line
    move "       move wBrowseCount to Grd-RowCount" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       move ", trim(w670-key-data-name), " to wBrowseKey(wBrowseCount)" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  g190-write-trail-head.
    *> -------------------------------------------------------------------------
    *>  The end of LoadBrowseGrid and the head of ListChangedFields.
    *> -------------------------------------------------------------------------

    move "   end-perform" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "LoadBrowseGridEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> ***********************************************************************************" to w640-emit-line
    perform d900-write-line
    move "*> the trail's before and after lines for a change: where the images" to w640-emit-line
    perform d900-write-line
    move "*> are, and which fields moved" to w640-emit-line
    perform d900-write-line
    move "ListChangedFields." to w640-emit-line
    perform d900-write-line
    move "   move spaces to wBeforeText" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   string ""BEF images on "" """, trim(w670-journal-name), """" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       delimited by size into wBeforeText" to w640-emit-line
    perform d900-write-line
    move "   end-string" to w640-emit-line
    perform d900-write-line
    move "   move ""AFT"" to wAfterText" to w640-emit-line
    perform d900-write-line
    move "   move 4 to wf" to w640-emit-line
    perform d900-write-line
    .

  g200-write-trail-end.
    *> -------------------------------------------------------------------------
    *>  The rest of the program: the trail, the journal, the message
    *>  line and the initial settings.
    *> -------------------------------------------------------------------------

    move "   if wf = 4" to w640-emit-line
    perform d900-write-line
    move "       move ""AFT (no field changed)"" to wAfterText" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "ListChangedFieldsEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "*> three trail lines per action: the action and operator, then the" to w640-emit-line
    perform d900-write-line
    move "*> before and after lines, all in one date/time stamp" to w640-emit-line
    perform d900-write-line
    move "WriteAuditSet." to w640-emit-line
    perform d900-write-line
    move "   open extend TUI-AUDIT-LOG" to w640-emit-line
    perform d900-write-line
    move "   if wTalFileStatus not = ""00"" and wTalFileStatus not = ""05""" to w640-emit-line
    perform d900-write-line
    move "       go to WriteAuditSetEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   accept wStampDate from date yyyymmdd end-accept" to w640-emit-line
    perform d900-write-line
    move "   accept wStampTime from time end-accept" to w640-emit-line
    perform d900-write-line
    move "   move spaces to TUI-AUDIT-RECORD" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   move """, trim(w660-program-id), """ to Tal-Module" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   move zero to Tal-Key" to w640-emit-line
    perform d900-write-line
    move "   move wAuditText to Tal-Choice" to w640-emit-line
    perform d900-write-line
    move "   move wStampDate to Tal-Date" to w640-emit-line
    perform d900-write-line
    move "   move wStampTime(1:6) to Tal-Time" to w640-emit-line
    perform d900-write-line
    move "   write TUI-AUDIT-RECORD" to w640-emit-line
    perform d900-write-line
    move "   move spaces to TUI-AUDIT-RECORD" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   move """, trim(w660-program-id), """ to Tal-Module" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   move zero to Tal-Key" to w640-emit-line
    perform d900-write-line
    move "   move wBeforeText to Tal-Choice" to w640-emit-line
    perform d900-write-line
    move "   move wStampDate to Tal-Date" to w640-emit-line
    perform d900-write-line
    move "   move wStampTime(1:6) to Tal-Time" to w640-emit-line
    perform d900-write-line
    move "   write TUI-AUDIT-RECORD" to w640-emit-line
    perform d900-write-line
    move "   move spaces to TUI-AUDIT-RECORD" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "   move """, trim(w660-program-id), """ to Tal-Module" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   move zero to Tal-Key" to w640-emit-line
    perform d900-write-line
    move "   move wAfterText to Tal-Choice" to w640-emit-line
    perform d900-write-line
    move "   move wStampDate to Tal-Date" to w640-emit-line
    perform d900-write-line
    move "   move wStampTime(1:6) to Tal-Time" to w640-emit-line
    perform d900-write-line
    move "   write TUI-AUDIT-RECORD" to w640-emit-line
    perform d900-write-line
    move "   close TUI-AUDIT-LOG" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "WriteAuditSetEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "*> one journal record per applied update, appended to ", trim(w670-journal-name) delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "WriteJournal." to w640-emit-line
    perform d900-write-line
    move "   open extend MAINT-JRNL" to w640-emit-line
    perform d900-write-line
    move "   if wJrnStatus not = ""00"" and wJrnStatus not = ""05""" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       move """, trim(w670-journal-name), " unavailable - update NOT journaled"" to wMsgLine" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "       go to WriteJournalEx" to w640-emit-line
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    move "   accept wStampDate from date yyyymmdd end-accept" to w640-emit-line
    perform d900-write-line
    move "   accept wStampTime from time end-accept" to w640-emit-line
    perform d900-write-line
    move "   move wStampDate to Jrn-Date" to w640-emit-line
    perform d900-write-line
    move "   move wStampTime(1:6) to Jrn-Time" to w640-emit-line
    perform d900-write-line
    move "   move wOperator to Jrn-Operator" to w640-emit-line
    perform d900-write-line
    move "   move wJrnAction to Jrn-Action" to w640-emit-line
    perform d900-write-line
    move "   move wJrnBeforeImage to Jrn-Before" to w640-emit-line
    perform d900-write-line
    move "   move wJrnAfterImage to Jrn-After" to w640-emit-line
    perform d900-write-line
    move "   write MAINT-JRNL-RECORD" to w640-emit-line
    perform d900-write-line
    move "   close MAINT-JRNL" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "WriteJournalEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "ShowMessage." to w640-emit-line
    perform d900-write-line
    move "   display ""                                                      """ to w640-emit-line
    perform d900-write-line
    move "       at line 23 col 2 :BCOL: black :FCOL: white" to w640-emit-line
    perform d900-write-line
    move "   display wMsgLine at line 23 col 2" to w640-emit-line
    perform d900-write-line
    move "       :BCOL: black :FCOL: bright-yellow" to w640-emit-line
    perform d900-write-line
    move "   move spaces to wMsgLine" to w640-emit-line
    perform d900-write-line
    move "   continue." to w640-emit-line
    perform d900-write-line
    move "ShowMessageEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move "InitialSettings." to w640-emit-line
    perform d900-write-line
    move "  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'." to w640-emit-line
    perform d900-write-line
    move "  set environment 'COB_SCREEN_ESC'        TO 'Y'." to w640-emit-line
    perform d900-write-line
    move "  accept wOperator from environment ""GCOPERATOR"" end-accept" to w640-emit-line
    perform d900-write-line
    move "  if wOperator = spaces" to w640-emit-line
    perform d900-write-line
    move "      move ""UNKNOWN"" to wOperator" to w640-emit-line
    perform d900-write-line
    move "  end-if" to w640-emit-line
    perform d900-write-line
    move "  continue." to w640-emit-line
    perform d900-write-line
    move "InitialSettingsEx. exit." to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "End Program ", trim(w660-program-id), "." delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  g500-write-record-fields.
    *> -------------------------------------------------------------------------
    *>  The record's fields under its FD, names carrying the prefix.
    *> -------------------------------------------------------------------------

    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count
      perform d300-build-field-name
      perform d400-build-picture-clause
      move spaces to w640-emit-line
      move "    05 " to w640-emit-line(1:7)
      move w640-emit-name to w640-emit-line(8:)
      if length(trim(w640-emit-name)) > 20 then
        string
          trim(w640-emit-line, trailing), " ", w640-emit-picture delimited by size
          into w640-emit-line
        end-string
      else
        move w640-emit-picture to w640-emit-line(29:)
      end-if
      perform d900-write-line
    end-perform
    .

  g510-write-show-fields.
    *> -------------------------------------------------------------------------
    *>  One edited display item per numeric field, wShow-name.
    *> -------------------------------------------------------------------------

    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count
      if w620-field-type(w620-field-index) = "9"
      and w620-field-name(w620-field-index) not = "filler" then
        perform g060-build-show-picture
        move spaces to w640-emit-line
        string
          "01  wShow-", trim(w620-field-name(w620-field-index)) delimited by size
          into w640-emit-line
        end-string
        if length(trim(w640-emit-line)) > 23 then
          string
            trim(w640-emit-line, trailing), " pic ", trim(w670-show-picture), "."
            delimited by size
            into w640-emit-line
          end-string
        else
          string
            "pic ", trim(w670-show-picture), "." delimited by size
            into w640-emit-line(25:)
          end-string
        end-if
        perform d900-write-line
      end-if
    end-perform
    .

  g520-write-page-dispatch-load.
    *> -------------------------------------------------------------------------
    *>  LoadFormPage's choice of page.
    *> -------------------------------------------------------------------------

    move "load" to w670-verb
    perform g525-write-page-dispatch
    .

  g525-write-page-dispatch.
    *> -------------------------------------------------------------------------
    *>  evaluate wPage, one perform of the w670-verb paragraph per page.
    *> -------------------------------------------------------------------------

    move "   evaluate wPage" to w640-emit-line
    perform d900-write-line
    perform varying w670-page from 1 by 1 until w670-page > w670-page-count
      move w670-page to w670-number-display
      move spaces to w640-emit-line
      if w670-verb = "load" then
        string
          "       when ", trim(w670-number-display),
          " perform LoadForm", trim(w670-number-display),
          " thru LoadForm", trim(w670-number-display), "Ex" delimited by size
          into w640-emit-line
        end-string
      else
        string
          "       when ", trim(w670-number-display),
          " perform StoreForm", trim(w670-number-display),
          " thru StoreForm", trim(w670-number-display), "Ex" delimited by size
          into w640-emit-line
        end-string
      end-if
      perform d900-write-line
    end-perform
    move "   end-evaluate" to w640-emit-line
    perform d900-write-line
    .

  g530-write-page-dispatch-store.
    *> -------------------------------------------------------------------------
    *>  StoreFormPage's choice of page.
    *> -------------------------------------------------------------------------

    move "store" to w670-verb
    perform g525-write-page-dispatch
    .

  g540-write-form-paragraphs.
    *> -------------------------------------------------------------------------
    *>  LoadFormn and StoreFormn for each page: the record into the form
    *>  entries, and the entries back into the record.
    *> -------------------------------------------------------------------------

    perform varying w670-page from 1 by 1 until w670-page > w670-page-count

      move w670-page to w670-number-display
      move spaces to w640-emit-line
      string "LoadForm", trim(w670-number-display), "." delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line

      move zero to w670-slot
      perform varying w670-entry-index from 1 by 1
        until w670-entry-index > w670-entry-count
        if w670-entry-page(w670-entry-index) = w670-page then
          move w670-entry-slot(w670-entry-index) to w670-slot
        end-if
      end-perform
      move w670-slot to w670-number-display-2
      move spaces to w640-emit-line
      string
        "   move ", trim(w670-number-display-2), " to Frm-FieldCount" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line

      perform varying w670-entry-index from 1 by 1
        until w670-entry-index > w670-entry-count
        if w670-entry-page(w670-entry-index) = w670-page then
          perform g541-write-load-entry
        end-if
      end-perform

      move "   continue." to w640-emit-line
      perform d900-write-line
      move w670-page to w670-number-display
      move spaces to w640-emit-line
      string "LoadForm", trim(w670-number-display), "Ex. exit." delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move spaces to w640-emit-line
      perform d900-write-line

      move spaces to w640-emit-line
      string "StoreForm", trim(w670-number-display), "." delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line

      perform varying w670-entry-index from 1 by 1
        until w670-entry-index > w670-entry-count
        if w670-entry-page(w670-entry-index) = w670-page then
          perform g542-write-store-entry
        end-if
      end-perform

      move "   continue." to w640-emit-line
      perform d900-write-line
      move w670-page to w670-number-display
      move spaces to w640-emit-line
      string "StoreForm", trim(w670-number-display), "Ex. exit." delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move spaces to w640-emit-line
      perform d900-write-line

    end-perform
    .

  g541-write-load-entry.
    *> -------------------------------------------------------------------------
    *>  One form entry's position, label, edit rule and value.
    *> -------------------------------------------------------------------------

    move w670-entry-field(w670-entry-index) to w620-field-index
    perform d300-build-field-name
    move w670-entry-slot(w670-entry-index) to w670-number-display
    compute w670-number-display-2 = w670-entry-slot(w670-entry-index) + 4 end-compute

    move spaces to w640-emit-line
    string
      "   move ", trim(w670-number-display-2), " to Frm-r1(", trim(w670-number-display),
      ")  move 4 to Frm-c1(", trim(w670-number-display), ")" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "   move """, trim(w670-entry-label(w670-entry-index)), """ to Frm-Label(",
      trim(w670-number-display), ")" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    evaluate w670-entry-type(w670-entry-index)
      when "N"
        string
          "   move ""N"" to Frm-Type(", trim(w670-number-display), ")" delimited by size
          into w640-emit-line
        end-string
      when other
        string
          "   move ""X"" to Frm-Type(", trim(w670-number-display), ")" delimited by size
          into w640-emit-line
        end-string
    end-evaluate
    perform d900-write-line

    move spaces to w640-emit-line
    if w670-entry-mask(w670-entry-index) = spaces then
      string
        "   move spaces to Frm-Format(", trim(w670-number-display), ")" delimited by size
        into w640-emit-line
      end-string
    else
      string
        "   move """, trim(w670-entry-mask(w670-entry-index)), """ to Frm-Format(",
        trim(w670-number-display), ")" delimited by size
        into w640-emit-line
      end-string
    end-if
    perform d900-write-line

    *> numbers always carry a value; text may be left blank.
    move spaces to w640-emit-line
    if w620-field-type(w620-field-index) = "9" then
      string
        "   move ""Y"" to Frm-Required(", trim(w670-number-display), ")" delimited by size
        into w640-emit-line
      end-string
    else
      string
        "   move ""N"" to Frm-Required(", trim(w670-number-display), ")" delimited by size
        into w640-emit-line
      end-string
    end-if
    perform d900-write-line

    move spaces to w640-emit-line
    string
      "   move space to Frm-Valid(", trim(w670-number-display), ")" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line

    move spaces to w640-emit-line
    if w620-field-type(w620-field-index) = "X" then
      move w670-entry-offset(w670-entry-index) to w670-number-display-2
      move w670-entry-length(w670-entry-index) to w670-width
      move w670-width to w640-len-display
      string
        "   move ", trim(w640-emit-name), "(", trim(w670-number-display-2), ":",
        trim(w640-len-display), ") to Frm-Value(", trim(w670-number-display), ")"
        delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    else
      string
        "   move ", trim(w640-emit-name), " to wShow-",
        trim(w620-field-name(w620-field-index)) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "   move wShow-", trim(w620-field-name(w620-field-index)),
        " to Frm-Value(", trim(w670-number-display), ")" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    end-if
    .

  g542-write-store-entry.
    *> -------------------------------------------------------------------------
    *>  One form entry back into the record.  A number too wide for a
    *>  GC10NUMDATE mask is entered as text and checked here: numeric,
    *>  within the picture's digits, not negative for an unsigned field.
    *> -------------------------------------------------------------------------

    move w670-entry-field(w670-entry-index) to w620-field-index
    perform d300-build-field-name
    move w670-entry-slot(w670-entry-index) to w670-number-display

    evaluate w670-entry-type(w670-entry-index)

      when "X"
        move w670-entry-offset(w670-entry-index) to w670-number-display-2
        move w670-entry-length(w670-entry-index) to w670-width
        move w670-width to w640-len-display
        move spaces to w640-emit-line
        string
          "   move Frm-Value(", trim(w670-number-display), ") to ",
          trim(w640-emit-name), "(", trim(w670-number-display-2), ":",
          trim(w640-len-display), ")" delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line

      when "N"
        move spaces to w640-emit-line
        string
          "   move function numval(Frm-Value(", trim(w670-number-display),
          ")) to ", trim(w640-emit-name) delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line

      when other
        move spaces to w640-emit-line
        string
          "   if function test-numval(Frm-Value(", trim(w670-number-display),
          ")) not = zero" delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        move spaces to w640-emit-line
        string
          "       move """, trim(w620-field-name(w620-field-index)),
          " must be a number"" to wMsgLine" delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        perform g543-write-store-refusal

        if w620-field-usage(w620-field-index) not = "FLT" then
          move "1" to w660-limit
          move 1 to w660-limit-digits
          perform w620-field-length(w620-field-index) times
            if w660-limit-digits < 19 then
              add 1 to w660-limit-digits end-add
              move "0" to w660-limit(w660-limit-digits:1)
            end-if
          end-perform
          move spaces to w640-emit-line
          string
            "   if function abs(function numval(Frm-Value(", trim(w670-number-display),
            "))) >= ", trim(w660-limit) delimited by size
            into w640-emit-line
          end-string
          perform d900-write-line
          move spaces to w640-emit-line
          string
            "       move """, trim(w620-field-name(w620-field-index)),
            " is too large"" to wMsgLine" delimited by size
            into w640-emit-line
          end-string
          perform d900-write-line
          perform g543-write-store-refusal
        end-if

        if w620-field-sign(w620-field-index) = "U"
        and w620-field-usage(w620-field-index) not = "FLT" then
          move spaces to w640-emit-line
          string
            "   if function numval(Frm-Value(", trim(w670-number-display),
            ")) < zero" delimited by size
            into w640-emit-line
          end-string
          perform d900-write-line
          move spaces to w640-emit-line
          string
            "       move """, trim(w620-field-name(w620-field-index)),
            " must not be negative"" to wMsgLine" delimited by size
            into w640-emit-line
          end-string
          perform d900-write-line
          perform g543-write-store-refusal
        end-if

        move spaces to w640-emit-line
        string
          "   compute ", trim(w640-emit-name), " = function numval(Frm-Value(",
          trim(w670-number-display), "))" delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line

    end-evaluate
    .

  g543-write-store-refusal.
    *> -------------------------------------------------------------------------
    *>  The rest of a failed check: back to the form on this entry.
    *> -------------------------------------------------------------------------

    move "       move ""Y"" to wFormBad" to w640-emit-line
    perform d900-write-line
    move spaces to w640-emit-line
    string
      "       move ", trim(w670-number-display), " to Frm-CurrField" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move w670-page to w670-number-display-2
    move spaces to w640-emit-line
    string
      "       go to StoreForm", trim(w670-number-display-2), "Ex" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    move "   end-if" to w640-emit-line
    perform d900-write-line
    .

  g550-write-field-defaults.
    *> -------------------------------------------------------------------------
    *>  A new record's fields at their dictionary defaults, else spaces
    *>  or zero.
    *> -------------------------------------------------------------------------

    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count
      if w620-field-name(w620-field-index) not = "filler" then
        perform d300-build-field-name
        move spaces to w640-emit-line
        evaluate true
          when w620-field-default(w620-field-index) = spaces
           and w620-field-type(w620-field-index) = "X"
            continue
          when w620-field-default(w620-field-index) = spaces
            string "   move zero to ", trim(w640-emit-name) delimited by size
              into w640-emit-line
            end-string
          when w620-field-type(w620-field-index) = "X"
            string
              "   move """, trim(w620-field-default(w620-field-index)), """ to ",
              trim(w640-emit-name) delimited by size
              into w640-emit-line
            end-string
          when other
            string
              "   move ", trim(w620-field-default(w620-field-index)), " to ",
              trim(w640-emit-name) delimited by size
              into w640-emit-line
            end-string
        end-evaluate
        if w640-emit-line not = spaces then
          perform d900-write-line
        end-if
      end-if
    end-perform
    .

  g560-write-grid-columns.
    *> -------------------------------------------------------------------------
    *>  The grid's columns: the key, then the first nine other fields.
    *> -------------------------------------------------------------------------

    move w670-key-field to w620-field-index
    move 1 to w670-grid-columns
    perform g565-write-grid-heading

    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count or w670-grid-columns >= 10
      if w620-field-name(w620-field-index) not = "filler"
      and w620-field-index not = w670-key-field then
        add 1 to w670-grid-columns end-add
        perform g565-write-grid-heading
      end-if
    end-perform

    move w670-grid-columns to w670-number-display
    move spaces to w640-emit-line
    string
      "   move ", trim(w670-number-display), " to Grd-ColCount" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  g565-write-grid-heading.
    *> -------------------------------------------------------------------------
    *>  Column w670-grid-columns: field w620-field-index's upper-cased
    *>  name over its display width, 20 at most.
    *> -------------------------------------------------------------------------

    move upper-case(w620-field-name(w620-field-index)) to w670-heading
    if w620-field-type(w620-field-index) = "X" then
      move w620-field-length(w620-field-index) to w670-width
    else
      perform g060-build-show-picture
      perform g066-show-width
    end-if
    if length(trim(w670-heading)) > w670-width then
      move length(trim(w670-heading)) to w670-width
    end-if
    if w670-width > 20 then
      move 20 to w670-width
    end-if
    move w670-width to w640-len-display
    move w670-grid-columns to w670-number-display

    move spaces to w640-emit-line
    string
      "   move """, trim(w670-heading), """ to Grd-Heading(",
      trim(w670-number-display), ")  move ", trim(w640-len-display),
      " to Grd-Width(", trim(w670-number-display), ")" delimited by size
      into w640-emit-line
    end-string
    perform d900-write-line
    .

  g066-show-width.
    *> -------------------------------------------------------------------------
    *>  Characters the display picture of field w620-field-index takes.
    *> -------------------------------------------------------------------------

    if w620-field-usage(w620-field-index) = "FLT" then
      move 15 to w670-width
      exit paragraph
    end-if
    move w620-field-length(w620-field-index) to w670-width
    if w670-width = zero then
      move 1 to w670-width
    end-if
    if w620-field-sign(w620-field-index) = "S" then
      add 1 to w670-width end-add
    end-if
    if w620-field-decimals(w620-field-index) > zero then
      compute w670-width = w670-width + w620-field-decimals(w620-field-index) + 1
      end-compute
    end-if
    .

  g570-write-grid-cells.
    *> -------------------------------------------------------------------------
    *>  One row's cells, in the grid's column order.
    *> -------------------------------------------------------------------------

    move w670-key-field to w620-field-index
    move 1 to w670-grid-columns
    perform g575-write-grid-cell

    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count or w670-grid-columns >= 10
      if w620-field-name(w620-field-index) not = "filler"
      and w620-field-index not = w670-key-field then
        add 1 to w670-grid-columns end-add
        perform g575-write-grid-cell
      end-if
    end-perform
    .

  g575-write-grid-cell.
    *> -------------------------------------------------------------------------
    *>  Cell w670-grid-columns from field w620-field-index.
    *> -------------------------------------------------------------------------

    perform d300-build-field-name
    move w670-grid-columns to w670-number-display
    move spaces to w640-emit-line
    if w620-field-type(w620-field-index) = "X"
    or w620-field-index = w670-key-field then
      string
        "       move ", trim(w640-emit-name), " to Grd-Cell(wBrowseCount, ",
        trim(w670-number-display), ")" delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    else
      string
        "       move ", trim(w640-emit-name), " to wShow-",
        trim(w620-field-name(w620-field-index)) delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
      move spaces to w640-emit-line
      string
        "       move wShow-", trim(w620-field-name(w620-field-index)),
        " to Grd-Cell(wBrowseCount, ", trim(w670-number-display), ")"
        delimited by size
        into w640-emit-line
      end-string
      perform d900-write-line
    end-if
    .

  g580-write-changed-fields.
    *> -------------------------------------------------------------------------
    *>  The names of the fields that differ from the before image.
    *> -------------------------------------------------------------------------

    perform varying w620-field-index from 1 by 1
      until w620-field-index > w620-field-count
      if w620-field-name(w620-field-index) not = "filler" then
        move w620-field-position(w620-field-index) to w640-pos-display
        move w620-field-bytes(w620-field-index) to w640-len-display
        move spaces to w640-emit-line
        string
          "   if ", trim(w602-record-name), "-record(", trim(w640-pos-display), ":",
          trim(w640-len-display), ") not = wJrnBeforeImage(",
          trim(w640-pos-display), ":", trim(w640-len-display), ")"
          delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        move spaces to w640-emit-line
        string
          "       string "" ", trim(w620-field-name(w620-field-index)),
          """ delimited by size" delimited by size
          into w640-emit-line
        end-string
        perform d900-write-line
        move "           into wAfterText with pointer wf" to w640-emit-line
        perform d900-write-line
        move "       end-string" to w640-emit-line
        perform d900-write-line
        move "   end-if" to w640-emit-line
        perform d900-write-line
      end-if
    end-perform
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

  s001-open-read-dictfile.
    *> -------------------------------------------------------------------------
    *>  Open the dictionary file and read the first record.
    *> -------------------------------------------------------------------------

    open input dictfile

    if not w500-success then
      move "Unable to open the dictionary file." to w600-message
      move trim(w501-dictfile-filename) to w600-message-2
      perform z999-abort
    end-if

    set w900-more-dictfile to true
    move zero to w603-dictionary-line-number
    perform s002-read-dictfile
    .

  s002-read-dictfile.
    *> -------------------------------------------------------------------------
    *>  Read the next record from the dictionary file.
    *> -------------------------------------------------------------------------

    read dictfile end-read

    if w500-success then
      set w900-more-dictfile to true

    else if w500-end-of-file then
      set w900-end-of-dictfile to true

    else
      move "Unable to read a record from the dictionary file." to w600-message
      move trim(w501-dictfile-filename) to w600-message-2
      perform z999-abort
    end-if end-if
    .

  s003-close-dictfile.
    *> -------------------------------------------------------------------------
    *>  Close the dictionary file.
    *> -------------------------------------------------------------------------

    close dictfile
    .

  s004-open-genfile.
    *> -------------------------------------------------------------------------
    *>  Create/Open the generated member file.
    *> -------------------------------------------------------------------------

    open output genfile

    if not w500-success then
      move "Unable to create the output member file." to w600-message
      move trim(w501-genfile-filename) to w600-message-2
      perform z999-abort
    end-if
    .

  s005-write-genfile.
    *> -------------------------------------------------------------------------
    *>  Write a record to the generated member file.
    *> -------------------------------------------------------------------------

    write genfile-record end-write

    if not w500-success then
      move "Unable to write a record to the output member file." to w600-message
      move trim(w501-genfile-filename) to w600-message-2
      perform z999-abort
    end-if
    .

  s006-close-genfile.
    *> -------------------------------------------------------------------------
    *>  Close the generated member file.
    *> -------------------------------------------------------------------------

    close genfile
    .

  s010-derive-program-id.
    *> -------------------------------------------------------------------------
    *>  A generated program's program-id is the output file's name less
    *>  any directory and suffix.
    *> -------------------------------------------------------------------------

    move zero to w660-limit-digits
    perform varying w630-digit-index from 1 by 1
      until w630-digit-index > length(trim(w501-genfile-filename trailing))
      if w501-genfile-filename(w630-digit-index:1) = "/" then
        move w630-digit-index to w660-limit-digits
      end-if
    end-perform
    move spaces to w660-program-id
    unstring w501-genfile-filename(w660-limit-digits + 1:) delimited by "." or space
      into w660-program-id
    end-unstring
    .

*> End of Internal Subroutines.
