      *>****L* cobweb/gcnetedit
      *> AUTHOR
      *>   DRM - GC-TOOLS maintenance
      *> DATE
      *>   20261015
      *> LICENSE
      *>   GNU Lesser General Public License, LGPL, 3.0 (or greater)
      *> PURPOSE
      *>   Graphical editor for the jobsched JOBNET.  The network has
      *>   grown into a dense semicolon file - predecessors, "@feed"
      *>   triggers, conditions, calendars, limits, per-step
      *>   environment - where a typo in a predecessor name quietly
      *>   makes a step never run.  The editor loads JOBNET and shows:
      *>     - the steps in a list;
      *>     - the dependency network as a graph, one column per
      *>       dependency depth so every edge runs left to right, each
      *>       node naming the steps and feeds it waits on (click a
      *>       node to edit that step);
      *>     - a form of the step's ten JOBNET fields (Enter in the
      *>       name field opens that step; Enter in any other field,
      *>       or Apply, stores the form back into the network);
      *>     - the problems the last validation found.
      *>   Every change re-validates the whole network:
      *>     - every predecessor names a step of the network, and a
      *>       condition reads NAME=n or NAME=lo-hi;
      *>     - every "@feed" names a feed defined in FEEDDEF;
      *>     - every calendar is defined in GCCAL;
      *>     - no dependency cycle - a step on one, and the steps
      *>       waiting behind it, could never run;
      *>     - names unique, a command present, restartable R or N,
      *>       limit and okrc whole numbers, environment items
      *>       NAME=value, resources NAME[:S|:X] (at most 8), at most
      *>       20 steps, and every line inside jobsched's 256
      *>       characters.
      *>   Save writes JOBNET only when the network validates clean:
      *>   the new network goes to JOBNET.NEW, the previous JOBNET is
      *>   kept as JOBNET.BAK, and JOBNET.NEW then replaces JOBNET.
      *>   Comment lines keep their places; new steps are added at
      *>   the end.
      *>   The callbacks are TOP-LEVEL programs in this source, as in
      *>   gcopsdash, sharing the network and widget handles through
      *>   the EXTERNAL items of gcnetedit-net.cpy.
      *> USAGE
      *>   gcnetedit          the editor, in the directory holding
      *>                      JOBNET, FEEDDEF and GCCAL
      *>   gcnetedit check    no window: validate JOBNET, list the
      *>                      problems, return 0 clean or 8
      *> TECTONICS
      *>   cobc -x gcnetedit.cob cobweb-gtk.cob `pkg-config --libs gtk+-3.0`
      *> SOURCE
      *> ***************************************************************
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. gcnetedit.

       environment division.
       configuration section.
       repository.
           function new-window
           function new-box
           function new-frame
           function new-scrolled-window
           function new-label
           function new-entry
           function new-button
           function new-listview
           function listview-add-column
           function new-graph
           function new-statusbar
           function widget-set-size
           function gtk-go
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 gtk-expand               usage binary-long external.
       01 gtk-fill                 usage binary-long external.
       01 gtk-padding              usage binary-long external.

       01 cli                      pic x(16).
          88 checking              values "check", "CHECK".

      *> the form: each JOBNET field's caption and entry width
       01 field-captions.
           05 filler pic x(24) value "step name".
           05 filler pic x(24) value "command".
           05 filler pic x(24) value "predecessors".
           05 filler pic x(24) value "restartable (R/N)".
           05 filler pic x(24) value "calendar".
           05 filler pic x(24) value "time limit (s)".
           05 filler pic x(24) value "environment".
           05 filler pic x(24) value "resources".
           05 filler pic x(24) value "highest ok return code".
           05 filler pic x(24) value "host".
       01 field-caption-table redefines field-captions.
           05 field-caption        pic x(24) occurs 10.

       01 f                        pic 9(02).
       01 p                        pic 9(03).
       01 steps-show               pic z9.
       01 problems-show            pic zz9.
       01 form-box-data.
           05 form-box             usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 row-box-data.
           05 row-box              usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 vbox-data.
           05 vbox                 usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 middle-box-data.
           05 middle-box           usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 button-box-data.
           05 button-box           usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 frame-data.
           05 frame                usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 scroll-data.
           05 scroll               usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 widget-data.
           05 filler               usage pointer.
           05 filler               usage pointer.
           05 filler               usage binary-long.
       01 spacing                  usage binary-long value 4.
       01 homogeneous              usage binary-long value 0.
       01 homogeneous-yes          usage binary-long value 1.
       01 gtk-vertical             usage binary-long value 1.
       01 gtk-horizontal           usage binary-long value 0.
       01 window-toplevel          usage binary-long value 0.
       01 etched-in                usage binary-long value 1.
       01 entry-chars              usage binary-long value 40.
       01 step-columns             usage binary-long value 6.
       01 problem-columns          usage binary-long value 2.
       01 width-hint               usage binary-long.
       01 height-hint              usage binary-long.
       01 extraneous               usage binary-long.

       procedure division.
       gcnetedit-mainline.
      *>   EXTERNAL storage arrives uninitialized; settle it before
      *>   anything counts on it
           move zero to net-step-count net-line-count
           move zero to net-problem-count
           move spaces to net-message
           move "N" to net-dirty
           call "gcnetedit-load"
           accept cli from command-line
           if checking
               perform check-without-window
               goback
           end-if
           perform build-window
           call "gcnetedit-redraw"
           move gtk-go(net-window) to extraneous
           goback
           .

      *> ---------------------------------------------------------------
      *> gcnetedit check: the same validation, for a script or a
      *> change review - the problems on the console, rc 8 if any
       check-without-window.
           call "gcnetedit-check"
           if net-message not = spaces
               display "gcnetedit: " trim(net-message)
           end-if
           perform varying p from 1 by 1 until p > net-problem-count
               display "gcnetedit: " net-problem-step(p) " "
                       trim(net-problem-text(p))
           end-perform
           move net-step-count to steps-show
           move net-problem-count to problems-show
           display "gcnetedit: " trim(steps-show) " steps, "
                   trim(problems-show) " problems"
           if net-problem-count > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           .

      *> ---------------------------------------------------------------
      *> the window: the action buttons; the step list beside the
      *> step form; the dependency graph; the problem list; the
      *> statusbar
       build-window.
           move 1 to gtk-fill
           move 2 to gtk-padding
           move zero to gtk-expand
           move new-window("GC JOBNET editor", window-toplevel,
                1100, 780)
             to net-window-data
           move new-box(net-window, gtk-vertical, spacing,
                homogeneous)
             to vbox-data

           move new-box(vbox, gtk-horizontal, spacing, homogeneous)
             to button-box-data
           move new-button(button-box, "New step",
                "gcnetedit-new-clicked")
             to widget-data
           move new-button(button-box, "Apply",
                "gcnetedit-apply-clicked")
             to widget-data
           move new-button(button-box, "Delete step",
                "gcnetedit-delete-clicked")
             to widget-data
           move new-button(button-box, "Validate",
                "gcnetedit-validate-clicked")
             to widget-data
           move new-button(button-box, "Save JOBNET",
                "gcnetedit-save-clicked")
             to widget-data

           move 1 to gtk-expand
           move new-box(vbox, gtk-horizontal, spacing, homogeneous-yes)
             to middle-box-data
           move new-frame(middle-box, "steps", etched-in)
             to frame-data
           move new-scrolled-window(frame, NULL, NULL)
             to scroll-data
           move 520 to width-hint
           move 280 to height-hint
           move widget-set-size(scroll, width-hint, height-hint)
             to extraneous
           move new-listview(scroll, step-columns)
             to net-step-list-data
           move listview-add-column(net-step-tree, "STEP", 0)
             to extraneous
           move listview-add-column(net-step-tree, "COMMAND", 1)
             to extraneous
           move listview-add-column(net-step-tree, "PREDECESSORS", 2)
             to extraneous
           move listview-add-column(net-step-tree, "CALENDAR", 3)
             to extraneous
           move listview-add-column(net-step-tree, "LIMIT", 4)
             to extraneous
           move listview-add-column(net-step-tree, "HOST", 5)
             to extraneous

           move zero to gtk-expand
           move new-box(middle-box, gtk-vertical, 2, homogeneous)
             to form-box-data
           move new-label(form-box, "step") to widget-data
           perform varying f from 1 by 1 until f > 10
               move new-box(form-box, gtk-horizontal, spacing,
                    homogeneous-yes)
                 to row-box-data
               move new-label(row-box, field-caption(f))
                 to widget-data
               if f = 1
                   move new-entry(row-box, entry-chars,
                        "gcnetedit-name-activated")
                     to net-entry-data(f)
               else
                   move new-entry(row-box, entry-chars,
                        "gcnetedit-apply-clicked")
                     to net-entry-data(f)
               end-if
           end-perform

           move 1 to gtk-expand
           move new-frame(vbox, "dependency network", etched-in)
             to frame-data
           move new-scrolled-window(frame, NULL, NULL)
             to scroll-data
           move 1080 to width-hint
           move 260 to height-hint
           move widget-set-size(scroll, width-hint, height-hint)
             to extraneous
           move new-graph(scroll) to net-graph-data

           move new-frame(vbox, "problems", etched-in)
             to frame-data
           move new-scrolled-window(frame, NULL, NULL)
             to scroll-data
           move 1080 to width-hint
           move 110 to height-hint
           move widget-set-size(scroll, width-hint, height-hint)
             to extraneous
           move new-listview(scroll, problem-columns)
             to net-problem-list-data
           move listview-add-column(net-problem-tree, "STEP", 0)
             to extraneous
           move listview-add-column(net-problem-tree, "PROBLEM", 1)
             to extraneous

           move zero to gtk-expand
           move new-statusbar(vbox) to net-statusbar-data
           .
       end program gcnetedit.

      *> ***************************************************************
      *> JOBNET into the shared tables, after the FEEDDEF and GCCAL
      *> names.  A missing JOBNET starts an empty network
       identification division.
       program-id. gcnetedit-load.

       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select optional jobnet assign to "JOBNET"
               organization is line sequential
               file status is jobnet-status.

       data division.
       file section.
       fd  jobnet.
       01  jobnet-record           pic x(256).

       working-storage section.
       copy gcnetedit-net.

       01 jobnet-status            pic xx.
       01 parse-fields.
           05 parse-name           pic x(08).
           05 parse-command        pic x(128).
           05 parse-preds          pic x(64).
           05 parse-restart        pic x(01).
           05 parse-calendar       pic x(12).
           05 parse-limit          pic x(08).
           05 parse-env            pic x(64).
           05 parse-resources      pic x(128).
           05 parse-max-ok         pic x(04).
           05 parse-host           pic x(32).
       01 overflow-show            pic zz9.

       procedure division.
       gcnetedit-load-mainline.
           move zero to net-step-count net-line-count net-overflow
           move "N" to net-loaded
           move spaces to net-message
           call "gcnetedit-load-references"
           perform load-network
           move "N" to net-dirty
           goback
           .

      *> every line is kept: a step line by its step's name, any other
      *> line by its text
       load-network.
           open input jobnet
           if jobnet-status = "05"
               close jobnet
               move "JOBNET not found - a new network" to net-message
               exit paragraph
           end-if
           if jobnet-status not = "00"
               move spaces to net-message
               string "JOBNET could not be read (status "
                      jobnet-status ")"
                   delimited by size into net-message
               end-string
               exit paragraph
           end-if
           perform load-one-line until jobnet-status(1:1) not = "0"
           close jobnet
           move "Y" to net-loaded
           if net-overflow > zero
               move net-overflow to overflow-show
               move spaces to net-message
               string "JOBNET: " trim(overflow-show)
                      " lines past what the editor holds"
                   delimited by size into net-message
               end-string
           end-if
           .
       load-one-line.
      *>   a line past 256 characters arrives cut short (status 04),
      *>   as jobsched itself would read it
           read jobnet
           end-read
           if jobnet-status(1:1) not = "0"
               exit paragraph
           end-if
           if net-line-count = 200
               add 1 to net-overflow
               exit paragraph
           end-if
           if trim(jobnet-record) = spaces
            or jobnet-record(1:1) = "#"
               add 1 to net-line-count
               move spaces to net-line-step(net-line-count)
               move jobnet-record to net-line-text(net-line-count)
               exit paragraph
           end-if
      *>   jobsched refuses a network of more than 20 steps
           if net-step-count = 20
               add 1 to net-overflow
               exit paragraph
           end-if
           move spaces to parse-fields
           unstring jobnet-record delimited by ";"
               into parse-name parse-command
                    parse-preds parse-restart
                    parse-calendar parse-limit
                    parse-env parse-resources
                    parse-max-ok parse-host
           end-unstring
           add 1 to net-step-count
           add 1 to net-line-count
           move upper-case(trim(parse-name)) to net-name(net-step-count)
           move net-name(net-step-count)
             to net-line-step(net-line-count)
           move jobnet-record to net-line-text(net-line-count)
           move trim(parse-command) to net-command(net-step-count)
           move trim(parse-preds) to net-preds(net-step-count)
           move parse-restart to net-restart(net-step-count)
           move trim(parse-calendar) to net-calendar(net-step-count)
           move trim(parse-limit) to net-limit(net-step-count)
           move trim(parse-env) to net-env(net-step-count)
           move trim(parse-resources)
             to net-resources(net-step-count)
           move trim(parse-max-ok) to net-max-ok(net-step-count)
           move trim(parse-host) to net-host(net-step-count)
           .
       end program gcnetedit-load.

      *> ***************************************************************
      *> the names a step may refer to: the FEEDDEF feeds and the GCCAL
      *> calendars.  A missing file leaves every reference to it
      *> unverifiable, which the validation reports
       identification division.
       program-id. gcnetedit-load-references.

       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select optional feeddef assign to "FEEDDEF"
               organization is line sequential
               file status is feeddef-status.
           select optional calfile assign to "GCCAL"
               organization is line sequential
               file status is calfile-status.

       data division.
       file section.
       fd  feeddef.
       01  feeddef-record          pic x(256).
       fd  calfile.
       01  calfile-record          pic x(256).

       working-storage section.
       copy gcnetedit-net.

       01 feeddef-status           pic xx.
       01 calfile-status           pic xx.
       01 c                        pic 9(02).
       01 c-found                  pic x(01).
       01 ref-name                 pic x(12).
       01 ref-rule                 pic x(16).

       procedure division.
       gcnetedit-load-references-mainline.
           move zero to net-feed-count net-cal-count
           perform load-feed-names
           perform load-calendar-names
           goback
           .

      *> the feed names only - filewatch owns the rest of FEEDDEF
       load-feed-names.
           move "N" to net-feeddef-found
           open input feeddef
           if feeddef-status not = "00"
               close feeddef
               exit paragraph
           end-if
           move "Y" to net-feeddef-found
           perform load-one-feed until feeddef-status not = "00"
           close feeddef
           .
       load-one-feed.
           read feeddef
           end-read
           if feeddef-status = "00"
            and trim(feeddef-record) not = spaces
            and feeddef-record(1:1) not = "#"
            and net-feed-count < 20
               move spaces to ref-name
               unstring feeddef-record delimited by ";"
                   into ref-name
               end-unstring
               add 1 to net-feed-count
               move upper-case(trim(ref-name))
                 to net-feed-name(net-feed-count)
           end-if
           .

      *> the calendar names, once each; HOLIDAY lines are dates, not
      *> calendars
       load-calendar-names.
           move "N" to net-gccal-found
           open input calfile
           if calfile-status not = "00"
               close calfile
               exit paragraph
           end-if
           move "Y" to net-gccal-found
           perform load-one-calendar until calfile-status not = "00"
           close calfile
           .
       load-one-calendar.
           read calfile
           end-read
           if calfile-status = "00"
            and trim(calfile-record) not = spaces
            and calfile-record(1:1) not = "#"
               move spaces to ref-name ref-rule
               unstring calfile-record delimited by ";"
                   into ref-name ref-rule
               end-unstring
               move upper-case(trim(ref-name)) to ref-name
               if ref-name not = "HOLIDAY"
                   move "N" to c-found
                   perform varying c from 1 by 1
                           until c > net-cal-count
                       if net-cal-name(c) = ref-name
                           move "Y" to c-found
                       end-if
                   end-perform
                   if c-found = "N" and net-cal-count < 50
                       add 1 to net-cal-count
                       move ref-name to net-cal-name(net-cal-count)
                   end-if
               end-if
           end-if
           .
       end program gcnetedit-load-references.

      *> ***************************************************************
      *> the whole network validated, and laid out for the graph: each
      *> step's dependency depth (1 = no step predecessors) and its row
      *> in that column; a step on a cycle, or waiting behind one, is
      *> given no depth
       identification division.
       program-id. gcnetedit-check.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 i                        pic 9(02).
       01 j                        pic 9(02).
       01 k                        pic 9(02).
       01 n                        pic 9(02).
      *> the step-to-step edges: each step's predecessors by index,
      *> and the transitive "must end before" closure
       01 edge-table.
           05 edge-step occurs 20.
               10 edge-count       pic 9(02).
               10 edge-from        pic 9(02) occurs 32.
       01 reach-table.
           05 reach-row occurs 20.
               10 reach            pic x(01) occurs 20.
       01 item-pointer             pic 9(03).
       01 item                     pic x(64).
       01 item-name                pic x(64).
       01 item-cond                pic x(64).
       01 item-lo                  pic x(08).
       01 item-hi                  pic x(08).
       01 item-count               pic 9(02).
       01 found                    pic x(01).
       01 problem-step             pic x(08).
       01 problem-text             pic x(100).
       01 cycle-partners           pic x(80).
       01 progress                 pic x(01).
       01 settled                    pic x(01).
       01 max-level                pic 9(02).
       01 column-rows              pic 9(02) occurs 22.
       01 step-line                pic x(300).
       01 step-line-length         pic 9(03).
       01 length-show              pic zz9.
       01 value-number             pic s9(09).

       procedure division.
       gcnetedit-check-mainline.
           move zero to net-problem-count
           perform varying i from 1 by 1 until i > net-step-count
               move zero to net-level(i) net-row(i)
               move space to net-cycle(i)
               move zero to edge-count(i)
               move all "N" to reach-row(i)
           end-perform
           perform check-network-size
           perform varying i from 1 by 1 until i > net-step-count
               perform check-step-fields
               perform check-step-predecessors
           end-perform
           perform find-cycles
           perform lay-out-network
           goback
           .

       add-problem.
           if net-problem-count < 100
               add 1 to net-problem-count
               move problem-step to net-problem-step(net-problem-count)
               move problem-text to net-problem-text(net-problem-count)
           end-if
           .

      *> jobsched stops on a network of more than 20 steps, and the
      *> editor holds no more than that
       check-network-size.
           if net-overflow > zero
               move net-overflow to length-show
               move spaces to problem-step
               move spaces to problem-text
               string "JOBNET has " trim(length-show)
                      " lines past 20 steps or 200 lines;"
                      " a save would drop them"
                   delimited by size into problem-text
               end-string
               perform add-problem
           end-if
           .

      *> ---------------------------------------------------------------
       check-step-fields.
           move net-name(i) to problem-step
           if net-name(i) = spaces
               move "a step has no name" to problem-text
               perform add-problem
           end-if
           perform varying j from 1 by 1 until j >= i
               if net-name(j) = net-name(i)
                and net-name(i) not = spaces
                   move "step name defined twice" to problem-text
                   perform add-problem
               end-if
           end-perform
           if net-command(i) = spaces
               move "no command" to problem-text
               perform add-problem
           end-if
           if upper-case(net-restart(i)) not = "R"
            and upper-case(net-restart(i)) not = "N"
            and net-restart(i) not = space
               move "restartable must be R or N" to problem-text
               perform add-problem
           end-if
           if net-limit(i) not = spaces
               if test-numval(net-limit(i)) not = zero
                   move "time limit is not a number of seconds"
                     to problem-text
                   perform add-problem
               else
                   compute value-number = numval(net-limit(i))
                   if value-number < zero or value-number > 99999
                    or value-number not = numval(net-limit(i))
                       move "time limit must be 0 to 99999 seconds"
                         to problem-text
                       perform add-problem
                   end-if
               end-if
           end-if
           if net-max-ok(i) not = spaces
               if test-numval(net-max-ok(i)) not = zero
                   move "highest ok return code is not a number"
                     to problem-text
                   perform add-problem
               else
                   compute value-number = numval(net-max-ok(i))
                   if value-number < zero or value-number > 999
                    or value-number not = numval(net-max-ok(i))
                       move "highest ok return code must be 0 to 999"
                         to problem-text
                       perform add-problem
                   end-if
               end-if
           end-if
           perform check-step-calendar
           perform check-step-environment
           perform check-step-resources
           call "gcnetedit-build-line" using i step-line
               step-line-length
           if step-line-length > 256
               move step-line-length to length-show
               move spaces to problem-text
               string "step line is " trim(length-show)
                      " characters; jobsched reads 256"
                   delimited by size into problem-text
               end-string
               perform add-problem
           end-if
           .

       check-step-calendar.
           if net-calendar(i) = spaces
               exit paragraph
           end-if
           move spaces to problem-text
           if net-gccal-found not = "Y"
               string "calendar " trim(net-calendar(i))
                      " cannot be checked: no GCCAL file"
                   delimited by size into problem-text
               end-string
               perform add-problem
               exit paragraph
           end-if
           move "N" to found
           perform varying k from 1 by 1 until k > net-cal-count
               if net-cal-name(k) = upper-case(net-calendar(i))
                   move "Y" to found
               end-if
           end-perform
           if found = "N"
               string "calendar " trim(net-calendar(i))
                      " is not defined in GCCAL"
                   delimited by size into problem-text
               end-string
               perform add-problem
           end-if
           .

      *> NAME=value items, comma-separated
       check-step-environment.
           move 1 to item-pointer
           perform until item-pointer > 64
               move spaces to item
               unstring net-env(i) delimited by ","
                   into item
                   with pointer item-pointer
               end-unstring
               if trim(item) not = spaces
                   move zero to item-count
                   inspect item tallying item-count for all "="
                   if item-count = zero or item(1:1) = "="
                       move spaces to problem-text
                       string "environment item " trim(item)
                              " is not NAME=value"
                           delimited by size into problem-text
                       end-string
                       perform add-problem
                   end-if
               end-if
               if item-pointer not > 64
                and net-env(i)(item-pointer:) = spaces
                   move 65 to item-pointer
               end-if
           end-perform
           .

      *> NAME, NAME:S or NAME:X, comma-separated, at most 8
       check-step-resources.
           move 1 to item-pointer
           move zero to n
           perform until item-pointer > 128
               move spaces to item
               unstring net-resources(i) delimited by ","
                   into item
                   with pointer item-pointer
               end-unstring
               if trim(item) not = spaces
                   add 1 to n
                   move spaces to item-name item-cond
                   move upper-case(trim(item)) to item
                   unstring item delimited by ":"
                       into item-name item-cond
                   end-unstring
                   if item-cond not = spaces
                    and item-cond not = "S"
                    and item-cond not = "X"
                       move spaces to problem-text
                       string "resource " trim(item)
                              " is not NAME, NAME:S or NAME:X"
                           delimited by size into problem-text
                       end-string
                       perform add-problem
                   end-if
               end-if
               if item-pointer not > 128
                and net-resources(i)(item-pointer:) = spaces
                   move 129 to item-pointer
               end-if
           end-perform
           if n > 8
               move "more than 8 resources" to problem-text
               perform add-problem
           end-if
           .

      *> ---------------------------------------------------------------
      *> NAME, NAME=n, NAME=lo-hi, !NAME or @feed, comma-separated:
      *> each step name must be a step of the network (and becomes an
      *> edge of the graph), each feed a FEEDDEF feed
       check-step-predecessors.
           move net-name(i) to problem-step
           move 1 to item-pointer
           perform until item-pointer > 64
               move spaces to item
               unstring net-preds(i) delimited by ","
                   into item
                   with pointer item-pointer
               end-unstring
               move upper-case(trim(item)) to item
               if item not = spaces
                   if item(1:1) = "@"
                       perform check-feed-predecessor
                   else
                       perform check-step-predecessor
                   end-if
               end-if
               if item-pointer not > 64
                and net-preds(i)(item-pointer:) = spaces
                   move 65 to item-pointer
               end-if
           end-perform
           .

       check-feed-predecessor.
           move spaces to problem-text
           if item(2:) = spaces
               move "predecessor @ names no feed" to problem-text
               perform add-problem
               exit paragraph
           end-if
           if net-feeddef-found not = "Y"
               string "feed " trim(item)
                      " cannot be checked: no FEEDDEF file"
                   delimited by size into problem-text
               end-string
               perform add-problem
               exit paragraph
           end-if
           move "N" to found
           perform varying k from 1 by 1 until k > net-feed-count
               if net-feed-name(k) = item(2:)
                   move "Y" to found
               end-if
           end-perform
           if found = "N"
               string "feed " trim(item)
                      " is not defined in FEEDDEF"
                   delimited by size into problem-text
               end-string
               perform add-problem
           end-if
           .

       check-step-predecessor.
           move spaces to item-name item-cond problem-text
           if item(1:1) = "!"
               move item(2:) to item-name
           else
               unstring item delimited by "="
                   into item-name item-cond
               end-unstring
               if item-cond not = spaces
                   perform check-condition
               end-if
           end-if
           move trim(item-name) to item-name
           if item-name = spaces
               string "predecessor " trim(item) " names no step"
                   delimited by size into problem-text
               end-string
               perform add-problem
               exit paragraph
           end-if
           move "N" to found
           perform varying k from 1 by 1 until k > net-step-count
               if net-name(k) = item-name
                and item-name(9:) = spaces
                   move "Y" to found
                   if edge-count(i) < 32
                       add 1 to edge-count(i)
                       move k to edge-from(i, edge-count(i))
                       move "Y" to reach(k, i)
                   end-if
               end-if
           end-perform
           if found = "N"
               move spaces to problem-text
               string "names unknown predecessor " trim(item-name)
                   delimited by size into problem-text
               end-string
               perform add-problem
           end-if
           .

      *> NAME=n or NAME=lo-hi, rc 0 to 999, lo not above hi
       check-condition.
           move spaces to item-lo item-hi
           unstring item-cond delimited by "-"
               into item-lo item-hi
           end-unstring
           if item-hi = spaces
               move item-lo to item-hi
           end-if
           if test-numval(item-lo) not = zero
            or test-numval(item-hi) not = zero
               move spaces to problem-text
               string "condition " trim(item)
                      " is not NAME=n or NAME=lo-hi"
                   delimited by size into problem-text
               end-string
               perform add-problem
               exit paragraph
           end-if
           if numval(item-lo) < zero or numval(item-hi) > 999
            or numval(item-lo) > numval(item-hi)
               move spaces to problem-text
               string "condition " trim(item)
                      " is not a return-code range 0 to 999"
                   delimited by size into problem-text
               end-string
               perform add-problem
           end-if
           .

      *> ---------------------------------------------------------------
      *> the closure of the edges (Warshall): a step that must end
      *> before itself is on a cycle, and its partners are the steps
      *> it both waits on and holds up
       find-cycles.
           perform varying k from 1 by 1 until k > net-step-count
               perform varying i from 1 by 1 until i > net-step-count
                   if reach(i, k) = "Y"
                       perform varying j from 1 by 1
                               until j > net-step-count
                           if reach(k, j) = "Y"
                               move "Y" to reach(i, j)
                           end-if
                       end-perform
                   end-if
               end-perform
           end-perform
           perform varying i from 1 by 1 until i > net-step-count
               if reach(i, i) = "Y"
                   move "C" to net-cycle(i)
                   move net-name(i) to problem-step
                   move spaces to cycle-partners
                   perform varying j from 1 by 1
                           until j > net-step-count
                       if j not = i
                        and reach(i, j) = "Y" and reach(j, i) = "Y"
                           if cycle-partners = spaces
                               move net-name(j) to cycle-partners
                           else
                               string trim(cycle-partners) ","
                                      net-name(j)
                                   delimited by size
                                   into cycle-partners
                               end-string
                           end-if
                       end-if
                   end-perform
                   move spaces to problem-text
                   if cycle-partners = spaces
                       move "names itself as a predecessor - never runs"
                         to problem-text
                   else
                       string "dependency cycle with "
                              trim(cycle-partners) " - never runs"
                           delimited by size into problem-text
                       end-string
                   end-if
                   perform add-problem
               end-if
           end-perform
           .

      *> each step's depth: one past its deepest predecessor, settled
      *> pass by pass; what no pass settles waits behind a cycle
       lay-out-network.
           move "Y" to progress
           perform until progress = "N"
               move "N" to progress
               perform varying i from 1 by 1 until i > net-step-count
                   if net-level(i) = zero and net-cycle(i) = space
                       perform settle-one-level
                   end-if
               end-perform
           end-perform
           move zero to max-level
           perform varying i from 1 by 1 until i > net-step-count
               if net-level(i) > max-level
                   move net-level(i) to max-level
               end-if
           end-perform
           perform varying i from 1 by 1 until i > net-step-count
               if net-level(i) = zero and net-cycle(i) = space
                   move "W" to net-cycle(i)
                   move net-name(i) to problem-step
                   move "waits on a step that is on a dependency cycle"
                     to problem-text
                   perform add-problem
               end-if
           end-perform
      *>   rows within each column; the cycle column last
           perform varying k from 1 by 1 until k > 22
               move zero to column-rows(k)
           end-perform
           perform varying i from 1 by 1 until i > net-step-count
               if net-level(i) = zero
                   move max-level to k
                   add 1 to k
               else
                   move net-level(i) to k
               end-if
               add 1 to column-rows(k)
               move column-rows(k) to net-row(i)
           end-perform
           .
       settle-one-level.
           move "Y" to settled
           move 1 to k
           perform varying n from 1 by 1 until n > edge-count(i)
               move edge-from(i, n) to j
               if net-level(j) = zero
                   move "N" to settled
               else
                   if net-level(j) + 1 > k
                       compute k = net-level(j) + 1
                   end-if
               end-if
           end-perform
           if settled = "Y"
               move k to net-level(i)
               move "Y" to progress
           end-if
           .
       end program gcnetedit-check.

      *> ***************************************************************
      *> one step as its JOBNET line: the ten fields joined by ";",
      *> trailing empty fields dropped past the fourth (the
      *> restartable flag), the way the network is written by hand
       identification division.
       program-id. gcnetedit-build-line.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 line-pointer             pic 9(03).
       01 semicolons               pic 9(02).

       linkage section.
       01 step-index               pic 9(02).
       01 step-line                pic x(300).
       01 step-line-length         pic 9(03).

       procedure division using step-index step-line
           step-line-length.
       gcnetedit-build-line-mainline.
           move spaces to step-line
           move 1 to line-pointer
           string trim(net-name(step-index)) delimited by size
               ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-command(step-index) not = spaces
               string trim(net-command(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-preds(step-index) not = spaces
               string trim(net-preds(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-restart(step-index) not = space
               string upper-case(net-restart(step-index))
                   delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-calendar(step-index) not = spaces
               string trim(net-calendar(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-limit(step-index) not = spaces
               string trim(net-limit(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-env(step-index) not = spaces
               string trim(net-env(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-resources(step-index) not = spaces
               string trim(net-resources(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-max-ok(step-index) not = spaces
               string trim(net-max-ok(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           string ";" delimited by size
               into step-line with pointer line-pointer
           end-string
           if net-host(step-index) not = spaces
               string trim(net-host(step-index)) delimited by size
                   into step-line with pointer line-pointer
               end-string
           end-if
           compute step-line-length = line-pointer - 1
      *>   the trailing empty fields, back to name;command;preds;R
           move 9 to semicolons
           perform until semicolons = 3
                      or step-line(step-line-length:1) not = ";"
               move space to step-line(step-line-length:1)
               subtract 1 from step-line-length
               subtract 1 from semicolons
           end-perform
           goback
           .
       end program gcnetedit-build-line.

      *> ***************************************************************
      *> the network back to JOBNET: written whole to JOBNET.NEW, the
      *> previous JOBNET renamed JOBNET.BAK, JOBNET.NEW renamed JOBNET.
      *> Only ever called once gcnetedit-check has found nothing
       identification division.
       program-id. gcnetedit-write.

       environment division.
       configuration section.
       repository.
           function all intrinsic.
       input-output section.
       file-control.
           select jobnet-new assign to "JOBNET.NEW"
               organization is line sequential
               file status is jobnet-new-status.

       data division.
       file section.
       fd  jobnet-new.
       01  jobnet-new-record       pic x(256).

       working-storage section.
       copy gcnetedit-net.

       01 jobnet-new-status        pic xx.
       01 i                        pic 9(02).
       01 l                        pic 9(03).
       01 step-line                pic x(300).
       01 step-line-length         pic 9(03).
       01 rename-rc                usage binary-long.
       01 probe-handle             pic x(4).
       01 probe-access             pic x comp-x value 1.
       01 probe-deny               pic x comp-x value zero.
       01 probe-device             pic x comp-x value zero.
       01 had-jobnet               pic x(01).
       01 written-count            pic 9(02).
       01 written-show             pic z9.

       procedure division.
       gcnetedit-write-mainline.
           move 8 to return-code
           move zero to written-count
           perform varying i from 1 by 1 until i > net-step-count
               move "N" to net-written(i)
           end-perform
           open output jobnet-new
           if jobnet-new-status not = "00"
               move spaces to net-message
               string "not saved: JOBNET.NEW could not be created"
                      " (status " jobnet-new-status ")"
                   delimited by size into net-message
               end-string
               goback
           end-if
      *>   the lines in their places: comments as they were, each
      *>   step where it stood (a deleted step's line is gone)
           perform varying l from 1 by 1 until l > net-line-count
               if net-line-step(l) = spaces
                   move net-line-text(l) to jobnet-new-record
                   write jobnet-new-record
               else
                   perform varying i from 1 by 1
                           until i > net-step-count
                       if net-name(i) = net-line-step(l)
                        and net-written(i) = "N"
                           perform write-step-line
                       end-if
                   end-perform
               end-if
           end-perform
      *>   the new steps, at the end
           perform varying i from 1 by 1 until i > net-step-count
               if net-written(i) = "N"
                   perform write-step-line
               end-if
           end-perform
           close jobnet-new

           move "N" to had-jobnet
           call "CBL_OPEN_FILE" using "JOBNET" probe-access
               probe-deny probe-device probe-handle
           end-call
           if return-code = zero
               call "CBL_CLOSE_FILE" using probe-handle
               end-call
               move "Y" to had-jobnet
           end-if
           if had-jobnet = "Y"
               call "CBL_DELETE_FILE" using "JOBNET.BAK"
                   returning rename-rc
               end-call
               call "CBL_RENAME_FILE" using "JOBNET" "JOBNET.BAK"
                   returning rename-rc
               end-call
               if rename-rc not = zero
                   move "not saved: JOBNET could not be kept as"
                      & " JOBNET.BAK - the network is in JOBNET.NEW"
                     to net-message
                   move 8 to return-code
                   goback
               end-if
           end-if
           call "CBL_RENAME_FILE" using "JOBNET.NEW" "JOBNET"
               returning rename-rc
           end-call
           if rename-rc not = zero
               move "not saved: JOBNET.NEW could not replace JOBNET"
                  & " - the previous network is in JOBNET.BAK"
                 to net-message
               move 8 to return-code
               goback
           end-if
           move written-count to written-show
           move spaces to net-message
           if had-jobnet = "Y"
               string "JOBNET saved, " trim(written-show)
                      " steps; the previous version is JOBNET.BAK"
                   delimited by size into net-message
               end-string
           else
               string "JOBNET saved, " trim(written-show) " steps"
                   delimited by size into net-message
               end-string
           end-if
           move "N" to net-dirty
           move zero to return-code
           goback
           .

       write-step-line.
           call "gcnetedit-build-line" using i step-line
               step-line-length
           move step-line to jobnet-new-record
           write jobnet-new-record
           move "Y" to net-written(i)
           add 1 to written-count
           .
       end program gcnetedit-write.

      *> ***************************************************************
      *> the window brought up to date with the network: validated,
      *> the step list, graph and problem list rebuilt, the statusbar
      *> stamped
       identification division.
       program-id. gcnetedit-redraw.

       environment division.
       configuration section.
       repository.
           function listview-clear
           function listview-append-row
           function graph-clear
           function graph-add-node
           function graph-add-caption
           function statusbar-push
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 i                        pic 9(02).
       01 p                        pic 9(03).
       01 max-level                pic 9(02).
       01 row-text                 pic x(400).
       01 shown-command            pic x(128).
       01 node-text                pic x(200).
       01 node-pointer             pic 9(03).
       01 caption-text             pic x(40).
       01 level-show               pic z9.
       01 count-show               pic z9.
       01 problems-show            pic zz9.
       01 graph-column             usage binary-long.
       01 graph-row                usage binary-long.
       01 sbar-text                pic x(160).
       01 extraneous               usage binary-long.
       01 newline                  pic x value x"0a".

       procedure division.
       gcnetedit-redraw-mainline.
           call "gcnetedit-check"
           perform redraw-step-list
           perform redraw-graph
           perform redraw-problem-list
           perform stamp-statusbar
           goback
           .

      *> a "|" in a command would split the row's cells
       redraw-step-list.
           move listview-clear(net-step-store) to extraneous
           perform varying i from 1 by 1 until i > net-step-count
               move net-command(i) to shown-command
               inspect shown-command replacing all "|" by "/"
               move spaces to row-text
               string net-name(i) "|" trim(shown-command) "|"
                      trim(net-preds(i)) "|" trim(net-calendar(i)) "|"
                      trim(net-limit(i)) "|" trim(net-host(i))
                   delimited by size into row-text
               end-string
               move listview-append-row(net-step-store, row-text)
                 to extraneous
           end-perform
           .

      *> a column per depth, headed "depth n", and a last column
      *> for what a cycle keeps from ever running; each node the
      *> step's name, then what it waits on
       redraw-graph.
           move graph-clear(net-graph) to extraneous
           move zero to max-level
           perform varying i from 1 by 1 until i > net-step-count
               if net-level(i) > max-level
                   move net-level(i) to max-level
               end-if
           end-perform
           move zero to graph-row
           perform varying i from 1 by 1 until i > max-level
               move i to level-show
               move spaces to caption-text
               string "depth " trim(level-show)
                   delimited by size into caption-text
               end-string
               compute graph-column = i - 1
               move graph-add-caption(net-graph, caption-text,
                    graph-column, graph-row)
                 to extraneous
           end-perform
           perform varying i from 1 by 1
                   until i > net-step-count or net-level(i) = zero
               continue
           end-perform
           if i not > net-step-count
               move max-level to graph-column
               move graph-add-caption(net-graph,
                    "CYCLE - never runs", graph-column, graph-row)
                 to extraneous
           end-if
           perform varying i from 1 by 1 until i > net-step-count
               move spaces to node-text
               move 1 to node-pointer
               string trim(net-name(i)) delimited by size
                   into node-text with pointer node-pointer
               end-string
               if net-preds(i) not = spaces
                   string newline "after " trim(net-preds(i))
                       delimited by size
                       into node-text with pointer node-pointer
                   end-string
               end-if
               if net-calendar(i) not = spaces
                   string newline "calendar " trim(net-calendar(i))
                       delimited by size
                       into node-text with pointer node-pointer
                   end-string
               end-if
               if net-cycle(i) = "C"
                   string newline "** ON A CYCLE **"
                       delimited by size
                       into node-text with pointer node-pointer
                   end-string
               end-if
               if net-level(i) = zero
                   move max-level to graph-column
               else
                   compute graph-column = net-level(i) - 1
               end-if
               move net-row(i) to graph-row
               move graph-add-node(net-graph, node-text,
                    graph-column, graph-row,
                    "gcnetedit-node-clicked")
                 to extraneous
           end-perform
           .

       redraw-problem-list.
           move listview-clear(net-problem-store) to extraneous
           perform varying p from 1 by 1 until p > net-problem-count
               move spaces to row-text
               string net-problem-step(p) "|"
                      trim(net-problem-text(p))
                   delimited by size into row-text
               end-string
               move listview-append-row(net-problem-store, row-text)
                 to extraneous
           end-perform
           .

      *> the latest action's message, else where the network stands
       stamp-statusbar.
           move net-step-count to count-show
           move net-problem-count to problems-show
           move spaces to sbar-text
           if net-message not = spaces
               move net-message to sbar-text
               move spaces to net-message
           else
               string trim(count-show) " steps, "
                      trim(problems-show) " problems"
                   delimited by size into sbar-text
               end-string
               if net-dirty = "Y"
                   string trim(sbar-text)
                          " - changes not yet saved"
                       delimited by size into sbar-text
                   end-string
               end-if
           end-if
           move statusbar-push(net-statusbar-data, sbar-text)
             to extraneous
           .
       end program gcnetedit-redraw.

      *> ***************************************************************
      *> one step's fields into the form, by step index
       identification division.
       program-id. gcnetedit-show-step.

       environment division.
       configuration section.
       repository.
           function entry-set-text
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 extraneous               usage binary-long.

       linkage section.
       01 step-index               pic 9(02).

       procedure division using step-index.
           move entry-set-text(net-entry(1), net-name(step-index))
             to extraneous
           move entry-set-text(net-entry(2), net-command(step-index))
             to extraneous
           move entry-set-text(net-entry(3), net-preds(step-index))
             to extraneous
           move entry-set-text(net-entry(4), net-restart(step-index))
             to extraneous
           move entry-set-text(net-entry(5), net-calendar(step-index))
             to extraneous
           move entry-set-text(net-entry(6), net-limit(step-index))
             to extraneous
           move entry-set-text(net-entry(7), net-env(step-index))
             to extraneous
           move entry-set-text(net-entry(8),
                net-resources(step-index))
             to extraneous
           move entry-set-text(net-entry(9), net-max-ok(step-index))
             to extraneous
           move entry-set-text(net-entry(10), net-host(step-index))
             to extraneous
           goback.
       end program gcnetedit-show-step.

      *> ***************************************************************
      *> a graph node clicked: its first line is the step's name
       identification division.
       program-id. gcnetedit-node-clicked.

       environment division.
       configuration section.
       repository.
           function button-get-label
           function statusbar-push
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 node-label               pic x(256).
       01 node-name                pic x(64).
       01 i                        pic 9(02).
       01 sbar-text                pic x(80).
       01 extraneous               usage binary-long.

       linkage section.
       01 gtk-widget               usage pointer.
       01 gtk-data                 usage pointer.

       procedure division using by value gtk-widget gtk-data.
           move button-get-label(gtk-widget) to node-label
           move spaces to node-name
           unstring node-label delimited by x"0a"
               into node-name
           end-unstring
           perform varying i from 1 by 1 until i > net-step-count
               if net-name(i) = node-name
                   call "gcnetedit-show-step" using i
                   move spaces to sbar-text
                   string "editing " trim(node-name)
                       delimited by size into sbar-text
                   end-string
                   move statusbar-push(net-statusbar-data, sbar-text)
                     to extraneous
                   goback
               end-if
           end-perform
           goback.
       end program gcnetedit-node-clicked.

      *> ***************************************************************
      *> Enter in the name field: open that step, if there is one
       identification division.
       program-id. gcnetedit-name-activated.

       environment division.
       configuration section.
       repository.
           function entry-get-text
           function statusbar-push
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 form-name                pic x(256).
       01 i                        pic 9(02).
       01 sbar-text                pic x(100).
       01 extraneous               usage binary-long.

       linkage section.
       01 gtk-widget               usage pointer.
       01 gtk-data                 usage pointer.

       procedure division using by value gtk-widget gtk-data.
           move upper-case(trim(entry-get-text(net-entry(1))))
             to form-name
           perform varying i from 1 by 1 until i > net-step-count
               if net-name(i) = form-name
                and form-name(9:) = spaces
                   call "gcnetedit-show-step" using i
                   move spaces to sbar-text
                   string "editing " trim(form-name)
                       delimited by size into sbar-text
                   end-string
                   move statusbar-push(net-statusbar-data, sbar-text)
                     to extraneous
                   goback
               end-if
           end-perform
           move spaces to sbar-text
           string "no step " trim(form-name)
                  " - fill in the form and Apply to add it"
               delimited by size into sbar-text
           end-string
           move statusbar-push(net-statusbar-data, sbar-text)
             to extraneous
           goback.
       end program gcnetedit-name-activated.

      *> ***************************************************************
      *> New step: an empty form
       identification division.
       program-id. gcnetedit-new-clicked.

       environment division.
       configuration section.
       repository.
           function entry-set-text
           function statusbar-push
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 f                        pic 9(02).
       01 extraneous               usage binary-long.

       linkage section.
       01 gtk-widget               usage pointer.
       01 gtk-data                 usage pointer.

       procedure division using by value gtk-widget gtk-data.
           perform varying f from 1 by 1 until f > 10
               move entry-set-text(net-entry(f), " ") to extraneous
           end-perform
           move statusbar-push(net-statusbar-data,
                "new step - fill in the form and Apply")
             to extraneous
           goback.
       end program gcnetedit-new-clicked.

      *> ***************************************************************
      *> Apply (or Enter in a field): the form into the network - the
      *> step of that name replaced, or a new step added - then the
      *> whole network validated again.  A field that cannot be
      *> written into JOBNET at all is refused here
       identification division.
       program-id. gcnetedit-apply-clicked.

       environment division.
       configuration section.
       repository.
           function entry-get-text
           function statusbar-push
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 form-fields.
           05 form-value           pic x(256) occurs 10.
       01 field-sizes.
           05 filler pic 9(03) value 8.
           05 filler pic 9(03) value 128.
           05 filler pic 9(03) value 64.
           05 filler pic 9(03) value 1.
           05 filler pic 9(03) value 12.
           05 filler pic 9(03) value 8.
           05 filler pic 9(03) value 64.
           05 filler pic 9(03) value 128.
           05 filler pic 9(03) value 4.
           05 filler pic 9(03) value 32.
       01 field-size-table redefines field-sizes.
           05 field-size           pic 9(03) occurs 10.
       01 field-names.
           05 filler pic x(12) value "step name".
           05 filler pic x(12) value "command".
           05 filler pic x(12) value "predecessors".
           05 filler pic x(12) value "restartable".
           05 filler pic x(12) value "calendar".
           05 filler pic x(12) value "time limit".
           05 filler pic x(12) value "environment".
           05 filler pic x(12) value "resources".
           05 filler pic x(12) value "ok rc".
           05 filler pic x(12) value "host".
       01 field-name-table redefines field-names.
           05 field-name           pic x(12) occurs 10.
       01 f                        pic 9(02).
       01 i                        pic 9(02).
       01 semicolons               pic 9(03).
       01 size-show                pic zz9.
       01 sbar-text                pic x(100).
       01 extraneous               usage binary-long.

       linkage section.
       01 gtk-widget               usage pointer.
       01 gtk-data                 usage pointer.

       procedure division using by value gtk-widget gtk-data.
           perform varying f from 1 by 1 until f > 10
               move trim(entry-get-text(net-entry(f)))
                 to form-value(f)
           end-perform
           move upper-case(form-value(1)) to form-value(1)
           if form-value(1) = spaces
               move statusbar-push(net-statusbar-data,
                    "not applied: the step has no name")
                 to extraneous
               goback
           end-if
           perform varying f from 1 by 1 until f > 10
               move zero to semicolons
               inspect form-value(f) tallying semicolons for all ";"
               if semicolons > zero
                   move spaces to sbar-text
                   string "not applied: " trim(field-name(f))
                          " holds a ';', the JOBNET field separator"
                       delimited by size into sbar-text
                   end-string
                   move statusbar-push(net-statusbar-data, sbar-text)
                     to extraneous
                   goback
               end-if
               if form-value(f)(field-size(f) + 1:) not = spaces
                   move field-size(f) to size-show
                   move spaces to sbar-text
                   string "not applied: " trim(field-name(f))
                          " is longer than " trim(size-show)
                          " characters"
                       delimited by size into sbar-text
                   end-string
                   move statusbar-push(net-statusbar-data, sbar-text)
                     to extraneous
                   goback
               end-if
           end-perform

           perform varying i from 1 by 1
                   until i > net-step-count
                      or net-name(i) = form-value(1)
               continue
           end-perform
           if i > net-step-count
               if net-step-count = 20
                   move statusbar-push(net-statusbar-data,
                        "not applied: jobsched takes at most 20 steps")
                     to extraneous
                   goback
               end-if
               add 1 to net-step-count
               move net-step-count to i
               move spaces to net-message
               string "step " trim(form-value(1)) " added"
                   delimited by size into net-message
               end-string
           else
               move spaces to net-message
               string "step " trim(form-value(1)) " changed"
                   delimited by size into net-message
               end-string
           end-if
           move form-value(1) to net-name(i)
           move form-value(2) to net-command(i)
           move form-value(3) to net-preds(i)
           move upper-case(form-value(4)) to net-restart(i)
           move form-value(5) to net-calendar(i)
           move form-value(6) to net-limit(i)
           move form-value(7) to net-env(i)
           move form-value(8) to net-resources(i)
           move form-value(9) to net-max-ok(i)
           move form-value(10) to net-host(i)
           move "Y" to net-dirty
           call "gcnetedit-redraw"
           goback.
       end program gcnetedit-apply-clicked.

      *> ***************************************************************
      *> Delete step: the step named in the form leaves the network;
      *> the steps that named it as a predecessor now show as problems
       identification division.
       program-id. gcnetedit-delete-clicked.

       environment division.
       configuration section.
       repository.
           function entry-get-text
           function entry-set-text
           function statusbar-push
           function all intrinsic.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 form-name                pic x(256).
       01 f                        pic 9(02).
       01 i                        pic 9(02).
       01 sbar-text                pic x(100).
       01 extraneous               usage binary-long.

       linkage section.
       01 gtk-widget               usage pointer.
       01 gtk-data                 usage pointer.

       procedure division using by value gtk-widget gtk-data.
           move upper-case(trim(entry-get-text(net-entry(1))))
             to form-name
           perform varying i from 1 by 1
                   until i > net-step-count
                      or (net-name(i) = form-name
                          and form-name(9:) = spaces)
               continue
           end-perform
           if i > net-step-count
               move spaces to sbar-text
               string "not deleted: no step " trim(form-name)
                   delimited by size into sbar-text
               end-string
               move statusbar-push(net-statusbar-data, sbar-text)
                 to extraneous
               goback
           end-if
           perform until i = net-step-count
               move net-step-entry(i + 1) to net-step-entry(i)
               add 1 to i
           end-perform
           subtract 1 from net-step-count
           perform varying f from 1 by 1 until f > 10
               move entry-set-text(net-entry(f), " ") to extraneous
           end-perform
           move spaces to net-message
           string "step " trim(form-name) " deleted"
               delimited by size into net-message
           end-string
           move "Y" to net-dirty
           call "gcnetedit-redraw"
           goback.
       end program gcnetedit-delete-clicked.

      *> ***************************************************************
      *> Validate: the network checked again (FEEDDEF and GCCAL may
      *> have changed meanwhile, so they are reread)
       identification division.
       program-id. gcnetedit-validate-clicked.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 problems-show            pic zz9.

       linkage section.
       01 gtk-widget               usage pointer.
       01 gtk-data                 usage pointer.

       procedure division using by value gtk-widget gtk-data.
           call "gcnetedit-load-references"
           call "gcnetedit-check"
           move net-problem-count to problems-show
           move spaces to net-message
           if net-problem-count = zero
               move "network validated - no problems" to net-message
           else
               string "network validated - "
                      function trim(problems-show)
                      " problems, listed below"
                   delimited by size into net-message
               end-string
           end-if
           call "gcnetedit-redraw"
           goback.
       end program gcnetedit-validate-clicked.

      *> ***************************************************************
      *> Save: JOBNET is written only when the network validates clean
       identification division.
       program-id. gcnetedit-save-clicked.

       data division.
       working-storage section.
       copy gcnetedit-net.

       01 problems-show            pic zz9.
       01 saved-message            pic x(100).

       linkage section.
       01 gtk-widget               usage pointer.
       01 gtk-data                 usage pointer.

       procedure division using by value gtk-widget gtk-data.
           call "gcnetedit-load-references"
           call "gcnetedit-check"
           if net-problem-count > zero
               move net-problem-count to problems-show
               move spaces to net-message
               string "not saved: "
                      function trim(problems-show)
                      " problems - JOBNET is unchanged"
                   delimited by size into net-message
               end-string
               call "gcnetedit-redraw"
               goback
           end-if
           call "gcnetedit-write"
           if return-code = zero
      *>       the tables taken again from the file just written, so
      *>       the next save keeps its lines where they now stand
               move net-message to saved-message
               call "gcnetedit-load"
               move saved-message to net-message
           end-if
           move zero to return-code
           call "gcnetedit-redraw"
           goback.
       end program gcnetedit-save-clicked.
