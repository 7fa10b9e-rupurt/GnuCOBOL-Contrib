      *>****h* cobweb/gcnetedit-net
      *> Purpose:
      *>   the JOBNET editor's shared state: every gcnetedit program
      *>   (the main window and its TOP-LEVEL callbacks) COPYs this
      *>   one description of the EXTERNAL network, reference names,
      *>   problem list and widget handles
      *> Contents:
      *>   net-steps      the steps as edited, one per JOBNET step
      *>                  line, each field as written in JOBNET (the
      *>                  name upper-cased, as jobsched takes it), and
      *>                  the layout gcnetedit-check derives: the
      *>                  step's dependency depth, its row in that
      *>                  column, and C when it sits on a cycle
      *>   net-lines      the JOBNET lines in file order: a step line
      *>                  by its step name, a comment or blank line by
      *>                  its text, so a save keeps the comments where
      *>                  they were
      *>   net-refs       the feed names FEEDDEF defines and the
      *>                  calendar names GCCAL defines
      *>   net-problems   the last validation's findings
      *>   net-widgets    the window's widget handles
      *> Source:
       01 net-steps external.
           05 net-step-count       pic 9(02).
           05 net-step-entry occurs 20.
               10 net-name         pic x(08).
               10 net-command      pic x(128).
               10 net-preds        pic x(64).
               10 net-restart      pic x(01).
               10 net-calendar     pic x(12).
               10 net-limit        pic x(08).
               10 net-env          pic x(64).
               10 net-resources    pic x(128).
               10 net-max-ok       pic x(04).
               10 net-host         pic x(32).
               10 net-level        pic 9(02).
               10 net-row          pic 9(02).
               10 net-cycle        pic x(01).
               10 net-written      pic x(01).
       01 net-lines external.
           05 net-line-count       pic 9(03).
           05 net-line-entry occurs 200.
               10 net-line-step    pic x(08).
               10 net-line-text    pic x(256).
       01 net-refs external.
           05 net-feeddef-found    pic x(01).
           05 net-feed-count       pic 9(02).
           05 net-feed-name        pic x(08) occurs 20.
           05 net-gccal-found      pic x(01).
           05 net-cal-count        pic 9(02).
           05 net-cal-name         pic x(12) occurs 50.
       01 net-problems external.
           05 net-problem-count    pic 9(03).
           05 net-problem-entry occurs 100.
               10 net-problem-step pic x(08).
               10 net-problem-text pic x(100).
       01 net-state external.
           05 net-dirty            pic x(01).
           05 net-loaded           pic x(01).
           05 net-message          pic x(100).
      *>       JOBNET lines past the 20 steps or 200 lines held
           05 net-overflow         pic 9(03).
       01 net-widgets external.
           05 net-window-data.
               10 net-window       usage pointer.
               10 filler           usage pointer.
               10 filler           usage binary-long.
           05 net-step-list-data.
               10 net-step-tree    usage pointer.
               10 net-step-store   usage pointer.
               10 filler           usage binary-long.
           05 net-problem-list-data.
               10 net-problem-tree usage pointer.
               10 net-problem-store usage pointer.
               10 filler           usage binary-long.
           05 net-graph-data.
               10 net-graph        usage pointer.
               10 filler           usage pointer.
               10 filler           usage binary-long.
           05 net-statusbar-data.
               10 net-statusbar    usage pointer.
               10 filler           usage pointer.
               10 net-sbar-ctx     usage binary-long.
      *>       the form's entries, in JOBNET field order
           05 net-entry-data occurs 10.
               10 net-entry        usage pointer.
               10 filler           usage pointer.
               10 filler           usage binary-long.
      *>****
