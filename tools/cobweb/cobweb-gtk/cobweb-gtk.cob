      *>  goback.
      *>
      *> Source:
       REPLACE ==FIELDSIZE== BY ==256==
               ==AREASIZE==  BY ==32768==.

id     identification division.
           function new-chart
           function chart-add-bar
           function chart-update-bar
           function new-graph
           function graph-add-node
           function graph-add-caption
           function graph-clear
           function button-get-label
           function widget-set-size
           function clipboard-set-text
           function clipboard-get-text
           function textview-copy-clipboard
      *>****


      *>****F* cobweb/new-graph
      *> Purpose:
      *> Define a new dependency-graph panel: a grid that
      *>   graph-add-node fills with one clickable node per step at
      *>   a caller-chosen column and row - the caller lays the
      *>   network out in columns by dependency depth, so every
      *>   arrow runs left to right - and graph-add-caption heads
      *>   the columns.  Pure GTK widgets, as new-chart: each node
      *>   is a GtkButton whose label carries the step and its
      *>   incoming edges.  graph-clear empties it for a redraw.
      *> Input:
      *>   gtk-container pointer
      *> Output:
      *>   gtk-graph-record, first field pointer
      *> Source:
id     identification division.
       function-id. new-graph.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

data   data division.
       working-storage section.
       01 row-spacing                usage binary-long value 6.
       01 column-spacing             usage binary-long value 24.

link   linkage section.
       01 gtk-container              usage pointer.
       01 gtk-graph-data.
          05 gtk-graph               usage pointer.
          05 filler                  usage pointer.
          05 filler                  usage binary-long.

code   procedure division using
           gtk-container
         returning gtk-graph-data.

       call "gtk_grid_new" returning gtk-graph end-call

       call "gtk_grid_set_row_spacing" using
           by value gtk-graph
           by value row-spacing
           returning omitted
       end-call
       call "gtk_grid_set_column_spacing" using
           by value gtk-graph
           by value column-spacing
           returning omitted
       end-call

       call "gtk_container_add" using
           by value gtk-container
           by value gtk-graph
           returning omitted
       end-call

done   goback.
       end function new-graph.
      *>****


      *>****F* cobweb/graph-add-node
      *> Purpose:
      *> Place one node on a new-graph: a button at column/row whose
      *>   label is node-text (x"0a" breaks it into lines; the first
      *>   line is the node's name, see button-get-label), its
      *>   clicked signal attached to node-callback
      *> Input:
      *>   gtk-graph pointer, from new-graph
      *>   node-text pic x any
      *>   node-column usage binary-long, 0-origin
      *>   node-row usage binary-long, 0-origin
      *>   node-callback pic x any
      *> Output:
      *>   extraneous binary-long, 0
      *> Source:
id     identification division.
       function-id. graph-add-node.

       environment division.
       configuration section.
       repository.
           function signal-attach
           function all intrinsic.

data   data division.
       working-storage section.
       01 gtk-node                   usage pointer.
       01 node-width                 usage binary-long value 1.
       01 node-height                usage binary-long value 1.

link   linkage section.
       01 gtk-graph                  usage pointer.
       01 node-text                  pic x any length.
       01 node-column                usage binary-long.
       01 node-row                   usage binary-long.
       01 node-callback              pic x any length.
       01 extraneous                 usage binary-long.

code   procedure division using
           gtk-graph
           node-text
           node-column
           node-row
           node-callback
         returning extraneous.

       call "gtk_button_new_with_label" using
           by content concatenate(trim(node-text), x"00")
           returning gtk-node
       end-call

       call "gtk_grid_attach" using
           by value gtk-graph
           by value gtk-node
           by value node-column
           by value node-row
           by value node-width
           by value node-height
           returning omitted
       end-call

       move signal-attach(gtk-node, "clicked", node-callback)
         to extraneous

       call "gtk_widget_show" using
           by value gtk-node
           returning omitted
       end-call
       move 0 to extraneous

done   goback.
       end function graph-add-node.
      *>****


      *>****F* cobweb/graph-add-caption
      *> Purpose:
      *> Place a plain text label on a new-graph, e.g. a column
      *>   heading over the nodes of one dependency depth
      *> Input:
      *>   gtk-graph pointer, from new-graph
      *>   caption-text pic x any
      *>   caption-column usage binary-long, 0-origin
      *>   caption-row usage binary-long, 0-origin
      *> Output:
      *>   extraneous binary-long, 0
      *> Source:
id     identification division.
       function-id. graph-add-caption.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

data   data division.
       working-storage section.
       01 gtk-caption                usage pointer.
       01 caption-width              usage binary-long value 1.
       01 caption-height             usage binary-long value 1.

link   linkage section.
       01 gtk-graph                  usage pointer.
       01 caption-text               pic x any length.
       01 caption-column             usage binary-long.
       01 caption-row                usage binary-long.
       01 extraneous                 usage binary-long.

code   procedure division using
           gtk-graph
           caption-text
           caption-column
           caption-row
         returning extraneous.

       call "gtk_label_new" using
           by content concatenate(trim(caption-text), x"00")
           returning gtk-caption
       end-call

       call "gtk_grid_attach" using
           by value gtk-graph
           by value gtk-caption
           by value caption-column
           by value caption-row
           by value caption-width
           by value caption-height
           returning omitted
       end-call

       call "gtk_widget_show" using
           by value gtk-caption
           returning omitted
       end-call
       move 0 to extraneous

done   goback.
       end function graph-add-caption.
      *>****


      *>****F* cobweb/graph-clear
      *> Purpose:
      *> Remove every node and caption from a new-graph, so an
      *>   editor can lay the network out again after a change
      *> Input:
      *>   gtk-graph pointer, from new-graph
      *> Output:
      *>   extraneous binary-long, the number of widgets removed
      *> Source:
id     identification division.
       function-id. graph-clear.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

data   data division.
       working-storage section.
       01 gtk-children               usage pointer.
       01 gtk-child                  usage pointer.
       01 child-count                usage binary-long.
       01 child-index                usage binary-long.

link   linkage section.
       01 gtk-graph                  usage pointer.
       01 extraneous                 usage binary-long.

code   procedure division using
           gtk-graph
         returning extraneous.

       move 0 to extraneous
       call "gtk_container_get_children" using
           by value gtk-graph
           returning gtk-children
       end-call
       if gtk-children equal null then
           goback
       end-if

       call "g_list_length" using
           by value gtk-children
           returning child-count
       end-call
       perform varying child-index from 0 by 1
               until child-index >= child-count
           call "g_list_nth_data" using
               by value gtk-children
               by value child-index
               returning gtk-child
           end-call
           if gtk-child not equal null then
               call "gtk_widget_destroy" using
                   by value gtk-child
                   returning omitted
               end-call
               add 1 to extraneous
           end-if
       end-perform

       call "g_list_free" using
           by value gtk-children
           returning omitted
       end-call

done   goback.
       end function graph-clear.
      *>****


      *>****F* cobweb/button-get-label
      *> Purpose:
      *> Report a button's label text - inside a clicked callback,
      *>   which graph node (or which of several buttons sharing one
      *>   handler) was pressed
      *> Input:
      *>   gtk-button pointer, the callback's gtk-widget
      *> Output:
      *>   label-text pic x(FIELDSIZE), spaces when there is none
      *> Source:
id     identification division.
       function-id. button-get-label.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

data   data division.
       working-storage section.
       01 label-pointer              usage pointer.
       01 label-buffer               pic x(FIELDSIZE) based.

link   linkage section.
       01 gtk-button                 usage pointer.
       01 label-text                 pic x(FIELDSIZE).

code   procedure division using
           gtk-button
         returning label-text.

       initialize label-text
       call "gtk_button_get_label" using
           by value gtk-button
           returning label-pointer
       end-call
      *> the label belongs to the button; it is not freed here
       if label-pointer not equal null then
           set address of label-buffer to label-pointer
           string
               label-buffer delimited by x"00"
               into label-text
           end-string
       end-if

done   goback.
       end function button-get-label.
      *>****


      *>****F* cobweb/widget-set-size
      *> Purpose:
      *> Ask for a widget's minimum size, so a scrolled list or
      *>   graph packed into a box opens large enough to read
      *>   instead of at its bare natural height
      *> Input:
      *>   gtk-widget pointer
      *>   width-hint usage binary-long, pixels (-1 = natural)
      *>   height-hint usage binary-long, pixels (-1 = natural)
      *> Output:
      *>   extraneous binary-long, 0
      *> Source:
id     identification division.
       function-id. widget-set-size.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

data   data division.
link   linkage section.
       01 gtk-widget                 usage pointer.
       01 width-hint                 usage binary-long.
       01 height-hint                usage binary-long.
       01 extraneous                 usage binary-long.

code   procedure division using
           gtk-widget
           width-hint
           height-hint
         returning extraneous.

       call "gtk_widget_set_size_request" using
           by value gtk-widget
           by value width-hint
           by value height-hint
           returning omitted
       end-call
       move 0 to extraneous

done   goback.
       end function widget-set-size.
      *>****


      *>****F* cobweb/clipboard-set-text
      *> Purpose:
      *> Put a COBOL field's text onto the system clipboard, so an
