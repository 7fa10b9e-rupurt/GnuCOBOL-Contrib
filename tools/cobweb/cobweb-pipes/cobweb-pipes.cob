       display "            function pipe-open-duplex"     end-display
       display "            function pipe-read"            end-display
       display "            function pipe-write"           end-display
       display "            function pipe-flush"           end-display
       display "            function pipe-ready"           end-display
       display "            function pipe-close"           end-display
       display "            function pipe-close-duplex"    end-display
      *>****


      *> ***************************************************************
      *>****F* cobweb-pipes/pipe-flush
      *> PURPOSE
      *>   Push what pipe-write has buffered on a channel out to the
      *>   reader now, without closing it - a line sent down a
      *>   pipe-spawn child's stdin otherwise sits in the stdio
      *>   buffer until the channel is closed.
      *> INPUTS
      *>   pipe record, first field pointer
      *> OUTPUTS
      *>   fflush status, integer, 0 on success
      *> SOURCE
      *> ***************************************************************
       identification division.
       function-id. pipe-flush.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       linkage section.
       01 pipe-record.
          05 pipe-pointer      usage pointer.
          05 filler            usage binary-long.
       01 fflush-status        usage binary-long.

      *> ***************************************************************
       procedure division using pipe-record returning fflush-status.

       call "fflush" using
           by value pipe-pointer
         returning fflush-status
         on exception
             display "link error: fflush" upon syserr end-display
             move 255 to return-code
             goback
       end-call

       goback.
       end function pipe-flush.
      *>****


      *> ***************************************************************
      *>****F* cobweb-pipes/pipe-close
      *> PURPOSE
