       01  ws-row-len picture is 9(4).
       01  ws-expect picture is 9(4).
       01  ws-z8 picture is zzzzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-extract-filename.
           accept ws-extract-filename from command-line.
           end-if.
      *
           perform merge-extract.
           if return-code is not equal to 0 then
               goback
           end-if.
      *
           if ws-found is equal to 0 then
               if ws-st-count >= 16 then
           move spaces to ws-own-site.
           open input fs-state.
           if ws-state-status is not equal to "00" then
               if ws-state-status is not equal to "35" then
                   move "exchange.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-state-status to ws-ioe-status
                   perform report-io-error
                   display "kimport: exchange.dat cannot be opened"
                       " (status " ws-state-status ") -- nothing merged"
                   move 1 to return-code
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-state
                   at end exit perform
               end-read
               if ws-state-status is not less than "30" then
                   move "exchange.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-state-status to ws-ioe-status
                   perform report-io-error
                   display "kimport: exchange.dat cannot be read"
                       " (status " ws-state-status ") -- nothing merged"
                   move 1 to return-code
                   exit perform
               end-if
               move spaces to ws-key, ws-val
               unstring fs-state-row delimited by all space
                   into ws-key ws-val end-unstring
           move 0 to ws-st-count.
           open input fs-imports.
           if ws-imports-status is not equal to "00" then
               if ws-imports-status is not equal to "35" then
                   move "imports.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-imports-status to ws-ioe-status
                   perform report-io-error
                   display "kimport: imports.dat cannot be opened"
                       " (status " ws-imports-status ") -- nothing"
                       " merged"
                   move 1 to return-code
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-imports
                   at end exit perform
               end-read
               if ws-imports-status is not less than "30" then
                   move "imports.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-imports-status to ws-ioe-status
                   perform report-io-error
                   display "kimport: imports.dat cannot be read"
                       " (status " ws-imports-status ") -- nothing"
                       " merged"
                   move 1 to return-code
                   exit perform
               end-if
               move spaces to ws-key, ws-val
               unstring fs-imports-row delimited by all space
                   into ws-key ws-val end-unstring
               end-if
           end-perform.
           close fs-imports.
      *The rounds are in combined.txt by now; an imports.dat that
      *will not take the new sequence is said loudly, since the
      *same extract would otherwise be merged twice.
       write-imports.
           open output fs-imports.
           if ws-imports-status is not equal to "00" then
               move "imports.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-imports-status to ws-ioe-status
               perform report-io-error
               display "kimport: imports.dat cannot be written"
                   " (status " ws-imports-status ") -- do not merge"
                   " this extract again"
               move 1 to return-code
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > ws-st-count
               move spaces to fs-imports-row
               string ws-st-site(ws-i) delimited by space
                   ws-st-seq(ws-i) delimited by size
                   into fs-imports-row end-string
               write fs-imports-row
               if ws-imports-status is not equal to "00" then
                   move "imports.dat" to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-imports-status to ws-ioe-status
                   perform report-io-error
                   display "kimport: imports.dat cannot be written"
                       " (status " ws-imports-status ") -- do not"
                       " merge this extract again"
                   move 1 to return-code
                   exit perform
               end-if
           end-perform.
           close fs-imports.
       read-extract-header.
           move 0 to ws-ex-seq, ws-ex-rows.
           open input fs-extract.
           if ws-extract-status is not equal to "00" then
               if ws-extract-status is not equal to "35" then
                   move ws-extract-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-extract-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "kimport: cannot open "
                   ws-extract-filename
               move 1 to return-code
               read fs-extract
                   at end exit perform
               end-read
               if ws-extract-status is not less than "30" then
                   move ws-extract-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-extract-status to ws-ioe-status
                   perform report-io-error
                   move 1 to return-code
                   exit perform
               end-if
               move spaces to ws-key, ws-val
               unstring fs-extract-row delimited by all space
                   into ws-key ws-val end-unstring
       count-extract-rows.
           move 0 to ws-row-count.
           open input fs-extract.
           if ws-extract-status is not equal to "00" then
               perform report-extract-open
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > 3
               read fs-extract
                   at end exit perform
               end-read
               if ws-extract-status is not less than "30" then
                   move ws-extract-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-extract-status to ws-ioe-status
                   perform report-io-error
                   move 1 to return-code
                   exit perform
               end-if
           end-perform.
           perform forever
               read fs-extract
                   at end exit perform
               end-read
               if ws-extract-status is not less than "30" then
                   move ws-extract-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-extract-status to ws-ioe-status
                   perform report-io-error
                   move 1 to return-code
                   exit perform
               end-if
               if fs-extract-row is not equal to spaces
                   add 1 to ws-row-count end-add
               end-if
      *the next reconciliation can tell merged rows from local
      *ones.
       merge-extract.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-combined.
           if ws-combined-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-combined
           end-if.
           if ws-combined-status is not equal to "00" then
               move "combined.txt" to ws-ioe-file
               move ws-combined-status to ws-ioe-status
               perform report-io-error
               display "kimport: combined.txt cannot be opened"
                   " (status " ws-combined-status ") -- nothing merged"
               move 1 to return-code
               exit paragraph
           end-if.
           open input fs-extract.
           if ws-extract-status is not equal to "00" then
               perform report-extract-open
               close fs-combined
               move 1 to return-code
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > 3
               read fs-extract
                   at end exit perform
               end-read
               if ws-extract-status is not less than "30" then
                   move ws-extract-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-extract-status to ws-ioe-status
                   perform report-io-error
                   move 1 to return-code
                   exit perform
               end-if
           end-perform.
           perform forever
               read fs-extract
                   at end exit perform
               end-read
               if ws-extract-status is not less than "30" then
                   move ws-extract-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-extract-status to ws-ioe-status
                   perform report-io-error
                   move 1 to return-code
                   exit perform
               end-if
               if fs-extract-row is not equal to spaces
                   compute ws-row-len = function length(
                       function trim(fs-extract-row, trailing))
                       ws-ex-site delimited by space
                       into fs-combined-row end-string
                   write fs-combined-row
                   if ws-combined-status is not equal to "00" then
                       move "combined.txt" to ws-ioe-file
                       move "WRITE" to ws-ioe-op
                       move ws-combined-status to ws-ioe-status
                       perform report-io-error
                       display "kimport: combined.txt cannot be"
                           " written (status " ws-combined-status
                           ") -- the merge broke off part way and"
                           " the extract is not marked imported"
                       move 1 to return-code
                       exit perform
                   end-if
               end-if
           end-perform.
           close fs-extract.
           close fs-combined.
       report-extract-open.
           move ws-extract-filename to ws-ioe-file.
           move "OPEN-IN" to ws-ioe-op.
           move ws-extract-status to ws-ioe-status.
           perform report-io-error.
           display "kimport: cannot open " ws-extract-filename.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kimport" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kimport.
