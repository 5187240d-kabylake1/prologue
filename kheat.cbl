       01  ws-level-hits picture is 9(8).
      *Display editing
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move 0 to ws-lv-count, ws-ht-count.
      *
       tally-journal-file.
           open input fs-journal.
           if ws-journal-status is not equal to "00" then
               if ws-journal-status is not equal to "35" then
                   move ws-journal-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-journal-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           move "-" to ws-cur-level.
               read fs-journal
                   at end exit perform
               end-read
               if ws-journal-status is not less than "30" then
                   move ws-journal-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-journal-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               perform tally-journal-line
           end-perform.
           close fs-journal.
               exit paragraph
           end-if.
           move spaces to ws-x-txt, ws-y-txt.
      *The coordinates end at the first blank -- a sealed row
      *carries its seal token after them.
           unstring fs-journal-row(20:) delimited by "," or all space
               into ws-x-txt ws-y-txt end-unstring.
           compute ws-hit-x = function numval(ws-x-txt)
           end-compute.
               display "    tile " ws-ht-x(ws-best-ix) ","
                   ws-ht-y(ws-best-ix) "  hits " ws-z6
           end-perform.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kheat" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kheat.
