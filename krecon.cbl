       data division.
       file section.
       fd  fs-scores.
       01  fs-score-row picture x(160).
       fd  fs-journal.
       01  fs-journal-row picture x(96).
       working-storage section.
       01  ws-exceptions picture is 9(6).
      *Display editing
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move 0 to ws-day-count, ws-dateless-rows, ws-exceptions.
           move 0 to ws-slot-lost.
       read-scores.
           open input fs-scores.
           if ws-scores-status is not equal to "00" then
               if ws-scores-status is not equal to "35" then
                   move "scores.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-scores
                   at end exit perform
               end-read
               if ws-scores-status is not less than "30" then
                   move "scores.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               if fs-score-row is not equal to spaces
                   perform reconcile-score-row
               end-if
               into ws-journal-filename end-string.
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
           move spaces to ws-jnl-date.
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
               perform tally-journal-row
           end-perform.
           close fs-journal.
                   " rows: " ws-z6
               add ws-day-badscore(ws-i) to ws-exceptions end-add
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "krecon" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program krecon.
