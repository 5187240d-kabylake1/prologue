       data division.
       file section.
       fd  fs-scores.
       01  fs-score-row picture x(160).
       working-storage section.
       01  ws-scores-status picture is x(2).
      *One scores.txt row split into its blank-separated tokens --
       01  ws-from-int picture is 9(8).
       01  ws-from-ymd picture is 9(8).
       01  ws-from-text redefines ws-from-ymd picture x(8).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move function current-date(1:8) to ws-row-ymd.
           compute ws-today-int =
           if ws-use-master is equal to 0 then
               open input fs-scores
               if ws-scores-status is not equal to "00" then
                   if ws-scores-status is not equal to "35" then
                       move "scores.txt" to ws-ioe-file
                       move "OPEN-IN" to ws-ioe-op
                       move ws-scores-status to ws-ioe-status
                       perform report-io-error
                   end-if
                   display "kreport: no scores.txt to report on"
                   goback
               end-if
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
                       perform parse-score-row
                       if ws-row-void is equal to 0
               when other
                   display "Trend: level with the prior period"
           end-evaluate.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kreport" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kreport.
