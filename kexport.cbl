       data division.
       file section.
       fd  fs-scores.
       01  fs-score-row picture x(160).
       fd  fs-state.
       01  fs-state-row picture x(64).
       fd  fs-extract.
       01  ws-val picture x(32).
       01  ws-row-no picture is 9(8).
       01  ws-new-rows picture is 9(8).
       01  ws-row-len picture is 9(4).
       01  ws-z8 picture is zzzzzzz9.
      *Set once a write to the extract or to exchange.dat has not
      *gone through -- the rest of the run's writes are not reported
      *again.
       01  ws-write-failed picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-site-arg.
           accept ws-site-arg from command-line.
      *
           move spaces to ws-site.
           move 0 to ws-seq, ws-exported, ws-write-failed.
           perform read-state.
           if ws-site is equal to spaces then
               if ws-site-arg is equal to spaces then
           move 0 to ws-row-no.
           open input fs-scores.
           if ws-scores-status is not equal to "00" then
               if ws-scores-status is not equal to "35" then
                   perform report-scores-open
                   goback
               end-if
               display "kexport: no scores.txt to export"
               goback
           end-if.
               read fs-scores
                   at end exit perform
               end-read
               if ws-scores-status is not less than "30" then
                   perform report-scores-read
                   close fs-scores
                   goback
               end-if
               add 1 to ws-row-no end-add
           end-perform.
           close fs-scores.
               end-subtract.
      *Second pass: the extract -- a three-row header the importer
      *checks (site, sequence, row count), then the new rows
      *verbatim but for the seal, which chains to this kiosk's
      *scores.txt and means nothing in another site's files.
           add 1 to ws-seq end-add.
           move spaces to ws-extract-filename.
           string "extract-" delimited by size
               into ws-extract-filename end-string.
           open output fs-extract.
           if ws-extract-status is not equal to "00" then
               move ws-extract-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-extract-status to ws-ioe-status
               perform report-io-error
               display "kexport: cannot write " ws-extract-filename
               move 1 to return-code
               goback
           string "SITE " delimited by size
               ws-site delimited by space
               into fs-extract-row end-string.
           perform write-extract-row.
           move spaces to fs-extract-row.
           string "SEQ " delimited by size
               ws-seq delimited by size
               into fs-extract-row end-string.
           perform write-extract-row.
           move spaces to fs-extract-row.
           string "ROWS " delimited by size
               ws-new-rows delimited by size
               into fs-extract-row end-string.
           perform write-extract-row.
      *
           move 0 to ws-row-no.
           open input fs-scores.
           if ws-scores-status is not equal to "00" then
               perform report-scores-open
               close fs-extract
               goback
           end-if.
           perform forever
               read fs-scores
                   at end exit perform
               end-read
               if ws-scores-status is not less than "30" then
                   perform report-scores-read
                   move 1 to ws-write-failed
                   exit perform
               end-if
               add 1 to ws-row-no end-add
               if ws-row-no > ws-exported
                   move 0 to ws-row-len
                   inspect fs-score-row tallying ws-row-len
                       for characters before initial "  seal="
                   move spaces to fs-extract-row
                   if ws-row-len > 0
                       move fs-score-row(1:ws-row-len)
                           to fs-extract-row
                   end-if
                   perform write-extract-row
               end-if
           end-perform.
           close fs-scores.
           close fs-extract.
      *An extract that did not go out whole leaves the export state
      *where it was, so the next run writes the same sequence again.
           if ws-write-failed is equal to 1 then
               display "kexport: " function trim(ws-extract-filename)
                   " is incomplete -- export state left as it was"
               move 1 to return-code
               goback
           end-if.
           move ws-row-no to ws-exported.
           perform write-state.
           move ws-new-rows to ws-z8.
           display "kexport: wrote " ws-z8 " rounds to "
               ws-extract-filename.
           goback.
      *Export state that is there but will not read must not be
      *taken for a first run -- that would send every row again.
       read-state.
           open input fs-state.
           if ws-state-status is not equal to "00" then
               if ws-state-status is not equal to "35" then
                   move "exchange.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-state-status to ws-ioe-status
                   perform report-io-error
                   display "kexport: exchange.dat cannot be opened"
                       " (status " ws-state-status ") -- nothing"
                       " exported"
                   move 1 to return-code
                   goback
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
                   display "kexport: exchange.dat cannot be read"
                       " (status " ws-state-status ") -- nothing"
                       " exported"
                   close fs-state
                   move 1 to return-code
                   goback
               end-if
               move spaces to ws-key, ws-val
               unstring fs-state-row delimited by all space
                   into ws-key ws-val end-unstring
           close fs-state.
       write-state.
           open output fs-state.
           if ws-state-status is not equal to "00" then
               move "exchange.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-state-status to ws-ioe-status
               perform report-io-error
               display "kexport: exchange.dat cannot be written"
                   " (status " ws-state-status ") -- the next run"
                   " will send these rows again"
               move 1 to return-code
               exit paragraph
           end-if.
           move spaces to fs-state-row.
           string "SITE " delimited by size
               ws-site delimited by space
               into fs-state-row end-string.
           perform write-state-row.
           move spaces to fs-state-row.
           string "SEQ " delimited by size
               ws-seq delimited by size
               into fs-state-row end-string.
           perform write-state-row.
           move spaces to fs-state-row.
           string "EXPORTED " delimited by size
               ws-exported delimited by size
               into fs-state-row end-string.
           perform write-state-row.
           close fs-state.
           if ws-write-failed is equal to 1 then
               display "kexport: exchange.dat was not written in full"
                   " -- check it before the next run"
               move 1 to return-code
           end-if.
       write-extract-row.
           write fs-extract-row.
           if ws-extract-status is not equal to "00"
               and ws-write-failed is equal to 0 then
               move ws-extract-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-extract-status to ws-ioe-status
               perform report-io-error
               move 1 to ws-write-failed
           end-if.
       write-state-row.
           write fs-state-row.
           if ws-state-status is not equal to "00"
               and ws-write-failed is equal to 0 then
               move "exchange.dat" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-state-status to ws-ioe-status
               perform report-io-error
               move 1 to ws-write-failed
           end-if.
       report-scores-open.
           move "scores.txt" to ws-ioe-file.
           move "OPEN-IN" to ws-ioe-op.
           move ws-scores-status to ws-ioe-status.
           perform report-io-error.
           display "kexport: scores.txt cannot be opened (status "
               ws-scores-status ") -- nothing exported".
           move 1 to return-code.
       report-scores-read.
           move "scores.txt" to ws-ioe-file.
           move "READ" to ws-ioe-op.
           move ws-scores-status to ws-ioe-status.
           perform report-io-error.
           display "kexport: scores.txt cannot be read (status "
               ws-scores-status ") -- nothing exported".
           move 1 to return-code.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kexport" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kexport.
