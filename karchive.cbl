      *verifies each daily was fully copied before deleting it, and
      *prints a summary of files rolled, lines kept, and anything it
      *refused to touch because the contents looked truncated or
      *unparseable. The exit code is 1 when any daily was refused,
      *so the overnight stream stops for someone to look at it.
       identification division.
       program-id. karchive.
       environment division.
      *Display editing
       01  ws-z4 picture is zzz9.
       01  ws-z8 picture is zzzzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-age-arg.
           accept ws-age-arg from command-line.
               open input fs-daily
               if ws-daily-status is equal to "00" then
                   perform roll-daily
               else
                   if ws-daily-status is not equal to "35" then
                       move ws-daily-filename to ws-ioe-file
                       move "OPEN-IN" to ws-ioe-op
                       move ws-daily-status to ws-ioe-status
                       perform report-io-error
                   end-if
               end-if
           end-perform.
      *
           display "Files rolled:  " ws-z4 "   Lines kept: " ws-z8.
           move ws-files-refused to ws-z4.
           display "Files refused: " ws-z4.
           if ws-files-refused > 0 then
               move 1 to return-code
           end-if.
           goback.
      *The daily is open for input on entry. First pass counts and
      *validates every line; a file with anything truncated or
               read fs-daily
                   at end exit perform
               end-read
               if ws-daily-status is not less than "30" then
                   move ws-daily-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-daily-status to ws-ioe-status
                   perform report-io-error
                   add 1 to ws-bad-lines end-add
                   exit perform
               end-if
               add 1 to ws-daily-lines end-add
               perform validate-daily-row
           end-perform.
      *daily held.
           perform count-archive-lines.
           move ws-arch-after to ws-arch-before.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-archive.
           if ws-archive-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-archive
           end-if.
           if ws-archive-status is not equal to "00" then
               move ws-archive-filename to ws-ioe-file
               move ws-archive-status to ws-ioe-status
               perform report-io-error
               display "  refused " ws-daily-filename
                   " (archive cannot be opened; daily kept)"
               add 1 to ws-files-refused end-add
               exit paragraph
           end-if.
           open input fs-daily.
           if ws-daily-status is not equal to "00" then
               move ws-daily-filename to ws-ioe-file
               move "OPEN-IN" to ws-ioe-op
               move ws-daily-status to ws-ioe-status
               perform report-io-error
           else
               perform forever
                   read fs-daily
                       at end exit perform
                   end-read
                   if ws-daily-status is not less than "30" then
                       move ws-daily-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-daily-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   move fs-daily-row to fs-archive-row
                   write fs-archive-row
                   if ws-archive-status is not equal to "00" then
                       move ws-archive-filename to ws-ioe-file
                       move "WRITE" to ws-ioe-op
                       move ws-archive-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
               end-perform
               close fs-daily
           end-if.
           close fs-archive.
           perform count-archive-lines.
           add ws-daily-lines to ws-arch-before giving ws-expected
                   read fs-archive
                       at end exit perform
                   end-read
                   if ws-archive-status is not less than "30" then
                       move ws-archive-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-archive-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   add 1 to ws-arch-after end-add
               end-perform
               close fs-archive
           else
               if ws-archive-status is not equal to "35" then
                   move ws-archive-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-archive-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "karchive" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program karchive.
