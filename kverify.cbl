      *Seal verification -- a plain command-line batch run, like
      *krecon. Walks scores.txt, the tickets.txt prize ledger, the
      *achievements.txt badge awards, the event-<code>.txt file of
      *every tournament in events.txt, the daily-YYYYMMDD.txt
      *standings files and the
      *journal-YYYYMMDD.log dailies (plus the monthly
      *journal-YYYYMM-archive.log files karchive rolls them into)
      *and re-checks the seal chain kgame-seal put on every row.
      *Each file gets one summary line; every row whose seal
      *breaks is listed under it with its row number and the start
      *of its text, and the first broken row is called out on its
      *own, since everything after an edit is suspect until the
      *edit is explained. Rows written before sealing began are
      *counted as legacy, not broken -- but once a file's chain has
      *started, a row with no seal is itself a break. The exit code
      *is 1 when anything is broken, so a scheduled run shows it
      *failed rather than quietly passing.
       identification division.
       program-id. kverify.
       environment division.
       input-output section.
       file-control.
           select fs-check assign to ws-check-filename
           organization is line sequential
           file status is ws-check-status.
           select fs-events assign to "events.txt"
           organization is line sequential
           file status is ws-events-status.
       data division.
       file section.
       fd  fs-check.
      *Wide enough for a sealed score row; a 96-byte journal row
      *reads into it padded with blanks, which the seal ignores.
       01  fs-check-row picture x(160).
       fd  fs-events.
       01  fs-events-row picture x(128).
       working-storage section.
       01  ws-events-status picture x(2).
       01  ws-event-key picture x(16).
       01  ws-event-code picture x(8).
       01  ws-check-filename picture x(64).
       01  ws-check-status picture x(2).
      *Monthly archives are karchive's concatenation of dailies, so
      *their chain restarts at every daily boundary, and a daily
      *from before sealing began can land after a sealed one. A row
      *that verifies against a fresh chain is accepted there as a
      *restart, and unsealed rows there are counted as legacy -- both
      *are listed so a reviewer can see where they fall.
       01  ws-archive-file picture is 9.
      *The date walk: dailies back 400 days (karchive's horizon),
      *archives back 13 months.
       01  ws-today-int picture is 9(8).
       01  ws-scan-int picture is 9(8).
       01  ws-oldest-int picture is 9(8).
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
       01  ws-year picture is 9(4).
       01  ws-month picture is 9(2).
       01  ws-months-back picture is 9(4).
      *Seal chain state for the file being walked
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       01  ws-sealing-begun picture is 9.
      *A file is walked once to count, and walked again with this
      *set only when it has rows to list, so the listing sits under
      *the file's summary line.
       01  ws-listing picture is 9.
       01  ws-unsealed-late picture is 9(8).
      *Per-file tallies
       01  ws-rows picture is 9(8).
       01  ws-sealed picture is 9(8).
       01  ws-legacy picture is 9(8).
       01  ws-broken picture is 9(8).
       01  ws-restarts picture is 9(8).
       01  ws-first-broken picture is 9(8).
      *Run totals
       01  ws-files picture is 9(6).
       01  ws-files-broken picture is 9(6).
       01  ws-total-rows picture is 9(8).
       01  ws-total-broken picture is 9(8).
      *Set when any file (events.txt included) would not open or
      *read to its end -- a check that did not happen is a failed
      *check. Held apart from RETURN-CODE, which every CALL resets.
       01  ws-unreadable picture is 9.
      *Display editing
       01  ws-z6 picture is zzzzz9.
       01  ws-z8 picture is zzzzzzz9.
       01  ws-z8-b picture is zzzzzzz9.
       01  ws-z8-c picture is zzzzzzz9.
       01  ws-z8-d picture is zzzzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move 0 to ws-files, ws-files-broken, ws-total-rows,
               ws-total-broken.
           move 0 to ws-unreadable.
           display "Seal verification".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
           display " ".
           display "File                              Rows   Sealed"
               "   Legacy   Broken".
      *
           move 0 to ws-archive-file.
           move "scores.txt" to ws-check-filename.
           perform verify-file.
           move "tickets.txt" to ws-check-filename.
           perform verify-file.
           move "achievements.txt" to ws-check-filename.
           perform verify-file.
           open input fs-events.
           if ws-events-status is equal to "00" then
               perform forever
                   read fs-events
                       at end exit perform
                   end-read
                   if ws-events-status is not less than "30" then
                       move "events.txt" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-events-status to ws-ioe-status
                       perform report-io-error
                       display "events.txt could not be read to its"
                           " end -- event files after that unchecked"
                       move 1 to ws-unreadable
                       exit perform
                   end-if
                   move spaces to ws-event-key, ws-event-code
                   unstring fs-events-row delimited by all space
                       into ws-event-key ws-event-code end-unstring
                   if ws-event-key is equal to "EVENT"
                       and ws-event-code is not equal to spaces
                       move spaces to ws-check-filename
                       string "event-" delimited by size
                           ws-event-code delimited by space
                           ".txt" delimited by size
                           into ws-check-filename end-string
                       perform verify-file
                   end-if
               end-perform
               close fs-events
           else
               if ws-events-status is not equal to "35" then
                   move "events.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-events-status to ws-ioe-status
                   perform report-io-error
                   display "events.txt cannot be opened (status "
                       ws-events-status ") -- event files unchecked"
                   move 1 to ws-unreadable
               end-if
           end-if.
      *
           compute ws-today-int =
               function integer-of-date(ws-ymd) end-compute.
           subtract 400 from ws-today-int giving ws-oldest-int
               end-subtract.
           perform varying ws-scan-int from ws-today-int by -1
           until ws-scan-int < ws-oldest-int
               compute ws-ymd =
                   function date-of-integer(ws-scan-int) end-compute
               move spaces to ws-check-filename
               string "daily-" delimited by size
                   ws-ymd-text delimited by size
                   ".txt" delimited by size
                   into ws-check-filename end-string
               perform verify-file
               move spaces to ws-check-filename
               string "journal-" delimited by size
                   ws-ymd-text delimited by size
                   ".log" delimited by size
                   into ws-check-filename end-string
               perform verify-file
           end-perform.
      *
           move 1 to ws-archive-file.
           move function current-date(1:4) to ws-year.
           move function current-date(5:2) to ws-month.
           perform varying ws-months-back from 0 by 1
           until ws-months-back > 13
               move spaces to ws-check-filename
               string "journal-" delimited by size
                   ws-year delimited by size
                   ws-month delimited by size
                   "-archive.log" delimited by size
                   into ws-check-filename end-string
               perform verify-file
               if ws-month is equal to 1
                   move 12 to ws-month
                   subtract 1 from ws-year end-subtract
               else
                   subtract 1 from ws-month end-subtract
               end-if
           end-perform.
      *
           display " ".
           move ws-files to ws-z6.
           move ws-total-rows to ws-z8.
           display "Files checked: " ws-z6 "   Rows: " ws-z8.
           if ws-total-broken is equal to 0 then
               display "No broken seals -- every sealed row matches"
                   " its chain."
           else
               move ws-files-broken to ws-z6
               move ws-total-broken to ws-z8
               display "Broken rows:   " ws-z8 " in " ws-z6
                   " file(s)"
           end-if.
           if ws-unreadable is equal to 1 then
               display "Some files could not be read -- they have"
                   " not been verified."
           end-if.
           if ws-unreadable is equal to 1 or ws-total-broken > 0 then
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
      *One file, start to finish. A file that is not there is
      *simply skipped -- most dates have no daily standings file.
      *One that is there but will not open or read to its end has
      *not been verified, and the run says so in its exit code.
       verify-file.
           open input fs-check.
           if ws-check-status is not equal to "00" then
               if ws-check-status is not equal to "35" then
                   move ws-check-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-check-status to ws-ioe-status
                   perform report-io-error
                   display ws-check-filename(1:30)
                       "   cannot be opened (status "
                       ws-check-status ")"
                   move 1 to ws-unreadable
               end-if
               exit paragraph
           end-if.
           add 1 to ws-files end-add.
           move 0 to ws-listing.
           perform walk-file.
      *
           move ws-rows to ws-z8.
           move ws-sealed to ws-z8-b.
           move ws-legacy to ws-z8-c.
           move ws-broken to ws-z8-d.
           display ws-check-filename(1:30) ws-z8 " " ws-z8-b " "
               ws-z8-c " " ws-z8-d.
           if ws-broken > 0 then
               move ws-first-broken to ws-z8
               display "    first broken row: " ws-z8
               add 1 to ws-files-broken end-add
               add ws-broken to ws-total-broken end-add
           end-if.
           if ws-restarts > 0 then
               move ws-restarts to ws-z8
               display "    chain restarts (daily boundaries): " ws-z8
           end-if.
           add ws-rows to ws-total-rows end-add.
           if ws-broken > 0 or ws-unsealed-late > 0 then
               open input fs-check
               if ws-check-status is equal to "00"
                   move 1 to ws-listing
                   perform walk-file
               end-if
           end-if.
      *The file is open for input on entry and closed on return.
       walk-file.
           move 0 to ws-rows, ws-sealed, ws-legacy, ws-broken,
               ws-restarts, ws-first-broken, ws-sealing-begun,
               ws-unsealed-late.
           move all "0" to ws-seal-chain.
           perform forever
               read fs-check
                   at end exit perform
               end-read
               if ws-check-status is not less than "30" then
                   if ws-listing is equal to 0 then
                       move ws-check-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-check-status to ws-ioe-status
                       perform report-io-error
                       move ws-rows to ws-z8
                       display ws-check-filename(1:30)
                           "   read stopped after row " ws-z8
                           " (status " ws-check-status ")"
                       move 1 to ws-unreadable
                   end-if
                   exit perform
               end-if
               add 1 to ws-rows end-add
               perform verify-row
           end-perform.
           close fs-check.
       verify-row.
           move fs-check-row to ws-seal-row.
           move 'V' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
           evaluate ws-seal-result
               when 0
                   add 1 to ws-sealed end-add
                   move 1 to ws-sealing-begun
               when 2
                   if ws-sealing-begun is equal to 0
                       or ws-archive-file is equal to 1
                       add 1 to ws-legacy end-add
                       if ws-sealing-begun is equal to 1
                           add 1 to ws-unsealed-late end-add
                           perform list-unsealed-row
                       end-if
                   else
                       perform list-broken-row
                   end-if
               when other
      *A mismatch in an archive may just be the next daily's first
      *row, chained onto zeros rather than onto the row above it.
      *KGAME-SEAL has already moved the stored seal into the chain.
                   if ws-archive-file is equal to 1
                       perform try-restart
                   else
                       move 1 to ws-sealing-begun
                       perform list-broken-row
                   end-if
           end-evaluate.
       try-restart.
           move all "0" to ws-seal-chain.
           move fs-check-row to ws-seal-row.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
           move 1 to ws-sealing-begun.
           if ws-seal-result is equal to 0 then
               add 1 to ws-sealed end-add
               add 1 to ws-restarts end-add
           else
               perform list-broken-row
           end-if.
       list-broken-row.
           add 1 to ws-broken end-add.
           if ws-first-broken is equal to 0 then
               move ws-rows to ws-first-broken
           end-if.
           if ws-listing is equal to 1 then
               move ws-rows to ws-z8
               display "    BROKEN   " ws-z8 ": " fs-check-row(1:56)
           end-if.
       list-unsealed-row.
           if ws-listing is equal to 1 then
               move ws-rows to ws-z8
               display "    unsealed " ws-z8 ": " fs-check-row(1:56)
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kverify" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kverify.
