      *Morning file-error check -- a plain command-line batch run,
      *a sibling of kverify. Every game program and batch utility
      *journals a failed open, read, write or rewrite as an ERROR
      *event (see kioerr.cbl); this walks the journal dailies for
      *the ERROR rows logged since its own last run and lists them
      *by file, and within a file by severity, with a count of
      *each. SEVERE is the write side -- an open for output,
      *extend or update, a write or a rewrite -- or status 30 (a
      *hard I/O error) or 34 (out of space) on anything: something
      *meant to go down on disk did not. WARNING is the read side
      *the program could carry on from. The exit code is 1 when
      *any ERROR row turned up, so the morning stream stops for
      *someone to look.
      *
      *Where the last run got to is kept in alertmark.dat (KEY
      *VALUE rows, same shape as exchange.dat): the date of the
      *last daily read and how many of its rows had been read --
      *the dailies are only ever appended to, so that is exact.
      *With no mark yet the window is the last 7 days; a number of
      *days as the command-line argument looks back that far
      *again (at most 400) without moving the mark. Like krecon it
      *reads the dated dailies only: rows karchive has already
      *rolled into a monthly archive carry no date.
       identification division.
       program-id. kalert.
       environment division.
       input-output section.
       file-control.
           select fs-journal assign to ws-journal-filename
           organization is line sequential
           file status is ws-journal-status.
           select fs-mark assign to "alertmark.dat"
           organization is line sequential
           file status is ws-mark-status.
       data division.
       file section.
       fd  fs-journal.
       01  fs-journal-row picture x(96).
       fd  fs-mark.
       01  fs-mark-row picture x(64).
       working-storage section.
       01  ws-journal-filename picture x(64).
       01  ws-journal-status picture x(2).
       01  ws-mark-status picture x(2).
      *Look-back in days -- the command-line argument, or 7 when
      *there is no mark to go on.
       01  ws-days-arg picture x(16).
       01  ws-days picture is 9(4).
       01  ws-key picture x(16).
       01  ws-val picture x(32).
      *The mark as read, and as it will be written back.
       01  ws-mark-date picture is 9(8).
       01  ws-mark-rows picture is 9(8).
       01  ws-new-date picture is 9(8).
       01  ws-new-rows picture is 9(8).
       01  ws-keep-mark picture is 9.
      *The date walk
       01  ws-today-int picture is 9(8).
       01  ws-first-int picture is 9(8).
       01  ws-scan-int picture is 9(8).
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
       01  ws-row-no picture is 9(8).
       01  ws-skip-rows picture is 9(8).
       01  ws-from-text picture x(40).
      *One ERROR row, split up
       01  ws-er-time picture x(8).
       01  ws-er-word picture x(8).
       01  ws-er-op picture x(8).
       01  ws-er-status picture x(2).
       01  ws-er-prog picture x(24).
       01  ws-er-file picture x(64).
       01  ws-er-sev picture x(8).
      *The ERROR rows found, in the order they were logged.
       01  ws-ev-count picture is 9(4).
       01  ws-ev-lost picture is 9(6).
       01  ws-ev-date picture is x(10) occurs 500 times.
       01  ws-ev-time picture is x(8) occurs 500 times.
       01  ws-ev-op picture is x(8) occurs 500 times.
       01  ws-ev-status picture is x(2) occurs 500 times.
       01  ws-ev-prog picture is x(24) occurs 500 times.
       01  ws-ev-file picture is x(64) occurs 500 times.
       01  ws-ev-sev picture is x(8) occurs 500 times.
       01  ws-ev-group picture is 9(4) occurs 500 times.
      *One group per file and severity, sorted for the listing.
       01  ws-gp-count picture is 9(4).
       01  ws-gp-file picture is x(64) occurs 500 times.
       01  ws-gp-sev picture is x(8) occurs 500 times.
       01  ws-gp-n picture is 9(6) occurs 500 times.
       01  ws-gp-order picture is 9(4) occurs 500 times.
       01  ws-i picture is 9(4).
       01  ws-j picture is 9(4).
       01  ws-g picture is 9(4).
       01  ws-swap picture is 9(4).
       01  ws-found picture is 9(4).
      *Run totals
       01  ws-total-severe picture is 9(6).
       01  ws-total-warning picture is 9(6).
       01  ws-total picture is 9(6).
       01  ws-prev-file picture is x(64).
      *Display editing
       01  ws-z4 picture is zzz9.
       01  ws-z6 picture is zzzzz9.
       01  ws-z8 picture is zzzzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-days-arg.
           accept ws-days-arg from command-line.
           move 0 to ws-days.
           if ws-days-arg is not equal to spaces then
               compute ws-days = function numval(ws-days-arg)
               end-compute
               if ws-days > 400 then
                   move 400 to ws-days
               end-if
           end-if.
           move 0 to ws-ev-count, ws-ev-lost, ws-gp-count,
               ws-total-severe, ws-total-warning.
      *
           move function current-date(1:8) to ws-ymd.
           compute ws-today-int =
               function integer-of-date(ws-ymd) end-compute.
           move 0 to ws-mark-date, ws-mark-rows.
           perform read-mark.
      *A look-back asked for on the command line is a second look,
      *not the morning run -- the mark stays where it was.
           move 0 to ws-keep-mark.
           if ws-days > 0 then
               move 1 to ws-keep-mark
               compute ws-first-int = ws-today-int - ws-days + 1
               end-compute
               move 0 to ws-mark-date, ws-mark-rows
           else
               if ws-mark-date is equal to 0 then
                   compute ws-first-int = ws-today-int - 6
                   end-compute
               else
                   compute ws-first-int =
                       function integer-of-date(ws-mark-date)
                   end-compute
                   if ws-first-int < ws-today-int - 399 then
                       compute ws-first-int = ws-today-int - 399
                       end-compute
                       move 0 to ws-mark-date, ws-mark-rows
                   end-if
               end-if
           end-if.
           if ws-first-int > ws-today-int then
               move ws-today-int to ws-first-int
           end-if.
      *
           move ws-ymd to ws-new-date.
           move 0 to ws-new-rows.
           perform varying ws-scan-int from ws-first-int by 1
           until ws-scan-int > ws-today-int
               compute ws-ymd =
                   function date-of-integer(ws-scan-int) end-compute
               move spaces to ws-journal-filename
               string "journal-" delimited by size
                   ws-ymd-text delimited by size
                   ".log" delimited by size
                   into ws-journal-filename end-string
               move 0 to ws-skip-rows
               if ws-ymd is equal to ws-mark-date then
                   move ws-mark-rows to ws-skip-rows
               end-if
               perform scan-journal-file
           end-perform.
      *
           perform sort-groups.
           perform print-report.
           if ws-keep-mark is equal to 0 then
               perform write-mark
           end-if.
           if ws-total > 0 then
               move 1 to return-code
           end-if.
           goback.
      *The mark is only ever advisory: one that is there but will
      *not read is journalled in its turn and the default window
      *used instead, so nothing is missed -- at worst some rows
      *are listed twice.
       read-mark.
           open input fs-mark.
           if ws-mark-status is not equal to "00" then
               if ws-mark-status is not equal to "35" then
                   move "alertmark.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-mark-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-mark
                   at end exit perform
               end-read
               if ws-mark-status is not less than "30" then
                   move "alertmark.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-mark-status to ws-ioe-status
                   perform report-io-error
                   move 0 to ws-mark-date, ws-mark-rows
                   exit perform
               end-if
               move spaces to ws-key, ws-val
               unstring fs-mark-row delimited by all space
                   into ws-key ws-val end-unstring
               evaluate ws-key
                   when "DATE"
                       if ws-val(1:8) is numeric then
                           move ws-val(1:8) to ws-mark-date
                       end-if
                   when "ROWS"
                       compute ws-mark-rows =
                           function numval(ws-val) end-compute
                   when other continue
               end-evaluate
           end-perform.
           close fs-mark.
           if ws-mark-date is not equal to 0 then
               if function test-date-yyyymmdd(ws-mark-date)
                   is not equal to 0 then
                   move 0 to ws-mark-date, ws-mark-rows
               end-if
           end-if.
      *One daily, start to finish. Rows up to the mark were seen by
      *the last run. Today's count is what the next run starts at.
       scan-journal-file.
           move 0 to ws-row-no.
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
           perform forever
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
               add 1 to ws-row-no end-add
               if ws-row-no > ws-skip-rows
                   and fs-journal-row(11:6) is equal to "ERROR " then
                   perform take-error-row
               end-if
           end-perform.
           close fs-journal.
           if ws-scan-int is equal to ws-today-int then
               move ws-row-no to ws-new-rows
           end-if.
      *"HH:MM:SS  ERROR <op> <status> <program> <file>" -- the
      *seal token after the file is not wanted here.
       take-error-row.
           move spaces to ws-er-time, ws-er-word, ws-er-op,
               ws-er-status, ws-er-prog, ws-er-file.
           unstring fs-journal-row delimited by all space
               into ws-er-time ws-er-word ws-er-op ws-er-status
                    ws-er-prog ws-er-file
           end-unstring.
           if ws-er-file(1:5) is equal to "seal=" then
               move "-" to ws-er-file
           end-if.
           evaluate true
               when ws-er-status is equal to "30"
               when ws-er-status is equal to "34"
               when ws-er-op is equal to "OPEN-OUT"
               when ws-er-op is equal to "OPEN-EXT"
               when ws-er-op is equal to "OPEN-IO"
               when ws-er-op is equal to "WRITE"
               when ws-er-op is equal to "REWRITE"
                   move "SEVERE" to ws-er-sev
                   add 1 to ws-total-severe end-add
               when other
                   move "WARNING" to ws-er-sev
                   add 1 to ws-total-warning end-add
           end-evaluate.
      *The group is counted even once the listing table is full.
           move 0 to ws-found.
           perform varying ws-g from 1 by 1 until ws-g > ws-gp-count
               if ws-gp-file(ws-g) is equal to ws-er-file
                   and ws-gp-sev(ws-g) is equal to ws-er-sev then
                   move ws-g to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found is equal to 0 then
               if ws-gp-count >= 500 then
                   add 1 to ws-ev-lost end-add
                   exit paragraph
               end-if
               add 1 to ws-gp-count end-add
               move ws-gp-count to ws-found
               move ws-er-file to ws-gp-file(ws-found)
               move ws-er-sev to ws-gp-sev(ws-found)
               move 0 to ws-gp-n(ws-found)
           end-if.
           add 1 to ws-gp-n(ws-found) end-add.
           if ws-ev-count >= 500 then
               add 1 to ws-ev-lost end-add
               exit paragraph
           end-if.
           add 1 to ws-ev-count end-add.
           move spaces to ws-ev-date(ws-ev-count).
           string ws-ymd-text(1:4) delimited by size
               "-" delimited by size
               ws-ymd-text(5:2) delimited by size
               "-" delimited by size
               ws-ymd-text(7:2) delimited by size
               into ws-ev-date(ws-ev-count) end-string.
           move ws-er-time to ws-ev-time(ws-ev-count).
           move ws-er-op to ws-ev-op(ws-ev-count).
           move ws-er-status to ws-ev-status(ws-ev-count).
           move ws-er-prog to ws-ev-prog(ws-ev-count).
           move ws-er-file to ws-ev-file(ws-ev-count).
           move ws-er-sev to ws-ev-sev(ws-ev-count).
           move ws-found to ws-ev-group(ws-ev-count).
      *File name order, and SEVERE ahead of WARNING within a file.
      *There are never many, so a plain exchange sort does.
       sort-groups.
           perform varying ws-g from 1 by 1 until ws-g > ws-gp-count
               move ws-g to ws-gp-order(ws-g)
           end-perform.
           perform varying ws-i from 1 by 1 until ws-i >= ws-gp-count
               compute ws-j = ws-i + 1 end-compute
               perform until ws-j > ws-gp-count
                   if ws-gp-file(ws-gp-order(ws-j))
                       < ws-gp-file(ws-gp-order(ws-i))
                       or (ws-gp-file(ws-gp-order(ws-j))
                           = ws-gp-file(ws-gp-order(ws-i))
                       and ws-gp-sev(ws-gp-order(ws-j)) = "SEVERE")
                       then
                       move ws-gp-order(ws-i) to ws-swap
                       move ws-gp-order(ws-j) to ws-gp-order(ws-i)
                       move ws-swap to ws-gp-order(ws-j)
                   end-if
                   add 1 to ws-j end-add
               end-perform
           end-perform.
       print-report.
           display "File error alert".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
           compute ws-ymd = function date-of-integer(ws-first-int)
           end-compute.
           move spaces to ws-from-text.
           if ws-mark-date is equal to 0 then
               string "Since   " delimited by size
                   ws-ymd-text(1:4) delimited by size
                   "-" delimited by size
                   ws-ymd-text(5:2) delimited by size
                   "-" delimited by size
                   ws-ymd-text(7:2) delimited by size
                   into ws-from-text end-string
           else
               move ws-mark-rows to ws-z8
               string "Since   " delimited by size
                   ws-ymd-text(1:4) delimited by size
                   "-" delimited by size
                   ws-ymd-text(5:2) delimited by size
                   "-" delimited by size
                   ws-ymd-text(7:2) delimited by size
                   " after row " delimited by size
                   function trim(ws-z8) delimited by size
                   into ws-from-text end-string
           end-if.
           display ws-from-text.
           display " ".
           compute ws-total = ws-total-severe + ws-total-warning
           end-compute.
           if ws-total is equal to 0 then
               display "No file errors logged."
               exit paragraph
           end-if.
           display "File                              Severity "
               "   Count".
           move spaces to ws-prev-file.
           perform varying ws-i from 1 by 1 until ws-i > ws-gp-count
               move ws-gp-order(ws-i) to ws-g
               move ws-gp-n(ws-g) to ws-z6
               if ws-gp-file(ws-g) is equal to ws-prev-file then
                   display "                                  "
                       ws-gp-sev(ws-g) " " ws-z6
               else
                   display ws-gp-file(ws-g)(1:33) " "
                       ws-gp-sev(ws-g) " " ws-z6
                   move ws-gp-file(ws-g) to ws-prev-file
               end-if
               perform varying ws-j from 1 by 1
               until ws-j > ws-ev-count
                   if ws-ev-group(ws-j) is equal to ws-g then
                       display "    " ws-ev-date(ws-j) " "
                           ws-ev-time(ws-j) "  " ws-ev-op(ws-j) " "
                           ws-ev-status(ws-j) "  "
                           function trim(ws-ev-prog(ws-j))
                   end-if
               end-perform
           end-perform.
           display " ".
           if ws-ev-lost > 0 then
               move ws-ev-lost to ws-z6
               display "Rows beyond the 500-row table, counted but"
                   " not listed: " ws-z6
           end-if.
           move ws-total-severe to ws-z6.
           display "Severe:  " ws-z6.
           move ws-total-warning to ws-z6.
           display "Warning: " ws-z6.
      *Written only once the walk is done, so a run that falls over
      *part way lists the same rows again next time.
       write-mark.
           open output fs-mark.
           if ws-mark-status is not equal to "00" then
               move "alertmark.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-mark-status to ws-ioe-status
               perform report-io-error
               display "kalert: alertmark.dat cannot be written"
                   " (status " ws-mark-status ") -- the next run"
                   " will list these rows again"
               move 1 to return-code
               exit paragraph
           end-if.
           move spaces to fs-mark-row.
           string "DATE " delimited by size
               ws-new-date delimited by size
               into fs-mark-row end-string.
           write fs-mark-row.
           if ws-mark-status is equal to "00" then
               move spaces to fs-mark-row
               string "ROWS " delimited by size
                   ws-new-rows delimited by size
                   into fs-mark-row end-string
               write fs-mark-row
           end-if.
           if ws-mark-status is not equal to "00" then
               move "alertmark.dat" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-mark-status to ws-ioe-status
               perform report-io-error
               display "kalert: alertmark.dat was not written in full"
                   " -- check it before the next run"
               move 1 to return-code
           end-if.
           close fs-mark.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) alongside whatever the run
      *itself says about it.
       report-io-error.
           move "kalert" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kalert.
