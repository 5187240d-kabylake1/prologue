      *Tournament standings and results -- a plain command-line
      *batch run, a sibling of kreport. Every event in events.txt
      *(see KGAME-EVENT-TAG in game.cbl for the file's layout) is
      *ranked out of its own event-<code>.txt: each player's BEST
      *rounds are summed, longest total distance first, fewest
      *hits then the earlier finish breaking ties -- the finish is
      *the round that completed the player's counted set, and the
      *file's row order is the order rounds were played in.
      *
      *  kevent              every event on file
      *  kevent <code>       that event only
      *
      *While an event's window is still open the table is printed
      *as provisional standings; once its last day is past it is
      *printed as final results with the winners named. Each
      *player's counted rounds are listed under their line, and
      *registered players with no round yet are listed at the end
      *so the organiser can chase them. Void and test rounds
      *(kboard tags) never count.
       identification division.
       program-id. kevent.
       environment division.
       input-output section.
       file-control.
           select fs-events assign to "events.txt"
           organization is line sequential
           file status is ws-events-status.
           select fs-entry assign to ws-entry-filename
           organization is line sequential
           file status is ws-entry-status.
       data division.
       file section.
       fd  fs-events.
       01  fs-events-row picture x(128).
       fd  fs-entry.
       01  fs-entry-row picture x(160).
       working-storage section.
       01  ws-events-status picture x(2).
       01  ws-entry-filename picture x(64).
       01  ws-entry-status picture x(2).
       01  ws-cmdline picture x(80).
       01  ws-want-code picture x(8).
       01  ws-today picture x(10).
      *One events.txt row: its key, then up to 16 list tokens.
       01  ws-ev-key picture x(16).
       01  ws-ptr picture is 9(4).
       01  ws-ev-list picture x(32) occurs 16 times.
       01  ws-lix picture is 9(4).
       01  ws-joined picture x(120).
      *Every event block on file, and its registered players
       01  ws-ev-count picture is 9(4).
       01  ws-ev-code picture x(8) occurs 20 times.
       01  ws-ev-title picture x(80) occurs 20 times.
       01  ws-ev-from picture x(10) occurs 20 times.
       01  ws-ev-to picture x(10) occurs 20 times.
       01  ws-ev-best picture is 9(4) occurs 20 times.
       01  ws-ev-levels picture x(120) occurs 20 times.
       01  ws-ev-diff picture x(1) occurs 20 times.
       01  ws-ev-modes picture x(40) occurs 20 times.
       01  ws-rg-count picture is 9(4).
       01  ws-rg-event picture is 9(4) occurs 2000 times.
       01  ws-rg-name picture is x(3) occurs 2000 times.
       01  ws-e picture is 9(4).
       01  ws-shown picture is 9(4).
      *One event-<code>.txt row, by the same keyword parse as the
      *game's boards.
       01  ws-tokens picture is x(20) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-row-no picture is 9(6).
       01  ws-row-date picture is x(10).
       01  ws-row-name picture is x(3).
       01  ws-row-level picture is x(20).
       01  ws-row-dist picture is 9(8).
       01  ws-row-hits picture is 9(4).
       01  ws-row-void picture is 9.
      *Each player's best rounds, kept sorted in the player's own
      *run of ten slots, and the standing they add up to.
       01  ws-pl-count picture is 9(4).
       01  ws-pl-name picture is x(3) occurs 200 times.
       01  ws-pl-kept picture is 9(4) occurs 200 times.
       01  ws-pl-played picture is 9(6) occurs 200 times.
       01  ws-pl-dist picture is 9(10) occurs 200 times.
       01  ws-pl-hits picture is 9(6) occurs 200 times.
       01  ws-pl-row picture is 9(6) occurs 200 times.
       01  ws-pl-lost picture is 9(6).
       01  ws-bs-date picture is x(10) occurs 2000 times.
       01  ws-bs-level picture is x(20) occurs 2000 times.
       01  ws-bs-dist picture is 9(8) occurs 2000 times.
       01  ws-bs-hits picture is 9(4) occurs 2000 times.
       01  ws-bs-row picture is 9(6) occurs 2000 times.
      *Players in finishing order (indexes into the tables above)
       01  ws-rk-count picture is 9(4).
       01  ws-rk-pl picture is 9(4) occurs 200 times.
       01  ws-base picture is 9(4).
       01  ws-found picture is 9(4).
       01  ws-pos picture is 9(4).
       01  ws-i picture is 9(4).
       01  ws-j picture is 9(4).
       01  ws-p picture is 9(4).
       01  ws-q picture is 9(4).
       01  ws-closed picture is 9.
       01  ws-line picture x(120).
      *Display editing
       01  ws-rank-z picture is zzz9.
       01  ws-dist-z picture is zzzzzzzzz9.
       01  ws-hits-z picture is zzzzz9.
       01  ws-kept-z picture is z9.
       01  ws-best-z picture is z9.
       01  ws-z6 picture is zzzzz9.
       01  ws-rd-dist-z picture is zzzzzzz9.
       01  ws-rd-hits-z picture is zzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-cmdline.
           accept ws-cmdline from command-line.
           move spaces to ws-want-code.
           unstring ws-cmdline delimited by all space
               into ws-want-code end-unstring.
           move spaces to ws-today.
           string function current-date(1:4) delimited by size
               "-" delimited by size
               function current-date(5:2) delimited by size
               "-" delimited by size
               function current-date(7:2) delimited by size
               into ws-today end-string.
           move 0 to ws-ev-count, ws-rg-count.
           open input fs-events.
           if ws-events-status is not equal to "00" then
               if ws-events-status is not equal to "35" then
                   move "events.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-events-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "kevent: no events.txt to report on"
               move 1 to return-code
               goback
           end-if.
           perform forever
               read fs-events
                   at end exit perform
               end-read
               if ws-events-status is not less than "30" then
                   move "events.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-events-status to ws-ioe-status
                   perform report-io-error
                   display "kevent: events.txt cannot be read (status "
                       ws-events-status ")"
                   move 1 to return-code
                   exit perform
               end-if
               if fs-events-row is not equal to spaces
                   perform apply-event-row
               end-if
           end-perform.
           close fs-events.
      *
           display "Prologue tournament standings".
           display "Generated " ws-today.
           move 0 to ws-shown.
           perform varying ws-e from 1 by 1 until ws-e > ws-ev-count
               if ws-want-code is equal to spaces
                   or ws-want-code is equal to ws-ev-code(ws-e)
                   add 1 to ws-shown end-add
                   perform report-event
               end-if
           end-perform.
           if ws-shown is equal to 0 then
               display " "
               if ws-want-code is equal to spaces
                   display "kevent: events.txt names no events"
               else
                   display "kevent: no event "
                       function trim(ws-want-code) " in events.txt"
                   move 1 to return-code
               end-if
           end-if.
           goback.
      *events.txt ------------------------------------------------
       apply-event-row.
           move spaces to ws-ev-key.
           move 1 to ws-ptr.
           unstring fs-events-row delimited by all space
               into ws-ev-key
               with pointer ws-ptr end-unstring.
           perform varying ws-lix from 1 by 1 until ws-lix > 16
               move spaces to ws-ev-list(ws-lix)
           end-perform.
           unstring fs-events-row(ws-ptr:) delimited by all space
               into ws-ev-list(1) ws-ev-list(2) ws-ev-list(3)
                    ws-ev-list(4) ws-ev-list(5) ws-ev-list(6)
                    ws-ev-list(7) ws-ev-list(8) ws-ev-list(9)
                    ws-ev-list(10) ws-ev-list(11) ws-ev-list(12)
                    ws-ev-list(13) ws-ev-list(14) ws-ev-list(15)
                    ws-ev-list(16)
           end-unstring.
           if ws-ev-key is equal to "EVENT" then
               if ws-ev-count >= 20 then
                   display "kevent: more than 20 events, the rest"
                       " are not shown"
                   move 0 to ws-e
                   exit paragraph
               end-if
               add 1 to ws-ev-count end-add
               move ws-ev-count to ws-e
               move ws-ev-list(1) to ws-ev-code(ws-e)
               move 1 to ws-ptr
               unstring fs-events-row delimited by all space
                   into ws-ev-key ws-ev-key
                   with pointer ws-ptr end-unstring
               if fs-events-row(ws-ptr:) is not equal to spaces
                   move fs-events-row(ws-ptr:) to ws-ev-title(ws-e)
               else
                   move ws-ev-code(ws-e) to ws-ev-title(ws-e)
               end-if
               move spaces to ws-ev-from(ws-e), ws-ev-to(ws-e),
                   ws-ev-levels(ws-e), ws-ev-diff(ws-e),
                   ws-ev-modes(ws-e)
               move 3 to ws-ev-best(ws-e)
               exit paragraph
           end-if.
           if ws-ev-count is equal to 0 or ws-e is equal to 0 then
               exit paragraph
           end-if.
           evaluate ws-ev-key
               when "FROM" move ws-ev-list(1) to ws-ev-from(ws-e)
               when "TO" move ws-ev-list(1) to ws-ev-to(ws-e)
               when "DIFF" move ws-ev-list(1) to ws-ev-diff(ws-e)
               when "BEST"
                   compute ws-ev-best(ws-e) =
                       function numval(ws-ev-list(1)) end-compute
                   if ws-ev-best(ws-e) < 1
                       move 1 to ws-ev-best(ws-e)
                   end-if
                   if ws-ev-best(ws-e) > 10
                       move 10 to ws-ev-best(ws-e)
                   end-if
               when "LEVELS"
                   move spaces to ws-joined
                   string function trim(ws-ev-levels(ws-e))
                       delimited by size
                       " " delimited by size
                       function trim(fs-events-row(ws-ptr:))
                       delimited by size
                       into ws-joined end-string
                   move function trim(ws-joined)
                       to ws-ev-levels(ws-e)
               when "MODES"
                   move spaces to ws-joined
                   string function trim(ws-ev-modes(ws-e))
                       delimited by size
                       " " delimited by size
                       function trim(fs-events-row(ws-ptr:))
                       delimited by size
                       into ws-joined end-string
                   move function trim(ws-joined)
                       to ws-ev-modes(ws-e)
               when "PLAYERS"
                   perform varying ws-lix from 1 by 1
                   until ws-lix > 16
                       if ws-ev-list(ws-lix) is not equal to spaces
                           and ws-rg-count < 2000
                           add 1 to ws-rg-count end-add
                           move ws-e to ws-rg-event(ws-rg-count)
                           move ws-ev-list(ws-lix)
                               to ws-rg-name(ws-rg-count)
                       end-if
                   end-perform
               when other continue
           end-evaluate.
      *One event ------------------------------------------------
       report-event.
           move 0 to ws-closed.
           if ws-ev-to(ws-e) is not equal to spaces
               and ws-today > ws-ev-to(ws-e) then
               move 1 to ws-closed
           end-if.
           display " ".
           display "Event " ws-ev-code(ws-e) "  "
               function trim(ws-ev-title(ws-e)).
           move ws-ev-best(ws-e) to ws-best-z.
           display "  " ws-ev-from(ws-e) " to " ws-ev-to(ws-e)
               "  best " function trim(ws-best-z) " rounds count".
           move spaces to ws-line.
           if ws-ev-levels(ws-e) is equal to spaces then
               move "any" to ws-line
           else
               move ws-ev-levels(ws-e) to ws-line
           end-if.
           display "  levels " function trim(ws-line).
           move spaces to ws-line.
           if ws-ev-diff(ws-e) is equal to spaces then
               move "any" to ws-line
           else
               move ws-ev-diff(ws-e) to ws-line
           end-if.
           if ws-ev-modes(ws-e) is equal to spaces then
               display "  diff " function trim(ws-line)
                   "  modes any but C"
           else
               display "  diff " function trim(ws-line)
                   "  modes " function trim(ws-ev-modes(ws-e))
           end-if.
           perform load-entries.
           perform rank-players.
           display " ".
           if ws-closed is equal to 1 then
               display "Final results"
           else
               if ws-ev-from(ws-e) is not equal to spaces
                   and ws-today < ws-ev-from(ws-e)
                   display "Not started -- opens " ws-ev-from(ws-e)
               else
                   display "Provisional standings -- closes "
                       ws-ev-to(ws-e)
               end-if
           end-if.
           if ws-rk-count is equal to 0 then
               display "  (no rounds counted)"
           else
               display "  Rank  Who     Distance    Hits  Rounds"
               perform varying ws-i from 1 by 1
               until ws-i > ws-rk-count
                   perform show-standing
               end-perform
           end-if.
           if ws-pl-lost > 0 then
               move ws-pl-lost to ws-z6
               display "  (" function trim(ws-z6) " rounds from"
                   " players beyond the 200-player table, NOT"
                   " counted)"
           end-if.
           if ws-closed is equal to 1 and ws-rk-count > 0 then
               display " "
               display "Winners"
               perform varying ws-i from 1 by 1
               until ws-i > ws-rk-count or ws-i > 3
                   move ws-rk-pl(ws-i) to ws-p
                   move ws-pl-dist(ws-p) to ws-dist-z
                   evaluate ws-i
                       when 1 move "  1st  " to ws-line
                       when 2 move "  2nd  " to ws-line
                       when other move "  3rd  " to ws-line
                   end-evaluate
                   display ws-line(1:7) ws-pl-name(ws-p) "  "
                       function trim(ws-dist-z)
               end-perform
           end-if.
           perform show-absent.
       load-entries.
           move 0 to ws-pl-count, ws-pl-lost, ws-row-no.
           move spaces to ws-entry-filename.
           string "event-" delimited by size
               ws-ev-code(ws-e) delimited by space
               ".txt" delimited by size
               into ws-entry-filename end-string.
           open input fs-entry.
           if ws-entry-status is not equal to "00" then
               if ws-entry-status is not equal to "35" then
                   move ws-entry-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-entry-status to ws-ioe-status
                   perform report-io-error
                   display "kevent: " function trim(ws-entry-filename)
                       " cannot be opened (status " ws-entry-status ")"
                   move 1 to return-code
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-entry
                   at end exit perform
               end-read
               if ws-entry-status is not less than "30" then
                   move ws-entry-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-entry-status to ws-ioe-status
                   perform report-io-error
                   display "kevent: " function trim(ws-entry-filename)
                       " cannot be read past row " ws-row-no
                       " (status " ws-entry-status ")"
                   move 1 to return-code
                   exit perform
               end-if
               add 1 to ws-row-no end-add
               if fs-entry-row is not equal to spaces
                   perform parse-entry-row
                   if ws-row-void is equal to 0
                       perform keep-round
                   end-if
               end-if
           end-perform.
           close fs-entry.
       parse-entry-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-entry-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           move ws-tokens(1) to ws-row-date.
           move "---" to ws-row-name.
           move "-" to ws-row-level.
           move 0 to ws-row-dist, ws-row-hits, ws-row-void.
           perform varying ws-tix from 2 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-row-dist =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "hits="
                       compute ws-row-hits =
                           function numval(ws-tokens(ws-tix)(6:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:3) to ws-row-name
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:) to ws-row-level
                   when ws-tokens(ws-tix) is equal to "void=Y"
                       move 1 to ws-row-void
                   when ws-tokens(ws-tix) is equal to "test=Y"
                       move 1 to ws-row-void
                   when other continue
               end-evaluate
           end-perform.
      *Into the player's own run of slots, when it beats the
      *weakest round kept there (or there is still room).
       keep-round.
           move 0 to ws-found.
           perform varying ws-p from 1 by 1 until ws-p > ws-pl-count
               if ws-pl-name(ws-p) is equal to ws-row-name
                   move ws-p to ws-found
               end-if
           end-perform.
           if ws-found is equal to 0 then
               if ws-pl-count >= 200 then
                   add 1 to ws-pl-lost end-add
                   exit paragraph
               end-if
               add 1 to ws-pl-count end-add
               move ws-pl-count to ws-found
               move ws-row-name to ws-pl-name(ws-found)
               move 0 to ws-pl-kept(ws-found), ws-pl-played(ws-found)
           end-if.
           add 1 to ws-pl-played(ws-found) end-add.
           compute ws-base = (ws-found - 1) * 10 end-compute.
           perform varying ws-pos from 1 by 1
           until ws-pos > ws-pl-kept(ws-found)
               or ws-row-dist > ws-bs-dist(ws-base + ws-pos)
               or (ws-row-dist is equal to ws-bs-dist(ws-base + ws-pos)
                   and ws-row-hits < ws-bs-hits(ws-base + ws-pos))
               continue
           end-perform.
           if ws-pos > ws-ev-best(ws-e) then
               exit paragraph
           end-if.
           if ws-pl-kept(ws-found) < ws-ev-best(ws-e) then
               add 1 to ws-pl-kept(ws-found) end-add
           end-if.
           perform varying ws-i from ws-pl-kept(ws-found) by -1
           until ws-i <= ws-pos
               move ws-bs-date(ws-base + ws-i - 1)
                   to ws-bs-date(ws-base + ws-i)
               move ws-bs-level(ws-base + ws-i - 1)
                   to ws-bs-level(ws-base + ws-i)
               move ws-bs-dist(ws-base + ws-i - 1)
                   to ws-bs-dist(ws-base + ws-i)
               move ws-bs-hits(ws-base + ws-i - 1)
                   to ws-bs-hits(ws-base + ws-i)
               move ws-bs-row(ws-base + ws-i - 1)
                   to ws-bs-row(ws-base + ws-i)
           end-perform.
           move ws-row-date to ws-bs-date(ws-base + ws-pos).
           move ws-row-level to ws-bs-level(ws-base + ws-pos).
           move ws-row-dist to ws-bs-dist(ws-base + ws-pos).
           move ws-row-hits to ws-bs-hits(ws-base + ws-pos).
           move ws-row-no to ws-bs-row(ws-base + ws-pos).
      *Every player's standing, then the players into finishing
      *order by insertion.
       rank-players.
           move 0 to ws-rk-count.
           perform varying ws-p from 1 by 1 until ws-p > ws-pl-count
               compute ws-base = (ws-p - 1) * 10 end-compute
               move 0 to ws-pl-dist(ws-p), ws-pl-hits(ws-p),
                   ws-pl-row(ws-p)
               perform varying ws-i from 1 by 1
               until ws-i > ws-pl-kept(ws-p)
                   add ws-bs-dist(ws-base + ws-i)
                       to ws-pl-dist(ws-p) end-add
                   add ws-bs-hits(ws-base + ws-i)
                       to ws-pl-hits(ws-p) end-add
                   if ws-bs-row(ws-base + ws-i) > ws-pl-row(ws-p)
                       move ws-bs-row(ws-base + ws-i)
                           to ws-pl-row(ws-p)
                   end-if
               end-perform
               perform insert-ranked
           end-perform.
       insert-ranked.
           perform varying ws-pos from 1 by 1
           until ws-pos > ws-rk-count
               or ws-pl-dist(ws-p) > ws-pl-dist(ws-rk-pl(ws-pos))
               or (ws-pl-dist(ws-p) is equal to
                       ws-pl-dist(ws-rk-pl(ws-pos))
                   and ws-pl-hits(ws-p) < ws-pl-hits(ws-rk-pl(ws-pos)))
               or (ws-pl-dist(ws-p) is equal to
                       ws-pl-dist(ws-rk-pl(ws-pos))
                   and ws-pl-hits(ws-p) is equal to
                       ws-pl-hits(ws-rk-pl(ws-pos))
                   and ws-pl-row(ws-p) < ws-pl-row(ws-rk-pl(ws-pos)))
               continue
           end-perform.
           add 1 to ws-rk-count end-add.
           perform varying ws-i from ws-rk-count by -1
           until ws-i <= ws-pos
               move ws-rk-pl(ws-i - 1) to ws-rk-pl(ws-i)
           end-perform.
           move ws-p to ws-rk-pl(ws-pos).
       show-standing.
           move ws-rk-pl(ws-i) to ws-p.
           move ws-i to ws-rank-z.
           move ws-pl-dist(ws-p) to ws-dist-z.
           move ws-pl-hits(ws-p) to ws-hits-z.
           move ws-pl-kept(ws-p) to ws-kept-z.
           move ws-ev-best(ws-e) to ws-best-z.
           move ws-pl-played(ws-p) to ws-z6.
           display "  " ws-rank-z "  " ws-pl-name(ws-p) "  "
               ws-dist-z "  " ws-hits-z "  " ws-kept-z "/"
               ws-best-z "  (" function trim(ws-z6) " played)".
           compute ws-base = (ws-p - 1) * 10 end-compute.
           perform varying ws-j from 1 by 1
           until ws-j > ws-pl-kept(ws-p)
               move ws-bs-dist(ws-base + ws-j) to ws-rd-dist-z
               move ws-bs-hits(ws-base + ws-j) to ws-rd-hits-z
               display "             " ws-bs-date(ws-base + ws-j)
                   "  " ws-rd-dist-z "  " ws-rd-hits-z "  "
                   function trim(ws-bs-level(ws-base + ws-j))
           end-perform.
      *Registered initials with nothing on the event's file.
       show-absent.
           move 0 to ws-found.
           move spaces to ws-line.
           move 1 to ws-ptr.
           perform varying ws-q from 1 by 1 until ws-q > ws-rg-count
               if ws-rg-event(ws-q) is equal to ws-e
                   move 0 to ws-pos
                   perform varying ws-p from 1 by 1
                   until ws-p > ws-pl-count
                       if ws-pl-name(ws-p) is equal to ws-rg-name(ws-q)
                           move ws-p to ws-pos
                       end-if
                   end-perform
                   if ws-pos is equal to 0
                       add 1 to ws-found end-add
                       if ws-found is equal to 1
                           display " "
                           display "Registered, no rounds yet"
                       end-if
                       if ws-ptr > 110
                           display "  " function trim(ws-line)
                           move spaces to ws-line
                           move 1 to ws-ptr
                       end-if
                       string ws-rg-name(ws-q) delimited by size
                           "  " delimited by size
                           into ws-line
                           with pointer ws-ptr end-string
                   end-if
               end-if
           end-perform.
           if ws-found > 0 then
               display "  " function trim(ws-line)
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kevent" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kevent.
