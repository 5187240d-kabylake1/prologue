      *Campaign funnel -- a plain command-line batch run, a sibling
      *of kheat. A campaign run journals one ROUND START (mode=C),
      *a CAMPAIGN ADVANCE for every leg it clears without losing
      *the last life, and a single ROUND END when it is over --
      *result=W once the whole levels.lst catalogue is cleared,
      *anything else where the lives ran out. This rebuilds every
      *run from the journal dailies (last 120 days) and the
      *monthly archives karchive rolls them into (last 12 months)
      *and prints, per difficulty profile and per levels.lst entry,
      *how many runs entered each leg, how many cleared it, the
      *lives they typically brought into it, and the leg where
      *most runs end -- the wall a level designer should look at
      *first.
       identification division.
       program-id. kfunnel.
       environment division.
       input-output section.
       file-control.
           select fs-journal assign to ws-journal-filename
           organization is line sequential
           file status is ws-journal-status.
           select fs-levels assign to "levels.lst"
           organization is line sequential
           file status is ws-levels-status.
       data division.
       file section.
       fd  fs-journal.
       01  fs-journal-row picture x(96).
       fd  fs-levels.
       01  fs-levels-row picture x(32).
       working-storage section.
       01  ws-journal-filename picture x(64).
       01  ws-journal-status picture x(2).
       01  ws-levels-status picture x(2).
      *The legs in catalogue order -- levels.lst first, then any
      *level the journals name that the catalogue no longer lists
      *(flagged, so a renamed or retired leg is not mistaken for a
      *live one). A blank catalogue entry is the plain map.txt
      *fallback, which the journal writes as an empty level=.
       01  ws-lv-count picture is 9(4).
       01  ws-lv-listed picture is 9(4).
       01  ws-lv-name picture is x(32) occurs 24 times.
      *The difficulty profiles, in the order they are printed; the
      *fourth bucket catches a start event with no diff= on it.
       01  ws-df-code picture is x(1) occurs 4 times.
       01  ws-df-title picture is x(24) occurs 4 times.
       01  ws-df-runs picture is 9(6) occurs 4 times.
       01  ws-df-won picture is 9(6) occurs 4 times.
       01  ws-df-lost picture is 9(6) occurs 4 times.
       01  ws-df-quit picture is 9(6) occurs 4 times.
      *One cell per (difficulty, leg), laid out difficulty-major:
      *cell = (difficulty - 1) * 24 + leg.
       01  ws-fc-entered picture is 9(6) occurs 96 times.
       01  ws-fc-cleared picture is 9(6) occurs 96 times.
       01  ws-fc-lost picture is 9(6) occurs 96 times.
       01  ws-fc-quit picture is 9(6) occurs 96 times.
       01  ws-fc-lives-sum picture is 9(8) occurs 96 times.
       01  ws-fc-lives-n picture is 9(6) occurs 96 times.
       01  ws-cell picture is 9(4).
      *The run the journal stream is currently inside. A campaign
      *stays armed on the kiosk after an abandoned round, so a
      *further mode=C ROUND START on the same leg and profile is
      *the same run picking up again, not a new one; anything else
      *that starts (another round, another session) or the end of
      *the file leaves the open run counted as quit at its leg.
       01  ws-run-open picture is 9.
       01  ws-run-df picture is 9(4).
       01  ws-run-lv picture is 9(4).
      *Up while the stream is inside tape playback (an R replay, a
      *booked-round playback or an attract demo): a re-run journals
      *nothing a run is made of, but the bound keeps it honest.
       01  ws-suppress picture is 9.
      *Event parsing scratch
      *Wide enough for a level= token carrying the full
      *32-character level name.
       01  ws-tokens picture is x(38) occurs 8 times.
       01  ws-tix picture is 9(4).
       01  ws-ev-level picture is x(32).
       01  ws-ev-diff picture is x(1).
       01  ws-ev-mode picture is x(1).
       01  ws-ev-result picture is x(1).
       01  ws-ev-lives picture is 9(4).
       01  ws-ev-has-lives picture is 9.
       01  ws-ev-df picture is 9(4).
       01  ws-ev-lv picture is 9(4).
      *The date walk: dailies for the last 120 days, archives for
      *the last 12 months.
       01  ws-today-int picture is 9(8).
       01  ws-scan-int picture is 9(8).
       01  ws-oldest-int picture is 9(8).
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
       01  ws-arch-yyyy picture is 9(4).
       01  ws-arch-mm picture is 99.
       01  ws-arch-i picture is 9(4).
       01  ws-arch-ym picture x(6).
      *Scratch
       01  ws-df picture is 9(4).
       01  ws-lv picture is 9(4).
       01  ws-ended picture is 9(6).
       01  ws-best picture is 9(6).
       01  ws-best-lv picture is 9(4).
       01  ws-avg picture is 9(4)v9.
       01  ws-flag picture x(3).
      *Display editing
       01  ws-z2 picture is z9.
       01  ws-z6 picture is zzzzz9.
       01  ws-z6b picture is zzzzz9.
       01  ws-z6c picture is zzzzz9.
       01  ws-z6d picture is zzzzz9.
       01  ws-zavg picture is zz9.9.
       01  ws-lives-col picture x(6).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           perform load-levels.
           move 'E' to ws-df-code(1).
           move "Easy (5 lives)" to ws-df-title(1).
           move 'N' to ws-df-code(2).
           move "Normal (3 lives)" to ws-df-title(2).
           move 'H' to ws-df-code(3).
           move "Hard (2 lives)" to ws-df-title(3).
           move '?' to ws-df-code(4).
           move "Profile not recorded" to ws-df-title(4).
           perform varying ws-df from 1 by 1 until ws-df > 4
               move 0 to ws-df-runs(ws-df), ws-df-won(ws-df),
                   ws-df-lost(ws-df), ws-df-quit(ws-df)
           end-perform.
           perform varying ws-cell from 1 by 1 until ws-cell > 96
               move 0 to ws-fc-entered(ws-cell),
                   ws-fc-cleared(ws-cell), ws-fc-lost(ws-cell),
                   ws-fc-quit(ws-cell), ws-fc-lives-sum(ws-cell),
                   ws-fc-lives-n(ws-cell)
           end-perform.
      *
           move function current-date(1:8) to ws-ymd.
           compute ws-today-int =
               function integer-of-date(ws-ymd) end-compute.
           subtract 120 from ws-today-int giving ws-oldest-int
               end-subtract.
           perform varying ws-scan-int from ws-today-int by -1
           until ws-scan-int < ws-oldest-int
               compute ws-ymd =
                   function date-of-integer(ws-scan-int) end-compute
               move spaces to ws-journal-filename
               string "journal-" delimited by size
                   ws-ymd-text delimited by size
                   ".log" delimited by size
                   into ws-journal-filename end-string
               perform tally-journal-file
           end-perform.
      *
           move function current-date(1:8) to ws-ymd.
           move ws-ymd-text(1:4) to ws-arch-yyyy.
           move ws-ymd-text(5:2) to ws-arch-mm.
           perform varying ws-arch-i from 1 by 1
           until ws-arch-i > 12
               move spaces to ws-arch-ym
               string ws-arch-yyyy delimited by size
                   ws-arch-mm delimited by size
                   into ws-arch-ym end-string
               move spaces to ws-journal-filename
               string "journal-" delimited by size
                   ws-arch-ym delimited by size
                   "-archive.log" delimited by size
                   into ws-journal-filename end-string
               perform tally-journal-file
               if ws-arch-mm is equal to 1 then
                   move 12 to ws-arch-mm
                   subtract 1 from ws-arch-yyyy end-subtract
               else
                   subtract 1 from ws-arch-mm end-subtract
               end-if
           end-perform.
      *
           perform print-report.
           move 0 to return-code.
           goback.
      *The catalogue the game itself runs the campaign through, in
      *its order; no levels.lst (or an empty one) is the single
      *plain map.txt level, the same as the game falls back to.
       load-levels.
           move 0 to ws-lv-count.
           open input fs-levels.
           if ws-levels-status is equal to "00" then
               perform forever
                   read fs-levels
                       at end exit perform
                   end-read
                   if ws-levels-status is not less than "30" then
                       move "levels.lst" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-levels-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   if fs-levels-row is not equal to spaces
                       and ws-lv-count < 16
                       add 1 to ws-lv-count end-add
                       move fs-levels-row to ws-lv-name(ws-lv-count)
                   end-if
               end-perform
               close fs-levels
           else
               if ws-levels-status is not equal to "35" then
                   move "levels.lst" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-levels-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           if ws-lv-count is equal to 0 then
               move 1 to ws-lv-count
               move "-" to ws-lv-name(1)
           end-if.
           move ws-lv-count to ws-lv-listed.
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
           move 0 to ws-run-open.
           move 0 to ws-suppress.
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
               perform tally-journal-line
           end-perform.
           close fs-journal.
      *A run still open when its file runs out never reached a
      *ROUND END -- the kiosk went down, or the day rolled over
      *mid-run (the next day's file opens with its own SESSION
      *START, so the tail is not picked up there either).
           if ws-run-open is equal to 1 then
               perform close-run-quit
           end-if.
      *The event text starts at column 11, after "HH:MM:SS  ".
       tally-journal-line.
           if fs-journal-row(11:15) is equal to "PLAYBACK START "
               or fs-journal-row(11:14)
                   is equal to "ATTRACT START " then
               move 1 to ws-suppress
               exit paragraph
           end-if.
           if fs-journal-row(11:14) is equal to "SESSION START "
               or fs-journal-row(11:11) is equal to "SESSION END"
               move 0 to ws-suppress
               if ws-run-open is equal to 1 then
                   perform close-run-quit
               end-if
               exit paragraph
           end-if.
           if fs-journal-row(11:12) is equal to "ROUND START " then
               move 0 to ws-suppress
               perform parse-event
               perform start-run
               exit paragraph
           end-if.
           if ws-suppress is equal to 1
               or ws-run-open is equal to 0 then
               exit paragraph
           end-if.
           if fs-journal-row(11:17) is equal to "CAMPAIGN ADVANCE "
               perform parse-event
               perform advance-run
               exit paragraph
           end-if.
      *A head-to-head round's second booking is tagged player=2;
      *campaign runs are single-player, so any END closes the run.
           if fs-journal-row(11:10) is equal to "ROUND END " then
               perform parse-event
               perform end-run
           end-if.
      *Pick the keyword tokens out of the event text -- the seal
      *token after them never matches a keyword.
       parse-event.
           perform varying ws-tix from 1 by 1 until ws-tix > 8
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-journal-row(11:) delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8)
           end-unstring.
           move "-" to ws-ev-level.
           move space to ws-ev-diff, ws-ev-mode, ws-ev-result.
           move 0 to ws-ev-lives, ws-ev-has-lives.
           perform varying ws-tix from 1 by 1 until ws-tix > 8
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       if ws-tokens(ws-tix)(7:) is not equal to spaces
                           move ws-tokens(ws-tix)(7:) to ws-ev-level
                       end-if
                   when ws-tokens(ws-tix)(1:5) is equal to "diff="
                       move ws-tokens(ws-tix)(6:1) to ws-ev-diff
                   when ws-tokens(ws-tix)(1:5) is equal to "mode="
                       move ws-tokens(ws-tix)(6:1) to ws-ev-mode
                   when ws-tokens(ws-tix)(1:7) is equal to "result="
                       move ws-tokens(ws-tix)(8:1) to ws-ev-result
                   when ws-tokens(ws-tix)(1:6) is equal to "lives="
                       and ws-tokens(ws-tix)(7:4) is numeric
                       move ws-tokens(ws-tix)(7:4) to ws-ev-lives
                       move 1 to ws-ev-has-lives
                   when other continue
               end-evaluate
           end-perform.
      *The leg index for WS-EV-LEVEL, appending a level the
      *catalogue does not list; 0 once the table is full.
       find-level-slot.
           move 0 to ws-ev-lv.
           perform varying ws-lv from 1 by 1
           until ws-lv > ws-lv-count
               if ws-lv-name(ws-lv) is equal to ws-ev-level
                   move ws-lv to ws-ev-lv
               end-if
           end-perform.
           if ws-ev-lv is equal to 0
               and ws-lv-count < 24 then
               add 1 to ws-lv-count end-add
               move ws-lv-count to ws-ev-lv
               move ws-ev-level to ws-lv-name(ws-ev-lv)
           end-if.
      *A journal written before the lives= token was added leaves
      *a run's first leg at the profile's starting lives -- every
      *campaign run starts on a full bar -- and a later leg with
      *nothing recorded.
       start-run.
           perform find-level-slot.
           move 4 to ws-ev-df.
           perform varying ws-df from 1 by 1 until ws-df > 3
               if ws-df-code(ws-df) is equal to ws-ev-diff
                   move ws-df to ws-ev-df
               end-if
           end-perform.
           if ws-run-open is equal to 1 then
               if ws-ev-mode is equal to 'C'
                   and ws-ev-df is equal to ws-run-df
                   and ws-ev-lv is equal to ws-run-lv then
                   exit paragraph
               end-if
               perform close-run-quit
           end-if.
           if ws-ev-mode is not equal to 'C'
               or ws-ev-lv is equal to 0 then
               exit paragraph
           end-if.
           if ws-ev-has-lives is equal to 0 then
               evaluate ws-ev-diff
                   when 'E' move 5 to ws-ev-lives
                   when 'N' move 3 to ws-ev-lives
                   when 'H' move 2 to ws-ev-lives
                   when other continue
               end-evaluate
               if ws-ev-df < 4 then
                   move 1 to ws-ev-has-lives
               end-if
           end-if.
           move 1 to ws-run-open.
           move ws-ev-df to ws-run-df.
           add 1 to ws-df-runs(ws-run-df) end-add.
           perform enter-leg.
      *The run cleared the leg it was on and carried on into the
      *one the event names.
       advance-run.
           perform find-level-slot.
           if ws-ev-lv is equal to 0 then
               exit paragraph
           end-if.
           perform find-cell.
           add 1 to ws-fc-cleared(ws-cell) end-add.
           perform enter-leg.
       enter-leg.
           move ws-ev-lv to ws-run-lv.
           perform find-cell.
           add 1 to ws-fc-entered(ws-cell) end-add.
           if ws-ev-has-lives is equal to 1 then
               add ws-ev-lives to ws-fc-lives-sum(ws-cell) end-add
               add 1 to ws-fc-lives-n(ws-cell) end-add
           end-if.
      *result=W is the final leg cleared and the catalogue beaten;
      *any other result is the run lost on the leg it was on.
       end-run.
           perform find-cell.
           if ws-ev-result is equal to 'W' then
               add 1 to ws-fc-cleared(ws-cell) end-add
               add 1 to ws-df-won(ws-run-df) end-add
           else
               add 1 to ws-fc-lost(ws-cell) end-add
               add 1 to ws-df-lost(ws-run-df) end-add
           end-if.
           move 0 to ws-run-open.
       close-run-quit.
           perform find-cell.
           add 1 to ws-fc-quit(ws-cell) end-add.
           add 1 to ws-df-quit(ws-run-df) end-add.
           move 0 to ws-run-open.
       find-cell.
           compute ws-cell = (ws-run-df - 1) * 24 + ws-run-lv
           end-compute.
       print-report.
           display "Prologue campaign funnel".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
           if ws-df-runs(1) + ws-df-runs(2) + ws-df-runs(3)
               + ws-df-runs(4) is equal to 0 then
               display " "
               display "No campaign runs found in the journals."
               exit paragraph
           end-if.
           perform varying ws-df from 1 by 1 until ws-df > 4
               if ws-df-runs(ws-df) > 0
                   perform print-profile
               end-if
           end-perform.
           if ws-lv-count > ws-lv-listed then
               display " "
               display "  * level no longer listed in levels.lst"
           end-if.
       print-profile.
           display " ".
           move ws-df-runs(ws-df) to ws-z6.
           move ws-df-won(ws-df) to ws-z6b.
           move ws-df-lost(ws-df) to ws-z6c.
           move ws-df-quit(ws-df) to ws-z6d.
           display ws-df-title(ws-df) "  runs " ws-z6
               "  completed " ws-z6b "  lost " ws-z6c
               "  quit " ws-z6d.
           display "  Leg  Level                              "
               " Entered Cleared    Lost    Quit   Lives".
           move 0 to ws-best, ws-best-lv.
           perform varying ws-lv from 1 by 1
           until ws-lv > ws-lv-count
               compute ws-cell = (ws-df - 1) * 24 + ws-lv
               end-compute
               if ws-fc-entered(ws-cell) > 0
                   perform print-leg
               end-if
           end-perform.
           if ws-best-lv is equal to 0 then
               display "  No run has ended short of the finish."
           else
               compute ws-ended = ws-df-lost(ws-df)
                   + ws-df-quit(ws-df) end-compute
               move ws-best-lv to ws-z2
               move ws-best to ws-z6
               move ws-ended to ws-z6b
               display "  Most runs end at leg "
                   function trim(ws-z2) " ("
                   function trim(ws-lv-name(ws-best-lv)) ") -- "
                   function trim(ws-z6) " of "
                   function trim(ws-z6b) " runs that fell short"
           end-if.
      *One leg's line. The lives column is the average bar runs
      *brought into the leg, "-" where no entry recorded it.
       print-leg.
           if ws-lv > ws-lv-listed then
               move "*" to ws-flag
           else
               move spaces to ws-flag
           end-if.
           if ws-fc-lives-n(ws-cell) > 0 then
               compute ws-avg rounded = ws-fc-lives-sum(ws-cell)
                   / ws-fc-lives-n(ws-cell) end-compute
               move ws-avg to ws-zavg
               move ws-zavg to ws-lives-col
           else
               move "    -" to ws-lives-col
           end-if.
           move ws-lv to ws-z2.
           move ws-fc-entered(ws-cell) to ws-z6.
           move ws-fc-cleared(ws-cell) to ws-z6b.
           move ws-fc-lost(ws-cell) to ws-z6c.
           move ws-fc-quit(ws-cell) to ws-z6d.
           display "   " ws-z2 "  " ws-lv-name(ws-lv) ws-flag
               "  " ws-z6 "  " ws-z6b "  " ws-z6c "  " ws-z6d
               "  " ws-lives-col.
           if ws-fc-lost(ws-cell) + ws-fc-quit(ws-cell) > ws-best
               compute ws-best = ws-fc-lost(ws-cell)
                   + ws-fc-quit(ws-cell) end-compute
               move ws-lv to ws-best-lv
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kfunnel" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kfunnel.
