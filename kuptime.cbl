      *Kiosk utilisation and uptime -- a plain command-line batch
      *run, a sibling of krecon. The journal dailies already time-
      *stamp everything the cabinet does: SESSION START / END when
      *the game is switched on and off, ROUND START / END (and ROUND
      *QUIT when a round is left for the title), ATTRACT START and
      *PLAYBACK START / END for the tapes. This walks the dailies
      *for the last N days (the first command-line argument,
      *default 28, at most 120) oldest first and turns them into
      *hours powered on, minutes in live play, attract demos, tape
      *playback and on the idle title screen, rounds started per
      *hour of the day, the average round length, and sessions that
      *started but never journalled a SESSION END (a crash or a
      *pulled plug) -- per day and per Monday-to-Sunday week. Like
      *krecon it reads the dated dailies only: rows karchive has
      *already rolled into a monthly archive carry no date, so a
      *day in the window whose daily is gone is shown as such.
       identification division.
       program-id. kuptime.
       environment division.
       input-output section.
       file-control.
           select fs-journal assign to ws-journal-filename
           organization is line sequential
           file status is ws-journal-status.
       data division.
       file section.
       fd  fs-journal.
       01  fs-journal-row picture x(96).
       working-storage section.
       01  ws-journal-filename picture x(64).
       01  ws-journal-status picture x(2).
      *Window length in days -- first command-line argument, or 28.
       01  ws-days-arg picture x(16).
       01  ws-days picture is 9(4).
      *Per-day tallies, oldest day first; times are in seconds.
       01  ws-dy-date picture is x(10) occurs 120 times.
       01  ws-dy-int picture is 9(8) occurs 120 times.
       01  ws-dy-has picture is 9 occurs 120 times.
       01  ws-dy-live picture is 9(6) occurs 120 times.
       01  ws-dy-attract picture is 9(6) occurs 120 times.
       01  ws-dy-tape picture is 9(6) occurs 120 times.
       01  ws-dy-idle picture is 9(6) occurs 120 times.
       01  ws-dy-rounds picture is 9(6) occurs 120 times.
       01  ws-dy-round-secs picture is 9(8) occurs 120 times.
       01  ws-dy-round-n picture is 9(6) occurs 120 times.
       01  ws-dy-sessions picture is 9(4) occurs 120 times.
       01  ws-dy-unclosed picture is 9(4) occurs 120 times.
      *Rounds started, per day and hour: cell = (day - 1) * 24 +
      *hour + 1.
       01  ws-dh-rounds picture is 9(4) occurs 2880 times.
      *Sessions with no SESSION END, for the listing at the end.
       01  ws-uc-count picture is 9(4).
       01  ws-uc-date picture is x(10) occurs 200 times.
       01  ws-uc-from picture is 9(6) occurs 200 times.
       01  ws-uc-last-date picture is x(10) occurs 200 times.
       01  ws-uc-last picture is 9(6) occurs 200 times.
      *Where the stream stands. WS-STATE is what the screen was
      *doing since WS-STATE-SINCE on day WS-CUR-DAY: 'L' live
      *round, 'A' attract demo, 'T' tape playback, 'I' idle title.
      *The state carries over midnight when the next day's file
      *picks up without a SESSION START -- the kiosk simply stayed
      *on -- and the time up to midnight is charged to the old day.
       01  ws-sess-open picture is 9.
       01  ws-sess-day picture is 9(4).
       01  ws-sess-from picture is 9(6).
       01  ws-state picture is x(1).
       01  ws-state-since picture is 9(6).
       01  ws-cur-day picture is 9(4).
       01  ws-last-day picture is 9(4).
       01  ws-last-t picture is 9(6).
       01  ws-round-open picture is 9.
       01  ws-round-day picture is 9(4).
       01  ws-round-from picture is 9(6).
       01  ws-day-first picture is 9.
      *The event in hand
       01  ws-t picture is 9(6).
       01  ws-hh picture is 99.
       01  ws-mi picture is 99.
       01  ws-ss picture is 99.
       01  ws-charge-to picture is 9(6).
       01  ws-span picture is 9(6).
       01  ws-round-len picture is 9(8).
       01  ws-p2-tag picture is 9(4).
      *The date walk
       01  ws-today-int picture is 9(8).
       01  ws-scan-int picture is 9(8).
       01  ws-first-int picture is 9(8).
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
      *Report totals (one day, one week or the whole window)
       01  ws-tl-live picture is 9(8).
       01  ws-tl-attract picture is 9(8).
       01  ws-tl-tape picture is 9(8).
       01  ws-tl-idle picture is 9(8).
       01  ws-tl-powered picture is 9(8).
       01  ws-tl-rounds picture is 9(6).
       01  ws-tl-round-secs picture is 9(9).
       01  ws-tl-round-n picture is 9(6).
       01  ws-tl-sessions picture is 9(6).
       01  ws-tl-unclosed picture is 9(6).
       01  ws-tl-days picture is 9(4).
       01  ws-tl-hour picture is 9(6) occurs 24 times.
      *Scratch
       01  ws-d picture is 9(4).
       01  ws-h picture is 9(4).
       01  ws-i picture is 9(4).
       01  ws-cell picture is 9(6).
       01  ws-wk-from picture is 9(4).
       01  ws-wk-to picture is 9(4).
       01  ws-weekday picture is 9.
       01  ws-best picture is 9(6).
       01  ws-best-h picture is 9(4).
       01  ws-avg-secs picture is 9(6).
       01  ws-avg-mm picture is 9(4).
       01  ws-avg-ss picture is 99.
       01  ws-per-day picture is 9(4)v9.
       01  ws-bar picture x(40).
       01  ws-bar-len picture is 9(4).
       01  ws-line-label picture x(12).
      *Display editing
       01  ws-z4 picture is zzz9.
       01  ws-z5a picture is zzzz9.
       01  ws-z5b picture is zzzz9.
       01  ws-z5c picture is zzzz9.
       01  ws-z5d picture is zzzz9.
       01  ws-z6 picture is zzzzz9.
       01  ws-z6b picture is zzzzz9.
       01  ws-zhrs picture is zzz9.9.
       01  ws-zpd picture is zzz9.9.
       01  ws-hrs picture is 9(4)v9.
       01  ws-avg-col picture x(8).
       01  ws-busy-col picture x(14).
       01  ws-hh-text picture 99.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-days-arg.
           accept ws-days-arg from command-line.
           if ws-days-arg is equal to spaces then
               move 28 to ws-days
           else
               compute ws-days = function numval(ws-days-arg)
               end-compute
               if ws-days is equal to 0 then
                   move 28 to ws-days
               end-if
               if ws-days > 120 then
                   move 120 to ws-days
               end-if
           end-if.
      *
           move function current-date(1:8) to ws-ymd.
           compute ws-today-int =
               function integer-of-date(ws-ymd) end-compute.
           compute ws-first-int = ws-today-int - ws-days + 1
           end-compute.
           perform varying ws-d from 1 by 1 until ws-d > ws-days
               compute ws-dy-int(ws-d) = ws-first-int + ws-d - 1
               end-compute
               compute ws-ymd =
                   function date-of-integer(ws-dy-int(ws-d))
               end-compute
               move spaces to ws-dy-date(ws-d)
               string ws-ymd-text(1:4) delimited by size
                   "-" delimited by size
                   ws-ymd-text(5:2) delimited by size
                   "-" delimited by size
                   ws-ymd-text(7:2) delimited by size
                   into ws-dy-date(ws-d) end-string
               move 0 to ws-dy-has(ws-d), ws-dy-live(ws-d),
                   ws-dy-attract(ws-d), ws-dy-tape(ws-d),
                   ws-dy-idle(ws-d), ws-dy-rounds(ws-d),
                   ws-dy-round-secs(ws-d), ws-dy-round-n(ws-d),
                   ws-dy-sessions(ws-d), ws-dy-unclosed(ws-d)
           end-perform.
           compute ws-i = ws-days * 24 end-compute.
           perform varying ws-cell from 1 by 1 until ws-cell > ws-i
               move 0 to ws-dh-rounds(ws-cell)
           end-perform.
           move 0 to ws-uc-count.
           move 0 to ws-sess-open, ws-round-open.
           move 0 to ws-last-day, ws-last-t.
      *
           perform varying ws-d from 1 by 1 until ws-d > ws-days
               move ws-d to ws-cur-day
               move ws-dy-int(ws-d) to ws-scan-int
               compute ws-ymd =
                   function date-of-integer(ws-scan-int) end-compute
               move spaces to ws-journal-filename
               string "journal-" delimited by size
                   ws-ymd-text delimited by size
                   ".log" delimited by size
                   into ws-journal-filename end-string
               perform tally-journal-file
           end-perform.
      *A session still open at the end of the walk is only unclosed
      *if it is not today's -- today's may simply still be running,
      *and is charged up to its last event so far.
           if ws-sess-open is equal to 1 then
               if ws-last-day is equal to ws-days then
                   move ws-last-day to ws-cur-day
                   move ws-last-t to ws-charge-to
                   perform charge-state
               else
                   perform close-session-unclosed
               end-if
           end-if.
      *
           perform print-report.
           move 0 to return-code.
           goback.
      *A day with no daily at all: the kiosk was off (or the file
      *has been archived). A session left open the day before never
      *said goodbye.
       tally-journal-file.
           open input fs-journal.
           if ws-journal-status is not equal to "00" then
               if ws-journal-status is not equal to "35" then
                   move ws-journal-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-journal-status to ws-ioe-status
                   perform report-io-error
               end-if
               if ws-sess-open is equal to 1 then
                   perform close-session-unclosed
               end-if
               exit paragraph
           end-if.
           move 1 to ws-dy-has(ws-d).
           move 1 to ws-day-first.
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
      *Same line shape KGAME-JOURNAL writes: "HH:MM:SS  event".
       tally-journal-line.
           if fs-journal-row is equal to spaces
               or fs-journal-row(1:2) is not numeric
               or fs-journal-row(3:1) is not equal to ':'
               or fs-journal-row(4:2) is not numeric
               or fs-journal-row(6:1) is not equal to ':'
               or fs-journal-row(7:2) is not numeric then
               exit paragraph
           end-if.
      *An ERROR row can come from a batch utility run in the small
      *hours with the kiosk switched off, and a TICKETS row from
      *kcounter redeeming at the prize counter whether the kiosk is
      *on or not; neither says the machine was in use, so neither
      *opens a session.
           if fs-journal-row(11:6) is equal to "ERROR "
               or fs-journal-row(11:8) is equal to "TICKETS " then
               exit paragraph
           end-if.
           move fs-journal-row(1:2) to ws-hh.
           move fs-journal-row(4:2) to ws-mi.
           move fs-journal-row(7:2) to ws-ss.
           compute ws-t = ws-hh * 3600 + ws-mi * 60 + ws-ss
           end-compute.
      *A stamp earlier than the last one (a clock set back) is held
      *at the last one, so no span ever runs backwards.
           if ws-last-day is equal to ws-d
               and ws-t < ws-last-t then
               move ws-last-t to ws-t
           end-if.
           if ws-day-first is equal to 1 then
               move 0 to ws-day-first
               perform pick-up-day
           end-if.
      *
           evaluate true
               when fs-journal-row(11:14) is equal to "SESSION START "
                   if ws-sess-open is equal to 1 then
                       perform close-session-unclosed
                   end-if
                   perform open-session
               when fs-journal-row(11:11) is equal to "SESSION END"
                   if ws-sess-open is equal to 1 then
                       move ws-t to ws-charge-to
                       perform charge-state
                       move 0 to ws-sess-open, ws-round-open
                   end-if
               when fs-journal-row(11:12) is equal to "ROUND START "
                   perform ensure-session
                   move ws-t to ws-charge-to
                   perform charge-state
                   move 'L' to ws-state
                   add 1 to ws-dy-rounds(ws-d) end-add
                   compute ws-cell = (ws-d - 1) * 24 + ws-hh + 1
                   end-compute
                   add 1 to ws-dh-rounds(ws-cell) end-add
                   move 1 to ws-round-open
                   move ws-d to ws-round-day
                   move ws-t to ws-round-from
               when fs-journal-row(11:10) is equal to "ROUND END "
                   perform end-round
               when fs-journal-row(11:10) is equal to "ROUND QUIT"
                   perform ensure-session
                   move ws-t to ws-charge-to
                   perform charge-state
                   move 'I' to ws-state
                   move 0 to ws-round-open
               when fs-journal-row(11:14) is equal to "ATTRACT START "
                   perform ensure-session
                   move ws-t to ws-charge-to
                   perform charge-state
                   move 'A' to ws-state
               when fs-journal-row(11:15) is equal to "PLAYBACK START "
                   perform ensure-session
                   move ws-t to ws-charge-to
                   perform charge-state
                   move 'T' to ws-state
               when fs-journal-row(11:12) is equal to "PLAYBACK END"
                   perform ensure-session
                   move ws-t to ws-charge-to
                   perform charge-state
                   move 'I' to ws-state
               when other
                   perform ensure-session
           end-evaluate.
           move ws-d to ws-last-day.
           move ws-t to ws-last-t.
      *The first event of a day's file. A session still open from
      *the day before carries on over midnight unless this day
      *opens with its own SESSION START (or a day went missing in
      *between), in which case the old one was never closed.
       pick-up-day.
           if ws-sess-open is equal to 0 then
               exit paragraph
           end-if.
           if fs-journal-row(11:14) is equal to "SESSION START "
               or ws-last-day is not equal to ws-d - 1 then
               exit paragraph
           end-if.
           move ws-last-day to ws-cur-day.
           move 86400 to ws-charge-to.
           perform charge-state.
           move ws-d to ws-cur-day.
           move 0 to ws-state-since.
           move 0 to ws-last-t.
           move ws-d to ws-last-day.
       open-session.
           move 1 to ws-sess-open.
           move ws-d to ws-sess-day, ws-cur-day.
           move ws-t to ws-sess-from, ws-state-since.
           move 'I' to ws-state.
           move 0 to ws-round-open.
           add 1 to ws-dy-sessions(ws-d) end-add.
      *Any event with no session open -- the window opened mid-
      *session, or a SESSION START went missing -- opens one there.
       ensure-session.
           if ws-sess-open is equal to 0 then
               perform open-session
           end-if.
      *A head-to-head round journals a second, player=2 END for
      *the same round; only the first ends it.
       end-round.
           move 0 to ws-p2-tag.
           inspect fs-journal-row(11:) tallying ws-p2-tag
               for all "player=2".
           if ws-p2-tag > 0 then
               exit paragraph
           end-if.
           perform ensure-session.
           move ws-t to ws-charge-to.
           perform charge-state.
           move 'I' to ws-state.
           if ws-round-open is equal to 1 then
               compute ws-round-len =
                   (ws-d - ws-round-day) * 86400
                   + ws-t - ws-round-from
               end-compute
               add ws-round-len to ws-dy-round-secs(ws-d) end-add
               add 1 to ws-dy-round-n(ws-d) end-add
               move 0 to ws-round-open
           end-if.
      *Charge the time since WS-STATE-SINCE up to WS-CHARGE-TO to
      *the state's bucket on WS-CUR-DAY.
       charge-state.
           if ws-charge-to > ws-state-since then
               subtract ws-state-since from ws-charge-to
                   giving ws-span end-subtract
           else
               move 0 to ws-span
           end-if.
           evaluate ws-state
               when 'L'
                   add ws-span to ws-dy-live(ws-cur-day) end-add
               when 'A'
                   add ws-span to ws-dy-attract(ws-cur-day) end-add
               when 'T'
                   add ws-span to ws-dy-tape(ws-cur-day) end-add
               when other
                   add ws-span to ws-dy-idle(ws-cur-day) end-add
           end-evaluate.
           move ws-charge-to to ws-state-since.
      *The session's last sign of life is the last event it
      *journalled; nothing after that is counted as powered on.
       close-session-unclosed.
           move ws-last-day to ws-cur-day.
           move ws-last-t to ws-charge-to.
           perform charge-state.
           add 1 to ws-dy-unclosed(ws-sess-day) end-add.
           if ws-uc-count < 200 then
               add 1 to ws-uc-count end-add
               move ws-dy-date(ws-sess-day) to ws-uc-date(ws-uc-count)
               move ws-sess-from to ws-uc-from(ws-uc-count)
               move ws-dy-date(ws-last-day)
                   to ws-uc-last-date(ws-uc-count)
               move ws-last-t to ws-uc-last(ws-uc-count)
           end-if.
           move 0 to ws-sess-open, ws-round-open.
           move ws-d to ws-cur-day.
       print-report.
           display "Prologue kiosk utilisation".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
           move ws-days to ws-z4.
           display "Window " ws-dy-date(1) " to " ws-dy-date(ws-days)
               " (" function trim(ws-z4) " days)".
           display " ".
           display "Daily         Powered    Live Attract    Tape"
               "    Idle  Rounds  Avg round  Sess  Unclosed"
               "  Busiest hour".
           display "              (hours)  ---------- minutes"
               " ----------".
           perform varying ws-d from 1 by 1 until ws-d > ws-days
               move ws-d to ws-wk-from, ws-wk-to
               move ws-dy-date(ws-d) to ws-line-label
               perform print-span-line
           end-perform.
      *Weeks run Monday to Sunday; the first and last may be part
      *weeks, labelled by their first day in the window.
           display " ".
           display "Weekly        Powered    Live Attract    Tape"
               "    Idle  Rounds  Avg round  Sess  Unclosed"
               "  Busiest hour".
           move 1 to ws-wk-from.
           perform varying ws-d from 1 by 1 until ws-d > ws-days
               compute ws-weekday =
                   function mod(ws-dy-int(ws-d) - 1, 7) end-compute
               if ws-weekday is equal to 6 or ws-d is equal to ws-days
                   move ws-d to ws-wk-to
                   move ws-dy-date(ws-wk-from) to ws-line-label
                   perform print-span-line
                   compute ws-wk-from = ws-d + 1 end-compute
               end-if
           end-perform.
      *
           move 1 to ws-wk-from.
           move ws-days to ws-wk-to.
           perform sum-span.
           display " ".
           display "Rounds started by hour of day".
           if ws-tl-days is equal to 0 then
               display "  No journal dailies in the window."
           else
               perform varying ws-h from 1 by 1 until ws-h > 24
                   perform print-hour-line
               end-perform
               display " "
               if ws-tl-round-n > 0 then
                   compute ws-avg-secs rounded =
                       ws-tl-round-secs / ws-tl-round-n end-compute
                   perform edit-avg
                   move ws-tl-round-n to ws-z6
                   display "Average round length "
                       function trim(ws-avg-col) " over "
                       function trim(ws-z6) " finished rounds"
               end-if
               compute ws-hrs rounded = ws-tl-powered / 3600
               end-compute
               move ws-hrs to ws-zhrs
               move ws-tl-days to ws-z4
               display "Powered on " function trim(ws-zhrs)
                   " hours across " function trim(ws-z4)
                   " days with a journal"
           end-if.
      *
           display " ".
           if ws-uc-count is equal to 0 then
               display "Every session ended with a SESSION END."
           else
               display "Sessions with no SESSION END (crash or power"
                   " pull):"
               perform varying ws-i from 1 by 1
               until ws-i > ws-uc-count
                   move ws-uc-from(ws-i) to ws-t
                   perform edit-clock
                   move ws-busy-col to ws-avg-col
                   move ws-uc-last(ws-i) to ws-t
                   perform edit-clock
                   display "  started " ws-uc-date(ws-i) " "
                       ws-avg-col(1:8) "  last event "
                       ws-uc-last-date(ws-i) " " ws-busy-col(1:8)
               end-perform
           end-if.
      *Totals over days WS-WK-FROM to WS-WK-TO.
       sum-span.
           move 0 to ws-tl-live, ws-tl-attract, ws-tl-tape,
               ws-tl-idle, ws-tl-rounds, ws-tl-round-secs,
               ws-tl-round-n, ws-tl-sessions, ws-tl-unclosed,
               ws-tl-days.
           perform varying ws-h from 1 by 1 until ws-h > 24
               move 0 to ws-tl-hour(ws-h)
           end-perform.
           perform varying ws-i from ws-wk-from by 1
           until ws-i > ws-wk-to
               add ws-dy-has(ws-i) to ws-tl-days end-add
               add ws-dy-live(ws-i) to ws-tl-live end-add
               add ws-dy-attract(ws-i) to ws-tl-attract end-add
               add ws-dy-tape(ws-i) to ws-tl-tape end-add
               add ws-dy-idle(ws-i) to ws-tl-idle end-add
               add ws-dy-rounds(ws-i) to ws-tl-rounds end-add
               add ws-dy-round-secs(ws-i) to ws-tl-round-secs
                   end-add
               add ws-dy-round-n(ws-i) to ws-tl-round-n end-add
               add ws-dy-sessions(ws-i) to ws-tl-sessions end-add
               add ws-dy-unclosed(ws-i) to ws-tl-unclosed end-add
               perform varying ws-h from 1 by 1 until ws-h > 24
                   compute ws-cell = (ws-i - 1) * 24 + ws-h
                   end-compute
                   add ws-dh-rounds(ws-cell) to ws-tl-hour(ws-h)
                       end-add
               end-perform
           end-perform.
           compute ws-tl-powered = ws-tl-live + ws-tl-attract
               + ws-tl-tape + ws-tl-idle end-compute.
       print-span-line.
           perform sum-span.
           if ws-tl-days is equal to 0 then
               display ws-line-label "  no journal"
               exit paragraph
           end-if.
           compute ws-hrs rounded = ws-tl-powered / 3600 end-compute.
           move ws-hrs to ws-zhrs.
           compute ws-z5a rounded = ws-tl-live / 60 end-compute.
           compute ws-z5b rounded = ws-tl-attract / 60 end-compute.
           compute ws-z5c rounded = ws-tl-tape / 60 end-compute.
           compute ws-z5d rounded = ws-tl-idle / 60 end-compute.
           move ws-tl-rounds to ws-z6.
           if ws-tl-round-n > 0 then
               compute ws-avg-secs rounded =
                   ws-tl-round-secs / ws-tl-round-n end-compute
               perform edit-avg
           else
               move "       -" to ws-avg-col
           end-if.
           move 0 to ws-best, ws-best-h.
           perform varying ws-h from 1 by 1 until ws-h > 24
               if ws-tl-hour(ws-h) > ws-best
                   move ws-tl-hour(ws-h) to ws-best
                   move ws-h to ws-best-h
               end-if
           end-perform.
           if ws-best-h is equal to 0 then
               move "-" to ws-busy-col
           else
               compute ws-hh-text = ws-best-h - 1 end-compute
               move ws-best to ws-z4
               move spaces to ws-busy-col
               string ws-hh-text delimited by size
                   ":00 (" delimited by size
                   function trim(ws-z4) delimited by size
                   ")" delimited by size
                   into ws-busy-col end-string
           end-if.
           move ws-tl-sessions to ws-z4.
           move ws-tl-unclosed to ws-z6b.
           display ws-line-label "  " ws-zhrs "   " ws-z5a "   "
               ws-z5b "   " ws-z5c "   " ws-z5d "  " ws-z6 "   "
               ws-avg-col "  " ws-z4 "    " ws-z6b "  " ws-busy-col.
      *One hour's line of the histogram: total rounds started in
      *that hour across the window, the average per journalled day,
      *and a bar scaled to the busiest hour.
       print-hour-line.
           move 0 to ws-best.
           perform varying ws-i from 1 by 1 until ws-i > 24
               if ws-tl-hour(ws-i) > ws-best
                   move ws-tl-hour(ws-i) to ws-best
               end-if
           end-perform.
           move spaces to ws-bar.
           if ws-best > 0 then
               compute ws-bar-len =
                   ws-tl-hour(ws-h) * 40 / ws-best end-compute
               if ws-bar-len > 0 then
                   move all "#" to ws-bar(1:ws-bar-len)
               end-if
           end-if.
           compute ws-per-day rounded =
               ws-tl-hour(ws-h) / ws-tl-days end-compute.
           move ws-per-day to ws-zpd.
           compute ws-hh-text = ws-h - 1 end-compute.
           move ws-tl-hour(ws-h) to ws-z6.
           display "  " ws-hh-text ":00  " ws-z6 "  " ws-zpd
               "/day  " ws-bar.
      *WS-AVG-SECS as a right-aligned "m:ss" in WS-AVG-COL.
       edit-avg.
           divide ws-avg-secs by 60 giving ws-avg-mm
               remainder ws-avg-ss end-divide.
           move ws-avg-mm to ws-z4.
           move spaces to ws-avg-col.
           string ws-z4 delimited by size
               ":" delimited by size
               ws-avg-ss delimited by size
               into ws-avg-col end-string.
      *WS-T (seconds into the day) as "HH:MM:SS" in WS-BUSY-COL.
       edit-clock.
           divide ws-t by 3600 giving ws-hh remainder ws-span
               end-divide.
           divide ws-span by 60 giving ws-mi remainder ws-ss
               end-divide.
           move spaces to ws-busy-col.
           string ws-hh delimited by size
               ":" delimited by size
               ws-mi delimited by size
               ":" delimited by size
               ws-ss delimited by size
               into ws-busy-col end-string.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kuptime" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kuptime.
