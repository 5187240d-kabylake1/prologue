       copy "cabi.cpy".
      *
      *Route exposure -- a plain command-line batch run, a sibling
      *of kheat. kheat counts where players get hit, but a busy
      *crossing tops that list just because everyone walks over it.
      *This re-runs the round tapes the vault keeps (it is built with
      *game.cbl, like kresim, and drives the same KGAME-REPLAY,
      *KGAME-TRAFFIC-EVAL, KGAME-PEDESTRIAN-EVAL and KGAME-COLLISION
      *headless) to trace every round's cat tile by tile, counts the
      *visits each tile gets, and sets the "HIT tile=x,y" journal
      *events of the same rounds against them: hits per 100 visits
      *is the risk of crossing there. The rounds that made it home
      *also give the routes players take from the spawn tile to the
      *H home tiles, most used first. Read this before moving an S
      *stop tile or a P crosswalk in a level's path.txt.
      *
      *  kroute [<level>]
      *      every level the vault holds tapes for, or just the one
      *      named ("-" for the fallback map.txt/path.txt pair).
      *
      *Only the revision revisions.txt says is live is reported --
      *a tape loads the kept copy of the revision it was recorded
      *on, and tiles on an older layout are not the tiles a
      *designer is about to edit. The hits are counted over the
      *same ground as the visits: live single-player rounds (the
      *only ones the vault tapes), not campaign runs, on or after
      *both the live revision's publish time and the oldest tape
      *re-run. Monthly archives carry no dates, so a month's archive
      *only counts when the whole month is after that point.
       identification division.
       program-id. kroute.
       environment division.
       input-output section.
       file-control.
           select fs-vault assign to "tapevault.dat"
           organization is indexed
           access is dynamic
           record key is fs-tv-key
           file status is ws-vault-status.
           select fs-revisions assign to "revisions.txt"
           organization is line sequential
           file status is ws-revisions-status.
           select fs-journal assign to ws-journal-filename
           organization is line sequential
           file status is ws-journal-status.
       data division.
       file section.
       fd  fs-vault.
       copy "gtvr.cpy" replacing ==:pref:== by ==fs-tv==
                                 ==:level:== by ==01==.
       fd  fs-revisions.
       01  fs-revisions-row picture x(128).
       fd  fs-journal.
       01  fs-journal-row picture x(96).
       working-storage section.
       01  ws-vault-status picture x(2).
       01  ws-revisions-status picture x(2).
       01  ws-journal-filename picture x(64).
       01  ws-journal-status picture x(2).
       copy "gstt.cpy" replacing ==:pref:== by ==ws-gs==
                                 ==:level:== by ==01==.
      *Command line
       01  ws-args picture x(128).
       01  ws-arg-level picture x(32).
      *The tapes the vault keeps, collected on one pass so they can
      *be re-run a level at a time.
       01  ws-tp-count picture is 9(6).
       01  ws-tp-tape picture x(40) occurs 20000 times.
       01  ws-tp-date picture x(10) occurs 20000 times.
       01  ws-tp-lv picture is 9(4) occurs 20000 times.
       01  ws-tp-mode picture x(1) occurs 20000 times.
       01  ws-tp-overflow picture is 9.
      *The levels those tapes were played on, with the revision
      *that is live for each and when it went live.
       01  ws-lv-count picture is 9(4).
       01  ws-lv-name picture x(32) occurs 16 times.
       01  ws-lv-rev picture is 9(4) occurs 16 times.
       01  ws-lv-since picture x(19) occurs 16 times.
       01  ws-lv picture is 9(4).
       01  ws-reported picture is 9(4).
       01  ws-level-token picture x(32).
      *revisions.txt parsing
       01  ws-rev-tokens picture x(38) occurs 8 times.
       01  ws-rev-tix picture is 9(4).
       01  ws-rev-level picture x(32).
       01  ws-rev-value picture is 9(4).
      *Tape playback through KGAME-REPLAY's own action protocol
       01  ws-rp-action picture is x(1).
       01  ws-rp-keys picture is x(4).
       01  ws-rp-eof picture is 9.
       01  ws-keys picture is x(4).
      *The cat's step for the frame, worked out exactly as
      *KGAME-LOOP does it.
       01  ws-move-delta :tp-float:.
       01  ws-decided picture is 9.
      *The level being reported: its map size, and what became of
      *its tapes.
       01  ws-map-width picture is 9(8).
       01  ws-map-height picture is 9(8).
       01  ws-map-size picture is 9(8).
       01  ws-tapes-run picture is 9(6).
       01  ws-tapes-home picture is 9(6).
       01  ws-tapes-campaign picture is 9(6).
       01  ws-tapes-older picture is 9(6).
       01  ws-tapes-missing picture is 9(6).
       01  ws-oldest-tape picture x(10).
       01  ws-total-visits picture is 9(8).
       01  ws-total-hits picture is 9(8).
       01  ws-hit-rounds picture is 9(6).
      *Visits and hits by tile, one cell per tile of the level's
      *map (row by row, the cell for tile x,y is y * width + x + 1)
       01  ws-vis picture is 9(6) computational occurs 250000 times.
       01  ws-hit picture is 9(6) computational occurs 250000 times.
       01  ws-off picture is 9(8).
      *The cat's way through the current tape, loops taken out: a
      *tile it comes back to cuts the path back to that tile, and a
      *hit starts it again from the spawn tile it is knocked back
      *to. What is left when the cat gets home is its route.
       01  ws-pt-len picture is 9(4).
       01  ws-pt-x picture is 9(4) occurs 4000 times.
       01  ws-pt-y picture is 9(4) occurs 4000 times.
       01  ws-prev-hits picture is 9(4).
       01  ws-tx picture is 9(8).
       01  ws-ty picture is 9(8).
       01  ws-nx picture is 9(4).
       01  ws-ny picture is 9(4).
       01  ws-dx picture is s9(8).
       01  ws-dy picture is s9(8).
      *Routes home, written as runs of steps -- "U4 R3 U12" is four
      *tiles up, three right, twelve up -- and counted by the rounds
      *that took each one.
       01  ws-rt-count picture is 9(4).
       01  ws-rt-text picture x(120) occurs 200 times.
       01  ws-rt-home-x picture is 9(4) occurs 200 times.
       01  ws-rt-home-y picture is 9(4) occurs 200 times.
       01  ws-rt-rounds picture is 9(6) occurs 200 times.
       01  ws-rt-done picture is 9 occurs 200 times.
       01  ws-rt-winding picture is 9(6).
       01  ws-rt-other picture is 9(6).
       01  ws-rt-build picture x(120).
       01  ws-rt-ptr picture is 9(4).
       01  ws-rt-dir picture x(1).
       01  ws-rt-step-dir picture x(1).
       01  ws-rt-run picture is 9(4).
       01  ws-rt-found picture is 9(4).
       01  ws-spawn-x picture is 9(4).
       01  ws-spawn-y picture is 9(4).
      *The journal walk. The cut-off is a YYYYMMDDHHMMSS stamp; a
      *round counts from a daily when it started at or after it,
      *and from a monthly archive when the month is wholly after
      *the cut-off's month.
       01  ws-cut-stamp picture x(14).
       01  ws-row-stamp picture x(14).
       01  ws-cut-month picture is 9(6).
       01  ws-file-month picture is 9(6).
       01  ws-file-date picture x(8).
       01  ws-archive-file picture is 9.
       01  ws-cut-archived picture is 9.
       01  ws-today-int picture is 9(8).
       01  ws-scan-int picture is 9(8).
       01  ws-oldest-int picture is 9(8).
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
       01  ws-arch-yyyy picture is 9(4).
       01  ws-arch-mm picture is 99.
       01  ws-arch-i picture is 9(4).
      *One journalled round on the level, held until it is known
      *to have been a booked single-player round: it only counts
      *once its ROUND END has come, and never when a second ROUND
      *END player=2 follows (a head-to-head round, which is never
      *taped) or it was quit to the title.
       01  ws-rd-live picture is 9.
       01  ws-rd-ended picture is 9.
       01  ws-rd-pair picture is 9.
       01  ws-rb-count picture is 9(4).
       01  ws-rb-x picture is 9(4) occurs 400 times.
       01  ws-rb-y picture is 9(4) occurs 400 times.
       01  ws-rd-level picture x(32).
       01  ws-rd-mode picture x(1).
       01  ws-tokens picture x(38) occurs 8 times.
       01  ws-tix picture is 9(4).
       01  ws-x-txt picture x(8).
       01  ws-y-txt picture x(8).
       01  ws-pair-tally picture is 9(4).
      *The rankings
       01  ws-min-visits picture is 9(4) value 5.
       01  ws-rank picture is 9(4).
       01  ws-pick-count picture is 9(4).
       01  ws-pick picture is 9(8) occurs 15 times.
       01  ws-pick-ix picture is 9(4).
       01  ws-taken picture is 9.
       01  ws-best-off picture is 9(8).
       01  ws-best-risk picture is 9(8).
       01  ws-best-hits picture is 9(6).
       01  ws-best-vis picture is 9(6).
       01  ws-risk picture is 9(8).
       01  ws-cell-vis picture is 9(6).
       01  ws-cell-hit picture is 9(6).
       01  ws-cell-x picture is 9(8).
       01  ws-cell-y picture is 9(8).
       01  ws-cell-path picture x(1).
       01  ws-tile-text picture x(9).
       01  ws-share picture is 9(4).
       01  ws-i picture is 9(8).
       01  ws-j picture is 9(8).
      *Display editing
       01  ws-z3 picture is zz9.
       01  ws-z4 picture is zzz9.
       01  ws-z4-b picture is zzz9.
       01  ws-z6 picture is zzzzz9.
       01  ws-z6-b picture is zzzzz9.
       01  ws-z6-c picture is zzzzz9.
       01  ws-z8 picture is zzzzzzz9.
       01  ws-risk-edit picture is zzzz9.9.
       01  ws-risk-value picture is 9(5)v9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           display "Prologue route exposure".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
      *
           move spaces to ws-args, ws-arg-level.
           accept ws-args from command-line.
           unstring ws-args delimited by all space
               into ws-arg-level end-unstring.
      *
           move 0 to ws-tp-count, ws-tp-overflow, ws-lv-count.
           open input fs-vault.
           if ws-vault-status is equal to "35" then
               display " "
               display "No tapevault.dat -- the kiosk keeps no round"
                   " tapes to trace."
               move 0 to return-code
               goback
           end-if.
           if ws-vault-status is not equal to "00" then
               move "tapevault.dat" to ws-ioe-file
               move "OPEN-IN" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               display "kroute: cannot open tapevault.dat (status "
                   ws-vault-status ")"
               move 1 to return-code
               goback
           end-if.
           move low-values to fs-tv-key.
           start fs-vault key is >= fs-tv-key
               invalid key continue
               not invalid key perform collect-tapes
           end-start.
           close fs-vault.
           if ws-tp-overflow is equal to 1 then
               display "  (more than 20000 tapes kept; the oldest"
                   " 20000 are traced)"
           end-if.
      *
           perform read-revisions.
           move 0 to ws-reported.
           perform varying ws-lv from 1 by 1
           until ws-lv > ws-lv-count
               if ws-arg-level is equal to spaces
                   or ws-arg-level is equal to ws-lv-name(ws-lv)
                   add 1 to ws-reported end-add
                   perform report-level
               end-if
           end-perform.
           if ws-reported is equal to 0 then
               display " "
               display "The vault holds no tapes for "
                   function trim(ws-arg-level) "."
           end-if.
           move 0 to return-code.
           goback.
      *The vault in key order, which is date order.
       collect-tapes.
           perform forever
               read fs-vault next
                   at end exit perform
               end-read
               if ws-vault-status is not less than "30" then
                   move "tapevault.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               if ws-tp-count >= 20000 then
                   move 1 to ws-tp-overflow
                   exit perform
               end-if
               perform collect-one-tape
           end-perform.
       collect-one-tape.
           if fs-tv-level is equal to spaces then
               move "-" to ws-level-token
           else
               move fs-tv-level to ws-level-token
           end-if.
           perform find-level-slot.
           if ws-lv is equal to 0 then
               exit paragraph
           end-if.
           add 1 to ws-tp-count end-add.
           move fs-tv-tape to ws-tp-tape(ws-tp-count).
           move fs-tv-date to ws-tp-date(ws-tp-count).
           move fs-tv-mode to ws-tp-mode(ws-tp-count).
           move ws-lv to ws-tp-lv(ws-tp-count).
       find-level-slot.
           perform varying ws-lv from 1 by 1
           until ws-lv > ws-lv-count
               if ws-lv-name(ws-lv) is equal to ws-level-token
                   exit paragraph
               end-if
           end-perform.
           if ws-lv-count >= 16 then
               move 0 to ws-lv
               exit paragraph
           end-if.
           add 1 to ws-lv-count end-add.
           move ws-lv-count to ws-lv.
           move ws-level-token to ws-lv-name(ws-lv).
           move 0 to ws-lv-rev(ws-lv).
           move spaces to ws-lv-since(ws-lv).
      *The last revisions.txt row for a level is its live revision;
      *a level that was never published plays revision 0.
       read-revisions.
           open input fs-revisions.
           if ws-revisions-status is not equal to "00" then
               if ws-revisions-status is not equal to "35" then
                   move "revisions.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-revisions-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-revisions
                   at end exit perform
               end-read
               if ws-revisions-status is not less than "30" then
                   move "revisions.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-revisions-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               perform varying ws-rev-tix from 1 by 1
               until ws-rev-tix > 8
                   move spaces to ws-rev-tokens(ws-rev-tix)
               end-perform
               unstring fs-revisions-row delimited by all space
                   into ws-rev-tokens(1) ws-rev-tokens(2)
                        ws-rev-tokens(3) ws-rev-tokens(4)
                        ws-rev-tokens(5) ws-rev-tokens(6)
                        ws-rev-tokens(7) ws-rev-tokens(8)
               end-unstring
               move spaces to ws-rev-level
               move 0 to ws-rev-value
               perform varying ws-rev-tix from 1 by 1
               until ws-rev-tix > 8
                   evaluate true
                       when ws-rev-tokens(ws-rev-tix)(1:6)
                           is equal to "level="
                           move ws-rev-tokens(ws-rev-tix)(7:)
                               to ws-rev-level
                       when ws-rev-tokens(ws-rev-tix)(1:4)
                           is equal to "rev="
                           compute ws-rev-value = function numval(
                               ws-rev-tokens(ws-rev-tix)(5:))
                           end-compute
                       when other continue
                   end-evaluate
               end-perform
               perform varying ws-lv from 1 by 1
               until ws-lv > ws-lv-count
                   if ws-lv-name(ws-lv) is equal to ws-rev-level
                       move ws-rev-value to ws-lv-rev(ws-lv)
                       move spaces to ws-lv-since(ws-lv)
                       string ws-rev-tokens(1)(1:10)
                           delimited by size
                           " " delimited by size
                           ws-rev-tokens(2)(1:8) delimited by size
                           into ws-lv-since(ws-lv) end-string
                   end-if
               end-perform
           end-perform.
           close fs-revisions.
      *One level, start to finish: trace its tapes, count its hits
      *over the same rounds, and print what they add up to.
       report-level.
           move 0 to ws-tapes-run, ws-tapes-home, ws-tapes-campaign,
               ws-tapes-older, ws-tapes-missing, ws-total-visits,
               ws-total-hits, ws-hit-rounds, ws-rt-count,
               ws-rt-winding, ws-rt-other, ws-map-size.
           move spaces to ws-oldest-tape.
           perform varying ws-i from 1 by 1 until ws-i > 250000
               move 0 to ws-vis(ws-i), ws-hit(ws-i)
           end-perform.
           perform varying ws-j from 1 by 1 until ws-j > ws-tp-count
               if ws-tp-lv(ws-j) is equal to ws-lv
                   perform trace-tape
               end-if
           end-perform.
      *
           display " ".
           move ws-lv-rev(ws-lv) to ws-z4.
           if ws-lv-since(ws-lv) is equal to spaces then
               display "Level " function trim(ws-lv-name(ws-lv))
                   "  revision " function trim(ws-z4)
                   " (never published)"
           else
               display "Level " function trim(ws-lv-name(ws-lv))
                   "  revision " function trim(ws-z4)
                   ", live since " ws-lv-since(ws-lv)
           end-if.
           move ws-tapes-run to ws-z6.
           move ws-tapes-home to ws-z6-b.
           display "  tapes re-run:  " ws-z6
               "   reached home: " ws-z6-b.
           if ws-tapes-campaign > 0 or ws-tapes-older > 0
               or ws-tapes-missing > 0 then
               move ws-tapes-campaign to ws-z6
               move ws-tapes-older to ws-z6-b
               move ws-tapes-missing to ws-z6-c
               display "  not re-run:    campaign " function trim(
                   ws-z6) ", older revision " function trim(ws-z6-b)
                   ", tape missing " function trim(ws-z6-c)
           end-if.
           if ws-tapes-run is equal to 0 then
               display "  no tapes on the live revision -- nothing"
                   " to trace"
               exit paragraph
           end-if.
      *
           perform set-cut-off.
           perform walk-journals.
           move ws-total-visits to ws-z8.
           display "  tile visits:   " ws-z8.
           move ws-total-hits to ws-z8.
           move ws-hit-rounds to ws-z6.
           display "  hits:          " ws-z8 " in " function trim(
               ws-z6) " rounds journalled from "
               ws-cut-stamp(1:4) "-" ws-cut-stamp(5:2) "-"
               ws-cut-stamp(7:2) " " ws-cut-stamp(9:2) ":"
               ws-cut-stamp(11:2) ":" ws-cut-stamp(13:2).
           if ws-cut-archived is equal to 1 then
               display "  (rounds archived in " ws-cut-stamp(1:4) "-"
                   ws-cut-stamp(5:2) " are left out -- archive rows"
                   " carry no date)"
           end-if.
      *The tiles are labelled from the live layout's path.txt.
           initialize ws-gs.
           move 16 to ws-gs-tilesize.
           move 1 to ws-gs-headless.
           if ws-lv-name(ws-lv) is equal to "-" then
               move spaces to ws-gs-level-name
           else
               move ws-lv-name(ws-lv) to ws-gs-level-name
           end-if.
           move space to ws-gs-level-source.
           call "kgame-level-setup" using by reference ws-gs end-call.
           perform print-risk.
           perform print-thin.
           perform print-busiest.
           perform print-routes.
      *
       trace-tape.
           if ws-tp-mode(ws-j) is equal to 'C' then
               add 1 to ws-tapes-campaign end-add
               exit paragraph
           end-if.
           if ws-lv-since(ws-lv) is not equal to spaces
               and ws-tp-date(ws-j) < ws-lv-since(ws-lv)(1:10) then
               add 1 to ws-tapes-older end-add
               exit paragraph
           end-if.
           move 0 to ws-decided.
           initialize ws-gs.
           move 16 to ws-gs-tilesize.
           move 1 to ws-gs-headless.
           move 'N' to ws-gs-difficulty.
           move 'F' to ws-gs-play-mode.
           call "kgame-apply-difficulty" using by reference ws-gs
               end-call.
           move ws-tp-tape(ws-j) to ws-gs-replay-file.
           move 'O' to ws-rp-action.
           call "kgame-replay" using by reference ws-gs
               by reference ws-rp-action
               by reference ws-rp-keys
               by reference ws-rp-eof end-call.
      *A tape whose layout will not load (LEVEL-SOURCE 'F') counts
      *as missing too -- unless it was recorded on another revision,
      *which is left out below in any case.
           if ws-rp-eof is equal to 1 then
               if ws-gs-level-source is equal to 'F'
                   and ws-gs-level-rev is not equal to ws-lv-rev(ws-lv)
                   add 1 to ws-tapes-older end-add
               else
                   add 1 to ws-tapes-missing end-add
               end-if
               perform close-tape
               exit paragraph
           end-if.
      *A tape recorded on another revision ran on another layout.
           if ws-gs-level-rev is not equal to ws-lv-rev(ws-lv)
               or ws-gs-play-mode is equal to 'C' then
               if ws-gs-play-mode is equal to 'C'
                   add 1 to ws-tapes-campaign end-add
               else
                   add 1 to ws-tapes-older end-add
               end-if
               perform close-tape
               exit paragraph
           end-if.
           add 1 to ws-tapes-run end-add.
           if ws-oldest-tape is equal to spaces
               or ws-tp-date(ws-j) < ws-oldest-tape then
               move ws-tp-date(ws-j) to ws-oldest-tape
           end-if.
           move ws-gs-map-width to ws-map-width.
           move ws-gs-map-height to ws-map-height.
           multiply ws-map-width by ws-map-height giving ws-map-size
               end-multiply.
           divide ws-gs-player-spawn-x by ws-gs-tilesize
               giving ws-spawn-x end-divide.
           divide ws-gs-player-spawn-y by ws-gs-tilesize
               giving ws-spawn-y end-divide.
           move 0 to ws-gs-replay-playing.
           move 0 to ws-pt-len.
           move ws-gs-hits-taken to ws-prev-hits.
           perform track-position.
           perform forever
               move 'R' to ws-rp-action
               call "kgame-replay" using by reference ws-gs
                   by reference ws-rp-action
                   by reference ws-rp-keys
                   by reference ws-rp-eof end-call
               if ws-rp-eof is equal to 1 then
                   exit perform
               end-if
               move ws-rp-keys to ws-keys
               perform run-frame
               if ws-decided is equal to 1 then
                   exit perform
               end-if
               perform track-position
           end-perform.
           perform close-tape.
           if ws-decided is equal to 1
               and ws-gs-round-result is equal to 'W' then
               add 1 to ws-tapes-home end-add
               perform book-route
           end-if.
       close-tape.
           move 'Q' to ws-rp-action.
           call "kgame-replay" using by reference ws-gs
               by reference ws-rp-action
               by reference ws-rp-keys
               by reference ws-rp-eof end-call.
      *One frame in KGAME-LOOP's order, as kresim runs it: the
      *timed-mode clock, the traffic, the pedestrians, the
      *collision checks, and then the cat's own step. The frame
      *that decides the round is not traced past its collision --
      *the cat was already standing on the tile that decided it.
       run-frame.
           if ws-gs-play-mode is equal to 'T' then
               subtract ws-gs-frame-time from ws-gs-time-remaining
                   giving ws-gs-time-remaining end-subtract
               if ws-gs-time-remaining <= 0 then
                   move 0 to ws-gs-time-remaining
                   move 1 to ws-gs-round-over
                   move 'T' to ws-gs-round-result
                   move 1 to ws-decided
                   exit paragraph
               end-if
           end-if.
           multiply 82.5 by ws-gs-frame-time giving ws-move-delta
               end-multiply.
           call "kgame-traffic-eval" using by reference ws-gs
               end-call.
           call "kgame-pedestrian-eval" using by reference ws-gs
               end-call.
           call "kgame-collision" using by reference ws-gs end-call.
           if ws-gs-p1-out is equal to 0 then
               if ws-keys(1:1) is equal to '1' then
                   subtract ws-move-delta from ws-gs-player-pos-y
                       giving ws-gs-player-pos-y end-subtract
                   add ws-move-delta to ws-gs-distance-travelled
                       end-add
               end-if
               if ws-keys(2:1) is equal to '1' then
                   add ws-move-delta to ws-gs-player-pos-y
                       giving ws-gs-player-pos-y end-add
                   add ws-move-delta to ws-gs-distance-travelled
                       end-add
               end-if
               if ws-keys(3:1) is equal to '1' then
                   subtract ws-move-delta from ws-gs-player-pos-x
                       giving ws-gs-player-pos-x end-subtract
                   add ws-move-delta to ws-gs-distance-travelled
                       end-add
               end-if
               if ws-keys(4:1) is equal to '1' then
                   add ws-move-delta to ws-gs-player-pos-x
                       giving ws-gs-player-pos-x end-add
                   add ws-move-delta to ws-gs-distance-travelled
                       end-add
               end-if
           end-if.
           if ws-gs-round-over is equal to 1 then
               move 1 to ws-decided
           end-if.
      *Where the cat stands after the frame. Stepping onto another
      *tile is a visit to it; a hit this frame knocked the cat back
      *to the spawn tile, which starts its path over.
       track-position.
           if ws-gs-p1-out is equal to 1 then
               exit paragraph
           end-if.
           divide ws-gs-player-pos-x by ws-gs-tilesize
               giving ws-tx end-divide.
           divide ws-gs-player-pos-y by ws-gs-tilesize
               giving ws-ty end-divide.
           if ws-tx >= ws-map-width or ws-ty >= ws-map-height then
               exit paragraph
           end-if.
           if ws-gs-hits-taken is not equal to ws-prev-hits then
               move ws-gs-hits-taken to ws-prev-hits
               move 0 to ws-pt-len
           end-if.
           if ws-pt-len > 0 then
               if ws-tx is equal to ws-pt-x(ws-pt-len)
                   and ws-ty is equal to ws-pt-y(ws-pt-len)
                   exit paragraph
               end-if
           end-if.
           compute ws-off = ws-ty * ws-map-width + ws-tx + 1
               end-compute.
           add 1 to ws-vis(ws-off) end-add.
           add 1 to ws-total-visits end-add.
      *A step that lands more than one tile away is a jump, not a
      *walk; a diagonal step goes across first, then up or down, so
      *the route reads as a run of straight moves.
           if ws-pt-len > 0 then
               compute ws-dx = ws-tx - ws-pt-x(ws-pt-len)
                   end-compute
               compute ws-dy = ws-ty - ws-pt-y(ws-pt-len)
                   end-compute
               if ws-dx > 1 or ws-dx < -1 or ws-dy > 1 or ws-dy < -1
                   move 0 to ws-pt-len
               else
                   if ws-dx is not equal to 0
                       and ws-dy is not equal to 0
                       move ws-tx to ws-nx
                       move ws-pt-y(ws-pt-len) to ws-ny
                       perform add-path-tile
                   end-if
               end-if
           end-if.
           move ws-tx to ws-nx.
           move ws-ty to ws-ny.
           perform add-path-tile.
       add-path-tile.
           perform varying ws-i from 1 by 1 until ws-i > ws-pt-len
               if ws-pt-x(ws-i) is equal to ws-nx
                   and ws-pt-y(ws-i) is equal to ws-ny
                   move ws-i to ws-pt-len
                   exit paragraph
               end-if
           end-perform.
           if ws-pt-len < 4000 then
               add 1 to ws-pt-len end-add
               move ws-nx to ws-pt-x(ws-pt-len)
               move ws-ny to ws-pt-y(ws-pt-len)
           end-if.
      *The path the cat got home by, as runs of straight steps.
       book-route.
           if ws-pt-len is equal to 0 then
               exit paragraph
           end-if.
           move spaces to ws-rt-build.
           move 1 to ws-rt-ptr.
           move space to ws-rt-dir.
           move 0 to ws-rt-run.
           perform varying ws-i from 2 by 1 until ws-i > ws-pt-len
               evaluate true
                   when ws-pt-y(ws-i) < ws-pt-y(ws-i - 1)
                       move 'U' to ws-rt-step-dir
                   when ws-pt-y(ws-i) > ws-pt-y(ws-i - 1)
                       move 'D' to ws-rt-step-dir
                   when ws-pt-x(ws-i) < ws-pt-x(ws-i - 1)
                       move 'L' to ws-rt-step-dir
                   when other
                       move 'R' to ws-rt-step-dir
               end-evaluate
               if ws-rt-step-dir is not equal to ws-rt-dir
                   and ws-rt-run > 0
                   perform put-route-run
               end-if
               if ws-rt-step-dir is not equal to ws-rt-dir
                   move ws-rt-step-dir to ws-rt-dir
                   move 0 to ws-rt-run
               end-if
               add 1 to ws-rt-run end-add
           end-perform.
           if ws-rt-run > 0 then
               perform put-route-run
           end-if.
           if ws-rt-ptr > 110 then
               add 1 to ws-rt-winding end-add
               exit paragraph
           end-if.
           if ws-rt-build is equal to spaces then
               move "(home from the spawn tile)" to ws-rt-build
           end-if.
           move 0 to ws-rt-found.
           perform varying ws-i from 1 by 1 until ws-i > ws-rt-count
               if ws-rt-text(ws-i) is equal to ws-rt-build
                   move ws-i to ws-rt-found
                   exit perform
               end-if
           end-perform.
           if ws-rt-found is equal to 0 then
               if ws-rt-count >= 200 then
                   add 1 to ws-rt-other end-add
                   exit paragraph
               end-if
               add 1 to ws-rt-count end-add
               move ws-rt-count to ws-rt-found
               move ws-rt-build to ws-rt-text(ws-rt-found)
               move ws-pt-x(ws-pt-len) to ws-rt-home-x(ws-rt-found)
               move ws-pt-y(ws-pt-len) to ws-rt-home-y(ws-rt-found)
               move 0 to ws-rt-rounds(ws-rt-found)
           end-if.
           add 1 to ws-rt-rounds(ws-rt-found) end-add.
       put-route-run.
           if ws-rt-ptr > 110 then
               exit paragraph
           end-if.
           move ws-rt-run to ws-z4.
           string ws-rt-dir delimited by size
               function trim(ws-z4) delimited by size
               " " delimited by size
               into ws-rt-build with pointer ws-rt-ptr end-string.
      *The cut-off is whichever is later: the live revision going
      *live, or the oldest tape re-run (hits from before the vault
      *kept tapes have no visits to be set against).
       set-cut-off.
           move spaces to ws-cut-stamp.
           string ws-oldest-tape(1:4) delimited by size
               ws-oldest-tape(6:2) delimited by size
               ws-oldest-tape(9:2) delimited by size
               "000000" delimited by size
               into ws-cut-stamp end-string.
           if ws-lv-since(ws-lv) is not equal to spaces then
               move spaces to ws-row-stamp
               string ws-lv-since(ws-lv)(1:4) delimited by size
                   ws-lv-since(ws-lv)(6:2) delimited by size
                   ws-lv-since(ws-lv)(9:2) delimited by size
                   ws-lv-since(ws-lv)(12:2) delimited by size
                   ws-lv-since(ws-lv)(15:2) delimited by size
                   ws-lv-since(ws-lv)(18:2) delimited by size
                   into ws-row-stamp end-string
               if ws-row-stamp > ws-cut-stamp
                   move ws-row-stamp to ws-cut-stamp
               end-if
           end-if.
           move ws-cut-stamp(1:6) to ws-cut-month.
      *Dailies from today back to the cut-off's day (no further than
      *karchive's 400-day horizon), then the monthly archives of
      *the months after the cut-off's.
       walk-journals.
           move 0 to ws-cut-archived.
           move ws-cut-stamp(1:8) to ws-ymd-text.
           compute ws-oldest-int =
               function integer-of-date(ws-ymd) end-compute.
           move function current-date(1:8) to ws-ymd.
           compute ws-today-int =
               function integer-of-date(ws-ymd) end-compute.
           if ws-today-int - ws-oldest-int > 400 then
               subtract 400 from ws-today-int giving ws-oldest-int
                   end-subtract
           end-if.
           move 0 to ws-archive-file.
           perform varying ws-scan-int from ws-today-int by -1
           until ws-scan-int < ws-oldest-int
               compute ws-ymd =
                   function date-of-integer(ws-scan-int) end-compute
               move ws-ymd-text to ws-file-date
               move spaces to ws-journal-filename
               string "journal-" delimited by size
                   ws-ymd-text delimited by size
                   ".log" delimited by size
                   into ws-journal-filename end-string
               perform tally-journal-file
           end-perform.
      *
           move 1 to ws-archive-file.
           move function current-date(1:8) to ws-ymd.
           move ws-ymd-text(1:4) to ws-arch-yyyy.
           move ws-ymd-text(5:2) to ws-arch-mm.
           perform varying ws-arch-i from 1 by 1
           until ws-arch-i > 13
               compute ws-file-month = ws-arch-yyyy * 100
                   + ws-arch-mm end-compute
               if ws-file-month < ws-cut-month then
                   exit perform
               end-if
               move spaces to ws-journal-filename
               string "journal-" delimited by size
                   ws-file-month delimited by size
                   "-archive.log" delimited by size
                   into ws-journal-filename end-string
               if ws-file-month is equal to ws-cut-month then
                   open input fs-journal
                   if ws-journal-status is equal to "00"
                       move 1 to ws-cut-archived
                       close fs-journal
                   else
                       if ws-journal-status is not equal to "35" then
                           move ws-journal-filename to ws-ioe-file
                           move "OPEN-IN" to ws-ioe-op
                           move ws-journal-status to ws-ioe-status
                           perform report-io-error
                       end-if
                   end-if
               else
                   perform tally-journal-file
               end-if
               if ws-arch-mm is equal to 1 then
                   move 12 to ws-arch-mm
                   subtract 1 from ws-arch-yyyy end-subtract
               else
                   subtract 1 from ws-arch-mm end-subtract
               end-if
           end-perform.
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
           move 0 to ws-rd-live, ws-rd-ended, ws-rd-pair, ws-rb-count.
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
           perform flush-round.
           close fs-journal.
      *The event text starts at column 11, after "HH:MM:SS  ".
       tally-journal-line.
           evaluate true
               when fs-journal-row(11:9) is equal to "HIT tile="
                   if ws-rd-live is equal to 1
                       perform hold-hit
                   end-if
               when fs-journal-row(11:12) is equal to "ROUND START "
                   perform flush-round
                   perform start-round
               when fs-journal-row(11:14) is equal to "SESSION START "
                   or fs-journal-row(11:15)
                       is equal to "PLAYBACK START "
                   or fs-journal-row(11:14)
                       is equal to "ATTRACT START "
                   perform flush-round
               when fs-journal-row(11:10) is equal to "ROUND END "
                   if ws-rd-live is equal to 1
                       move 0 to ws-pair-tally
                       inspect fs-journal-row tallying ws-pair-tally
                           for all " player=2"
                       if ws-pair-tally > 0
                           move 1 to ws-rd-pair
                       else
                           move 1 to ws-rd-ended
                       end-if
                   end-if
               when fs-journal-row(11:10) is equal to "ROUND QUIT"
                   move 0 to ws-rd-live, ws-rb-count
               when other continue
           end-evaluate.
       start-round.
           perform varying ws-tix from 1 by 1 until ws-tix > 8
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-journal-row(11:) delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8)
           end-unstring.
           move "-" to ws-rd-level.
           move 'F' to ws-rd-mode.
           perform varying ws-tix from 1 by 1 until ws-tix > 8
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       if ws-tokens(ws-tix)(7:) is not equal to spaces
                           move ws-tokens(ws-tix)(7:) to ws-rd-level
                       end-if
                   when ws-tokens(ws-tix)(1:5) is equal to "mode="
                       move ws-tokens(ws-tix)(6:1) to ws-rd-mode
                   when other continue
               end-evaluate
           end-perform.
           if ws-rd-level is not equal to ws-lv-name(ws-lv)
               or ws-rd-mode is equal to 'C' then
               exit paragraph
           end-if.
           if ws-archive-file is equal to 0 then
               move spaces to ws-row-stamp
               string ws-file-date delimited by size
                   fs-journal-row(1:2) delimited by size
                   fs-journal-row(4:2) delimited by size
                   fs-journal-row(7:2) delimited by size
                   into ws-row-stamp end-string
               if ws-row-stamp < ws-cut-stamp
                   exit paragraph
               end-if
           end-if.
           move 1 to ws-rd-live.
      *The coordinates end at the first blank -- a sealed row
      *carries its seal token after them.
       hold-hit.
           if ws-rb-count >= 400 then
               exit paragraph
           end-if.
           move spaces to ws-x-txt, ws-y-txt.
           unstring fs-journal-row(20:) delimited by "," or all space
               into ws-x-txt ws-y-txt end-unstring.
           add 1 to ws-rb-count end-add.
           compute ws-rb-x(ws-rb-count) = function numval(ws-x-txt)
               end-compute.
           compute ws-rb-y(ws-rb-count) = function numval(ws-y-txt)
               end-compute.
       flush-round.
           if ws-rd-live is equal to 1 and ws-rd-ended is equal to 1
               and ws-rd-pair is equal to 0 then
               add 1 to ws-hit-rounds end-add
               perform varying ws-i from 1 by 1
               until ws-i > ws-rb-count
                   if ws-rb-x(ws-i) < ws-map-width
                       and ws-rb-y(ws-i) < ws-map-height
                       compute ws-off = ws-rb-y(ws-i) * ws-map-width
                           + ws-rb-x(ws-i) + 1 end-compute
                       add 1 to ws-hit(ws-off) end-add
                       add 1 to ws-total-hits end-add
                   end-if
               end-perform
           end-if.
           move 0 to ws-rd-live, ws-rd-ended, ws-rd-pair, ws-rb-count.
      *Risk: hits per 100 visits, worst first, over the tiles with
      *enough taped visits for the figure to mean something.
       print-risk.
           move ws-min-visits to ws-z4.
           display "  Risk by tile (" function trim(ws-z4)
               "+ taped visits), hits per 100 visits:".
           display "    tile     path visits    hits     risk".
           move 0 to ws-pick-count.
           perform varying ws-rank from 1 by 1 until ws-rank > 15
               move 0 to ws-best-off, ws-best-risk, ws-best-hits
               perform varying ws-off from 1 by 1
               until ws-off > ws-map-size
                   if ws-hit(ws-off) > 0
                       and ws-vis(ws-off) >= ws-min-visits
                       compute ws-risk = ws-hit(ws-off) * 1000
                           / ws-vis(ws-off) end-compute
                       if ws-risk > ws-best-risk
                           or (ws-risk is equal to ws-best-risk
                           and ws-hit(ws-off) > ws-best-hits)
                           perform check-picked
                           if ws-taken is equal to 0
                               move ws-off to ws-best-off
                               move ws-risk to ws-best-risk
                               move ws-hit(ws-off) to ws-best-hits
                           end-if
                       end-if
                   end-if
               end-perform
               if ws-best-off is equal to 0 then
                   exit perform
               end-if
               add 1 to ws-pick-count end-add
               move ws-best-off to ws-pick(ws-pick-count)
               perform print-tile-line
           end-perform.
           if ws-pick-count is equal to 0 then
               display "    (no hit tile has enough taped visits)"
           end-if.
      *Hit tiles the tapes hardly cross -- too thin to rate, but
      *worth knowing about.
       print-thin.
           move 0 to ws-pick-count.
           perform varying ws-rank from 1 by 1 until ws-rank > 10
               move 0 to ws-best-off, ws-best-hits
               perform varying ws-off from 1 by 1
               until ws-off > ws-map-size
                   if ws-vis(ws-off) < ws-min-visits
                       and ws-hit(ws-off) > ws-best-hits
                       perform check-picked
                       if ws-taken is equal to 0
                           move ws-off to ws-best-off
                           move ws-hit(ws-off) to ws-best-hits
                       end-if
                   end-if
               end-perform
               if ws-best-off is equal to 0 then
                   exit perform
               end-if
               if ws-pick-count is equal to 0 then
                   display "  Hit tiles with too few taped visits to"
                       " rate:"
               end-if
               add 1 to ws-pick-count end-add
               move ws-best-off to ws-pick(ws-pick-count)
               perform print-tile-line
           end-perform.
      *The busiest tiles, whatever their hits -- the crossings
      *every route shares.
       print-busiest.
           display "  Busiest tiles:".
           move 0 to ws-pick-count.
           perform varying ws-rank from 1 by 1 until ws-rank > 10
               move 0 to ws-best-off, ws-best-vis
               perform varying ws-off from 1 by 1
               until ws-off > ws-map-size
                   if ws-vis(ws-off) > ws-best-vis
                       perform check-picked
                       if ws-taken is equal to 0
                           move ws-off to ws-best-off
                           move ws-vis(ws-off) to ws-best-vis
                       end-if
                   end-if
               end-perform
               if ws-best-off is equal to 0 then
                   exit perform
               end-if
               add 1 to ws-pick-count end-add
               move ws-best-off to ws-pick(ws-pick-count)
               perform print-tile-line
           end-perform.
       check-picked.
           move 0 to ws-taken.
           perform varying ws-pick-ix from 1 by 1
           until ws-pick-ix > ws-pick-count
               if ws-pick(ws-pick-ix) is equal to ws-off
                   move 1 to ws-taken
                   exit perform
               end-if
           end-perform.
      *The path letter is read the way KGAME-COLLISION reads the
      *cell under the cat, so the S, P and H shown are the ones
      *the round played against.
       print-tile-line.
           subtract 1 from ws-best-off giving ws-i end-subtract.
           divide ws-i by ws-map-width giving ws-cell-y
               remainder ws-cell-x end-divide.
           compute ws-i = ws-cell-y * ws-map-width + ws-cell-x
               end-compute.
           move '.' to ws-cell-path.
           if ws-i >= 1 and ws-i <= ws-map-size then
               if ws-gs-map-paths(ws-i) is not equal to space
                   move ws-gs-map-paths(ws-i) to ws-cell-path
               end-if
           end-if.
           move ws-vis(ws-best-off) to ws-z6 ws-cell-vis.
           move ws-hit(ws-best-off) to ws-z6-b ws-cell-hit.
           move ws-cell-x to ws-z4.
           move ws-cell-y to ws-z4-b.
           move spaces to ws-tile-text.
           string function trim(ws-z4) delimited by size
               "," delimited by size
               function trim(ws-z4-b) delimited by size
               into ws-tile-text end-string.
           if ws-cell-vis > 0 then
               compute ws-risk-value rounded = ws-cell-hit * 100
                   / ws-cell-vis end-compute
               move ws-risk-value to ws-risk-edit
               display "    " ws-tile-text "  " ws-cell-path
                   "  " ws-z6 "  " ws-z6-b "  " ws-risk-edit
           else
               display "    " ws-tile-text "  " ws-cell-path
                   "  " ws-z6 "  " ws-z6-b "        -"
           end-if.
      *The routes home, most used first.
       print-routes.
           if ws-tapes-home is equal to 0 then
               display "  No traced round reached home."
               exit paragraph
           end-if.
           move ws-spawn-x to ws-z4.
           move ws-spawn-y to ws-z4-b.
           display "  Most-used routes home from the spawn tile "
               function trim(ws-z4) "," function trim(ws-z4-b) ":".
           perform varying ws-i from 1 by 1 until ws-i > ws-rt-count
               move 0 to ws-rt-done(ws-i)
           end-perform.
           perform varying ws-rank from 1 by 1 until ws-rank > 5
               move 0 to ws-rt-found, ws-best-hits
               perform varying ws-i from 1 by 1
               until ws-i > ws-rt-count
                   if ws-rt-done(ws-i) is equal to 0
                       and ws-rt-rounds(ws-i) > ws-best-hits
                       move ws-i to ws-rt-found
                       move ws-rt-rounds(ws-i) to ws-best-hits
                   end-if
               end-perform
               if ws-rt-found is equal to 0 then
                   exit perform
               end-if
               move 1 to ws-rt-done(ws-rt-found)
               move ws-rt-home-x(ws-rt-found) to ws-z6-b
               move ws-rt-home-y(ws-rt-found) to ws-z6-c
               compute ws-share rounded = ws-rt-rounds(ws-rt-found)
                   * 100 / ws-tapes-home end-compute
               move ws-rank to ws-z4
               move ws-share to ws-z3
               move ws-rt-rounds(ws-rt-found) to ws-z6
               display "   " ws-z4 ". " ws-z6 " rounds ("
                   function trim(ws-z3) "%)  to home "
                   function trim(ws-z6-b) "," function trim(ws-z6-c)
               display "        " function trim(
                   ws-rt-text(ws-rt-found))
           end-perform.
           if ws-rt-winding > 0 or ws-rt-other > 0 then
               add ws-rt-winding to ws-rt-other end-add
               move ws-rt-other to ws-z6
               display "    and " function trim(ws-z6)
                   " rounds by routes too long to list"
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kroute" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kroute.
