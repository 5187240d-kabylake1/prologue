       copy "cabi.cpy".
      *
      *Headless replay verification -- a plain command-line batch
      *run, like krecon. A replay.dat or ghost-<level>.dat tape
      *holds everything a round needs to be played again: the
      *level, the traffic seed, the difficulty and mode, and every
      *frame's held keys and frame time. This re-runs a tape
      *through the game's own KGAME-TRAFFIC-EVAL,
      *KGAME-PEDESTRIAN-EVAL and KGAME-COLLISION (it is built with
      *game.cbl, and never opens a window -- the shared state's
      *HEADLESS switch keeps the collision program quiet), walks
      *the cat with the same arithmetic KGAME-LOOP uses, and
      *compares the distance, hits, items, bonus and result it
      *comes to against the booked round the tape claims to be.
      *Every tape gets a block on the report; the ones that do not
      *agree are exceptions, and the exit code is 1 when there are
      *any -- this is the evidence for or against a suspiciously
      *good round on the board.
      *
      *  kresim
      *      replay.dat against the latest booked round for its
      *      level, difficulty and mode in scores.txt, and every
      *      ghost tape ghosts.txt indexes against the won round
      *      whose distance it records.
      *  kresim <tape> <yyyy-mm-dd> <initials> [<seq>]
      *      one tape against one booked round -- by its full
      *      score-master key when the sequence is given, otherwise
      *      the latest scores.txt row for that date and initials.
      *  kresim VAULT <yyyy-mm-dd> <initials> <seq>
      *      the tape the vault kept for that score-master key,
      *      against the booked round under the same key.
      *
      *Campaign tapes are reported but not re-run: playback only
      *ever covers a campaign's first leg, while the booked row
      *totals the whole run.
       identification division.
       program-id. kresim.
       environment division.
       input-output section.
       file-control.
           select fs-scores assign to "scores.txt"
           organization is line sequential
           file status is ws-scores-status.
           select fs-ghosts assign to "ghosts.txt"
           organization is line sequential
           file status is ws-ghosts-status.
       data division.
       file section.
       fd  fs-scores.
       01  fs-score-row picture x(160).
       fd  fs-ghosts.
       01  fs-ghosts-row picture x(64).
       working-storage section.
       01  ws-scores-status picture x(2).
       01  ws-ghosts-status picture x(2).
       copy "gstt.cpy" replacing ==:pref:== by ==ws-gs==
                                 ==:level:== by ==01==.
      *Command line
       01  ws-args picture x(128).
       01  ws-arg-tape picture x(64).
       01  ws-arg-date picture x(10).
       01  ws-arg-name picture x(3).
       01  ws-arg-seq picture x(8).
      *Tape playback through KGAME-REPLAY's own action protocol
       01  ws-rp-action picture is x(1).
       01  ws-rp-keys picture is x(4).
       01  ws-rp-eof picture is 9.
       01  ws-keys picture is x(4).
      *The cat's step for the frame, declared and worked out
      *exactly as KGAME-LOOP does it so the floating-point sums
      *come out the same.
       01  ws-move-delta :tp-float:.
       01  ws-frames picture is 9(8).
       01  ws-decided picture is 9.
      *What the tape itself says it is
       01  ws-tape-level picture is x(32).
       01  ws-tape-diff picture is x(1).
       01  ws-tape-mode picture is x(1).
      *The booked round the tape is checked against -- where it
      *came from, and its figures.
       01  ws-claim-found picture is 9.
       01  ws-claim-source picture is x(40).
       01  ws-claim-date picture is x(10).
       01  ws-claim-name picture is x(3).
       01  ws-claim-level picture is x(32).
       01  ws-claim-diff picture is x(1).
       01  ws-claim-mode picture is x(1).
       01  ws-claim-dist picture is 9(8).
       01  ws-claim-hits picture is 9(4).
       01  ws-claim-items picture is 9(4).
       01  ws-claim-bonus picture is 9(8).
       01  ws-claim-won picture is 9.
      *What the lookup is after: the tape's own level, difficulty
      *and mode always, plus whichever of these are set.
       01  ws-want-date picture is x(10).
       01  ws-want-name picture is x(3).
       01  ws-want-dist picture is 9(8).
       01  ws-want-by-dist picture is 9.
      *One scores.txt row, parsed by keyword
       01  ws-tokens picture is x(38) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-row-no picture is 9(6).
       01  ws-row-date picture is x(10).
       01  ws-row-name picture is x(3).
       01  ws-row-level picture is x(32).
       01  ws-row-diff picture is x(1).
       01  ws-row-mode picture is x(1).
       01  ws-row-dist picture is 9(8).
       01  ws-row-hits picture is 9(4).
       01  ws-row-items picture is 9(4).
       01  ws-row-bonus picture is 9(8).
       01  ws-row-void picture is 9.
      *Score-master lookup by key
       01  ws-md-action picture is x(1).
       01  ws-md-from picture is x(10).
       01  ws-md-eof picture is 9.
       01  ws-want-seq picture is 9(4).
       copy "gsmr.cpy" replacing ==:pref:== by ==ws-sm==
                                 ==:level:== by ==01==.
      *Tape-vault lookup by the same key
       copy "gtvr.cpy" replacing ==:pref:== by ==ws-tv==
                                 ==:level:== by ==01==.
       01  ws-tv-found picture is 9.
      *Ghost index
       01  ws-gl-level picture is x(32).
       01  ws-gl-dist picture is 9(8).
      *Comparison
       01  ws-run-dist picture is 9(8).
       01  ws-run-won picture is 9.
       01  ws-gap picture is s9(8).
       01  ws-tolerance picture is 9(8).
       01  ws-item-value picture is 9(8).
       01  ws-mismatch picture is 9.
       01  ws-result-text picture is x(8).
       01  ws-booked-text picture is x(8).
      *Run totals
       01  ws-tapes picture is 9(4).
       01  ws-exceptions picture is 9(4).
       01  ws-skipped picture is 9(4).
      *Display editing
       01  ws-z4 picture is zzz9.
       01  ws-z6 picture is zzzzz9.
       01  ws-z8 picture is zzzzzzz9.
       01  ws-z8-b picture is zzzzzzz9.
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move 0 to ws-tapes, ws-exceptions, ws-skipped.
           display "Headless replay verification".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
      *
           move spaces to ws-args, ws-arg-tape, ws-arg-date,
               ws-arg-name, ws-arg-seq.
           accept ws-args from command-line.
           unstring ws-args delimited by all space
               into ws-arg-tape ws-arg-date ws-arg-name ws-arg-seq
           end-unstring.
           if ws-arg-tape is equal to spaces then
               perform check-replay-dat
               perform check-ghost-tapes
           else
               perform check-named-tape
           end-if.
      *
           display " ".
           move ws-tapes to ws-z4.
           display "Tapes checked: " ws-z4.
           if ws-skipped > 0 then
               move ws-skipped to ws-z4
               display "Not re-run:    " ws-z4
           end-if.
           if ws-exceptions is equal to 0 then
               display "No exceptions -- every tape re-ran to the"
                   " round it claims."
               move 0 to return-code
           else
               move ws-exceptions to ws-z4
               display "Exceptions:    " ws-z4
               move 1 to return-code
           end-if.
           goback.
      *The last round taped on this kiosk is the latest round
      *booked for the tape's own level, difficulty and mode.
       check-replay-dat.
           move "replay.dat" to ws-arg-tape.
           move spaces to ws-want-date, ws-want-name.
           move 0 to ws-want-by-dist.
           perform verify-tape.
      *Every ghost tape stands for a won round of exactly the
      *distance ghosts.txt books for its level.
       check-ghost-tapes.
           open input fs-ghosts.
           if ws-ghosts-status is not equal to "00" then
               if ws-ghosts-status is not equal to "35" then
                   move "ghosts.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-ghosts-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-ghosts
                   at end exit perform
               end-read
               if ws-ghosts-status is not less than "30" then
                   move "ghosts.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-ghosts-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               if fs-ghosts-row is not equal to spaces
                   perform check-one-ghost
               end-if
           end-perform.
           close fs-ghosts.
       check-one-ghost.
           perform varying ws-tix from 1 by 1 until ws-tix > 4
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-ghosts-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4)
           end-unstring.
           move spaces to ws-gl-level.
           move 0 to ws-gl-dist.
           perform varying ws-tix from 1 by 1 until ws-tix > 4
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:) to ws-gl-level
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-gl-dist =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
           move spaces to ws-arg-tape.
           if ws-gl-level is equal to "-"
               or ws-gl-level is equal to spaces then
               move "ghost-default.dat" to ws-arg-tape
           else
               string "ghost-" delimited by size
                   ws-gl-level delimited by space
                   ".dat" delimited by size
                   into ws-arg-tape end-string
           end-if.
           move spaces to ws-want-date, ws-want-name.
           move ws-gl-dist to ws-want-dist.
           move 1 to ws-want-by-dist.
           perform verify-tape.
       check-named-tape.
           move ws-arg-date to ws-want-date.
           move function upper-case(ws-arg-name) to ws-want-name.
           move 0 to ws-want-by-dist.
           if function upper-case(ws-arg-tape) is equal to "VAULT"
               then
               perform find-vault-tape
               if ws-tv-found is not equal to 0
                   exit paragraph
               end-if
           end-if.
           perform verify-tape.
      *A vault lookup needs the whole key -- the tape it finds is
      *then checked against the master round under that key.
       find-vault-tape.
           move spaces to ws-tv.
           move ws-want-date to ws-tv-date.
           move ws-want-name to ws-tv-name.
           compute ws-tv-seq = function numval(ws-arg-seq)
           end-compute.
           move 1 to ws-tv-found.
           if ws-arg-seq is not equal to spaces then
               call "kgame-vault-find" using by reference ws-tv
                   by reference ws-tv-found
                   on exception continue
               end-call
           end-if.
           if ws-tv-found is equal to 0 then
               move ws-tv-tape to ws-arg-tape
           else
               add 1 to ws-tapes end-add
               display " "
               display "Tape kept under " ws-want-date " "
                   ws-want-name " " ws-tv-seq
               display "  EXCEPTION: the vault holds no tape under"
                   " that key"
               add 1 to ws-exceptions end-add
           end-if.
      *One tape, start to finish: re-run it, find the round it
      *claims to be, and print the comparison.
       verify-tape.
           add 1 to ws-tapes end-add.
           display " ".
           display "Tape " function trim(ws-arg-tape).
           perform run-tape.
           if ws-gs-level-source is equal to 'F' then
               move ws-gs-level-name to ws-tape-level
               if ws-tape-level is equal to spaces then
                   move "-" to ws-tape-level
               end-if
               move ws-gs-level-rev to ws-z4
               display "  EXCEPTION: the layout the tape was recorded"
                   " on will not load -- level "
                   function trim(ws-tape-level) " rev "
                   function trim(ws-z4)
               add 1 to ws-exceptions end-add
               exit paragraph
           end-if.
           if ws-rp-eof is equal to 1 and ws-frames is equal to 0
               then
               display "  EXCEPTION: tape missing or its header is"
                   " incomplete"
               add 1 to ws-exceptions end-add
               exit paragraph
           end-if.
           display "  level=" function trim(ws-tape-level)
               " diff=" ws-tape-diff " mode=" ws-tape-mode
               " seed=" ws-gs-rng-seed.
           if ws-tape-mode is equal to 'C' then
               display "  not re-run: a campaign tape only covers"
                   " the run's first leg"
               add 1 to ws-skipped end-add
               exit paragraph
           end-if.
           move ws-frames to ws-z8.
           display "  frames re-run: " ws-z8.
           if ws-decided is equal to 0 then
               display "  EXCEPTION: tape ends before the round is"
                   " decided"
               add 1 to ws-exceptions end-add
               exit paragraph
           end-if.
      *
           if ws-arg-seq is not equal to spaces then
               perform find-master-claim
           else
               perform find-scores-claim
           end-if.
           if ws-claim-found is equal to 0 then
               display "  EXCEPTION: no booked round matches this"
                   " tape"
               add 1 to ws-exceptions end-add
               exit paragraph
           end-if.
           display "  claims " function trim(ws-claim-source) ": "
               ws-claim-date " " ws-claim-name.
           perform compare-round.
      *Build the round's starting state exactly the way in-game
      *playback does -- KGAME-REPLAY's open loads the level, the
      *difficulty, the seed and the header's starting figures --
      *then drive the frames through the same order KGAME-LOOP
      *runs them in. Unlike in-game playback the round is treated
      *as live from there on (REPLAY-PLAYING down), so the finish
      *bonus is worked out the way it was when the round was
      *booked.
       run-tape.
           move 0 to ws-frames, ws-decided.
           initialize ws-gs.
           move 16 to ws-gs-tilesize.
           move 1 to ws-gs-headless.
           move 'N' to ws-gs-difficulty.
           move 'F' to ws-gs-play-mode.
           call "kgame-apply-difficulty" using by reference ws-gs
               end-call.
           move ws-arg-tape to ws-gs-replay-file.
           move 'O' to ws-rp-action.
           call "kgame-replay" using by reference ws-gs
               by reference ws-rp-action
               by reference ws-rp-keys
               by reference ws-rp-eof end-call.
           if ws-rp-eof is equal to 1 then
               exit paragraph
           end-if.
           move ws-gs-level-name to ws-tape-level.
           if ws-tape-level is equal to spaces then
               move "-" to ws-tape-level
           end-if.
           move ws-gs-difficulty to ws-tape-diff.
           move ws-gs-play-mode to ws-tape-mode.
           move 0 to ws-gs-replay-playing.
           if ws-tape-mode is not equal to 'C' then
               perform forever
                   move 'R' to ws-rp-action
                   call "kgame-replay" using by reference ws-gs
                       by reference ws-rp-action
                       by reference ws-rp-keys
                       by reference ws-rp-eof end-call
                   if ws-rp-eof is equal to 1 then
                       exit perform
                   end-if
                   add 1 to ws-frames end-add
                   move ws-rp-keys to ws-keys
                   perform run-frame
                   if ws-decided is equal to 1 then
                       exit perform
                   end-if
               end-perform
           end-if.
           move 'Q' to ws-rp-action.
           call "kgame-replay" using by reference ws-gs
               by reference ws-rp-action
               by reference ws-rp-keys
               by reference ws-rp-eof end-call.
           move 0 to ws-rp-eof.
      *One frame in KGAME-LOOP's order: the timed-mode clock, the
      *traffic, the pedestrians, the collision checks, and only
      *then the cat's own step -- which still lands on the frame
      *that decided the round, as it does live.
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
      *The latest live scores.txt row for the tape's level,
      *difficulty and mode that also fits whatever else is wanted.
       find-scores-claim.
           move 0 to ws-claim-found.
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
           move 0 to ws-row-no.
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
               add 1 to ws-row-no end-add
               if fs-score-row is not equal to spaces
                   perform parse-score-row
                   perform match-score-row
               end-if
           end-perform.
           close fs-scores.
       match-score-row.
           if ws-row-void is equal to 1
               or ws-row-level is not equal to ws-tape-level
               or ws-row-diff is not equal to ws-tape-diff
               or ws-row-mode is not equal to ws-tape-mode then
               exit paragraph
           end-if.
           if ws-want-date is not equal to spaces
               and ws-row-date is not equal to ws-want-date then
               exit paragraph
           end-if.
           if ws-want-name is not equal to spaces
               and ws-row-name is not equal to ws-want-name then
               exit paragraph
           end-if.
           if ws-want-by-dist is equal to 1
               and ws-row-dist is not equal to ws-want-dist then
               exit paragraph
           end-if.
           move 1 to ws-claim-found.
           move ws-row-no to ws-z6.
           move spaces to ws-claim-source.
           string "scores.txt row " delimited by size
               function trim(ws-z6) delimited by size
               into ws-claim-source end-string.
           move ws-row-date to ws-claim-date.
           move ws-row-name to ws-claim-name.
           move ws-row-level to ws-claim-level.
           move ws-row-diff to ws-claim-diff.
           move ws-row-mode to ws-claim-mode.
           move ws-row-dist to ws-claim-dist.
           move ws-row-hits to ws-claim-hits.
           move ws-row-items to ws-claim-items.
           move ws-row-bonus to ws-claim-bonus.
       parse-score-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-score-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           move ws-tokens(1) to ws-row-date.
           move spaces to ws-row-name, ws-row-diff.
           move "-" to ws-row-level.
           move 'F' to ws-row-mode.
           move 0 to ws-row-dist, ws-row-hits, ws-row-items,
               ws-row-bonus, ws-row-void.
           perform varying ws-tix from 2 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:3) to ws-row-name
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:) to ws-row-level
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-row-dist =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "hits="
                       compute ws-row-hits =
                           function numval(ws-tokens(ws-tix)(6:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "diff="
                       move ws-tokens(ws-tix)(6:1) to ws-row-diff
                   when ws-tokens(ws-tix)(1:5) is equal to "mode="
                       move ws-tokens(ws-tix)(6:1) to ws-row-mode
                   when ws-tokens(ws-tix)(1:6) is equal to "items="
                       compute ws-row-items =
                           function numval(ws-tokens(ws-tix)(7:))
                       end-compute
                   when ws-tokens(ws-tix)(1:6) is equal to "bonus="
                       compute ws-row-bonus =
                           function numval(ws-tokens(ws-tix)(7:))
                       end-compute
                   when ws-tokens(ws-tix) is equal to "void=Y"
                       move 1 to ws-row-void
                   when ws-tokens(ws-tix) is equal to "test=Y"
                       move 1 to ws-row-void
                   when other continue
               end-evaluate
           end-perform.
      *The score master by its full key -- date, initials and the
      *intake sequence. A voided or test round is not a claim a
      *tape can be held to, and the master reader never hands one
      *back.
       find-master-claim.
           move 0 to ws-claim-found.
           if function test-numval(ws-arg-seq) is not equal to 0
               then
               display "  the sequence must be a number: " ws-arg-seq
               exit paragraph
           end-if.
           compute ws-want-seq = function numval(ws-arg-seq)
               end-compute.
           move ws-want-date to ws-md-from.
           move 'O' to ws-md-action.
           call "kgame-master-read" using by reference ws-md-action
               by reference ws-md-from
               by reference ws-sm
               by reference ws-md-eof
               on exception move 2 to ws-md-eof
           end-call.
           if ws-md-eof is equal to 2 then
               display "  no score master to look the key up in"
               exit paragraph
           end-if.
           move 'R' to ws-md-action.
           perform until ws-md-eof is not equal to 0
               call "kgame-master-read" using
                   by reference ws-md-action
                   by reference ws-md-from
                   by reference ws-sm
                   by reference ws-md-eof end-call
               if ws-md-eof is equal to 0
                   if ws-sm-date is not equal to ws-want-date
                       exit perform
                   end-if
                   if ws-sm-name is equal to ws-want-name
                       and ws-sm-seq is equal to ws-want-seq
                       perform take-master-claim
                       exit perform
                   end-if
               end-if
           end-perform.
           move 'C' to ws-md-action.
           call "kgame-master-read" using by reference ws-md-action
               by reference ws-md-from
               by reference ws-sm
               by reference ws-md-eof end-call.
       take-master-claim.
           move 1 to ws-claim-found.
           move ws-sm-seq to ws-z4.
           move spaces to ws-claim-source.
           string "scoremast.dat seq " delimited by size
               function trim(ws-z4) delimited by size
               into ws-claim-source end-string.
           move ws-sm-date to ws-claim-date.
           move ws-sm-name to ws-claim-name.
           move ws-sm-level to ws-claim-level.
           move ws-sm-diff to ws-claim-diff.
           move ws-sm-mode to ws-claim-mode.
           move ws-sm-dist to ws-claim-dist.
           move ws-sm-hits to ws-claim-hits.
           move ws-sm-items to ws-claim-items.
           move ws-sm-bonus to ws-claim-bonus.
      *Booked against re-run, field by field. The booked row has
      *no result of its own, but the finish bonus gives it away:
      *only reaching home pays the 1000 on top of 50 an item. The
      *tape keeps frame times to the microsecond, so the re-run
      *walk can come out a fraction short of the live one -- a
      *pixel, plus one for every 12000 frames, is allowed for.
       compare-round.
           move 0 to ws-mismatch.
           display "                 booked    re-run".
      *
           if ws-claim-level is not equal to ws-tape-level
               or ws-claim-diff is not equal to ws-tape-diff
               or ws-claim-mode is not equal to ws-tape-mode then
               display "  round is level=" function trim(
                   ws-claim-level) " diff=" ws-claim-diff " mode="
                   ws-claim-mode " -- not the tape's"
               move 1 to ws-mismatch
           end-if.
      *
           move ws-gs-distance-travelled to ws-run-dist.
           compute ws-tolerance = 1 + ws-frames / 12000 end-compute.
           compute ws-gap = ws-claim-dist - ws-run-dist end-compute.
           if ws-gap < 0 then
               compute ws-gap = 0 - ws-gap end-compute
           end-if.
           move ws-claim-dist to ws-z8.
           move ws-run-dist to ws-z8-b.
           if ws-gap > ws-tolerance then
               display "  distance     " ws-z8 "  " ws-z8-b
                   "   MISMATCH"
               move 1 to ws-mismatch
           else
               display "  distance     " ws-z8 "  " ws-z8-b
           end-if.
      *
           move ws-claim-hits to ws-z8.
           move ws-gs-hits-taken to ws-z8-b.
           if ws-claim-hits is not equal to ws-gs-hits-taken then
               display "  hits         " ws-z8 "  " ws-z8-b
                   "   MISMATCH"
               move 1 to ws-mismatch
           else
               display "  hits         " ws-z8 "  " ws-z8-b
           end-if.
      *
           move ws-claim-items to ws-z8.
           move ws-gs-items-collected to ws-z8-b.
           if ws-claim-items is not equal to ws-gs-items-collected
               then
               display "  items        " ws-z8 "  " ws-z8-b
                   "   MISMATCH"
               move 1 to ws-mismatch
           else
               display "  items        " ws-z8 "  " ws-z8-b
           end-if.
      *
           move ws-claim-bonus to ws-z8.
           move ws-gs-round-bonus to ws-z8-b.
           if ws-claim-bonus is not equal to ws-gs-round-bonus then
               display "  bonus        " ws-z8 "  " ws-z8-b
                   "   MISMATCH"
               move 1 to ws-mismatch
           else
               display "  bonus        " ws-z8 "  " ws-z8-b
           end-if.
      *
           move 0 to ws-claim-won.
           compute ws-item-value = ws-claim-items * 50 end-compute.
           if ws-claim-bonus >= ws-item-value + 1000 then
               move 1 to ws-claim-won
           end-if.
           move 0 to ws-run-won.
           if ws-gs-round-result is equal to 'W' then
               move 1 to ws-run-won
           end-if.
           if ws-claim-won is equal to 1 then
               move "home" to ws-booked-text
           else
               move "not home" to ws-booked-text
           end-if.
           evaluate ws-gs-round-result
               when 'W' move "home" to ws-result-text
               when 'T' move "time up" to ws-result-text
               when other move "no lives" to ws-result-text
           end-evaluate.
           if ws-claim-won is not equal to ws-run-won then
               display "  result       " ws-booked-text "  "
                   ws-result-text "   MISMATCH"
               move 1 to ws-mismatch
           else
               display "  result       " ws-booked-text "  "
                   ws-result-text
           end-if.
      *
           if ws-mismatch is equal to 1 then
               display "  EXCEPTION: the tape does not re-run to the"
                   " booked round"
               add 1 to ws-exceptions end-add
           else
               display "  agrees"
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kresim" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kresim.
