       01  ws-options-status picture is x(2).
       01  ws-opt-key picture is x(16).
       01  ws-opt-val picture is x(16).
       01  ws-opt-pin picture is x(16).
       01  ws-event picture x(64).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           initialize ws-gs.
           set ws-gs-screen-width to 1024.
                   read fs-options
                       at end exit perform
                   end-read
                   if ws-options-status is not less than "30" then
                       move "options.cfg" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-options-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   perform apply-option
               end-perform
               close fs-options
           else
               if ws-options-status is not equal to "35" then
                   move "options.cfg" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-options-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
       apply-option.
           move spaces to ws-opt-key, ws-opt-val, ws-opt-pin.
           unstring fs-options-row delimited by all space
               into ws-opt-key ws-opt-val ws-opt-pin end-unstring.
           evaluate ws-opt-key
               when "SCREEN_WIDTH" move ws-opt-val to ws-gs-screen-width
               when "SCREEN_HEIGHT"
                   move ws-opt-val to ws-gs-daily-level
               when "LANGUAGE"
                   move ws-opt-val to ws-gs-language
      *"ATTENDANT <id> <pin>" -- one row per member of staff who
      *may open the service screen; the PIN they key in is what
      *tells the audit trail who they are. A row kcheck would
      *reject (no id, or a PIN that is not four digits) is skipped.
               when "ATTENDANT"
                   if ws-gs-att-count < 8
                       and ws-opt-val is not equal to spaces
                       and ws-opt-pin(1:4) is numeric
                       and ws-opt-pin(5:) is equal to spaces then
                       add 1 to ws-gs-att-count end-add
                       move ws-opt-val to ws-gs-att-id(ws-gs-att-count)
                       move ws-opt-pin
                           to ws-gs-att-pin(ws-gs-att-count)
                   end-if
               when other continue
           end-evaluate.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame.
      *
       identification division.
                                 ==:level:== by ==01==.
       copy "rsnd.cpy" replacing ==:pref:== by ==ws-horn-snd==
                                 ==:level:== by ==01==.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
      *same level, overrides the fresh start above so the player can
      *resume mid-session instead of always starting from scratch.
           perform read-checkpoint.
      *Whether a tournament is live today decides if the title
      *screen offers its standings at all.
           call "kgame-event-board" using by reference ls-gs end-call.
           move spaces to ws-event.
           string "SESSION START level=" delimited by size
               ls-gs-level-name delimited by space
                       not at end perform apply-checkpoint
                       at end exit perform
                   end-read
                   if ws-checkpoint-status is not less than "30" then
                       move "checkpoint.dat" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-checkpoint-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
               end-perform
               close fs-checkpoint
           else
               if ws-checkpoint-status is not equal to "35" then
                   move "checkpoint.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-checkpoint-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
       apply-checkpoint.
           move spaces to ws-ckpt-key, ws-ckpt-val.
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
                       and ls-gs-level-count < 16
                       add 1 to ls-gs-level-count end-add
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
           if ls-gs-level-count is equal to 0 then
               move 1 to ls-gs-level-count
                   move 1 to ls-gs-level-cursor
               end-if
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-load" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-load.
      *
       identification division.
       environment division.
       input-output section.
       file-control.
      *The map and path pair are not optional -- a level cannot
      *be played without them (see CHECK-LEVEL-OPEN).
           select fs-tile-rows assign to ws-map-filename
           organization is line sequential
           file status is ws-tile-status.
           select fs-path-rows assign to ws-path-filename
           organization is line sequential
           file status is ws-path-status.
      *The items file is optional -- a level without one simply has
      *nothing to collect.
           select fs-item-rows assign to ws-items-filename
           organization is line sequential
           file status is ws-items-status.
           select fs-traffic-rows assign to ws-traffic-filename
           organization is line sequential
           file status is ws-traffic-status.
      *A draft or kept-revision file is looked for before it is
      *used; revisions.txt is kpublish's ledger of what is live.
           select fs-probe assign to ws-probe-filename
           organization is line sequential
           file status is ws-probe-status.
           select fs-revisions assign to "revisions.txt"
           organization is line sequential
           file status is ws-revisions-status.
       data division.
       file section.
       fd  fs-tile-rows.
       01  fs-item-row picture x(64).
       fd  fs-traffic-rows.
       01  fs-traffic-row picture x(64).
       fd  fs-probe.
       01  fs-probe-row picture x(64).
       fd  fs-revisions.
       01  fs-revisions-row picture x(128).
       working-storage section.
       01  i picture is 9(4) computational.
       01  ws-row picture is 9(8).
       01  ws-max-map-height picture is 9(8).
       01  ws-map-filename picture x(64).
       01  ws-path-filename picture x(64).
       01  ws-tile-status picture x(2).
       01  ws-path-status picture x(2).
       01  ws-items-filename picture x(64).
       01  ws-items-status picture x(2).
       01  ws-traffic-filename picture x(64).
       01  ws-traffic-status picture x(2).
      *File set selection: the suffix after "-map", "-path", ...
      *("-draft", "-r0003", or nothing for the live set), and the
      *live names kept back for any file the other set lacks.
       01  ws-suffix picture x(8).
       01  ws-live-map picture x(64).
       01  ws-live-path picture x(64).
       01  ws-live-items picture x(64).
       01  ws-live-traffic picture x(64).
       01  ws-probe-filename picture x(64).
       01  ws-probe-status picture x(2).
       01  ws-kept-missing picture is 9.
       01  ws-revisions-status picture x(2).
       01  ws-rev-tokens picture is x(38) occurs 8 times.
       01  ws-rev-tix picture is 9(4).
       01  ws-rev-level picture is x(32).
       01  ws-rev-value picture is 9(4).
       01  ws-want-rev picture is 9(4).
       01  ws-level-token picture is x(32).
       01  ws-tr-kind picture x(8).
       01  ws-tr-a-txt picture x(8).
       01  ws-tr-b-txt picture x(8).
       01  ws-item-y-txt picture x(8).
       01  ws-item-x picture is 9(4).
       01  ws-item-y picture is 9(4).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
      *at startup and again by KGAME-MENU whenever the player picks
      *a different entry from the level list, so switching levels
      *no longer means restarting the binary with a new argument.
      *The live set is what customers play, at the revision
      *revisions.txt says is published; the editor asks for its
      *draft instead, and tape playback for the kept copy of the
      *revision the tape was recorded on.
           move spaces to ws-suffix.
           perform build-level-filenames.
           move ls-gs-level-rev to ws-want-rev.
           perform read-level-rev.
           evaluate true
               when ls-gs-level-source is equal to 'D'
                   move "-draft" to ws-suffix
                   perform take-source-files
                   move space to ls-gs-level-source
               when ls-gs-level-source is equal to 'R'
                   and ws-want-rev is not equal to ls-gs-level-rev
                   move "-r" to ws-suffix
                   move ws-want-rev to ws-suffix(3:4)
                   move 0 to ws-kept-missing
                   perform take-source-files
                   move ws-want-rev to ls-gs-level-rev
                   if ws-kept-missing is equal to 1 then
                       move 'F' to ls-gs-level-source
                       goback
                   end-if
                   move 'K' to ls-gs-level-source
               when other
                   move space to ls-gs-level-source
           end-evaluate.
      *
           call "kgame-validate-map" using by reference ws-map-filename
               by reference ws-path-filename end-call.
      *proper, the same way the path.txt header is peeked and then
      *discarded again later.
           open input sharing with all fs-tile-rows.
           move ws-map-filename to ws-ioe-file.
           move ws-tile-status to ws-ioe-status.
           perform check-level-open.
           read fs-tile-rows
               at end move 0 to ls-gs-map-width, ls-gs-map-height
           end-read.
           if ws-tile-status is not less than "30" then
               move ws-map-filename to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-tile-status to ws-ioe-status
               perform report-io-error
           end-if.
           unstring fs-tile-row delimited by all space
               into ls-gs-map-width ls-gs-map-height end-unstring.
           perform clamp-map-size.
      *path row -- that is what lets a level carry its own number
      *of cars instead of the old fixed 128.
           open input sharing with all fs-path-rows.
           move ws-path-filename to ws-ioe-file.
           move ws-path-status to ws-ioe-status.
           perform check-level-open.
           read fs-path-rows
               at end move 0 to ls-gs-traffic-count
           end-read.
           if ws-path-status is not less than "30" then
               move ws-path-filename to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-path-status to ws-ioe-status
               perform report-io-error
           end-if.
           unstring fs-path-row delimited by all space
               into ls-gs-traffic-count end-unstring.
           close fs-path-rows.
           move 0 to ls-gs-ped-count.
      *
           open input sharing with all fs-tile-rows.
           move ws-map-filename to ws-ioe-file.
           move ws-tile-status to ws-ioe-status.
           perform check-level-open.
      *The first line of map.txt is a "width height" header, not
      *tile data -- that is what lets a level be any size instead of
      *the old fixed 300x180 grid.
           read fs-tile-rows
               at end move 0 to ls-gs-map-width, ls-gs-map-height
           end-read.
           if ws-tile-status is not less than "30" then
               move ws-map-filename to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-tile-status to ws-ioe-status
               perform report-io-error
           end-if.
           unstring fs-tile-row delimited by all space
               into ls-gs-map-width ls-gs-map-height end-unstring.
           perform clamp-map-size.
                   not at end perform read-map-row
                   at end exit perform
               end-read
               if ws-tile-status is not less than "30" then
                   move ws-map-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-tile-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
           end-perform.
           close fs-tile-rows.
      *
           initialize ws-row.
           open input sharing with all fs-path-rows.
           move ws-path-filename to ws-ioe-file.
           move ws-path-status to ws-ioe-status.
           perform check-level-open.
           read fs-path-rows
               at end continue
           end-read.
           if ws-path-status is not less than "30" then
               move ws-path-filename to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-path-status to ws-ioe-status
               perform report-io-error
           end-if.
           perform forever
               read fs-path-rows
                   not at end perform read-path-row
                   at end exit perform
               end-read
               if ws-path-status is not less than "30" then
                   move ws-path-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-path-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
           end-perform.
           close fs-path-rows.
      *Collectibles -- one item per line, "kind col row" in tile
                       not at end perform read-item-row
                       at end exit perform
                   end-read
                   if ws-items-status is not less than "30" then
                       move ws-items-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-items-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
               end-perform
               close fs-item-rows
           else
               if ws-items-status is not equal to "35" then
                   move ws-items-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-items-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
      *Traffic spawn points and timetable -- "SPAWN col row" tiles
      *cars enter the map on and "WAVE sec cars" target counts
                       not at end perform read-traffic-row
                       at end exit perform
                   end-read
                   if ws-traffic-status is not less than "30" then
                       move ws-traffic-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-traffic-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
               end-perform
               close fs-traffic-rows
           else
               if ws-traffic-status is not equal to "35" then
                   move ws-traffic-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-traffic-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           if ls-gs-spawn-count > 0 then
               move 0 to ls-gs-traffic-active
               move ls-gs-traffic-count to ls-gs-traffic-active
           end-if.
           goback.
      *<level>-map<suffix>.txt and its three companions, or plain
      *map<suffix>.txt and so on for the fallback pair.
       build-level-filenames.
           move spaces to ws-map-filename, ws-path-filename,
               ws-items-filename, ws-traffic-filename.
           if ls-gs-level-name is equal to spaces then
               string "map" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-map-filename end-string
               string "path" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-path-filename end-string
               string "items" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-items-filename end-string
               string "traffic" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-traffic-filename end-string
           else
               string ls-gs-level-name delimited by space
                   "-map" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-map-filename end-string
               string ls-gs-level-name delimited by space
                   "-path" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-path-filename end-string
               string ls-gs-level-name delimited by space
                   "-items" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-items-filename end-string
               string ls-gs-level-name delimited by space
                   "-traffic" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-traffic-filename end-string
           end-if.
      *Swap in the draft or kept-revision copy of each file that
      *exists; a file the set lacks -- a draft only ever has the
      *map and path the editor wrote -- stays the live one. Not so
      *a kept revision's map or path: a tape run on the live layout
      *instead would not be the round that was recorded, so the
      *gap is journalled and WS-KEPT-MISSING fails the load.
       take-source-files.
           move ws-map-filename to ws-live-map.
           move ws-path-filename to ws-live-path.
           move ws-items-filename to ws-live-items.
           move ws-traffic-filename to ws-live-traffic.
           perform build-level-filenames.
           move ws-map-filename to ws-probe-filename.
           perform probe-file.
           if ws-probe-status is not equal to "00" then
               perform check-kept-file
               move ws-live-map to ws-map-filename
           end-if.
           move ws-path-filename to ws-probe-filename.
           perform probe-file.
           if ws-probe-status is not equal to "00" then
               perform check-kept-file
               move ws-live-path to ws-path-filename
           end-if.
           move ws-items-filename to ws-probe-filename.
           perform probe-file.
           if ws-probe-status is not equal to "00" then
               move ws-live-items to ws-items-filename
           end-if.
           move ws-traffic-filename to ws-probe-filename.
           perform probe-file.
           if ws-probe-status is not equal to "00" then
               move ws-live-traffic to ws-traffic-filename
           end-if.
       check-kept-file.
           if ls-gs-level-source is equal to 'R' then
               move 1 to ws-kept-missing
               if ws-probe-status is equal to "35" then
                   move ws-probe-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-probe-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
       probe-file.
           open input fs-probe.
           if ws-probe-status is equal to "00" then
               close fs-probe
           else
               if ws-probe-status is not equal to "35" then
                   move ws-probe-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-probe-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
      *The live revision is the rev= of the level's last row in
      *revisions.txt -- a publish or a rollback alike. A level
      *kpublish has never touched is revision 0.
       read-level-rev.
           move 0 to ls-gs-level-rev.
           if ls-gs-level-name is equal to spaces then
               move "-" to ws-level-token
           else
               move ls-gs-level-name to ws-level-token
           end-if.
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
               if ws-rev-level is equal to ws-level-token then
                   move ws-rev-value to ls-gs-level-rev
               end-if
           end-perform.
           close fs-revisions.
       read-traffic-row.
           move spaces to ws-tr-kind, ws-tr-a-txt, ws-tr-b-txt.
           unstring fs-traffic-row delimited by all space
               end-if
           end-perform.
           add 1 to ws-row giving ws-row end-add.
      *A level cannot be played without its map and path, so one
      *that will not open still ends the run the way it always has
      *-- journalled first, and said on the error stream. A
      *headless batch (kresim, kroute) is working through many
      *tapes: there the load fails with LEVEL-SOURCE 'F' and the
      *batch reports that tape and carries on.
       check-level-open.
           if ws-ioe-status is not equal to "00" then
               move "OPEN-IN" to ws-ioe-op
               perform report-io-error
               if ls-gs-headless is equal to 1 then
                   move 'F' to ls-gs-level-source
                   goback
               end-if
               display ws-ioe-file " cannot be opened (status "
                   ws-ioe-status ")" upon syserr
               move 1 to return-code
               stop run
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-level-setup" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-level-setup.
      *
       identification division.
       01  ws-row picture is 9(8).
       01  ws-col picture is 9(8).
       01  ws-char picture is x.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       01  ls-map-filename picture is x(64).
       01  ls-path-filename picture is x(64).
               read fs-v-map
                   at end continue
               end-read
               if ws-map-status is not less than "30" then
                   move ls-map-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-map-status to ws-ioe-status
                   perform report-io-error
               end-if
               perform forever
                   read fs-v-map
                       at end exit perform
                   end-read
                   if ws-map-status is not less than "30" then
                       move ls-map-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-map-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   perform validate-map-row
                   add 1 to ws-row end-add
               end-perform
               close fs-v-map
           else
               if ws-map-status is not equal to "35" then
                   move ls-map-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-map-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
      *
           move 2 to ws-row.
               read fs-v-path
                   at end continue
               end-read
               if ws-path-status is not less than "30" then
                   move ls-path-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-path-status to ws-ioe-status
                   perform report-io-error
               end-if
               perform forever
                   read fs-v-path
                       at end exit perform
                   end-read
                   if ws-path-status is not less than "30" then
                       move ls-path-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-path-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   perform validate-path-row
                   add 1 to ws-row end-add
               end-perform
               close fs-v-path
           else
               if ws-path-status is not equal to "35" then
                   move ls-path-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-path-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           goback.
       validate-map-row.
                           " bad path code [" ws-char "]"
               end-evaluate
           end-perform.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-validate-map" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-validate-map.
      *
       identification division.
       01  ws-g-key :tp-int: value is 71.
       01  ws-two-key :tp-int: value is 50.
       01  ws-s-key :tp-int: value is 83.
       01  ws-n-key :tp-int: value is 78.
       01  ws-gh-action picture is x(1).
       01  ws-rp-action picture is x(1).
       01  ws-rp-keys picture is x(4).
       01  ws-tape-names picture is x(64) occurs 16 times.
       01  ws-tape-pick picture is 9(4).
       01  ws-frame-secs :tp-float:.
      *Booked-round key entry: the character sets the cursor spins
      *through (letters over the initials, digits everywhere else)
      *and the vault entry Enter looks up.
       01  ws-v-key :tp-int: value is 86.
       01  ws-left-key :tp-int: value is 263.
       01  ws-right-key :tp-int: value is 262.
       01  ws-letters picture is x(26)
           value is "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  ws-digits picture is x(10) value is "0123456789".
       01  ws-spin-set picture is x(26).
       01  ws-spin-len picture is 9(4).
       01  ws-spin-ix picture is 9(4).
       01  ws-spin-step picture is s9(4).
       copy "gtvr.cpy" replacing ==:pref:== by ==ws-tv==
                                 ==:level:== by ==01==.
       01  ws-tv-found picture is 9.
      *Attendant sign-in and the service screen's actions, in the
      *order the screen lists them (see KGAME-SERVICE).
       01  ws-a-key :tp-int: value is 65.
       01  ws-att-ix picture is 9(4).
       01  ws-svc-action picture is x(1).
       01  ws-svc-actions picture is x(5) value is "VTCGK".
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
                   goback
               end-if
           end-if.
      *On the leaderboard, daily and tournament standings screens
      *the only keys that matter are Backspace (back to the title)
      *and Esc (quit) -- the title screen's level cursor and Enter
      *must not fire underneath them.
           if ls-gs-menu-screen is equal to 'B'
               or ls-gs-menu-screen is equal to 'D'
               or ls-gs-menu-screen is equal to 'N' then
               call "raylib-iskeypressed" using by value
                   ws-backspace-key
                   returning ws-status end-call
               perform check-quit
               goback
           end-if.
      *The booked-round key screen owns the keys the same way while
      *it is up.
           if ls-gs-menu-screen is equal to 'K' then
               perform vault-entry-keys
               perform check-quit
               goback
           end-if.
           if ls-gs-menu-screen is equal to 'A' then
               perform pin-entry-keys
               perform check-quit
               goback
           end-if.
           if ls-gs-menu-screen is equal to 'W' then
               perform service-keys
               perform check-quit
               goback
           end-if.
      *A opens the attendant sign-in. It is not offered on the
      *title screen -- staff know the key, players have no use for
      *it -- and a kiosk with no ATTENDANT rows in options.cfg
      *ignores it altogether.
           call "raylib-iskeypressed" using by value ws-a-key
               returning ws-status end-call.
           if ws-status is not equal to zero
               and ls-gs-att-count > 0 then
               move "0000" to ls-gs-svc-pin
               move 1 to ls-gs-svc-pos
               move 0 to ls-gs-svc-miss
               move 'A' to ls-gs-menu-screen
               goback
           end-if.
      *L opens the leaderboard, re-reading the score store fresh
      *each time so rounds finished this session show up
      *immediately.
               move 'D' to ls-gs-menu-screen
               goback
           end-if.
      *N opens the standings of the tournament live today, built
      *fresh off the event's own file -- once the event's window
      *has closed the key does nothing.
           call "raylib-iskeypressed" using by value ws-n-key
               returning ws-status end-call.
           if ws-status is not equal to zero then
               call "kgame-event-board" using by reference ls-gs
                   end-call
               if ls-gs-event-title is not equal to spaces then
                   move 'N' to ls-gs-menu-screen
               end-if
               goback
           end-if.
      *T cycles the play modes for the rounds that follow:
      *open-ended free play, the 90-second timed challenge, the
      *campaign run that chains the whole levels.lst catalogue, and
                   goback
               end-if
           end-if.
      *V asks for a kept round tape by its score-master key. The
      *entry opens on today's date, the last initials keyed in and
      *sequence 1, with the cursor on the sequence -- the usual
      *question is "my second round today".
           call "raylib-iskeypressed" using by value ws-v-key
               returning ws-status end-call.
           if ws-status is not equal to zero then
               move spaces to ls-gs-vault-entry
               string function current-date(1:4) delimited by size
                   "-" delimited by size
                   function current-date(5:2) delimited by size
                   "-" delimited by size
                   function current-date(7:2) delimited by size
                   " " delimited by size
                   ls-gs-initials delimited by size
                   " 0001" delimited by size
                   into ls-gs-vault-entry end-string
               if ls-gs-vault-entry(12:3) is equal to spaces then
                   move "AAA" to ls-gs-vault-entry(12:3)
               end-if
               move 19 to ls-gs-vault-pos
               move 0 to ls-gs-vault-miss
               move 'K' to ls-gs-menu-screen
               goback
           end-if.
      *E drops into the level editor on whatever level is loaded,
      *cursor parked mid-map. The level comes up as its draft when
      *an earlier editor session saved one, so unpublished work
      *carries on where it left off.
           call "raylib-iskeypressed" using by value ws-e-key
               returning ws-status end-call.
           if ws-status is not equal to zero then
               move 'D' to ls-gs-level-source
               call "kgame-level-setup" using by reference ls-gs
                   end-call
               divide ls-gs-map-width by 2
                   giving ls-gs-edit-cursor-x end-divide
               if ls-gs-edit-cursor-x is equal to 0 then
                           by reference ws-gh-action end-call
                   end-if
               end-if
      *The lives the round starts on ride along, so the campaign
      *funnel report knows what each run brought to its first leg.
               move spaces to ws-event
               string "ROUND START level=" delimited by size
                   ls-gs-level-name delimited by space
                   ls-gs-difficulty delimited by size
                   " mode=" delimited by size
                   ls-gs-play-mode delimited by size
                   " lives=" delimited by size
                   ls-gs-lives delimited by size
                   into ws-event end-string
               call "kgame-journal" using by reference ws-event
                   end-call
                   read fs-attract
                       at end exit perform
                   end-read
                   if ws-attract-status is not less than "30" then
                       move "attract.lst" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-attract-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   if fs-attract-row is not equal to spaces
                       and ws-tape-count < 16
                       add 1 to ws-tape-count end-add
                   end-if
               end-perform
               close fs-attract
           else
               if ws-attract-status is not equal to "35" then
                   move "attract.lst" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-attract-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           if ws-tape-count is equal to 0 then
               exit paragraph
           if ws-status is not equal to zero then
               move 1 to ls-gs-quit-requested
           end-if.
      *Booked-round key entry, arcade style like the initials
      *screen: up/down spin the character under the cursor,
      *left/right step the cursor (over the date's dashes and the
      *blanks between the three parts), Enter plays the tape kept
      *under the key, Backspace goes back to the title.
       vault-entry-keys.
           call "raylib-iskeypressed" using by value ws-backspace-key
               returning ws-status end-call.
           if ws-status is not equal to zero then
               move 'T' to ls-gs-menu-screen
               exit paragraph
           end-if.
           call "raylib-iskeypressed" using by value ws-up-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-up
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero then
               move 1 to ws-spin-step
               perform spin-vault-char
           end-if.
           call "raylib-iskeypressed" using by value ws-down-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-down
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero then
               move -1 to ws-spin-step
               perform spin-vault-char
           end-if.
           call "raylib-iskeypressed" using by value ws-left-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-left
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero
               and ls-gs-vault-pos > 1 then
               subtract 1 from ls-gs-vault-pos end-subtract
               if ls-gs-vault-pos is equal to 5
                   or ls-gs-vault-pos is equal to 8
                   or ls-gs-vault-pos is equal to 11
                   or ls-gs-vault-pos is equal to 15 then
                   subtract 1 from ls-gs-vault-pos end-subtract
               end-if
           end-if.
           call "raylib-iskeypressed" using by value ws-right-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-right
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero
               and ls-gs-vault-pos < 19 then
               add 1 to ls-gs-vault-pos end-add
               if ls-gs-vault-pos is equal to 5
                   or ls-gs-vault-pos is equal to 8
                   or ls-gs-vault-pos is equal to 11
                   or ls-gs-vault-pos is equal to 15 then
                   add 1 to ls-gs-vault-pos end-add
               end-if
           end-if.
           call "raylib-iskeypressed" using by value ws-enter-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-accept
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero then
               perform play-vault-tape
           end-if.
       spin-vault-char.
           move 0 to ls-gs-vault-miss.
           if ls-gs-vault-pos >= 12 and ls-gs-vault-pos <= 14 then
               move ws-letters to ws-spin-set
               move 26 to ws-spin-len
           else
               move ws-digits to ws-spin-set
               move 10 to ws-spin-len
           end-if.
           move 1 to ws-spin-ix.
           perform varying ws-item-ix from 1 by 1
           until ws-item-ix > ws-spin-len
               if ws-spin-set(ws-item-ix:1) is equal to
                   ls-gs-vault-entry(ls-gs-vault-pos:1)
                   move ws-item-ix to ws-spin-ix
               end-if
           end-perform.
           compute ws-spin-ix = function mod(ws-spin-ix - 1
               + ws-spin-step + ws-spin-len, ws-spin-len) + 1
           end-compute.
           move ws-spin-set(ws-spin-ix:1)
               to ls-gs-vault-entry(ls-gs-vault-pos:1).
      *KGAME-REPLAY takes the tape name off the shared state only
      *when it opens the file, so replay.dat goes straight back
      *once the kept tape is open -- the next round records where
      *it always has.
       play-vault-tape.
           move spaces to ws-tv.
           move ls-gs-vault-entry(1:10) to ws-tv-date.
           move ls-gs-vault-entry(12:3) to ws-tv-name.
           move ls-gs-vault-entry(16:4) to ws-tv-seq.
           move 1 to ws-tv-found.
           call "kgame-vault-find" using by reference ws-tv
               by reference ws-tv-found
               on exception continue
           end-call.
           if ws-tv-found is not equal to 0 then
               move 1 to ls-gs-vault-miss
               exit paragraph
           end-if.
           move ws-tv-tape to ls-gs-replay-file.
           move 'O' to ws-rp-action.
           call "kgame-replay" using by reference ls-gs
               by reference ws-rp-action
               by reference ws-rp-keys
               by reference ws-rp-eof end-call.
           move "replay.dat" to ls-gs-replay-file.
           if ws-rp-eof is not equal to 0 then
               move 1 to ls-gs-vault-miss
               exit paragraph
           end-if.
           move spaces to ws-event.
           string "PLAYBACK START level=" delimited by size
               ls-gs-level-name delimited by space
               " key=" delimited by size
               ls-gs-vault-entry(1:10) delimited by size
               "/" delimited by size
               ls-gs-vault-entry(12:3) delimited by size
               "/" delimited by size
               ls-gs-vault-entry(16:4) delimited by size
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           move 'T' to ls-gs-menu-screen.
           move 'P' to ls-gs-game-state.
      *Attendant PIN entry, arcade style like the booked-round key:
      *up/down spin the digit under the cursor, left/right step
      *along the four, Enter signs in, Backspace goes back to the
      *title. A PIN nobody on the ATTENDANT list holds is refused
      *and journalled, and the entry starts over.
       pin-entry-keys.
           call "raylib-iskeypressed" using by value ws-backspace-key
               returning ws-status end-call.
           if ws-status is not equal to zero then
               move 'T' to ls-gs-menu-screen
               exit paragraph
           end-if.
           call "raylib-iskeypressed" using by value ws-up-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-up
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero then
               move 1 to ws-spin-step
               perform spin-pin-digit
           end-if.
           call "raylib-iskeypressed" using by value ws-down-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-down
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero then
               move -1 to ws-spin-step
               perform spin-pin-digit
           end-if.
           call "raylib-iskeypressed" using by value ws-left-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-left
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero
               and ls-gs-svc-pos > 1 then
               subtract 1 from ls-gs-svc-pos end-subtract
           end-if.
           call "raylib-iskeypressed" using by value ws-right-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-right
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero
               and ls-gs-svc-pos < 4 then
               add 1 to ls-gs-svc-pos end-add
           end-if.
           call "raylib-iskeypressed" using by value ws-enter-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-accept
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero then
               perform sign-in-attendant
           end-if.
       spin-pin-digit.
           move 0 to ls-gs-svc-miss.
           move 1 to ws-spin-ix.
           perform varying ws-item-ix from 1 by 1
           until ws-item-ix > 10
               if ws-digits(ws-item-ix:1) is equal to
                   ls-gs-svc-pin(ls-gs-svc-pos:1)
                   move ws-item-ix to ws-spin-ix
               end-if
           end-perform.
           compute ws-spin-ix = function mod(ws-spin-ix - 1
               + ws-spin-step + 10, 10) + 1
           end-compute.
           move ws-digits(ws-spin-ix:1)
               to ls-gs-svc-pin(ls-gs-svc-pos:1).
       sign-in-attendant.
           move spaces to ls-gs-svc-who.
           perform varying ws-att-ix from 1 by 1
           until ws-att-ix > ls-gs-att-count
               if ls-gs-att-pin(ws-att-ix) is equal to ls-gs-svc-pin
                   and ls-gs-svc-who is equal to spaces
                   move ls-gs-att-id(ws-att-ix) to ls-gs-svc-who
               end-if
           end-perform.
           if ls-gs-svc-who is equal to spaces then
               move 1 to ls-gs-svc-miss
               move "0000" to ls-gs-svc-pin
               move 1 to ls-gs-svc-pos
               move "SERVICE PIN REFUSED" to ws-event
               call "kgame-journal" using by reference ws-event
                   end-call
               exit paragraph
           end-if.
           move spaces to ws-event.
           string "SERVICE START who=" delimited by size
               ls-gs-svc-who delimited by space
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           move "0000" to ls-gs-svc-pin.
           move 1 to ls-gs-svc-cursor.
           move spaces to ls-gs-svc-note.
           move 'R' to ws-svc-action.
           call "kgame-service" using by reference ls-gs
               by reference ws-svc-action end-call.
           move 'W' to ls-gs-menu-screen.
      *The service screen: up/down walk the action list, Enter runs
      *the action under the cursor and rebuilds the status rows so
      *its effect shows straight away, Backspace signs out. Clearing
      *the checkpoint also puts the session's own resumed state
      *back to a fresh start -- otherwise closing the window would
      *simply save the stuck position again -- and clearing the
      *campaign save ends any run in progress for the same reason.
       service-keys.
           call "raylib-iskeypressed" using by value ws-backspace-key
               returning ws-status end-call.
           if ws-status is not equal to zero then
               move spaces to ws-event
               string "SERVICE END who=" delimited by size
                   ls-gs-svc-who delimited by space
                   into ws-event end-string
               call "kgame-journal" using by reference ws-event
                   end-call
               move spaces to ls-gs-svc-who
               move 'T' to ls-gs-menu-screen
               exit paragraph
           end-if.
           call "raylib-iskeypressed" using by value ws-up-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-up
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero
               and ls-gs-svc-cursor > 1 then
               subtract 1 from ls-gs-svc-cursor end-subtract
           end-if.
           call "raylib-iskeypressed" using by value ws-down-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-down
                   returning ws-status end-call
           end-if.
           if ws-status is not equal to zero
               and ls-gs-svc-cursor < 5 then
               add 1 to ls-gs-svc-cursor end-add
           end-if.
           call "raylib-iskeypressed" using by value ws-enter-key
               returning ws-status end-call.
           if ws-status is equal to zero then
               call "raylib-isgamepadbuttonpressed" using by value 0
                   by value ls-gs-pad-accept
                   returning ws-status end-call
           end-if.
           if ws-status is equal to zero then
               exit paragraph
           end-if.
           move ws-svc-actions(ls-gs-svc-cursor:1) to ws-svc-action.
           call "kgame-service" using by reference ls-gs
               by reference ws-svc-action end-call.
           if ws-svc-action is equal to 'C'
               and ls-gs-round-over is equal to 0 then
               perform clear-round-tally
           end-if.
           if ws-svc-action is equal to 'G' then
               move 0 to ls-gs-campaign-active
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-menu" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-menu.
      *
       identification division.
       program-id. kgame-menu-draw.
       data division.
       working-storage section.
       copy "rcol.cpy" replacing ==:pref:== by ==ws-bg-colour==
                                 ==:level:== by ==01==.
       copy "rcol.cpy" replacing ==:pref:== by ==ws-black-colour==
                                 ==:level:== by ==01==.
       copy "rcol.cpy" replacing ==:pref:== by ==ws-white-colour==
                                 ==:level:== by ==01==.
      *Scratch text sized to the full 80 bytes raylib-draw-text reads
      *from its caller, so the tail of the buffer is always spaces.
       01  ws-index picture is 9(4).
       01  ws-first picture is 9(4).
       01  ws-last picture is 9(4).
       01  ws-line picture is x(80).
       01  ws-line-y usage is binary-short.
       01  ws-board-title picture is x(80).
       01  ws-pos picture is 99.
       01  ws-letter-x usage is binary-short.
       01  ws-bar-x usage is binary-short.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *
           set ws-bg-colour-r, ws-bg-colour-g, ws-bg-colour-b to 128.
           set ws-bg-colour-a to 255.
           call "raylib-clear-background" using by content ws-bg-colour
           end-call.
      *
           set ws-black-colour-r,
               ws-black-colour-g,
               ws-black-colour-b to 0.
           set ws-black-colour-a to 255.
           set ws-white-colour-r,
               ws-white-colour-g,
               ws-white-colour-b,
               ws-white-colour-a to 255.
      *
           if ls-gs-menu-screen is equal to 'B' then
               move ls-gs-text(24) to ws-board-title
               perform draw-leaderboard
               goback
           end-if.
           if ls-gs-menu-screen is equal to 'D' then
               move ls-gs-text(25) to ws-board-title
               perform draw-leaderboard
               goback
           end-if.
           if ls-gs-menu-screen is equal to 'N' then
               move ls-gs-event-title to ws-board-title
               perform draw-leaderboard
               goback
           end-if.
           if ls-gs-menu-screen is equal to 'K' then
               perform draw-vault-entry
               goback
           end-if.
           if ls-gs-menu-screen is equal to 'A' then
               perform draw-pin-entry
               goback
           end-if.
           if ls-gs-menu-screen is equal to 'W' then
               perform draw-service
               goback
           end-if.
      *
           if ls-gs-round-over is equal to 1 then
               if ls-gs-round-result is equal to 'W' then
                   call "raylib-draw-text" using by reference
                       ls-gs-text(2)
                       by value 64
                       by value 200
                       by value 64
                       by content ws-black-colour end-call
                   call "raylib-draw-text" using by reference
                       ls-gs-text(2)
                       by value 56
                       by value 190
                       by value 64
                       by content ws-white-colour end-call
               else
                   call "raylib-draw-text" using by reference
                       ls-gs-text(3)
                       by value 64
                       by value 200
                       by value 64
                       by content ws-black-colour end-call
                   call "raylib-draw-text" using by reference
                       ls-gs-text(3)
                       by value 56
                       by value 190
                       by value 64
                       by content ws-white-colour end-call
               end-if
           else
               call "raylib-draw-text" using by reference
                   ls-gs-text(1)
                   by value 64
                   by value 200
                   by value 64
                   by content ws-black-colour end-call
               call "raylib-draw-text" using by reference
                   ls-gs-text(1)
                   by value 56
                   by value 190
                   by value 64
                   by content ws-white-colour end-call
           end-if.
           if ls-gs-round-over is equal to 1
               and ls-gs-award-text is not equal to spaces then
               call "raylib-draw-text" using by reference
                   ls-gs-award-text
                   by value 64
                   by value 262
                   by value 20
                   by content ws-white-colour end-call
           end-if.
      *
           call "raylib-draw-text" using by reference ls-gs-text(4)
               by value 76
               by value 300
               by value 24
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(5)
               by value 76
               by value 330
               by value 24
               by content ws-white-colour end-call.
      *The level catalogue, one row per levels.lst entry, with a
      *marker on the row the arrow keys have picked out. A blank
      *entry is the plain map.txt/path.txt fallback pair.
           call "raylib-draw-text" using by reference ls-gs-text(6)
               by value 76
               by value 386
               by value 24
               by content ws-white-colour end-call.
      *Only nine list rows fit above the bottom of the window, so
      *the visible slice follows the cursor down a long levels.lst.
           move 1 to ws-first.
           if ls-gs-level-cursor > 9 then
               subtract 8 from ls-gs-level-cursor giving ws-first
                   end-subtract
           end-if.
           add 8 to ws-first giving ws-last end-add.
           if ws-last > ls-gs-level-count then
               move ls-gs-level-count to ws-last
           end-if.
           move 412 to ws-line-y.
           perform varying ws-index from ws-first by 1
           until ws-index > ws-last
               move spaces to ws-line
               if ws-index is equal to ls-gs-level-cursor then
                   move "> " to ws-line(1:2)
               end-if
               if ls-gs-level-names(ws-index) is equal to spaces then
                   move ls-gs-text(7) to ws-line(3:)
               else
                   move ls-gs-level-names(ws-index) to ws-line(3:)
               end-if
               call "raylib-draw-text" using by reference ws-line
                   by value 96
                   by value ws-line-y
                   by value 20
                   by content ws-white-colour end-call
               add 24 to ws-line-y giving ws-line-y end-add
           end-perform.
      *
           call "raylib-draw-text" using by reference ls-gs-text(8)
               by value 76
               by value 360
               by value 18
               by content ws-white-colour end-call.
      *
           move spaces to ws-line.
           evaluate ls-gs-play-mode
               when 'T' move ls-gs-text(10) to ws-line
               when 'C' move ls-gs-text(11) to ws-line
               when 'D' move ls-gs-text(12) to ws-line
               when other move ls-gs-text(9) to ws-line
           end-evaluate.
           call "raylib-draw-text" using by reference ws-line
               by value 400
               by value 300
               by value 24
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(13)
               by value 400
               by value 330
               by value 18
               by content ws-white-colour end-call.
      *
           move spaces to ws-line.
           evaluate ls-gs-difficulty
               when 'E' move ls-gs-text(14) to ws-line
               when 'H' move ls-gs-text(16) to ws-line
               when other move ls-gs-text(15) to ws-line
           end-evaluate.
           call "raylib-draw-text" using by reference ws-line
               by value 400
               by value 360
               by value 24
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(17)
               by value 400
               by value 390
               by value 18
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(18)
               by value 400
               by value 420
               by value 18
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(19)
               by value 400
               by value 450
               by value 18
               by content ws-white-colour end-call.
           move spaces to ws-line.
           if ls-gs-ghost-enabled is equal to 1 then
               move ls-gs-text(20) to ws-line
           else
               move ls-gs-text(21) to ws-line
           end-if.
           call "raylib-draw-text" using by reference ws-line
               by value 400
               by value 480
               by value 18
               by content ws-white-colour end-call.
           move spaces to ws-line.
           if ls-gs-two-player is equal to 1 then
               move ls-gs-text(23) to ws-line
           else
               move ls-gs-text(22) to ws-line
           end-if.
           call "raylib-draw-text" using by reference ws-line
               by value 400
               by value 510
               by value 18
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(43)
               by value 400
               by value 540
               by value 18
               by content ws-white-colour end-call.
           if ls-gs-event-title is not equal to spaces then
               call "raylib-draw-text" using by reference
                   ls-gs-text(46)
                   by value 400
                   by value 570
                   by value 18
                   by content ws-white-colour end-call
           end-if.
      *
           goback.
      *The top-10 table KGAME-LEADERBOARD (or KGAME-DAILY-BOARD)
      *left formatted in the shared state, one pre-built row per
      *line, under whichever title the screen wears.
       draw-leaderboard.
           call "raylib-draw-text" using by reference ws-board-title
               by value 64
               by value 60
               by value 40
               by content ws-black-colour end-call.
           call "raylib-draw-text" using by reference ws-board-title
               by value 58
               by value 54
               by value 40
               by content ws-white-colour end-call.
           if ls-gs-board-count is equal to 0 then
               call "raylib-draw-text" using by reference
                   ls-gs-text(26)
                   by value 76
                   by value 160
                   by value 24
                   by content ws-white-colour end-call
           end-if.
           move 160 to ws-line-y.
           perform varying ws-index from 1 by 1
           until ws-index > ls-gs-board-count
               move ls-gs-board-rows(ws-index) to ws-line
               call "raylib-draw-text" using by reference ws-line
                   by value 76
                   by value ws-line-y
                   by value 20
                   by content ws-white-colour end-call
               add 26 to ws-line-y giving ws-line-y end-add
           end-perform.
           call "raylib-draw-text" using by reference
               ls-gs-text(27)
               by value 76
               by value 440
               by value 18
               by content ws-white-colour end-call.
      *The booked-round key being keyed in, one character at a time
      *with a bar under the one the cursor is on, the way the
      *initials screen draws its three letters.
       draw-vault-entry.
           call "raylib-draw-text" using by reference ls-gs-text(44)
               by value 64
               by value 60
               by value 40
               by content ws-black-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(44)
               by value 58
               by value 54
               by value 40
               by content ws-white-colour end-call.
           move 76 to ws-letter-x.
           perform varying ws-pos from 1 by 1 until ws-pos > 19
               move spaces to ws-line
               move ls-gs-vault-entry(ws-pos:1) to ws-line(1:1)
               call "raylib-draw-text" using by reference ws-line
                   by value ws-letter-x
                   by value 180
                   by value 40
                   by content ws-white-colour end-call
               if ws-pos is equal to ls-gs-vault-pos then
                   move ws-letter-x to ws-bar-x
                   call "raylib-draw-rectangle" using
                       by value ws-bar-x
                       by value 224
                       by value 22
                       by value 6
                       by content ws-white-colour end-call
               end-if
               add 32 to ws-letter-x giving ws-letter-x end-add
           end-perform.
           if ls-gs-vault-miss is equal to 1 then
               call "raylib-draw-text" using by reference
                   ls-gs-text(45)
                   by value 76
                   by value 260
                   by value 24
                   by content ws-white-colour end-call
           end-if.
           call "raylib-draw-text" using by reference ls-gs-text(32)
               by value 76
               by value 320
               by value 18
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(27)
               by value 76
               by value 350
               by value 18
               by content ws-white-colour end-call.
      *The attendant PIN, drawn like the booked-round key but with
      *every digit except the one under the cursor masked.
       draw-pin-entry.
           call "raylib-draw-text" using by reference ls-gs-text(49)
               by value 64
               by value 60
               by value 40
               by content ws-black-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(49)
               by value 58
               by value 54
               by value 40
               by content ws-white-colour end-call.
           move 76 to ws-letter-x.
           perform varying ws-pos from 1 by 1 until ws-pos > 4
               move spaces to ws-line
               if ws-pos is equal to ls-gs-svc-pos then
                   move ls-gs-svc-pin(ws-pos:1) to ws-line(1:1)
                   move ws-letter-x to ws-bar-x
                   call "raylib-draw-rectangle" using
                       by value ws-bar-x
                       by value 224
                       by value 22
                       by value 6
                       by content ws-white-colour end-call
               else
                   move "*" to ws-line(1:1)
               end-if
               call "raylib-draw-text" using by reference ws-line
                   by value ws-letter-x
                   by value 180
                   by value 40
                   by content ws-white-colour end-call
               add 32 to ws-letter-x giving ws-letter-x end-add
           end-perform.
           if ls-gs-svc-miss is equal to 1 then
               call "raylib-draw-text" using by reference
                   ls-gs-text(50)
                   by value 76
                   by value 260
                   by value 24
                   by content ws-white-colour end-call
           end-if.
           call "raylib-draw-text" using by reference ls-gs-text(32)
               by value 76
               by value 320
               by value 18
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(27)
               by value 76
               by value 350
               by value 18
               by content ws-white-colour end-call.
      *The service screen: the status rows KGAME-SERVICE built, the
      *action list with a marker on the cursor's row, and how the
      *last action went.
       draw-service.
           call "raylib-draw-text" using by reference ls-gs-text(48)
               by value 64
               by value 60
               by value 40
               by content ws-black-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(48)
               by value 58
               by value 54
               by value 40
               by content ws-white-colour end-call.
           move 120 to ws-line-y.
           perform varying ws-index from 1 by 1
           until ws-index > ls-gs-svc-row-count
               move ls-gs-svc-rows(ws-index) to ws-line
               call "raylib-draw-text" using by reference ws-line
                   by value 76
                   by value ws-line-y
                   by value 18
                   by content ws-white-colour end-call
               add 24 to ws-line-y giving ws-line-y end-add
           end-perform.
           move 430 to ws-line-y.
           perform varying ws-index from 1 by 1 until ws-index > 5
               move spaces to ws-line
               if ws-index is equal to ls-gs-svc-cursor then
                   move "> " to ws-line(1:2)
               end-if
               add 58 to ws-index giving ws-first end-add
               move ls-gs-text(ws-first) to ws-line(3:)
               call "raylib-draw-text" using by reference ws-line
                   by value 76
                   by value ws-line-y
                   by value 20
                   by content ws-white-colour end-call
               add 26 to ws-line-y giving ws-line-y end-add
           end-perform.
           call "raylib-draw-text" using by reference ls-gs-svc-note
               by value 76
               by value 580
               by value 20
               by content ws-white-colour end-call.
           call "raylib-draw-text" using by reference ls-gs-text(64)
               by value 76
               by value 620
               by value 18
               by content ws-white-colour end-call.
       end program kgame-menu-draw.
      *
       identification division.
       program-id. kgame-leaderboard.
       environment division.
       input-output section.
       file-control.
           select fs-scores assign to "scores.txt"
           organization is line sequential
           file status is ws-scores-status.
           select fs-combined assign to "combined.txt"
           organization is line sequential
           file status is ws-combined-status.
           select fs-revisions assign to "revisions.txt"
           organization is line sequential
           file status is ws-revisions-status.
       data division.
       file section.
       fd  fs-scores.
      *Wide enough for every field the record has grown, including
      *a full 32-character level name, a maintenance tag and the
      *seal -- narrower records silently truncated the tail of the
      *row.
       01  fs-score-row picture x(160).
      *The combined board kimport merges the other kiosks' extracts
      *into -- the same row shape plus a site= tag on the tail.
       fd  fs-combined.
       01  fs-combined-row picture x(160).
       fd  fs-revisions.
       01  fs-revisions-row picture x(128).
       working-storage section.
       01  ws-scores-status picture is x(2).
       01  ws-combined-status picture is x(2).
       01  ws-revisions-status picture is x(2).
      *One score row split into its blank-separated tokens --
      *enough slots for every field the record has ever carried.
      *Both the local file and the combined board parse through
      *this same buffer.
       01  ws-parse-row picture is x(160).
       01  ws-tokens picture is x(38) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-hits-pending picture is 9.
      *The row being parsed
       01  ws-row-date picture is x(10).
       01  ws-row-name picture is x(3).
       01  ws-row-level picture is x(10).
       01  ws-row-level-name picture is x(32).
       01  ws-row-rev picture is 9(4).
       01  ws-row-dist picture is 9(8).
       01  ws-row-hits picture is 9(4).
      *Set when the row carries a kboard maintenance tag (void=Y
      *or test=Y) -- such rounds stay on file but never rank.
       01  ws-row-void picture is 9.
      *Each level's published revision out of revisions.txt (see
      *kpublish) -- a round only ranks when it was played on the
      *layout its level has live now, so a rebuilt level starts a
      *fresh board. A level with no row there is revision 0, and
      *so is a round booked with no rev=.
       01  ws-rv-count picture is 9(4).
       01  ws-rv-level picture is x(32) occurs 32 times.
       01  ws-rv-rev picture is 9(4) occurs 32 times.
       01  ws-rv-ix picture is 9(4).
       01  ws-rv-name picture is x(32).
       01  ws-rv-value picture is 9(4).
       01  ws-live-rev picture is 9(4).
      *Top-10 kept sorted as rows arrive -- longest distance first,
      *fewest hits breaking ties. Slot 11 is shift room.
       01  ws-count picture is 9(4).
       01  ws-pos picture is 9(4).
       01  ws-i picture is 9(4).
       01  ws-rank-date picture is x(10) occurs 11 times.
       01  ws-rank-name picture is x(3) occurs 11 times.
       01  ws-rank-level picture is x(10) occurs 11 times.
       01  ws-rank-dist picture is 9(8) occurs 11 times.
       01  ws-rank-hits picture is 9(4) occurs 11 times.
      *Display formatting
       01  ws-rank-z picture is z9.
       01  ws-dist-z picture is zzzzzz9.
       01  ws-hits-z picture is zzz9.
      *Score-master reader protocol scratch -- the board prefers
      *the indexed master (live period only: the current month),
      *and falls back to the flat scores.txt scan when no master
      *exists yet or the module is not in the build.
       01  ws-md-action picture is x(1).
       01  ws-md-from picture is x(10).
       copy "gsmr.cpy" replacing ==:pref:== by ==ws-sm==
                                 ==:level:== by ==01==.
       01  ws-md-eof picture is 9.
       01  ws-use-master picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *Rank every round of the live period off the indexed score
      *master -- or, on a kiosk still running flat-file only, read
      *the whole scores.txt the way this always worked -- and leave
      *the top 10 formatted in the shared state for the menu's
      *leaderboard screen to draw.
           move 0 to ws-count.
           perform read-revisions.
           perform read-master-rounds.
           if ws-use-master is equal to 0 then
               perform read-flat-rounds
           end-if.
      *The other kiosks' rounds, when kimport has merged any --
      *this is what turns the screen into the house leaderboard
      *instead of one machine's.
           perform read-combined-rounds.
      *
           perform varying ws-i from 1 by 1
           until ws-i > ws-count
               perform format-board-row
           end-perform.
           move ws-count to ls-gs-board-count.
           goback.
      *The live period off the indexed master: every round dated in
      *the current month, keyed reads from the first of the month
      *forward. WS-USE-MASTER stays 0 -- meaning fall back to the
      *flat file -- when the reader reports there is no master, or
      *when the module itself is missing from the build.
       read-master-rounds.
           move 0 to ws-use-master.
           move function current-date(1:4) to ws-md-from(1:4).
           move "-" to ws-md-from(5:1).
           move function current-date(5:2) to ws-md-from(6:2).
           move "-01" to ws-md-from(8:3).
           move 'O' to ws-md-action.
           call "kgame-master-read" using by reference ws-md-action
               by reference ws-md-from
               by reference ws-sm
               by reference ws-md-eof
               on exception move 2 to ws-md-eof
           end-call.
           if ws-md-eof is equal to 2 then
               exit paragraph
           end-if.
           move 1 to ws-use-master.
           if ws-md-eof is equal to 1 then
               exit paragraph
           end-if.
           move 'R' to ws-md-action.
           perform forever
               call "kgame-master-read" using
                   by reference ws-md-action
                   by reference ws-md-from
                   by reference ws-sm
                   by reference ws-md-eof end-call
               if ws-md-eof is not equal to 0 then
                   exit perform
               end-if
               move ws-sm-date to ws-row-date
               move ws-sm-name to ws-row-name
               move ws-sm-level to ws-row-level
               move ws-sm-level to ws-row-level-name
               move ws-sm-rev to ws-row-rev
               move ws-sm-dist to ws-row-dist
               move ws-sm-hits to ws-row-hits
               perform insert-score
           end-perform.
      *The flat-file path, unchanged from before the master existed.
       read-flat-rounds.
           open input fs-scores.
           if ws-scores-status is equal to "00" then
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
                   if fs-score-row is not equal to spaces
                       move fs-score-row to ws-parse-row
                       perform parse-score-row
                       if ws-row-void is equal to 0
                           perform insert-score
                       end-if
                   end-if
               end-perform
               close fs-scores
           else
               if ws-scores-status is not equal to "35" then
                   move "scores.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
       read-combined-rounds.
           open input fs-combined.
           if ws-combined-status is equal to "00" then
               perform forever
                   read fs-combined
                       at end exit perform
                   end-read
                   if ws-combined-status is not less than "30" then
                       move "combined.txt" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-combined-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   if fs-combined-row is not equal to spaces
                       move fs-combined-row to ws-parse-row
                       perform parse-score-row
                       if ws-row-void is equal to 0
                           perform insert-score
                       end-if
                   end-if
               end-perform
               close fs-combined
           else
               if ws-combined-status is not equal to "35" then
                   move "combined.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-combined-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
      *Rows have grown fields over time ("name=", "level=", ...) and
      *the earliest ones wrote the hit count blank-padded, so the
      *value lands in the token after "hits=". Parse by keyword and
      *default what a row does not carry.
       parse-score-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring ws-parse-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           move ws-tokens(1) to ws-row-date.
           move "---" to ws-row-name.
           move spaces to ws-row-level, ws-row-level-name.
           move 0 to ws-row-dist, ws-row-hits, ws-hits-pending.
           move 0 to ws-row-void, ws-row-rev.
           perform varying ws-tix from 2 by 1 until ws-tix > 12
               evaluate true
                   when ws-hits-pending is equal to 1
                       and ws-tokens(ws-tix) is not equal to spaces
                       compute ws-row-hits =
                           function numval(ws-tokens(ws-tix))
                       end-compute
                       move 0 to ws-hits-pending
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-row-dist =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "hits="
                       if ws-tokens(ws-tix)(6:) is equal to spaces
                           move 1 to ws-hits-pending
                       else
                           compute ws-row-hits =
                               function numval(ws-tokens(ws-tix)(6:))
                           end-compute
                       end-if
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:8) to ws-row-name
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:) to ws-row-level
                       move ws-tokens(ws-tix)(7:) to ws-row-level-name
                   when ws-tokens(ws-tix)(1:4) is equal to "rev="
                       compute ws-row-rev =
                           function numval(ws-tokens(ws-tix)(5:))
                       end-compute
                   when ws-tokens(ws-tix) is equal to "void=Y"
                       move 1 to ws-row-void
                   when ws-tokens(ws-tix) is equal to "test=Y"
                       move 1 to ws-row-void
                   when other continue
               end-evaluate
           end-perform.
       insert-score.
           move 0 to ws-live-rev.
           perform varying ws-rv-ix from 1 by 1
           until ws-rv-ix > ws-rv-count
               if ws-rv-level(ws-rv-ix) is equal to ws-row-level-name
                   move ws-rv-rev(ws-rv-ix) to ws-live-rev
               end-if
           end-perform.
           if ws-row-rev is not equal to ws-live-rev then
               exit paragraph
           end-if.
           perform varying ws-pos from 1 by 1
           until ws-pos > ws-count
               or ws-row-dist > ws-rank-dist(ws-pos)
               or (ws-row-dist is equal to ws-rank-dist(ws-pos)
                   and ws-row-hits < ws-rank-hits(ws-pos))
               continue
           end-perform.
           if ws-pos <= 10 then
               perform varying ws-i from 10 by -1
               until ws-i <= ws-pos
                   move ws-rank-date(ws-i - 1) to ws-rank-date(ws-i)
                   move ws-rank-name(ws-i - 1) to ws-rank-name(ws-i)
                   move ws-rank-level(ws-i - 1)
                       to ws-rank-level(ws-i)
                   move ws-rank-dist(ws-i - 1) to ws-rank-dist(ws-i)
                   move ws-rank-hits(ws-i - 1) to ws-rank-hits(ws-i)
               end-perform
               move ws-row-date to ws-rank-date(ws-pos)
               move ws-row-name to ws-rank-name(ws-pos)
               move ws-row-level to ws-rank-level(ws-pos)
               move ws-row-dist to ws-rank-dist(ws-pos)
               move ws-row-hits to ws-rank-hits(ws-pos)
               if ws-count < 10 then
                   add 1 to ws-count end-add
               end-if
           end-if.
      *The live revision of every level kpublish has touched: the
      *rev= of the level's last row, a publish or a rollback alike.
       read-revisions.
           move 0 to ws-rv-count.
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
               perform varying ws-tix from 1 by 1 until ws-tix > 8
                   move spaces to ws-tokens(ws-tix)
               end-perform
               unstring fs-revisions-row delimited by all space
                   into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                        ws-tokens(4) ws-tokens(5) ws-tokens(6)
                        ws-tokens(7) ws-tokens(8)
               end-unstring
               move spaces to ws-rv-name
               move 0 to ws-rv-value
               perform varying ws-tix from 1 by 1 until ws-tix > 8
                   evaluate true
                       when ws-tokens(ws-tix)(1:6) is equal to "level="
                           move ws-tokens(ws-tix)(7:) to ws-rv-name
                       when ws-tokens(ws-tix)(1:4) is equal to "rev="
                           compute ws-rv-value = function numval(
                               ws-tokens(ws-tix)(5:))
                           end-compute
                       when other continue
                   end-evaluate
               end-perform
               if ws-rv-name is not equal to spaces
                   perform book-revision
               end-if
           end-perform.
           close fs-revisions.
       book-revision.
           perform varying ws-rv-ix from 1 by 1
           until ws-rv-ix > ws-rv-count
               or ws-rv-level(ws-rv-ix) is equal to ws-rv-name
               continue
           end-perform.
           if ws-rv-ix > ws-rv-count then
               if ws-rv-count >= 32 then
                   exit paragraph
               end-if
               add 1 to ws-rv-count end-add
               move ws-rv-count to ws-rv-ix
               move ws-rv-name to ws-rv-level(ws-rv-ix)
           end-if.
           move ws-rv-value to ws-rv-rev(ws-rv-ix).
       format-board-row.
           move ws-i to ws-rank-z.
           move ws-rank-dist(ws-i) to ws-dist-z.
           move ws-rank-hits(ws-i) to ws-hits-z.
           move spaces to ls-gs-board-rows(ws-i).
           string ws-rank-z delimited by size
               "  " delimited by size
               ws-rank-name(ws-i) delimited by size
               "  " delimited by size
               ws-rank-level(ws-i) delimited by size
               "  " delimited by size
               ws-rank-date(ws-i) delimited by size
               "  " delimited by size
               ws-dist-z delimited by size
               "  " delimited by size
               ws-hits-z delimited by size
               into ls-gs-board-rows(ws-i) end-string.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-leaderboard" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-leaderboard.
      *
       identification division.
       program-id. kgame-daily-board.
       environment division.
       input-output section.
       file-control.
           select fs-daily assign to ws-daily-filename
           organization is line sequential
           file status is ws-daily-status.
       data division.
       file section.
       fd  fs-daily.
       01  fs-daily-row picture x(160).
       working-storage section.
       01  ws-daily-filename picture x(64).
       01  ws-daily-status picture is x(2).
      *One row split into its blank-separated tokens -- the same
      *keyword parse KGAME-LEADERBOARD uses on scores.txt.
       01  ws-tokens picture is x(20) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-row-date picture is x(10).
       01  ws-row-name picture is x(3).
       01  ws-row-level picture is x(10).
       01  ws-rank-z picture is z9.
       01  ws-dist-z picture is zzzzzz9.
       01  ws-hits-z picture is zzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *Rank today's daily-challenge rounds out of the day's own
      *file (daily-YYYYMMDD.txt) and leave the top 10 formatted in
      *the shared state for the menu's standings screen to draw --
      *same conditions for everyone, so the ranking needs no
      *difficulty or mode caveats.
           move 0 to ws-count.
           move spaces to ws-daily-filename.
           string "daily-" delimited by size
               function current-date(1:8) delimited by size
               ".txt" delimited by size
               into ws-daily-filename end-string.
           open input fs-daily.
           if ws-daily-status is equal to "00" then
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
                   if fs-daily-row is not equal to spaces
                       perform parse-daily-row
                       if ws-row-void is equal to 0
                           perform insert-daily
                       end-if
                   end-if
               end-perform
               close fs-daily
           else
               if ws-daily-status is not equal to "35" then
                   move ws-daily-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-daily-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           perform varying ws-i from 1 by 1
           until ws-i > ws-count
               perform format-daily-row
           end-perform.
           move ws-count to ls-gs-board-count.
           goback.
       parse-daily-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-daily-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
           move ws-tokens(1) to ws-row-date.
           move "---" to ws-row-name.
           move spaces to ws-row-level.
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
                       move ws-tokens(ws-tix)(6:8) to ws-row-name
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                   when other continue
               end-evaluate
           end-perform.
       insert-daily.
           perform varying ws-pos from 1 by 1
           until ws-pos > ws-count
               or ws-row-dist > ws-rank-dist(ws-pos)
                   move ws-rank-dist(ws-i - 1) to ws-rank-dist(ws-i)
                   move ws-rank-hits(ws-i - 1) to ws-rank-hits(ws-i)
               end-perform
               move ws-row-date to ws-rank-date(ws-pos)
               move ws-row-name to ws-rank-name(ws-pos)
               move ws-row-level to ws-rank-level(ws-pos)
               move ws-row-dist to ws-rank-dist(ws-pos)
               move ws-row-hits to ws-rank-hits(ws-pos)
               if ws-count < 10 then
                   add 1 to ws-count end-add
               end-if
           end-if.
       format-daily-row.
           move ws-i to ws-rank-z.
           move ws-rank-dist(ws-i) to ws-dist-z.
           move ws-rank-hits(ws-i) to ws-hits-z.
           move spaces to ls-gs-board-rows(ws-i).
           string ws-rank-z delimited by size
               "  " delimited by size
               ws-rank-name(ws-i) delimited by size
               "  " delimited by size
               ws-rank-level(ws-i) delimited by size
               "  " delimited by size
               ws-rank-date(ws-i) delimited by size
               "  " delimited by size
               ws-dist-z delimited by size
               "  " delimited by size
               ws-hits-z delimited by size
               into ls-gs-board-rows(ws-i) end-string.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-daily-board" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-daily-board.
      *
      *Tournament events live in events.txt, one block per event:
      *
      *  EVENT OCTCUP October Cup      code (8 max), then its title
      *  FROM 2026-10-01               first and last day of the
      *  TO 2026-10-31                 window, both included
      *  LEVELS town park              levels played (none: any)
      *  DIFF N                        difficulty (none: any)
      *  MODES F T D                   play modes (none: any but C)
      *  BEST 3                        rounds that count (1-10)
      *  PLAYERS ABC JON KAT           registered initials, as many
      *  PLAYERS ZED                   rows as it takes
      *
      *A round a registered player books inside the window, on the
      *event's terms, is tagged to the event: its score row is
      *copied into the event's own event-<code>.txt, sealed, the
      *way a daily-challenge round lands in its daily file. The
      *file is only ever appended to, so its row order is the
      *order the rounds were played in.
       identification division.
       program-id. kgame-event-tag.
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
       01  ws-today picture x(10).
      *One events.txt row: its key, then up to 16 list tokens.
       01  ws-ev-key picture x(16).
       01  ws-ptr picture is 9(4).
       01  ws-ev-list picture x(32) occurs 16 times.
       01  ws-lix picture is 9(4).
      *The event block being read, and whether this round meets it
       01  ws-ev-open picture is 9.
       01  ws-ev-code picture x(8).
       01  ws-ev-title picture x(80).
       01  ws-ev-from picture x(10).
       01  ws-ev-to picture x(10).
       01  ws-ev-diff picture x(1).
       01  ws-ev-modes picture x(16).
       01  ws-ev-levels-named picture is 9.
       01  ws-ev-level-hit picture is 9.
       01  ws-ev-player-hit picture is 9.
       01  ws-level-token picture x(32).
       01  ws-event picture x(64).
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
      *The round's score row as KGAME-SCORE built it, unsealed.
       01  ls-round-row picture x(160).
       procedure division using by reference ls-gs
           by reference ls-round-row.
      *Every block is read to its end before it is judged -- the
      *PLAYERS rows can come after everything else. The title
      *screen's standings offer is refreshed on the way: the
      *first event live today, or none.
           move spaces to ws-today.
           string function current-date(1:4) delimited by size
               "-" delimited by size
               function current-date(5:2) delimited by size
               "-" delimited by size
               function current-date(7:2) delimited by size
               into ws-today end-string.
           if ls-gs-level-name is equal to spaces then
               move "-" to ws-level-token
           else
               move ls-gs-level-name to ws-level-token
           end-if.
           move spaces to ls-gs-event-title.
           move 0 to ws-ev-open.
           open input fs-events.
           if ws-events-status is not equal to "00" then
               if ws-events-status is not equal to "35" then
                   move "events.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-events-status to ws-ioe-status
                   perform report-io-error
               end-if
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
                   exit perform
               end-if
               if fs-events-row is not equal to spaces
                   perform apply-event-row
               end-if
           end-perform.
           close fs-events.
           perform judge-event.
           goback.
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
           if ws-ev-key is not equal to "EVENT"
               and ws-ev-open is equal to 0 then
               exit paragraph
           end-if.
           evaluate ws-ev-key
               when "EVENT"
                   perform judge-event
                   move 1 to ws-ev-open
                   move ws-ev-list(1) to ws-ev-code
                   move spaces to ws-ev-title
                   move 1 to ws-ptr
                   unstring fs-events-row delimited by all space
                       into ws-ev-key ws-ev-key
                       with pointer ws-ptr end-unstring
                   if fs-events-row(ws-ptr:) is not equal to spaces
                       move fs-events-row(ws-ptr:) to ws-ev-title
                   else
                       move ws-ev-code to ws-ev-title
                   end-if
                   move spaces to ws-ev-from, ws-ev-to, ws-ev-diff,
                       ws-ev-modes
                   move 0 to ws-ev-levels-named, ws-ev-level-hit,
                       ws-ev-player-hit
               when "FROM" move ws-ev-list(1) to ws-ev-from
               when "TO" move ws-ev-list(1) to ws-ev-to
               when "DIFF" move ws-ev-list(1) to ws-ev-diff
               when "MODES"
                   perform varying ws-lix from 1 by 1
                   until ws-lix > 16
                       if ws-ev-list(ws-lix) is not equal to spaces
                           move ws-ev-list(ws-lix)(1:1)
                               to ws-ev-modes(ws-lix:1)
                       end-if
                   end-perform
               when "LEVELS"
                   move 1 to ws-ev-levels-named
                   perform varying ws-lix from 1 by 1
                   until ws-lix > 16
                       if ws-ev-list(ws-lix) is equal to
                           ws-level-token
                           move 1 to ws-ev-level-hit
                       end-if
                   end-perform
               when "PLAYERS"
                   perform varying ws-lix from 1 by 1
                   until ws-lix > 16
                       if ws-ev-list(ws-lix) is equal to
                           ls-gs-initials
                           move 1 to ws-ev-player-hit
                       end-if
                   end-perform
               when other continue
           end-evaluate.
      *The block just read, against today and this round.
       judge-event.
           if ws-ev-open is equal to 0 then
               exit paragraph
           end-if.
           move 0 to ws-ev-open.
           if ws-ev-from is equal to spaces
               or ws-ev-to is equal to spaces
               or ws-today < ws-ev-from
               or ws-today > ws-ev-to then
               exit paragraph
           end-if.
           if ls-gs-event-title is equal to spaces then
               move ws-ev-title to ls-gs-event-title
           end-if.
           if ws-ev-player-hit is equal to 0 then
               exit paragraph
           end-if.
           if ws-ev-levels-named is equal to 1
               and ws-ev-level-hit is equal to 0 then
               exit paragraph
           end-if.
           if ws-ev-diff is not equal to space
               and ws-ev-diff is not equal to ls-gs-difficulty then
               exit paragraph
           end-if.
           if ws-ev-modes is equal to spaces then
               if ls-gs-play-mode is equal to 'C'
                   exit paragraph
               end-if
           else
               move 0 to ws-lix
               inspect ws-ev-modes tallying ws-lix
                   for all ls-gs-play-mode
               if ws-lix is equal to 0
                   exit paragraph
               end-if
           end-if.
           perform book-entry.
       book-entry.
           move spaces to ws-entry-filename.
           string "event-" delimited by size
               ws-ev-code delimited by space
               ".txt" delimited by size
               into ws-entry-filename end-string.
           move all "0" to ws-seal-chain.
           open input fs-entry.
           if ws-entry-status is equal to "00" then
               move spaces to ws-seal-row
               perform forever
                   read fs-entry
                       at end exit perform
                   end-read
                   if ws-entry-status is not less than "30" then
                       move ws-entry-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-entry-status to ws-ioe-status
                       perform report-io-error
                       close fs-entry
                       exit paragraph
                   end-if
                   move fs-entry-row to ws-seal-row
               end-perform
               close fs-entry
               if ws-seal-row is not equal to spaces
                   move 'V' to ws-seal-action
                   call "kgame-seal" using by reference ws-seal-action
                       by reference ws-seal-chain
                       by reference ws-seal-row
                       by reference ws-seal-result end-call
               end-if
           else
               if ws-entry-status is not equal to "35" then
                   move ws-entry-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-entry-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           move ls-round-row to ws-seal-row.
           move 'A' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-entry.
           if ws-entry-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-entry
           end-if.
           if ws-entry-status is not equal to "00" then
               move ws-entry-filename to ws-ioe-file
               move ws-entry-status to ws-ioe-status
               perform report-io-error
               exit paragraph
           end-if.
           move ws-seal-row to fs-entry-row.
           write fs-entry-row.
           if ws-entry-status is not equal to "00" then
               move ws-entry-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-entry-status to ws-ioe-status
               perform report-io-error
               close fs-entry
               exit paragraph
           end-if.
           close fs-entry.
           move spaces to ws-event.
           string "EVENT ROUND event=" delimited by size
               ws-ev-code delimited by space
               " name=" delimited by size
               ls-gs-initials delimited by size
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-event-tag" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-event-tag.
      *
       identification division.
       program-id. kgame-event-board.
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
       01  ws-today picture x(10).
       01  ws-ev-key picture x(16).
       01  ws-ptr picture is 9(4).
       01  ws-ev-list picture x(32) occurs 16 times.
      *The block being read, and the live event once one is found
       01  ws-ev-open picture is 9.
       01  ws-ev-code picture x(8).
       01  ws-ev-title picture x(80).
       01  ws-ev-from picture x(10).
       01  ws-ev-to picture x(10).
       01  ws-ev-best picture is 9(4).
       01  ws-live-code picture x(8).
       01  ws-live-best picture is 9(4).
      *One event-<code>.txt row, by the same keyword parse as
      *KGAME-DAILY-BOARD's.
       01  ws-tokens picture is x(20) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-row-no picture is 9(6).
       01  ws-row-name picture is x(3).
       01  ws-row-dist picture is 9(8).
       01  ws-row-hits picture is 9(4).
       01  ws-row-void picture is 9.
      *Each player's best rounds so far, kept sorted in the
      *player's own run of ten slots -- longest first, fewer hits
      *then the earlier round breaking ties.
       01  ws-pl-count picture is 9(4).
       01  ws-pl-name picture is x(3) occurs 200 times.
       01  ws-pl-kept picture is 9(4) occurs 200 times.
       01  ws-bs-dist picture is 9(8) occurs 2000 times.
       01  ws-bs-hits picture is 9(4) occurs 2000 times.
       01  ws-bs-row picture is 9(6) occurs 2000 times.
       01  ws-base picture is 9(4).
       01  ws-found picture is 9(4).
       01  ws-pos picture is 9(4).
       01  ws-i picture is 9(4).
       01  ws-p picture is 9(4).
      *A player's standing: the counted rounds' distance and hits,
      *and the row that completed it -- the earlier it was reached
      *the higher it ranks on a tie.
       01  ws-st-dist picture is 9(10).
       01  ws-st-hits picture is 9(6).
       01  ws-st-row picture is 9(6).
      *Top 10, slot 11 shift room
       01  ws-count picture is 9(4).
       01  ws-rank-name picture is x(3) occurs 11 times.
       01  ws-rank-dist picture is 9(10) occurs 11 times.
       01  ws-rank-hits picture is 9(6) occurs 11 times.
       01  ws-rank-row picture is 9(6) occurs 11 times.
       01  ws-rank-kept picture is 9(4) occurs 11 times.
      *Display formatting
       01  ws-rank-z picture is z9.
       01  ws-dist-z picture is zzzzzzzzz9.
       01  ws-hits-z picture is zzzz9.
       01  ws-kept-z picture is z9.
       01  ws-best-z picture is z9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *The standings of the first event live today, out of its own
      *event-<code>.txt, left formatted in the shared state for the
      *menu's standings screen -- each player's best rounds summed
      *(BEST of them), fewest hits then the earlier finish breaking
      *ties. No event live leaves the title blank, which takes the
      *offer off the title screen.
           move spaces to ws-today.
           string function current-date(1:4) delimited by size
               "-" delimited by size
               function current-date(5:2) delimited by size
               "-" delimited by size
               function current-date(7:2) delimited by size
               into ws-today end-string.
           move spaces to ls-gs-event-title, ws-live-code.
           move 0 to ls-gs-board-count, ws-ev-open.
           open input fs-events.
           if ws-events-status is not equal to "00" then
               if ws-events-status is not equal to "35" then
                   move "events.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-events-status to ws-ioe-status
                   perform report-io-error
               end-if
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
                   exit perform
               end-if
               if fs-events-row is not equal to spaces
                   perform apply-event-row
               end-if
           end-perform.
           close fs-events.
           perform judge-event.
           if ws-live-code is equal to spaces then
               goback
           end-if.
      *
           move 0 to ws-pl-count, ws-row-no.
           move spaces to ws-entry-filename.
           string "event-" delimited by size
               ws-live-code delimited by space
               ".txt" delimited by size
               into ws-entry-filename end-string.
           open input fs-entry.
           if ws-entry-status is equal to "00" then
               perform forever
                   read fs-entry
                       at end exit perform
                   end-read
                   if ws-entry-status is not less than "30" then
                       move ws-entry-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-entry-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   add 1 to ws-row-no end-add
                   if fs-entry-row is not equal to spaces
                       perform parse-entry-row
                       if ws-row-void is equal to 0
                           perform keep-round
                       end-if
                   end-if
               end-perform
               close fs-entry
           else
               if ws-entry-status is not equal to "35" then
                   move ws-entry-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-entry-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
      *
           move 0 to ws-count.
           perform varying ws-p from 1 by 1 until ws-p > ws-pl-count
               perform total-player
               perform insert-standing
           end-perform.
           perform varying ws-i from 1 by 1 until ws-i > ws-count
               perform format-standing
           end-perform.
           move ws-count to ls-gs-board-count.
           goback.
       apply-event-row.
           move spaces to ws-ev-key.
           move 1 to ws-ptr.
           unstring fs-events-row delimited by all space
               into ws-ev-key
               with pointer ws-ptr end-unstring.
           move spaces to ws-ev-list(1).
           unstring fs-events-row(ws-ptr:) delimited by all space
               into ws-ev-list(1) end-unstring.
           if ws-ev-key is not equal to "EVENT"
               and ws-ev-open is equal to 0 then
               exit paragraph
           end-if.
           evaluate ws-ev-key
               when "EVENT"
                   perform judge-event
                   move 1 to ws-ev-open
                   move ws-ev-list(1) to ws-ev-code
                   move spaces to ws-ev-title
                   move 1 to ws-ptr
                   unstring fs-events-row delimited by all space
                       into ws-ev-key ws-ev-key
                       with pointer ws-ptr end-unstring
                   if fs-events-row(ws-ptr:) is not equal to spaces
                       move fs-events-row(ws-ptr:) to ws-ev-title
                   else
                       move ws-ev-code to ws-ev-title
                   end-if
                   move spaces to ws-ev-from, ws-ev-to
                   move 3 to ws-ev-best
               when "FROM" move ws-ev-list(1) to ws-ev-from
               when "TO" move ws-ev-list(1) to ws-ev-to
               when "BEST"
                   compute ws-ev-best =
                       function numval(ws-ev-list(1)) end-compute
                   if ws-ev-best < 1
                       move 1 to ws-ev-best
                   end-if
                   if ws-ev-best > 10
                       move 10 to ws-ev-best
                   end-if
               when other continue
           end-evaluate.
       judge-event.
           if ws-ev-open is equal to 0 then
               exit paragraph
           end-if.
           move 0 to ws-ev-open.
           if ws-live-code is not equal to spaces
               or ws-ev-from is equal to spaces
               or ws-ev-to is equal to spaces
               or ws-today < ws-ev-from
               or ws-today > ws-ev-to then
               exit paragraph
           end-if.
           move ws-ev-code to ws-live-code.
           move ws-ev-best to ws-live-best.
           move ws-ev-title to ls-gs-event-title.
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
           move "---" to ws-row-name.
           move 0 to ws-row-dist, ws-row-hits, ws-row-void.
           perform varying ws-tix from 2 by 1 until ws-tix > 12
               evaluate true
                           function numval(ws-tokens(ws-tix)(6:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:3) to ws-row-name
                   when ws-tokens(ws-tix) is equal to "void=Y"
                       move 1 to ws-row-void
                   when ws-tokens(ws-tix) is equal to "test=Y"
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
                   exit paragraph
               end-if
               add 1 to ws-pl-count end-add
               move ws-pl-count to ws-found
               move ws-row-name to ws-pl-name(ws-found)
               move 0 to ws-pl-kept(ws-found)
           end-if.
           compute ws-base = (ws-found - 1) * 10 end-compute.
           perform varying ws-pos from 1 by 1
           until ws-pos > ws-pl-kept(ws-found)
               or ws-row-dist > ws-bs-dist(ws-base + ws-pos)
               or (ws-row-dist is equal to ws-bs-dist(ws-base + ws-pos)
                   and ws-row-hits < ws-bs-hits(ws-base + ws-pos))
               continue
           end-perform.
           if ws-pos > ws-live-best then
               exit paragraph
           end-if.
           if ws-pl-kept(ws-found) < ws-live-best then
               add 1 to ws-pl-kept(ws-found) end-add
           end-if.
           perform varying ws-i from ws-pl-kept(ws-found) by -1
           until ws-i <= ws-pos
               move ws-bs-dist(ws-base + ws-i - 1)
                   to ws-bs-dist(ws-base + ws-i)
               move ws-bs-hits(ws-base + ws-i - 1)
                   to ws-bs-hits(ws-base + ws-i)
               move ws-bs-row(ws-base + ws-i - 1)
                   to ws-bs-row(ws-base + ws-i)
           end-perform.
           move ws-row-dist to ws-bs-dist(ws-base + ws-pos).
           move ws-row-hits to ws-bs-hits(ws-base + ws-pos).
           move ws-row-no to ws-bs-row(ws-base + ws-pos).
       total-player.
           compute ws-base = (ws-p - 1) * 10 end-compute.
           move 0 to ws-st-dist, ws-st-hits, ws-st-row.
           perform varying ws-i from 1 by 1
           until ws-i > ws-pl-kept(ws-p)
               add ws-bs-dist(ws-base + ws-i) to ws-st-dist end-add
               add ws-bs-hits(ws-base + ws-i) to ws-st-hits end-add
               if ws-bs-row(ws-base + ws-i) > ws-st-row
                   move ws-bs-row(ws-base + ws-i) to ws-st-row
               end-if
           end-perform.
       insert-standing.
           perform varying ws-pos from 1 by 1
           until ws-pos > ws-count
               or ws-st-dist > ws-rank-dist(ws-pos)
               or (ws-st-dist is equal to ws-rank-dist(ws-pos)
                   and ws-st-hits < ws-rank-hits(ws-pos))
               or (ws-st-dist is equal to ws-rank-dist(ws-pos)
                   and ws-st-hits is equal to ws-rank-hits(ws-pos)
                   and ws-st-row < ws-rank-row(ws-pos))
               continue
           end-perform.
           if ws-pos <= 10 then
               perform varying ws-i from 10 by -1
               until ws-i <= ws-pos
                   move ws-rank-name(ws-i - 1) to ws-rank-name(ws-i)
                   move ws-rank-dist(ws-i - 1) to ws-rank-dist(ws-i)
                   move ws-rank-hits(ws-i - 1) to ws-rank-hits(ws-i)
                   move ws-rank-row(ws-i - 1) to ws-rank-row(ws-i)
                   move ws-rank-kept(ws-i - 1) to ws-rank-kept(ws-i)
               end-perform
               move ws-pl-name(ws-p) to ws-rank-name(ws-pos)
               move ws-st-dist to ws-rank-dist(ws-pos)
               move ws-st-hits to ws-rank-hits(ws-pos)
               move ws-st-row to ws-rank-row(ws-pos)
               move ws-pl-kept(ws-p) to ws-rank-kept(ws-pos)
               if ws-count < 10 then
                   add 1 to ws-count end-add
               end-if
           end-if.
       format-standing.
           move ws-i to ws-rank-z.
           move ws-rank-dist(ws-i) to ws-dist-z.
           move ws-rank-hits(ws-i) to ws-hits-z.
           move ws-rank-kept(ws-i) to ws-kept-z.
           move ws-live-best to ws-best-z.
           move spaces to ls-gs-board-rows(ws-i).
           string ws-rank-z delimited by size
               "  " delimited by size
               ws-rank-name(ws-i) delimited by size
               "  " delimited by size
               ws-dist-z delimited by size
               "  " delimited by size
               ws-hits-z delimited by size
               "  " delimited by size
               ws-kept-z delimited by size
               "/" delimited by size
               ws-best-z delimited by size
               into ls-gs-board-rows(ws-i) end-string.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-event-board" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-event-board.
      *
       identification division.
       program-id. kgame-apply-difficulty.
       01  ws-str-key picture x(16).
       01  ws-ptr picture is 9(4).
       01  ws-slot picture is 9(4).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
           move "Lives" to ls-gs-text(40).
           move "Demonstration" to ls-gs-text(41).
           move "Press any key to play" to ls-gs-text(42).
           move "V plays a booked round" to ls-gs-text(43).
           move "Play a booked round" to ls-gs-text(44).
           move "No tape kept under that key" to ls-gs-text(45).
           move "N tournament standings" to ls-gs-text(46).
           move "New badge" to ls-gs-text(47).
           move "Attendant service" to ls-gs-text(48).
           move "Enter attendant PIN" to ls-gs-text(49).
           move "PIN not recognised" to ls-gs-text(50).
           move "Attendant:" to ls-gs-text(51).
           move "Rounds today:" to ls-gs-text(52).
           move "Last round:" to ls-gs-text(53).
           move "No round on file" to ls-gs-text(54).
           move "Checkpoint save:" to ls-gs-text(55).
           move "Campaign save:" to ls-gs-text(56).
           move "present" to ls-gs-text(57).
           move "absent" to ls-gs-text(58).
           move "Void the last round" to ls-gs-text(59).
           move "Flag the last round as a test" to ls-gs-text(60).
           move "Clear the checkpoint" to ls-gs-text(61).
           move "Clear the campaign save" to ls-gs-text(62).
           move "Run the preflight check" to ls-gs-text(63).
           move "Up/Down pick  Enter run  Backspace sign out"
               to ls-gs-text(64).
           move "Done -- entry written to audit.log" to ls-gs-text(65).
           move "Refused -- see service.out" to ls-gs-text(66).
           move "Preflight: PASS" to ls-gs-text(67).
           move "Preflight: FAIL -- see service.out" to ls-gs-text(68).
           move "Recent events:" to ls-gs-text(69).
           move "Nothing to clear" to ls-gs-text(70).
      *
           if ls-gs-language is equal to spaces then
               goback
                   read fs-strings
                       at end exit perform
                   end-read
                   if ws-strings-status is not less than "30" then
                       move ws-strings-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-strings-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   if fs-strings-row is not equal to spaces
                       perform apply-string-row
                   end-if
               end-perform
               close fs-strings
           else
               if ws-strings-status is not equal to "35" then
                   move ws-strings-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-strings-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           goback.
      *One translation row: the key token, then everything after
               when "HUD_LIVES" move 40 to ws-slot
               when "DEMO_BANNER" move 41 to ws-slot
               when "DEMO_HELP" move 42 to ws-slot
               when "VAULT_HELP" move 43 to ws-slot
               when "VAULT_TITLE" move 44 to ws-slot
               when "VAULT_MISS" move 45 to ws-slot
               when "EVENT_HELP" move 46 to ws-slot
               when "AWARD_LABEL" move 47 to ws-slot
               when "SVC_TITLE" move 48 to ws-slot
               when "SVC_PIN" move 49 to ws-slot
               when "SVC_PIN_MISS" move 50 to ws-slot
               when "SVC_WHO" move 51 to ws-slot
               when "SVC_ROUNDS" move 52 to ws-slot
               when "SVC_LAST" move 53 to ws-slot
               when "SVC_NO_ROUND" move 54 to ws-slot
               when "SVC_CKPT" move 55 to ws-slot
               when "SVC_CAMP" move 56 to ws-slot
               when "SVC_PRESENT" move 57 to ws-slot
               when "SVC_ABSENT" move 58 to ws-slot
               when "SVC_VOID" move 59 to ws-slot
               when "SVC_TEST" move 60 to ws-slot
               when "SVC_CLR_CKPT" move 61 to ws-slot
               when "SVC_CLR_CAMP" move 62 to ws-slot
               when "SVC_PREFLIGHT" move 63 to ws-slot
               when "SVC_HELP" move 64 to ws-slot
               when "SVC_DONE" move 65 to ws-slot
               when "SVC_REFUSED" move 66 to ws-slot
               when "SVC_PASS" move 67 to ws-slot
               when "SVC_FAIL" move 68 to ws-slot
               when "SVC_EVENTS" move 69 to ws-slot
               when "SVC_NOTHING" move 70 to ws-slot
               when other move 0 to ws-slot
           end-evaluate.
           if ws-slot > 0
               then
               move fs-strings-row(ws-ptr:) to ls-gs-text(ws-slot)
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-strings" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-strings.
      *
      *Park-Miller pseudo-random stream for the traffic simulation.
       01  ws-file-mode picture is x(1) value is 'C'.
       01  ws-hdr-key picture is x(16).
       01  ws-hdr-val picture is x(32).
       01  ws-hdr-rev picture is x(16).
       01  ws-num picture is 9(8).
       01  ws-micros picture is 9(8).
      *Positions carry their fraction -- a round can start on a
       01  ws-eof picture is 9.
      *The difficulty/mode the operator had picked before playback
      *borrowed the shared state -- put back when playback ends.
       01  ws-tape-failed picture is 9.
       01  ws-have-saved picture is 9 value is 0.
       01  ws-saved-diff picture is x(1).
       01  ws-saved-mode picture is x(1).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
           perform pick-tape-file.
           open output fs-replay.
           if ws-replay-status is not equal to "00" then
               move ws-replay-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-replay-status to ws-ioe-status
               perform report-io-error
               move 1 to ls-eof
           else
               move 0 to ws-tape-failed
               move ls-gs-player-pos-x to ws-hdr-pos-x
               move ls-gs-player-pos-y to ws-hdr-pos-y
               move ls-gs-lives to ws-hdr-lives
               string "LEVEL " delimited by size
                   ls-gs-level-name delimited by size
                   into fs-replay-row end-string
      *A published revision rides on the same row, so the tape
      *replays on the layout it was recorded on.
               if ls-gs-level-rev > 0 then
                   move "rev=" to fs-replay-row(40:4)
                   move ls-gs-level-rev to fs-replay-row(44:4)
               end-if
               perform write-tape-row
               move spaces to fs-replay-row
               string "SEED " delimited by size
                   ls-gs-rng-seed delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move spaces to fs-replay-row
               string "DIFF " delimited by size
                   ls-gs-difficulty delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move spaces to fs-replay-row
               string "MODE " delimited by size
                   ls-gs-play-mode delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move ws-hdr-pos-x to ws-hdr-pos-edit
               move spaces to fs-replay-row
               string "POSX " delimited by size
                   ws-hdr-pos-edit delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move ws-hdr-pos-y to ws-hdr-pos-edit
               move spaces to fs-replay-row
               string "POSY " delimited by size
                   ws-hdr-pos-edit delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move spaces to fs-replay-row
               string "LIVES " delimited by size
                   ws-hdr-lives delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move ls-gs-hits-taken to ws-hdr-hits
               move spaces to fs-replay-row
               string "HITS " delimited by size
                   ws-hdr-hits delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move ls-gs-distance-travelled to ws-hdr-dist
               move ws-hdr-dist to ws-hdr-pos-edit
               move spaces to fs-replay-row
               string "DIST " delimited by size
                   ws-hdr-pos-edit delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move ls-gs-items-collected to ws-hdr-itemsc
               move spaces to fs-replay-row
               string "ITEMSC " delimited by size
                   ws-hdr-itemsc delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move all '0' to ws-hdr-taken
               perform varying ws-j from 1 by 1
               until ws-j > ls-gs-item-count
               string "TAKEN " delimited by size
                   ws-hdr-taken delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
               move 'W' to ws-file-mode
               move 1 to ls-gs-replay-recording
           end-if.
                   " " delimited by size
                   ws-micros delimited by size
                   into fs-replay-row end-string
               perform write-tape-row
           end-if.
       end-record.
           if ws-file-mode is equal to 'W' then
           perform pick-tape-file.
           open input fs-replay.
           if ws-replay-status is not equal to "00" then
               if ws-replay-status is not equal to "35" then
                   move ws-replay-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-replay-status to ws-ioe-status
                   perform report-io-error
               end-if
               move 1 to ls-eof
           else
               move ls-gs-difficulty to ws-saved-diff
                   read fs-replay
                       at end move 1 to ws-eof
                   end-read
                   if ws-replay-status is not less than "30" then
                       move ws-replay-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-replay-status to ws-ioe-status
                       perform report-io-error
                       move 1 to ws-eof
                       exit perform
                   end-if
                   if ws-eof is equal to 0 then
                       perform apply-header-row
                   end-if
               end-perform
               if ws-eof is equal to 1 then
                   close fs-replay
                   move space to ls-gs-level-source
                   move 1 to ls-eof
               else
      *Rebuild the recorded round's starting state: same level, same
                   move 0 to ls-gs-p2-out
                   call "kgame-level-setup" using by reference ls-gs
                       end-call
                   if ls-gs-level-source is equal to 'F' then
                       perform refuse-tape-layout
                       goback
                   end-if
                   call "kgame-apply-difficulty" using
                       by reference ls-gs end-call
                   call "kgame-random-seed" using
                   move 'R' to ws-file-mode
               end-if
           end-if.
      *The layout the tape was recorded on is not on file, so the
      *tape cannot be played back true. It is closed as if it had
      *no frames. A headless caller is left LEVEL-SOURCE 'F' to
      *report; on the kiosk the live layout goes back in.
       refuse-tape-layout.
           close fs-replay.
           move 1 to ls-eof.
           if ls-gs-headless is equal to 0 then
               move space to ls-gs-level-source
               call "kgame-level-setup" using by reference ls-gs
                   end-call
           end-if.
       apply-header-row.
           move spaces to ws-hdr-key, ws-hdr-val, ws-hdr-rev.
           unstring fs-replay-row delimited by all space
               into ws-hdr-key ws-hdr-val ws-hdr-rev end-unstring.
           evaluate ws-hdr-key
      *No rev= (a tape from before levels were published, or of a
      *level never published) is revision 0. The fallback pair's
      *blank name leaves rev= as the first token after LEVEL.
               when "LEVEL"
                   if ws-hdr-val(1:4) is equal to "rev=" then
                       move ws-hdr-val to ws-hdr-rev
                       move spaces to ws-hdr-val
                   end-if
                   move ws-hdr-val to ls-gs-level-name
                   move 0 to ls-gs-level-rev
                   if ws-hdr-rev(1:4) is equal to "rev=" then
                       compute ls-gs-level-rev =
                           function numval(ws-hdr-rev(5:))
                       end-compute
                   end-if
                   move 'R' to ls-gs-level-source
               when "SEED"
                   compute ls-gs-rng-seed =
                       function numval(ws-hdr-val) end-compute
               read fs-replay
                   at end move 1 to ws-eof
               end-read
               if ws-replay-status is not less than "30" then
                   move ws-replay-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-replay-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-eof
               end-if
               if ws-eof is equal to 1 then
                   close fs-replay
                   move 'C' to ws-file-mode
                   end-call
               move 0 to ws-have-saved
           end-if.
      *A tape recorded on an older revision left that layout
      *loaded -- the published one goes back before anyone plays.
           if ls-gs-level-source is equal to 'K'
               and ls-gs-headless is equal to 0 then
               call "kgame-level-setup" using by reference ls-gs
                   end-call
           end-if.
      *An empty tape name (a state record from before the field
      *existed, or a caller that never set one) still means the
      *classic replay.dat.
           else
               move ls-gs-replay-file to ws-replay-filename
           end-if.
      *A tape that stops taking rows is journalled once; the rest
      *of the round is not written after it.
       write-tape-row.
           if ws-tape-failed is equal to 1 then
               exit paragraph
           end-if.
           write fs-replay-row.
           if ws-replay-status is not equal to "00" then
               move 1 to ws-tape-failed
               move ws-replay-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-replay-status to ws-ioe-status
               perform report-io-error
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-replay" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-replay.
      *
       identification division.
           select fs-ghost assign to ws-ghost-filename
           organization is line sequential
           file status is ws-ghost-status.
           select fs-ghosts assign to "ghosts.txt"
           organization is line sequential
           file status is ws-ghosts-status.
       data division.
       file section.
       fd  fs-ghost.
       01  fs-ghost-row picture x(80).
       fd  fs-ghosts.
       01  fs-ghosts-row picture x(64).
       working-storage section.
       01  ws-ghost-filename picture x(64).
       01  ws-ghost-status picture is x(2).
       01  ws-ghosts-status picture is x(2).
      *The ghosts.txt entry for the level: the revision its best
      *tape was recorded on (no entry, or no rev=, is revision 0).
       01  ws-tokens picture is x(38) occurs 4 times.
       01  ws-tix picture is 9(4).
       01  ws-level-token picture is x(32).
       01  ws-row-level picture is x(32).
       01  ws-row-rev picture is 9(4).
       01  ws-ghost-rev picture is 9(4).
      *'C' closed, 'R' rolling
       01  ws-file-mode picture is x(1) value is 'C'.
       01  ws-hdr-key picture is x(16).
       01  ws-eof picture is 9.
       01  ws-micros picture is 9(8).
       01  ws-step :tp-float:.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       open-ghost.
           perform close-ghost.
           move 0 to ls-gs-ghost-active.
      *A best run recorded on another revision of the level walked
      *a different layout -- it is not raced against.
           perform find-ghost-rev.
           if ws-ghost-rev is not equal to ls-gs-level-rev then
               exit paragraph
           end-if.
           perform build-ghost-filename.
           open input fs-ghost.
           if ws-ghost-status is not equal to "00" then
               if ws-ghost-status is not equal to "35" then
                   move ws-ghost-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-ghost-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
      *Walk the 11 header rows the same way playback does, keeping
               read fs-ghost
                   at end move 1 to ws-eof
               end-read
               if ws-ghost-status is not less than "30" then
                   move ws-ghost-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-ghost-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-eof
                   exit perform
               end-if
               if ws-eof is equal to 0 then
                   perform apply-ghost-header-row
               end-if
           read fs-ghost
               at end move 1 to ws-eof
           end-read.
           if ws-ghost-status is not less than "30" then
               move ws-ghost-filename to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-ghost-status to ws-ioe-status
               perform report-io-error
               move 1 to ws-eof
           end-if.
           if ws-eof is equal to 1 then
               close fs-ghost
               move 'C' to ws-file-mode
               move 'C' to ws-file-mode
           end-if.
           move 0 to ls-gs-ghost-active.
       find-ghost-rev.
           move 0 to ws-ghost-rev.
           if ls-gs-level-name is equal to spaces then
               move "-" to ws-level-token
           else
               move ls-gs-level-name to ws-level-token
           end-if.
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
               perform varying ws-tix from 1 by 1 until ws-tix > 4
                   move spaces to ws-tokens(ws-tix)
               end-perform
               unstring fs-ghosts-row delimited by all space
                   into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                        ws-tokens(4)
               end-unstring
               move spaces to ws-row-level
               move 0 to ws-row-rev
               perform varying ws-tix from 1 by 1 until ws-tix > 4
                   evaluate true
                       when ws-tokens(ws-tix)(1:6) is equal to "level="
                           move ws-tokens(ws-tix)(7:) to ws-row-level
                       when ws-tokens(ws-tix)(1:4) is equal to "rev="
                           compute ws-row-rev = function numval(
                               ws-tokens(ws-tix)(5:))
                           end-compute
                       when other continue
                   end-evaluate
               end-perform
               if ws-row-level is equal to ws-level-token then
                   move ws-row-rev to ws-ghost-rev
               end-if
           end-perform.
           close fs-ghosts.
      *The plain map.txt/path.txt fallback level keeps its ghost
      *under a name of its own, same convention as everything else
      *the default pair owns.
                   ".dat" delimited by size
                   into ws-ghost-filename end-string
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-ghost" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-ghost.
      *
       identification division.
       01  ws-tape-in-status picture is x(2).
       01  ws-ghost-filename picture x(64).
       01  ws-tape-out-status picture is x(2).
      *The ghost index: one best distance per level ever won, and
      *the level revision the best was won on.
       01  ws-gl-count picture is 9(4).
       01  ws-gl-level picture is x(32) occurs 32 times.
       01  ws-gl-dist picture is 9(8) occurs 32 times.
       01  ws-gl-rev picture is 9(4) occurs 32 times.
      *Wide enough for a level= token carrying the full
      *32-character level name.
       01  ws-tokens picture is x(38) occurs 4 times.
       01  ws-round-dist picture is 9(8).
       01  ws-level-token picture is x(32).
       01  ws-copied picture is 9(6).
       01  ws-index-failed picture is 9.
       01  ws-event picture x(64).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
                   read fs-ghosts
                       at end exit perform
                   end-read
      *An index read short would be written back short -- better
      *no booking than the other levels' bests lost.
                   if ws-ghosts-status is not less than "30" then
                       move "ghosts.txt" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-ghosts-status to ws-ioe-status
                       perform report-io-error
                       close fs-ghosts
                       goback
                   end-if
                   if fs-ghosts-row is not equal to spaces
                       perform parse-ghost-row
                   end-if
               end-perform
               close fs-ghosts
           else
               if ws-ghosts-status is not equal to "35" then
                   move "ghosts.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-ghosts-status to ws-ioe-status
                   perform report-io-error
                   goback
               end-if
           end-if.
      *
           move 0 to ws-found.
                   move ws-i to ws-found
               end-if
           end-perform.
      *A best from an older revision of the level is no target on
      *the layout live now -- the first win on it takes the slot.
           if ws-found > 0
               and ws-gl-rev(ws-found) is equal to ls-gs-level-rev
               and ws-round-dist <= ws-gl-dist(ws-found) then
               goback
           end-if.
               move ws-level-token to ws-gl-level(ws-found)
           end-if.
           move ws-round-dist to ws-gl-dist(ws-found).
           move ls-gs-level-rev to ws-gl-rev(ws-found).
           open output fs-ghosts.
           if ws-ghosts-status is not equal to "00" then
               move "ghosts.txt" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-ghosts-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
           move 0 to ws-index-failed.
           perform varying ws-i from 1 by 1 until ws-i > ws-gl-count
               perform write-ghost-row
               if ws-ghosts-status is not equal to "00" then
                   move "ghosts.txt" to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-ghosts-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-index-failed
                   exit perform
               end-if
           end-perform.
           close fs-ghosts.
           if ws-index-failed is equal to 1 then
               goback
           end-if.
           move spaces to ws-event.
           string "GHOST BOOKED level=" delimited by size
               ws-level-token delimited by space
           add 1 to ws-gl-count end-add.
           move spaces to ws-gl-level(ws-gl-count).
           move 0 to ws-gl-dist(ws-gl-count).
           move 0 to ws-gl-rev(ws-gl-count).
           perform varying ws-tix from 1 by 1 until ws-tix > 4
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       compute ws-gl-dist(ws-gl-count) =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when ws-tokens(ws-tix)(1:4) is equal to "rev="
                       compute ws-gl-rev(ws-gl-count) =
                           function numval(ws-tokens(ws-tix)(5:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
               ws-gl-level(ws-i) delimited by space
               " distance=" delimited by size
               ws-gl-dist(ws-i) delimited by size
               " rev=" delimited by size
               ws-gl-rev(ws-i) delimited by size
               into fs-ghosts-row end-string.
           write fs-ghosts-row.
      *Line-for-line copy of the round's tape into the level's
      *ghost slot. WS-COPIED stays 0 when the tape could not be
      *read or came up empty -- no tape, no booking -- and goes
      *back to 0 when the copy broke off part way.
       copy-tape.
           move 0 to ws-copied.
           if ls-gs-replay-file is equal to spaces then
           end-if.
           open input fs-tape-in.
           if ws-tape-in-status is not equal to "00" then
               if ws-tape-in-status is not equal to "35" then
                   move ws-tape-in-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-tape-in-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           move spaces to ws-ghost-filename.
           end-if.
           open output fs-tape-out.
           if ws-tape-out-status is not equal to "00" then
               move ws-ghost-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-tape-out-status to ws-ioe-status
               perform report-io-error
               close fs-tape-in
               exit paragraph
           end-if.
               read fs-tape-in
                   at end exit perform
               end-read
               if ws-tape-in-status is not less than "30" then
                   move ws-tape-in-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-tape-in-status to ws-ioe-status
                   perform report-io-error
                   move 0 to ws-copied
                   exit perform
               end-if
               move fs-tape-in-row to fs-tape-out-row
               write fs-tape-out-row
               if ws-tape-out-status is not equal to "00" then
                   move ws-ghost-filename to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-tape-out-status to ws-ioe-status
                   perform report-io-error
                   move 0 to ws-copied
                   exit perform
               end-if
               add 1 to ws-copied end-add
           end-perform.
           close fs-tape-in.
           close fs-tape-out.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-ghost-book" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-ghost-book.
      *
       identification division.
               by value 360
               by value 18
               by content ws-white-colour end-call.
      *Player one's badges stay up while player two keys in.
           if ls-gs-p2-active is equal to 1
               and ls-gs-score-player is equal to 2
               and ls-gs-award-text is not equal to spaces then
               call "raylib-draw-text" using by reference
                   ls-gs-award-text
                   by value 76
                   by value 400
                   by value 20
                   by content ws-white-colour end-call
           end-if.
           goback.
       end program kgame-initials-draw.
      *
       01  ws-rp-keys picture is x(4).
       01  ws-rp-eof picture is 9.
       01  ws-gh-action picture is x(1).
       01  ws-event picture x(64).
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
      *Quit-to-Title keeps the round's stats in place -- the round
      *is not over, it is abandoned to the title screen, and Enter
      *there picks it back up (or a different level replaces it).
      *An abandoned recording (or playback) is simply closed. The
      *journal notes the hand-back to the title either way, so the
      *utilisation report knows where live play (or the tape)
      *stopped.
                   move spaces to ws-event
                   if ls-gs-replay-playing is equal to 1 then
                       move "PLAYBACK END" to ws-event
                   else
                       move "ROUND QUIT" to ws-event
                   end-if
                   call "kgame-journal" using by reference ws-event
                       end-call
                   if ls-gs-replay-recording is equal to 1 then
                       move 'E' to ws-rp-action
                       call "kgame-replay" using by reference ls-gs
      *on the Map layer, . P L R U D X S H on the Path layer), Tab
      *flips layers, [ ] adjust the path.txt car-count header, N/M
      *and J/K resize the width/height headers (content re-flowed),
      *W writes the pair out as the level's draft in KGAME-LOAD's
      *own format, Backspace returns to the title. Nothing the
      *editor does reaches customers until kpublish promotes the
      *draft: leaving the editor reloads the published layout.
           set ws-draw-prog to entry "kgame-editor-draw".
           call "raylib-draw" using by reference ls-gs
               by value ws-draw-prog end-call.
           call "raylib-iskeypressed" using by value ws-backspace-key
               returning ws-status end-call.
           if ws-status is not equal to zero then
               call "kgame-level-setup" using by reference ls-gs
                   end-call
               move 'T' to ls-gs-menu-screen
               move 'M' to ls-gs-game-state
           end-if.
           move spaces to ws-line.
           string "Editor: " delimited by size
               ls-gs-level-name delimited by space
               " (draft)" delimited by size
               into ws-line end-string.
           if ls-gs-level-name is equal to spaces then
               move "Editor: default (draft)" to ws-line
           end-if.
           call "raylib-draw-text" using by reference ws-line
               by value 10
       input-output section.
       file-control.
           select fs-out-map assign to ws-map-filename
           organization is line sequential
           file status is ws-out-map-status.
           select fs-out-path assign to ws-path-filename
           organization is line sequential
           file status is ws-out-path-status.
       data division.
       file section.
       fd  fs-out-map.
       working-storage section.
       01  ws-map-filename picture x(64).
       01  ws-path-filename picture x(64).
       01  ws-out-map-status picture x(2).
       01  ws-out-path-status picture x(2).
       01  ws-save-failed picture is 9.
       01  ws-letters picture is x(52) value is
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
       01  ws-r picture is 9(8).
       01  ws-h-z picture is 9(4).
       01  ws-cars-z picture is 9(4).
       01  ws-event picture x(64).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *Write the in-memory grid back out in the same format as the
      *<level>-map.txt / <level>-path.txt pair KGAME-LOAD reads:
      *"width height" header then letter rows; car-count header
      *then path-code rows. Blank path cells go out as '.' so the
      *validator stays happy with what comes back in. The pair is
      *the level's draft (<level>-map-draft.txt and
      *<level>-path-draft.txt) -- the live files only ever change
      *when kpublish checks and promotes it.
           move spaces to ws-map-filename, ws-path-filename.
           if ls-gs-level-name is equal to spaces then
               move "map-draft.txt" to ws-map-filename
               move "path-draft.txt" to ws-path-filename
           else
               string ls-gs-level-name delimited by space
                   "-map-draft.txt" delimited by size
                   into ws-map-filename end-string
               string ls-gs-level-name delimited by space
                   "-path-draft.txt" delimited by size
                   into ws-path-filename end-string
           end-if.
      *
           move ls-gs-map-height to ws-h-z.
           move ls-gs-traffic-count to ws-cars-z.
      *
      *A draft that could not be written in full is not reported
      *as saved.
           move 0 to ws-save-failed.
           open output fs-out-map.
           if ws-out-map-status is not equal to "00" then
               move ws-map-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-out-map-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
           move spaces to fs-out-map-row.
           string ws-w-z delimited by size
               " " delimited by size
               ws-h-z delimited by size
               into fs-out-map-row end-string.
           write fs-out-map-row.
           if ws-out-map-status is not equal to "00" then
               move ws-map-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-out-map-status to ws-ioe-status
               perform report-io-error
               close fs-out-map
               goback
           end-if.
           perform varying ws-r from 1 by 1
           until ws-r > ls-gs-map-height
               move spaces to fs-out-map-row
                       to fs-out-map-row(ws-c:1)
               end-perform
               write fs-out-map-row
               if ws-out-map-status is not equal to "00" then
                   move ws-map-filename to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-out-map-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-save-failed
                   exit perform
               end-if
           end-perform.
           close fs-out-map.
           if ws-save-failed is equal to 1 then
               goback
           end-if.
      *
           open output fs-out-path.
           if ws-out-path-status is not equal to "00" then
               move ws-path-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-out-path-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
           move spaces to fs-out-path-row.
           string ws-cars-z delimited by size
               into fs-out-path-row end-string.
           write fs-out-path-row.
           if ws-out-path-status is not equal to "00" then
               move ws-path-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-out-path-status to ws-ioe-status
               perform report-io-error
               close fs-out-path
               goback
           end-if.
           perform varying ws-r from 1 by 1
           until ws-r > ls-gs-map-height
               move spaces to fs-out-path-row
                   end-if
               end-perform
               write fs-out-path-row
               if ws-out-path-status is not equal to "00" then
                   move ws-path-filename to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-out-path-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-save-failed
                   exit perform
               end-if
           end-perform.
           close fs-out-path.
           if ws-save-failed is equal to 1 then
               goback
           end-if.
      *
           move spaces to ws-event.
           string "EDITOR SAVED level=" delimited by size
               ls-gs-level-name delimited by space
               " draft" delimited by size
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           goback.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-editor-save" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-editor-save.
      *
       identification division.
       01  ws-keys2 picture is x(4).
       01  ws-p2-moved picture is 9.
       01  ws-anim-end picture is 99.
       01  ws-event picture x(64).
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
                       by reference ws-rp-action
                       by reference ws-rp-keys
                       by reference ws-rp-eof end-call
                   perform journal-playback-end
                   move 'T' to ls-gs-menu-screen
                   move 'M' to ls-gs-game-state
                   goback
                   by reference ws-rp-eof end-call
               if ws-rp-eof is equal to 1 then
                   move 0 to ls-gs-replay-playing
                   perform journal-playback-end
                   move 'T' to ls-gs-menu-screen
                   move 'M' to ls-gs-game-state
                   goback
                   add 1 to ls-gs-p2-anim-frame end-add
               end-if
           end-if.
      *A tape -- attract demo or replay -- has handed the screen
      *back to the title, run out or cut short; the journal says
      *so, so the utilisation report can tell tape time from the
      *idle title screen after it.
       journal-playback-end.
           move spaces to ws-event.
           move "PLAYBACK END" to ws-event.
           call "kgame-journal" using by reference ws-event end-call.
       end program kgame-loop.
      *
       identification division.
               if ws-car-tile-x is equal to ws-ped-tile-x
                   and ws-car-tile-y is equal to ws-ped-tile-y
                   then
                   if ls-gs-headless is equal to 0
                       call "raylib-play-sound" using
                           by value ls-gs-snd-horn end-call
                   end-if
                   move 150 to ls-gs-ped-down-timer(ws-ped-index)
               end-if
           end-perform.
           if ls-gs-item-kind(ws-item-ix) is equal to 'L' then
               add 1 to ls-gs-p2-lives end-add
           end-if.
           if ls-gs-headless is equal to 0 then
               call "raylib-play-sound" using
                   by value ls-gs-snd-footstep end-call
           end-if.
       register-hit-p2.
           if ls-gs-headless is equal to 0 then
               call "raylib-play-sound" using
                   by value ls-gs-snd-horn end-call
           end-if.
           add 1 to ls-gs-p2-hits-taken end-add.
           move ws-p2-tile-x to ws-jnl-x.
           move ws-p2-tile-y to ws-jnl-y.
               "," delimited by size
               ws-jnl-y delimited by size
               into ws-event end-string.
           if ls-gs-headless is equal to 0 then
               call "kgame-journal" using by reference ws-event
                   end-call
           end-if.
           if ls-gs-p2-lives > 0 then
               subtract 1 from ls-gs-p2-lives end-subtract
           end-if
           if ls-gs-item-kind(ws-item-ix) is equal to 'L' then
               add 1 to ls-gs-lives end-add
           end-if.
           if ls-gs-headless is equal to 0 then
               call "raylib-play-sound" using
                   by value ls-gs-snd-footstep end-call
           end-if.
      *
       register-hit.
           if ls-gs-headless is equal to 0 then
               call "raylib-play-sound" using
                   by value ls-gs-snd-horn end-call
           end-if.
           add 1 to ls-gs-hits-taken end-add.
           move ws-player-tile-x to ws-jnl-x.
           move ws-player-tile-y to ws-jnl-y.
               "," delimited by size
               ws-jnl-y delimited by size
               into ws-event end-string.
           if ls-gs-headless is equal to 0 then
               call "kgame-journal" using by reference ws-event
                   end-call
           end-if.
           if ls-gs-lives > 0 then
               subtract 1 from ls-gs-lives end-subtract
           end-if
      *they are never taped at all (booking one would copy whatever
      *stale tape the previous round left behind).
           if ls-gs-play-mode is not equal to 'C'
               and ls-gs-p2-active is equal to 0
               and ls-gs-headless is equal to 0 then
               call "kgame-ghost-book" using by reference ls-gs
                   end-call
           end-if.
               call "kgame-level-setup" using by reference ls-gs
                   end-call
               move ws-carry-lives to ls-gs-lives
      *The lives carried into the new leg are journalled with it
      *-- the campaign funnel report reads them back.
               move spaces to ws-event
               string "CAMPAIGN ADVANCE level=" delimited by size
                   ls-gs-level-name delimited by space
                   " lives=" delimited by size
                   ws-carry-lives delimited by size
                   into ws-event end-string
               call "kgame-journal" using by reference ws-event
                   end-call
       file section.
       fd  fs-scores.
      *Wide enough for every field the record has grown, including
      *a full 32-character level name, a maintenance tag and the
      *seal -- narrower records silently truncated the tail of the
      *row.
       01  fs-score-row picture x(160).
       fd  fs-daily.
       01  fs-daily-row picture x(160).
       working-storage section.
       01  ws-date.
           05  ws-date-yyyy picture is 9(4).
       01  ws-daily-status picture x(2).
      *The finished row, built once and booked into scores.txt and
      *-- for a daily-challenge round -- the day's own file too.
      *Each file seals its copy onto its own chain.
       01  ws-round-row picture x(160).
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       01  ws-distance-int picture is 9(8).
      *Zero-filled so every field of the record stays one
      *blank-separated token -- the leaderboard and report readers
       01  ws-bonus picture is 9(8).
       01  ws-items picture is 9(4).
       01  ws-level-token picture is x(32).
       01  ws-row-len picture is 9(4).
       01  ws-event picture x(64).
       01  ws-open-status picture is x(2).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
               ws-bonus delimited by size
               into ws-round-row
           end-string.
      *A round on a published level names the revision it was
      *played on, so the board only ranks it against rounds on the
      *same layout. A row with no rev= is revision 0.
           if ls-gs-level-rev > 0 then
               compute ws-row-len = function length(
                   function trim(ws-round-row, trailing))
               end-compute
               move "  rev=" to ws-round-row(ws-row-len + 1:6)
               move ls-gs-level-rev to ws-round-row(ws-row-len + 7:4)
           end-if.
      *The seal chains onto whatever the file's last row carries,
      *so the file is read through to its end first.
           move all "0" to ws-seal-chain.
           open input fs-scores.
           if ws-open-status is equal to "00" then
               move spaces to ws-seal-row
               perform forever
                   read fs-scores
                       at end exit perform
                   end-read
                   if ws-open-status is not less than "30" then
                       move "scores.txt" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-open-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   move fs-score-row to ws-seal-row
               end-perform
               close fs-scores
               perform chain-from-last-row
           else
               if ws-open-status is not equal to "35" then
                   move "scores.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-open-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           move ws-round-row to ws-seal-row.
           perform seal-row.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-scores.
           if ws-open-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-scores
           end-if.
           if ws-open-status is equal to "00" then
               move ws-seal-row to fs-score-row
               write fs-score-row
               if ws-open-status is not equal to "00" then
                   move "scores.txt" to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-open-status to ws-ioe-status
                   perform report-io-error
               end-if
               close fs-scores
           else
               move "scores.txt" to ws-ioe-file
               move ws-open-status to ws-ioe-status
               perform report-io-error
           end-if.
      *A daily-challenge round also lands in the day's own
      *standings file, the same row shape.
           if ls-gs-play-mode is equal to 'D' then
                   ws-date delimited by size
                   ".txt" delimited by size
                   into ws-daily-filename end-string
               move all "0" to ws-seal-chain
               open input fs-daily
               if ws-daily-status is equal to "00" then
                   move spaces to ws-seal-row
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
                       move fs-daily-row to ws-seal-row
                   end-perform
                   close fs-daily
                   perform chain-from-last-row
               else
                   if ws-daily-status is not equal to "35" then
                       move ws-daily-filename to ws-ioe-file
                       move "OPEN-IN" to ws-ioe-op
                       move ws-daily-status to ws-ioe-status
                       perform report-io-error
                   end-if
               end-if
               move ws-round-row to ws-seal-row
               perform seal-row
               move "OPEN-EXT" to ws-ioe-op
               open extend fs-daily
               if ws-daily-status is equal to "35" then
                   move "OPEN-OUT" to ws-ioe-op
                   open output fs-daily
               end-if
               if ws-daily-status is equal to "00" then
                   move ws-seal-row to fs-daily-row
                   write fs-daily-row
                   if ws-daily-status is not equal to "00" then
                       move ws-daily-filename to ws-ioe-file
                       move "WRITE" to ws-ioe-op
                       move ws-daily-status to ws-ioe-status
                       perform report-io-error
                   end-if
                   close fs-daily
               else
                   move ws-daily-filename to ws-ioe-file
                   move ws-daily-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
      *A registered player's round inside a live tournament's
      *window, on its terms, lands in the event's file as well.
           call "kgame-event-tag" using by reference ls-gs
               by reference ws-round-row end-call.
      *The same round also goes into the indexed score master the
      *board and report readers range over -- the flat row above
      *stays the interchange and audit copy. A build shipped
      *without the score-master module just keeps the flat file.
           move 0 to ls-gs-booked-seq.
           call "kgame-master-post" using by reference ls-gs
               on exception continue
           end-call.
      *The round's tape goes into the vault under the key the
      *master just booked, so a disputed round can be played back
      *long after replay.dat has moved on. Head-to-head rounds are
      *never taped, so neither of their two bookings keeps one.
           if ls-gs-p2-active is equal to 0 then
               call "kgame-vault-book" using by reference ls-gs
                   on exception continue
               end-call
           end-if.
      *Every score row still journals its ROUND END, but a
      *head-to-head round's second pass tags its event player=2 --
      *the round only ever journalled one ROUND START, and the
                   into ws-event end-string
           end-if.
           call "kgame-journal" using by reference ws-event end-call.
      *On a redemption kiosk the round pays its prize tickets to
      *the initials it was booked under. A build without the
      *ticket module, or a kiosk with no tickets.cfg, pays none.
           call "kgame-ticket-credit" using by reference ls-gs
               on exception continue
           end-call.
      *Any badge the round wins is awarded before the profile is
      *rolled forward, so the profile counts it.
           call "kgame-achieve" using by reference ls-gs end-call.
      *Roll the round into the player's lifetime profile too --
      *scores.txt keeps the round-by-round history, profiles.txt
      *answers "how far have I walked in total?" without anyone
      *grepping the history by hand.
           call "kgame-profile" using by reference ls-gs end-call.
           goback.
      *WS-SEAL-ROW holds the file's last row (spaces for an empty
      *file); a row written before sealing began leaves the chain
      *at zeros.
       chain-from-last-row.
           if ws-seal-row is not equal to spaces then
               move 'V' to ws-seal-action
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
           end-if.
       seal-row.
           move 'A' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-score" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-score.
      *
       identification division.
       01  ws-pl-losses picture is 9(6) occurs 200 times.
       01  ws-pl-first picture is x(10) occurs 200 times.
       01  ws-pl-last picture is x(10) occurs 200 times.
       01  ws-pl-badges picture is 9(6) occurs 200 times.
      *Best distance per level per player -- its own row kind, since
      *a player collects one best per level they have played.
       01  ws-bl-count picture is 9(4).
       01  ws-i picture is 9(4).
       01  ws-found picture is 9(4).
       01  ws-bfound picture is 9(4).
       01  ws-write-failed picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *Keep one lifetime record per set of initials: rounds played,
      *total distance, items collected, wins and losses, first/last
      *seen dates, badges won, plus a best-distance row per level
      *played. The whole file is read in, this round folded on top,
      *and the file written back out -- it stays small (one row per
      *regular, one per regular-level pair), so the rewrite is
      *cheap.
           move function current-date(1:8) to ws-date.
           move spaces to ws-today.
           string ws-date-yyyy delimited by size
                   read fs-profiles
                       at end exit perform
                   end-read
      *Written back from a short read, the file would lose every
      *player after the break -- the round is left out instead.
                   if ws-profiles-status is not less than "30" then
                       move "profiles.txt" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-profiles-status to ws-ioe-status
                       perform report-io-error
                       close fs-profiles
                       goback
                   end-if
                   if fs-profile-row is not equal to spaces
                       perform parse-profile-row
                   end-if
               end-perform
               close fs-profiles
           else
               if ws-profiles-status is not equal to "35" then
                   move "profiles.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-profiles-status to ws-ioe-status
                   perform report-io-error
                   goback
               end-if
           end-if.
      *
           perform apply-round.
      *
           open output fs-profiles.
           if ws-profiles-status is not equal to "00" then
               move "profiles.txt" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-profiles-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
           move 0 to ws-write-failed.
           perform varying ws-i from 1 by 1 until ws-i > ws-pl-count
               or ws-write-failed is equal to 1
               perform write-player-row
           end-perform.
           perform varying ws-i from 1 by 1 until ws-i > ws-bl-count
               or ws-write-failed is equal to 1
               perform write-best-row
           end-perform.
           close fs-profiles.
           goback.
      *Two row kinds: "PLAYER ABC rounds=... dist=... items=...
      *wins=... losses=... first=... last=..." and
      *"BEST ABC level=... distance=...", with badges= added
      *after last= once badges were introduced. Parse by keyword and
      *default what a row does not carry, the same way the
      *scores.txt readers shrug off historic row shapes.
       parse-profile-row.
           move 0 to ws-pl-losses(ws-pl-count).
           move spaces to ws-pl-first(ws-pl-count).
           move spaces to ws-pl-last(ws-pl-count).
           move 0 to ws-pl-badges(ws-pl-count).
           perform varying ws-tix from 3 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:7) is equal to "rounds="
                   when ws-tokens(ws-tix)(1:5) is equal to "last="
                       move ws-tokens(ws-tix)(6:10)
                           to ws-pl-last(ws-pl-count)
                   when ws-tokens(ws-tix)(1:7) is equal to "badges="
                       compute ws-pl-badges(ws-pl-count) =
                           function numval(ws-tokens(ws-tix)(8:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
               move 0 to ws-pl-items(ws-found)
               move 0 to ws-pl-wins(ws-found)
               move 0 to ws-pl-losses(ws-found)
               move 0 to ws-pl-badges(ws-found)
               move ws-today to ws-pl-first(ws-found)
           end-if.
           if ws-found is equal to 0 then
               move ws-today to ws-pl-first(ws-found)
           end-if.
           move ws-today to ws-pl-last(ws-found).
           add ls-gs-award-count to ws-pl-badges(ws-found) end-add.
      *
           move 0 to ws-bfound.
           perform varying ws-i from 1 by 1 until ws-i > ws-bl-count
               move ws-level-token to ws-bl-level(ws-bfound)
               move 0 to ws-bl-dist(ws-bfound)
           end-if.
           if ws-bfound > 0
               and ws-round-dist > ws-bl-dist(ws-bfound) then
               move ws-round-dist to ws-bl-dist(ws-bfound)
           end-if.
       write-player-row.
           move spaces to fs-profile-row.
           string "PLAYER " delimited by size
               ws-pl-name(ws-i) delimited by size
               " rounds=" delimited by size
               ws-pl-rounds(ws-i) delimited by size
               " dist=" delimited by size
               ws-pl-dist(ws-i) delimited by size
               " items=" delimited by size
               ws-pl-items(ws-i) delimited by size
               " wins=" delimited by size
               ws-pl-wins(ws-i) delimited by size
               " losses=" delimited by size
               ws-pl-losses(ws-i) delimited by size
               " first=" delimited by size
               ws-pl-first(ws-i) delimited by size
               " last=" delimited by size
               ws-pl-last(ws-i) delimited by size
               " badges=" delimited by size
               ws-pl-badges(ws-i) delimited by size
               into fs-profile-row end-string.
           write fs-profile-row.
           if ws-profiles-status is not equal to "00" then
               move 1 to ws-write-failed
               move "profiles.txt" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-profiles-status to ws-ioe-status
               perform report-io-error
           end-if.
       write-best-row.
           move spaces to fs-profile-row.
           string "BEST " delimited by size
               ws-bl-name(ws-i) delimited by size
               " level=" delimited by size
               ws-bl-level(ws-i) delimited by space
               " distance=" delimited by size
               ws-bl-dist(ws-i) delimited by size
               into fs-profile-row end-string.
           write fs-profile-row.
           if ws-profiles-status is not equal to "00" then
               move 1 to ws-write-failed
               move "profiles.txt" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-profiles-status to ws-ioe-status
               perform report-io-error
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-profile" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-profile.
      *
      *Achievements. The rules are achievements.cfg, read afresh
      *at every round end so a seasonal badge goes live (or comes
      *off) by editing the file -- one block per badge:
      *
      *  BADGE CLEAN Clean crossing    code (12 max), then its name
      *  RESULT W                      how the round ended (W L T)
      *  MODE F T D                    play modes
      *  DIFF H                        difficulty profiles
      *  LEVEL town park               levels played ("-" plain)
      *  MAXHITS 0                     hits at most
      *  MINDIST 4000                  distance at least (px)
      *  MINITEMS ALL                  items at least, or ALL of
      *                                the level's items
      *  MINTIME 30                    seconds left on a timed
      *                                round, at least
      *  FROM 2026-12-01               the badge can only be won
      *  TO 2026-12-31                 inside this window
      *
      *A round earns the badge when it meets every condition its
      *block names. Each badge is awarded once per set of
      *initials: the award is a sealed row in achievements.txt,
      *journaled as AWARD, announced on the round-over screen and
      *counted on the player's profile.
       identification division.
       program-id. kgame-achieve.
       environment division.
       input-output section.
       file-control.
           select fs-rules assign to "achievements.cfg"
           organization is line sequential
           file status is ws-rules-status.
           select fs-awards assign to "achievements.txt"
           organization is line sequential
           file status is ws-awards-status.
       data division.
       file section.
       fd  fs-rules.
       01  fs-rules-row picture x(128).
       fd  fs-awards.
       01  fs-awards-row picture x(160).
       working-storage section.
       01  ws-rules-status picture x(2).
       01  ws-awards-status picture x(2).
       01  ws-today picture x(10).
       01  ws-now picture x(14).
       01  ws-distance-int picture is 9(8).
       01  ws-level-token picture x(32).
      *One achievements.cfg row: its key, then up to 16 list tokens.
       01  ws-rule-key picture x(16).
       01  ws-ptr picture is 9(4).
       01  ws-rule-list picture x(32) occurs 16 times.
       01  ws-lix picture is 9(4).
       01  ws-rule-num picture is 9(8).
       01  ws-hit picture is 9.
       01  ws-round-letter picture x(1).
      *The badge block being read, and whether the round still
      *meets it.
       01  ws-rule-open picture is 9.
       01  ws-rule-met picture is 9.
       01  ws-rule-code picture x(12).
       01  ws-rule-title picture x(40).
      *Badges these initials already hold, out of achievements.txt
       01  ws-held-count picture is 9(4).
       01  ws-held-code picture x(12) occurs 200 times.
       01  ws-held picture is 9.
       01  ws-tokens picture is x(20) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-row-name picture x(3).
       01  ws-row-badge picture x(12).
       01  ws-i picture is 9(4).
      *The announcement built up as badges are won
       01  ws-announce-ptr picture is 9(4).
       01  ws-event picture x(64).
       01  ws-seq-z picture is 9(4).
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *A head-to-head round's second pass adds player two's badges
      *to player one's on the same announcement.
           move 0 to ls-gs-award-count.
           if ls-gs-p2-active is equal to 0
               or ls-gs-score-player is not equal to 2 then
               move spaces to ls-gs-award-text
           end-if.
           open input fs-rules.
           if ws-rules-status is not equal to "00" then
               if ws-rules-status is not equal to "35" then
                   move "achievements.cfg" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-rules-status to ws-ioe-status
                   perform report-io-error
               end-if
               goback
           end-if.
           move function current-date(1:14) to ws-now.
           move spaces to ws-today.
           string ws-now(1:4) delimited by size
               "-" delimited by size
               ws-now(5:2) delimited by size
               "-" delimited by size
               ws-now(7:2) delimited by size
               into ws-today end-string.
           move ls-gs-distance-travelled to ws-distance-int.
           if ls-gs-level-name is equal to spaces then
               move "-" to ws-level-token
           else
               move ls-gs-level-name to ws-level-token
           end-if.
           perform load-held-badges.
      *
           move 0 to ws-rule-open.
           perform forever
               read fs-rules
                   at end exit perform
               end-read
               if ws-rules-status is not less than "30" then
                   move "achievements.cfg" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-rules-status to ws-ioe-status
                   perform report-io-error
                   close fs-rules
                   goback
               end-if
               if fs-rules-row is not equal to spaces
                   perform apply-rule-row
               end-if
           end-perform.
           close fs-rules.
           perform judge-badge.
           goback.
      *Read the award file through: the initials' badges so far,
      *and the last row's seal for the next row to chain onto.
       load-held-badges.
           move 0 to ws-held-count.
           move all "0" to ws-seal-chain.
           open input fs-awards.
           if ws-awards-status is not equal to "00" then
               if ws-awards-status is not equal to "35" then
                   move "achievements.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-awards-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           move spaces to ws-seal-row.
           perform forever
               read fs-awards
                   at end exit perform
               end-read
      *Badges past a break in the file are not known to be held,
      *so nothing is judged this round rather than award twice.
               if ws-awards-status is not less than "30" then
                   move "achievements.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-awards-status to ws-ioe-status
                   perform report-io-error
                   close fs-awards
                   close fs-rules
                   goback
               end-if
               if fs-awards-row is not equal to spaces
                   move fs-awards-row to ws-seal-row
                   perform parse-award-row
               end-if
           end-perform.
           close fs-awards.
           if ws-seal-row is not equal to spaces then
               move 'V' to ws-seal-action
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
           end-if.
       parse-award-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-awards-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           move spaces to ws-row-name, ws-row-badge.
           perform varying ws-tix from 3 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:3) to ws-row-name
                   when ws-tokens(ws-tix)(1:6) is equal to "badge="
                       move ws-tokens(ws-tix)(7:) to ws-row-badge
                   when other continue
               end-evaluate
           end-perform.
           if ws-row-name is equal to ls-gs-initials
               and ws-held-count < 200 then
               add 1 to ws-held-count end-add
               move ws-row-badge to ws-held-code(ws-held-count)
           end-if.
       apply-rule-row.
           move spaces to ws-rule-key.
           move 1 to ws-ptr.
           unstring fs-rules-row delimited by all space
               into ws-rule-key
               with pointer ws-ptr end-unstring.
           perform varying ws-lix from 1 by 1 until ws-lix > 16
               move spaces to ws-rule-list(ws-lix)
           end-perform.
           unstring fs-rules-row(ws-ptr:) delimited by all space
               into ws-rule-list(1) ws-rule-list(2) ws-rule-list(3)
                    ws-rule-list(4) ws-rule-list(5) ws-rule-list(6)
                    ws-rule-list(7) ws-rule-list(8) ws-rule-list(9)
                    ws-rule-list(10) ws-rule-list(11)
                    ws-rule-list(12) ws-rule-list(13)
                    ws-rule-list(14) ws-rule-list(15)
                    ws-rule-list(16)
           end-unstring.
           if ws-rule-key is equal to "BADGE" then
               perform judge-badge
               move 1 to ws-rule-open, ws-rule-met
               move ws-rule-list(1) to ws-rule-code
               move 1 to ws-ptr
               unstring fs-rules-row delimited by all space
                   into ws-rule-key ws-rule-key
                   with pointer ws-ptr end-unstring
               if fs-rules-row(ws-ptr:) is not equal to spaces
                   move fs-rules-row(ws-ptr:) to ws-rule-title
               else
                   move ws-rule-code to ws-rule-title
               end-if
               exit paragraph
           end-if.
           if ws-rule-open is equal to 0
               or ws-rule-met is equal to 0 then
               exit paragraph
           end-if.
      *A list condition is met when the round's value is any of
      *the values listed; a number condition is a floor or a
      *ceiling. A key the engine does not know fails the badge
      *rather than handing it out on the conditions it does know.
           evaluate ws-rule-key
               when "RESULT"
                   move ls-gs-round-result to ws-round-letter
                   perform match-one-letter
               when "MODE"
                   move ls-gs-play-mode to ws-round-letter
                   perform match-one-letter
               when "DIFF"
                   move ls-gs-difficulty to ws-round-letter
                   perform match-one-letter
               when "LEVEL"
                   move 0 to ws-hit
                   perform varying ws-lix from 1 by 1
                   until ws-lix > 16
                       if ws-rule-list(ws-lix) is not equal to spaces
                           and ws-rule-list(ws-lix)
                               is equal to ws-level-token
                           move 1 to ws-hit
                       end-if
                   end-perform
                   if ws-hit is equal to 0
                       move 0 to ws-rule-met
                   end-if
               when "MAXHITS"
                   perform rule-number
                   if ls-gs-hits-taken > ws-rule-num
                       move 0 to ws-rule-met
                   end-if
               when "MINDIST"
                   perform rule-number
                   if ws-distance-int < ws-rule-num
                       move 0 to ws-rule-met
                   end-if
               when "MINITEMS"
                   if ws-rule-list(1) is equal to "ALL"
                       if ls-gs-item-count is equal to 0
                           or ls-gs-items-collected
                               < ls-gs-item-count
                           move 0 to ws-rule-met
                       end-if
                   else
                       perform rule-number
                       if ls-gs-items-collected < ws-rule-num
                           move 0 to ws-rule-met
                       end-if
                   end-if
               when "MINTIME"
                   perform rule-number
                   if ls-gs-play-mode is not equal to 'T'
                       or ls-gs-time-remaining < ws-rule-num
                       move 0 to ws-rule-met
                   end-if
               when "FROM"
                   if ws-today < ws-rule-list(1)(1:10)
                       move 0 to ws-rule-met
                   end-if
               when "TO"
                   if ws-today > ws-rule-list(1)(1:10)
                       move 0 to ws-rule-met
                   end-if
               when other
                   move 0 to ws-rule-met
           end-evaluate.
       match-one-letter.
           move 0 to ws-hit.
           perform varying ws-lix from 1 by 1 until ws-lix > 16
               if ws-rule-list(ws-lix) is not equal to spaces
                   and ws-rule-list(ws-lix)(1:1)
                       is equal to ws-round-letter
                   move 1 to ws-hit
               end-if
           end-perform.
           if ws-hit is equal to 0 then
               move 0 to ws-rule-met
           end-if.
       rule-number.
           move 0 to ws-rule-num.
           if ws-rule-list(1) is not equal to spaces then
               compute ws-rule-num =
                   function numval(ws-rule-list(1)) end-compute
           end-if.
      *The block just read: award it if the round met every
      *condition and the initials do not hold it yet.
       judge-badge.
           if ws-rule-open is equal to 0 then
               exit paragraph
           end-if.
           move 0 to ws-rule-open.
           if ws-rule-met is equal to 0
               or ws-rule-code is equal to spaces then
               exit paragraph
           end-if.
           move 0 to ws-held.
           perform varying ws-i from 1 by 1 until ws-i > ws-held-count
               if ws-held-code(ws-i) is equal to ws-rule-code
                   move 1 to ws-held
               end-if
           end-perform.
           if ws-held is equal to 1 then
               exit paragraph
           end-if.
           perform book-award.
       book-award.
           move ls-gs-booked-seq to ws-seq-z.
           move spaces to ws-seal-row.
           string ws-today delimited by size
               " " delimited by size
               ws-now(9:2) delimited by size
               ":" delimited by size
               ws-now(11:2) delimited by size
               ":" delimited by size
               ws-now(13:2) delimited by size
               "  AWARD  name=" delimited by size
               ls-gs-initials delimited by size
               "  badge=" delimited by size
               ws-rule-code delimited by space
               "  round=" delimited by size
               ws-today delimited by size
               "/" delimited by size
               ws-seq-z delimited by size
               "  level=" delimited by size
               ws-level-token delimited by space
               into ws-seal-row end-string.
           move 'A' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-awards.
           if ws-awards-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-awards
           end-if.
           if ws-awards-status is not equal to "00" then
               move "achievements.txt" to ws-ioe-file
               move ws-awards-status to ws-ioe-status
               perform report-io-error
               exit paragraph
           end-if.
           move ws-seal-row to fs-awards-row.
           write fs-awards-row.
           if ws-awards-status is not equal to "00" then
               move "achievements.txt" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-awards-status to ws-ioe-status
               perform report-io-error
               close fs-awards
               exit paragraph
           end-if.
           close fs-awards.
      *
           if ws-held-count < 200 then
               add 1 to ws-held-count end-add
               move ws-rule-code to ws-held-code(ws-held-count)
           end-if.
           add 1 to ls-gs-award-count end-add.
           move spaces to ws-event.
           string "AWARD name=" delimited by size
               ls-gs-initials delimited by size
               " badge=" delimited by size
               ws-rule-code delimited by space
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
      *"New badge  ABC: Clean crossing, Full basket" -- as much of
      *it as the 80 bytes hold.
           if ls-gs-award-text is equal to spaces then
               move 1 to ws-announce-ptr
               string function trim(ls-gs-text(47)) delimited by size
                   into ls-gs-award-text
                   with pointer ws-announce-ptr end-string
           end-if.
           if ls-gs-award-count is equal to 1 then
               string " " delimited by size
                   ls-gs-initials delimited by size
                   ": " delimited by size
                   into ls-gs-award-text
                   with pointer ws-announce-ptr end-string
           else
               string ", " delimited by size
                   into ls-gs-award-text
                   with pointer ws-announce-ptr end-string
           end-if.
           string function trim(ws-rule-title) delimited by size
               into ls-gs-award-text
               with pointer ws-announce-ptr end-string.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-achieve" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-achieve.
      *
       identification division.
       program-id. kgame-journal.
           05  ws-now-hh picture is x(2).
           05  ws-now-mi picture is x(2).
           05  ws-now-ss picture is x(2).
      *The seal chain. Every row is sealed onto the seal of the
      *row before it, so the day's last seal is remembered between
      *calls together with the file's size right after the write
      *that produced it -- while the file is still that size
      *nobody else has appended, and the whole day's journal does
      *not have to be re-read for every HIT event.
       01  ws-last-filename picture x(64) value spaces.
       01  ws-last-seal picture x(9).
       01  ws-last-size picture is 9(18) usage binary.
       01  ws-file-info.
           05  ws-fi-size picture is 9(18) usage binary.
           05  ws-fi-date picture x(4).
           05  ws-fi-time picture x(4).
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       01  ls-event picture is x(64).
       procedure division using by reference ls-event.
               ws-now-date delimited by size
               ".log" delimited by size
               into ws-journal-filename end-string.
           perform find-chain.
      *
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-journal.
           if ws-journal-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-journal
           end-if.
      *KGAME-IO-ERROR has the journal to itself then, and falls
      *back to the error stream when it cannot get in either. The
      *remembered seal is dropped so the next call re-reads it.
           if ws-journal-status is not equal to "00" then
               move ws-journal-filename to ws-ioe-file
               move ws-journal-status to ws-ioe-status
               perform report-io-error
               move spaces to ws-last-filename
               move 0 to return-code
               goback
           end-if.
           move spaces to ws-seal-row.
           string ws-now-hh delimited by size
               ":" delimited by size
               ws-now-mi delimited by size
               ws-now-ss delimited by size
               "  " delimited by size
               ls-event delimited by size
               into ws-seal-row end-string.
           move 'A' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
           move ws-seal-row to fs-journal-row.
           write fs-journal-row.
           if ws-journal-status is not equal to "00" then
               move ws-journal-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-journal-status to ws-ioe-status
               close fs-journal
               perform report-io-error
               move spaces to ws-last-filename
               move 0 to return-code
               goback
           end-if.
           close fs-journal.
      *
           move ws-journal-filename to ws-last-filename.
           move ws-seal-chain to ws-last-seal.
           move 0 to ws-last-size.
           call "CBL_CHECK_FILE_EXIST" using ws-journal-filename
               ws-file-info end-call.
           if return-code is equal to 0 then
               move ws-fi-size to ws-last-size
           end-if.
           move 0 to return-code.
           goback.
      *The seal to chain this row onto: the remembered one while
      *the file is exactly as this program left it, otherwise
      *whatever the file's last row carries -- all zeros for a new
      *day's file or a last row written before sealing began.
       find-chain.
           move all "0" to ws-seal-chain.
           call "CBL_CHECK_FILE_EXIST" using ws-journal-filename
               ws-file-info end-call.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-journal-filename is equal to ws-last-filename
               and ws-fi-size is equal to ws-last-size then
               move ws-last-seal to ws-seal-chain
               exit paragraph
           end-if.
           move spaces to ws-seal-row.
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
               move fs-journal-row to ws-seal-row
           end-perform.
           close fs-journal.
           if ws-seal-row is not equal to spaces then
               move 'V' to ws-seal-action
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-journal" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-journal.
      *
       identification division.
       01  ws-hits picture is 9(8).
       01  ws-distance picture is 9(8).
       01  ws-round-over picture is 9.
       01  ws-ckpt-failed picture is 9.
       01  ws-event picture x(64).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
           move ls-gs-round-over to ws-round-over.
      *
           open output fs-checkpoint.
           if ws-checkpoint-status is not equal to "00" then
               move "checkpoint.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-checkpoint-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
           move 0 to ws-ckpt-failed.
      *Each row is cleared before STRING builds it -- STRING leaves
      *everything past the built text untouched, and a tail of a
      *longer previous row (or the record area's initial low-values)
           string "LEVEL " delimited by size
               ls-gs-level-name delimited by size
               into fs-checkpoint-row end-string.
           perform write-checkpoint-row.
           move spaces to fs-checkpoint-row.
           string "PLAYER_X " delimited by size
               ws-pos-x delimited by size
               into fs-checkpoint-row end-string.
           perform write-checkpoint-row.
           move spaces to fs-checkpoint-row.
           string "PLAYER_Y " delimited by size
               ws-pos-y delimited by size
               into fs-checkpoint-row end-string.
           perform write-checkpoint-row.
           move spaces to fs-checkpoint-row.
           string "LIVES " delimited by size
               ws-lives delimited by size
               into fs-checkpoint-row end-string.
           perform write-checkpoint-row.
           move spaces to fs-checkpoint-row.
           string "HITS " delimited by size
               ws-hits delimited by size
               into fs-checkpoint-row end-string.
           perform write-checkpoint-row.
           move spaces to fs-checkpoint-row.
           string "DISTANCE " delimited by size
               ws-distance delimited by size
               into fs-checkpoint-row end-string.
           perform write-checkpoint-row.
           move spaces to fs-checkpoint-row.
           string "ROUND_OVER " delimited by size
               ws-round-over delimited by size
               into fs-checkpoint-row end-string.
           perform write-checkpoint-row.
           close fs-checkpoint.
           if ws-ckpt-failed is equal to 1 then
               goback
           end-if.
           move spaces to ws-event.
           string "CHECKPOINT SAVED level=" delimited by size
               ls-gs-level-name delimited by space
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           goback.
      *A checkpoint that stops taking rows is journalled once and
      *not reported as saved.
       write-checkpoint-row.
           if ws-ckpt-failed is equal to 1 then
               exit paragraph
           end-if.
           write fs-checkpoint-row.
           if ws-checkpoint-status is not equal to "00" then
               move 1 to ws-ckpt-failed
               move "checkpoint.dat" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-checkpoint-status to ws-ioe-status
               perform report-io-error
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-checkpoint-save" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-checkpoint-save.
      *
       identification division.
       01  fs-campaign-row picture x(64).
       working-storage section.
       01  ws-campaign-status picture x(2).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       01  ls-level-name picture is x(32).
       procedure division using by reference ls-level-name.
      *the campaign level to resume at, rewritten as each leg
      *completes so a power cut between legs loses nothing.
           open output fs-campaign.
           if ws-campaign-status is not equal to "00" then
               move "campaign.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-campaign-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
           move spaces to fs-campaign-row.
           string "LEVEL " delimited by size
               ls-level-name delimited by size
               into fs-campaign-row end-string.
           write fs-campaign-row.
           if ws-campaign-status is not equal to "00" then
               move "campaign.dat" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-campaign-status to ws-ioe-status
               perform report-io-error
           end-if.
           close fs-campaign.
           goback.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-campaign-save" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-campaign-save.
      *
       identification division.
       01  ws-campaign-status picture x(2).
       01  ws-key picture x(16).
       01  ws-val picture x(32).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       01  ls-level-name picture is x(32).
       procedure division using by reference ls-level-name.
                   read fs-campaign
                       at end exit perform
                   end-read
                   if ws-campaign-status is not less than "30" then
                       move "campaign.dat" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-campaign-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   move spaces to ws-key, ws-val
                   unstring fs-campaign-row delimited by all space
                       into ws-key ws-val end-unstring
                   end-if
               end-perform
               close fs-campaign
           else
               if ws-campaign-status is not equal to "35" then
                   move "campaign.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-campaign-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           goback.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-campaign-load" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-campaign-load.
      *
      *The attendant service screen's worker. 'R' rebuilds the
      *status rows the screen shows; the other action letters are
      *the screen's actions, each followed by a fresh set of rows:
      *'V' void and 'T' test-flag the most recent round, 'C' clear
      *checkpoint.dat, 'G' clear campaign.dat, 'K' run the preflight
      *check. Voiding and flagging go through kboard and the check
      *through kcheck, run as the same programs staff would run
      *from the kiosk's own directory, with their output kept in
      *service.out -- so a round edited from the floor is sealed,
      *mirrored into the score master and audited exactly as one
      *edited from a laptop, under the signed-in attendant's id.
      *The clears and the check leave their own audit.log row in
      *kboard's layout. The action letter comes back as space
      *when the action did not go through.
       identification division.
       program-id. kgame-service.
       environment division.
       input-output section.
       file-control.
           select fs-scores assign to "scores.txt"
           organization is line sequential
           file status is ws-scores-status.
           select fs-daily assign to ws-daily-filename
           organization is line sequential
           file status is ws-daily-status.
           select fs-journal assign to ws-journal-filename
           organization is line sequential
           file status is ws-journal-status.
           select fs-audit assign to "audit.log"
           organization is line sequential
           file status is ws-audit-status.
           select fs-events assign to "events.txt"
           organization is line sequential
           file status is ws-events-status.
           select fs-entry assign to ws-entry-filename
           organization is line sequential
           file status is ws-entry-status.
       data division.
       file section.
       fd  fs-scores.
       01  fs-score-row picture x(160).
       fd  fs-daily.
       01  fs-daily-row picture x(160).
       fd  fs-journal.
       01  fs-journal-row picture x(96).
       fd  fs-audit.
       01  fs-audit-row picture x(200).
       fd  fs-events.
       01  fs-events-row picture x(128).
       fd  fs-entry.
       01  fs-entry-row picture x(160).
       working-storage section.
       01  ws-scores-status picture x(2).
       01  ws-events-status picture x(2).
       01  ws-entry-filename picture x(64).
       01  ws-entry-status picture x(2).
       01  ws-daily-filename picture x(64).
       01  ws-daily-status picture x(2).
       01  ws-journal-filename picture x(64).
       01  ws-journal-status picture x(2).
       01  ws-audit-status picture x(2).
      *Set by open-audit once audit.log is open for the row; when
      *it would not open the action stands but has no audit entry.
       01  ws-audit-open picture is 9.
       01  ws-now picture x(14).
       01  ws-today picture x(10).
      *scores.txt as the service screen sees it: every row counts
      *towards the row numbers kboard works by, today's untagged
      *rows towards the round count.
       01  ws-row-no picture is 9(6).
       01  ws-last-no picture is 9(6).
       01  ws-last-row picture x(160).
       01  ws-today-count picture is 9(6).
       01  ws-tags picture is 9(4).
       01  ws-daily-no picture is 9(6).
       01  ws-daily-last picture is 9(6).
       01  ws-bare-row picture x(160).
       01  ws-match-row picture x(160).
       01  ws-bare-len picture is 9(4).
      *Tournaments in events.txt and their windows, for finding the
      *round's copies in the event files.
       01  ws-ev-count picture is 9(4).
       01  ws-ev picture is 9(4).
       01  ws-ev-key picture x(16).
       01  ws-ev-val picture x(16).
       01  ws-ev-code picture x(8) occurs 40 times.
       01  ws-ev-from picture x(10) occurs 40 times.
       01  ws-ev-to picture x(10) occurs 40 times.
      *The day's journal tail, kept as a ring of the last five rows.
       01  ws-recent picture x(96) occurs 5 times.
       01  ws-recent-count picture is 9(4).
       01  ws-recent-next picture is 9(4).
       01  ws-ix picture is 9(4).
       01  ws-file-info.
           05  ws-fi-size picture is 9(18) usage binary.
           05  ws-fi-date picture x(4).
           05  ws-fi-time picture x(4).
       01  ws-check-name picture x(64).
       01  ws-label-slot picture is 9(4).
       01  ws-word-slot picture is 9(4).
       01  ws-command picture x(160).
       01  ws-step-rc picture is s9(9).
       01  ws-verb picture x(8).
       01  ws-clear-file picture x(16).
       01  ws-result picture x(4).
       01  ws-z6 picture is zzzzz9.
       01  ws-event picture x(64).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       01  ls-svc-action picture is x(1).
       procedure division using by reference ls-gs
           by reference ls-svc-action.
           move function current-date(1:14) to ws-now.
           move spaces to ws-today.
           string ws-now(1:4) delimited by size
               "-" delimited by size
               ws-now(5:2) delimited by size
               "-" delimited by size
               ws-now(7:2) delimited by size
               into ws-today end-string.
           perform read-scores.
           evaluate ls-svc-action
               when 'V'
                   move "VOID" to ws-verb
                   perform tag-last-round
               when 'T'
                   move "TEST" to ws-verb
                   perform tag-last-round
               when 'C'
                   move "checkpoint.dat" to ws-clear-file
                   perform clear-save
               when 'G'
                   move "campaign.dat" to ws-clear-file
                   perform clear-save
               when 'K'
                   perform run-preflight
               when other continue
           end-evaluate.
           if ls-svc-action is not equal to 'R' then
               perform read-scores
           end-if.
           perform build-rows.
           move 0 to return-code.
           goback.
      *The round count, and the last round on file with its row
      *number.
       read-scores.
           move 0 to ws-row-no, ws-last-no, ws-today-count.
           move spaces to ws-last-row.
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
               if fs-score-row is not equal to spaces then
                   move ws-row-no to ws-last-no
                   move fs-score-row to ws-last-row
                   move 0 to ws-tags
                   inspect fs-score-row tallying ws-tags
                       for all "void=Y" all "test=Y"
                   if fs-score-row(1:10) is equal to ws-today
                       and ws-tags is equal to 0 then
                       add 1 to ws-today-count end-add
                   end-if
               end-if
           end-perform.
           close fs-scores.
      *Void or flag the most recent round. A daily-challenge round
      *is booked into the day's standings file as well, as the same
      *row on that file's own seal chain, so its copy there is
      *found by the row before the seal and tagged alongside -- and
      *so is a tournament round's copy in its event file.
       tag-last-round.
           if ws-last-no is equal to 0 then
               move ls-gs-text(54) to ls-gs-svc-note
               move space to ls-svc-action
               exit paragraph
           end-if.
           move ws-last-no to ws-z6.
           move spaces to ws-command.
           string "./kboard " delimited by size
               ws-verb delimited by space
               " " delimited by size
               function trim(ws-z6) delimited by size
               " " delimited by size
               ls-gs-svc-who delimited by space
               " > service.out 2>&1" delimited by size
               into ws-command end-string.
           perform run-command.
           if ws-step-rc is equal to 0 then
               move ws-last-row to ws-bare-row
               perform strip-seal
               move ws-bare-row to ws-match-row
               move 0 to ws-tags
               inspect ws-bare-row tallying ws-tags
                   for all "  mode=D  "
               if ws-tags > 0 then
                   perform tag-daily-copy
               end-if
               perform tag-event-copies
           end-if.
           move spaces to ws-event.
           string "SERVICE " delimited by size
               ws-verb delimited by space
               " row=" delimited by size
               function trim(ws-z6) delimited by size
               " who=" delimited by size
               ls-gs-svc-who delimited by space
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           if ws-step-rc is equal to 0 then
               move ls-gs-text(65) to ls-gs-svc-note
           else
               move ls-gs-text(66) to ls-gs-svc-note
               move space to ls-svc-action
           end-if.
      *The copy is in the standings file of the day the round was
      *played, which need not be today -- a round just before
      *midnight, or one flagged the morning after.
       tag-daily-copy.
           move ws-bare-row to ws-match-row.
           move spaces to ws-daily-filename.
           string "daily-" delimited by size
               ws-match-row(1:4) delimited by size
               ws-match-row(6:2) delimited by size
               ws-match-row(9:2) delimited by size
               ".txt" delimited by size
               into ws-daily-filename end-string.
           move 0 to ws-daily-no, ws-daily-last.
           open input fs-daily.
           if ws-daily-status is not equal to "00" then
               if ws-daily-status is not equal to "35" then
                   move ws-daily-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-daily-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
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
               add 1 to ws-daily-no end-add
               move fs-daily-row to ws-bare-row
               perform strip-seal
               if ws-bare-row is equal to ws-match-row then
                   move ws-daily-no to ws-daily-last
               end-if
           end-perform.
           close fs-daily.
           if ws-daily-last is equal to 0 then
               exit paragraph
           end-if.
           move ws-daily-last to ws-z6.
           move spaces to ws-command.
           string "./kboard DAILY " delimited by size
               ws-verb delimited by space
               " " delimited by size
               function trim(ws-z6) delimited by size
               " " delimited by size
               ls-gs-svc-who delimited by space
               " >> service.out 2>&1" delimited by size
               into ws-command end-string.
           perform run-command.
           move ws-last-no to ws-z6.
      *KGAME-EVENT-TAG copies a registered player's round into the
      *event-<code>.txt of every tournament whose window holds the
      *round's date, so each of those files is searched for it.
       tag-event-copies.
           move 0 to ws-ev-count.
           open input fs-events.
           if ws-events-status is not equal to "00" then
               if ws-events-status is not equal to "35" then
                   move "events.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-events-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           move 0 to ws-ev.
           perform forever
               read fs-events
                   at end exit perform
               end-read
               if ws-events-status is not less than "30" then
                   move "events.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-events-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               move spaces to ws-ev-key, ws-ev-val
               unstring fs-events-row delimited by all space
                   into ws-ev-key ws-ev-val end-unstring
               evaluate ws-ev-key
                   when "EVENT"
                       move 0 to ws-ev
                       if ws-ev-count < 40
                           and ws-ev-val is not equal to spaces
                           add 1 to ws-ev-count end-add
                           move ws-ev-count to ws-ev
                           move ws-ev-val to ws-ev-code(ws-ev)
                           move spaces to ws-ev-from(ws-ev),
                               ws-ev-to(ws-ev)
                       end-if
                   when "FROM"
                       if ws-ev > 0
                           move ws-ev-val to ws-ev-from(ws-ev)
                       end-if
                   when "TO"
                       if ws-ev > 0
                           move ws-ev-val to ws-ev-to(ws-ev)
                       end-if
                   when other continue
               end-evaluate
           end-perform.
           close fs-events.
           perform varying ws-ev from 1 by 1 until ws-ev > ws-ev-count
               if ws-ev-from(ws-ev) is not equal to spaces
                   and ws-ev-to(ws-ev) is not equal to spaces
                   and ws-match-row(1:10) >= ws-ev-from(ws-ev)
                   and ws-match-row(1:10) <= ws-ev-to(ws-ev)
                   perform tag-event-copy
               end-if
           end-perform.
           move ws-last-no to ws-z6.
       tag-event-copy.
           move spaces to ws-entry-filename.
           string "event-" delimited by size
               ws-ev-code(ws-ev) delimited by space
               ".txt" delimited by size
               into ws-entry-filename end-string.
           move 0 to ws-daily-no, ws-daily-last.
           open input fs-entry.
           if ws-entry-status is not equal to "00" then
               if ws-entry-status is not equal to "35" then
                   move ws-entry-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-entry-status to ws-ioe-status
                   perform report-io-error
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
                   exit perform
               end-if
               add 1 to ws-daily-no end-add
               move fs-entry-row to ws-bare-row
               perform strip-seal
               if ws-bare-row is equal to ws-match-row then
                   move ws-daily-no to ws-daily-last
               end-if
           end-perform.
           close fs-entry.
           if ws-daily-last is equal to 0 then
               exit paragraph
           end-if.
           move ws-daily-last to ws-z6.
           move spaces to ws-command.
           string "./kboard EVENT " delimited by size
               ws-ev-code(ws-ev) delimited by space
               " " delimited by size
               ws-verb delimited by space
               " " delimited by size
               function trim(ws-z6) delimited by size
               " " delimited by size
               ls-gs-svc-who delimited by space
               " >> service.out 2>&1" delimited by size
               into ws-command end-string.
           perform run-command.
      *A sealed row ends in "  seal=XXXXXXXXX"; what comes before
      *it is the round itself.
       strip-seal.
           move 0 to ws-bare-len.
           inspect ws-bare-row tallying ws-bare-len
               for characters before initial "  seal=".
           if ws-bare-len < 160 then
               move spaces to ws-bare-row(ws-bare-len + 1:)
           end-if.
      *Take the save file off disk; only a file that was there is
      *worth an audit entry.
       clear-save.
           move ws-clear-file to ws-check-name.
           call "CBL_CHECK_FILE_EXIST" using ws-check-name
               ws-file-info end-call.
           if return-code is not equal to 0 then
               move ls-gs-text(70) to ls-gs-svc-note
               move space to ls-svc-action
               exit paragraph
           end-if.
           call "CBL_DELETE_FILE" using ws-check-name end-call.
           if return-code is not equal to 0 then
               move ls-gs-text(66) to ls-gs-svc-note
               move space to ls-svc-action
               exit paragraph
           end-if.
           move spaces to ws-event.
           string "SERVICE CLEAR file=" delimited by size
               ws-clear-file delimited by space
               " who=" delimited by size
               ls-gs-svc-who delimited by space
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           perform open-audit.
           if ws-audit-open is equal to 1 then
               string "  action=CLEAR  file=" delimited by size
                   ws-clear-file delimited by space
                   into fs-audit-row with pointer ws-ix end-string
               perform write-audit-row
               close fs-audit
           end-if.
           move ls-gs-text(65) to ls-gs-svc-note.
       run-preflight.
           move "./kcheck > service.out 2>&1" to ws-command.
           perform run-command.
           if ws-step-rc is equal to 0 then
               move "PASS" to ws-result
               move ls-gs-text(67) to ls-gs-svc-note
           else
               move "FAIL" to ws-result
               move ls-gs-text(68) to ls-gs-svc-note
           end-if.
           move spaces to ws-event.
           string "SERVICE PREFLIGHT result=" delimited by size
               ws-result delimited by size
               " who=" delimited by size
               ls-gs-svc-who delimited by space
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           perform open-audit.
           if ws-audit-open is equal to 1 then
               string "  action=PREFLIGHT  result=" delimited by size
                   ws-result delimited by size
                   into fs-audit-row with pointer ws-ix end-string
               perform write-audit-row
               close fs-audit
           end-if.
      *The shell hands back a wait status, with the program's own
      *exit code in its high byte.
       run-command.
           call "SYSTEM" using ws-command end-call.
           move return-code to ws-step-rc.
           if ws-step-rc > 255 then
               divide ws-step-rc by 256 giving ws-step-rc
                   end-divide
           end-if.
      *Opens audit.log for append and starts the row the way kboard
      *does -- timestamp and who -- leaving WS-IX where the action
      *part goes. WS-AUDIT-OPEN says whether it got that far.
       open-audit.
           move 0 to ws-audit-open.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-audit.
           if ws-audit-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-audit
           end-if.
           if ws-audit-status is not equal to "00" then
               move "audit.log" to ws-ioe-file
               move ws-audit-status to ws-ioe-status
               perform report-io-error
               exit paragraph
           end-if.
           move 1 to ws-audit-open.
           move spaces to fs-audit-row.
           move 1 to ws-ix.
           string ws-now(1:4) delimited by size
               "-" delimited by size
               ws-now(5:2) delimited by size
               "-" delimited by size
               ws-now(7:2) delimited by size
               " " delimited by size
               ws-now(9:2) delimited by size
               ":" delimited by size
               ws-now(11:2) delimited by size
               ":" delimited by size
               ws-now(13:2) delimited by size
               "  who=" delimited by size
               ls-gs-svc-who delimited by space
               into fs-audit-row with pointer ws-ix end-string.
      *The status rows: who is signed in, today's rounds, the last
      *round on file, whether either save file is on disk, and the
      *tail of today's journal.
       build-rows.
           move 0 to ls-gs-svc-row-count.
           move spaces to ls-gs-svc-rows(1).
           string function trim(ls-gs-text(51)) delimited by size
               " " delimited by size
               ls-gs-svc-who delimited by space
               into ls-gs-svc-rows(1) end-string.
           move ws-today-count to ws-z6.
           move spaces to ls-gs-svc-rows(2).
           string function trim(ls-gs-text(52)) delimited by size
               " " delimited by size
               function trim(ws-z6) delimited by size
               into ls-gs-svc-rows(2) end-string.
           move spaces to ls-gs-svc-rows(3).
           if ws-last-no is equal to 0 then
               move ls-gs-text(54) to ls-gs-svc-rows(3)
           else
               move ws-last-row to ws-bare-row
               perform strip-seal
               move ws-last-no to ws-z6
               string function trim(ls-gs-text(53)) delimited by size
                   " " delimited by size
                   function trim(ws-z6) delimited by size
                   "  " delimited by size
                   ws-bare-row delimited by size
                   into ls-gs-svc-rows(3) end-string
           end-if.
           move "checkpoint.dat" to ws-check-name.
           move 55 to ws-label-slot.
           move 4 to ws-ix.
           perform presence-row.
           move "campaign.dat" to ws-check-name.
           move 56 to ws-label-slot.
           move 5 to ws-ix.
           perform presence-row.
           move ls-gs-text(69) to ls-gs-svc-rows(6).
           move 6 to ls-gs-svc-row-count.
           perform read-journal-tail.
      *One save file's label and whether it is on disk, into status
      *row WS-IX.
       presence-row.
           call "CBL_CHECK_FILE_EXIST" using ws-check-name
               ws-file-info end-call.
           if return-code is equal to 0 then
               move 57 to ws-word-slot
           else
               move 58 to ws-word-slot
           end-if.
           move 0 to return-code.
           move spaces to ls-gs-svc-rows(ws-ix).
           string function trim(ls-gs-text(ws-label-slot))
               delimited by size
               " " delimited by size
               function trim(ls-gs-text(ws-word-slot))
               delimited by size
               into ls-gs-svc-rows(ws-ix) end-string.
       read-journal-tail.
           move spaces to ws-journal-filename.
           string "journal-" delimited by size
               ws-now(1:8) delimited by size
               ".log" delimited by size
               into ws-journal-filename end-string.
           move 0 to ws-recent-count.
           move 1 to ws-recent-next.
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
               move fs-journal-row to ws-recent(ws-recent-next)
               add 1 to ws-recent-next end-add
               if ws-recent-next > 5 then
                   move 1 to ws-recent-next
               end-if
               if ws-recent-count < 5 then
                   add 1 to ws-recent-count end-add
               end-if
           end-perform.
           close fs-journal.
      *Oldest first, so the screen reads down to the latest event.
           if ws-recent-count < 5 then
               move 1 to ws-recent-next
           end-if.
           perform varying ws-ix from 1 by 1
           until ws-ix > ws-recent-count
               add 1 to ls-gs-svc-row-count end-add
               move ws-recent(ws-recent-next) to ws-bare-row
               perform strip-seal
               move spaces to ls-gs-svc-rows(ls-gs-svc-row-count)
               move ws-bare-row to ls-gs-svc-rows(ls-gs-svc-row-count)
               add 1 to ws-recent-next end-add
               if ws-recent-next > 5 then
                   move 1 to ws-recent-next
               end-if
           end-perform.
       write-audit-row.
           write fs-audit-row.
           if ws-audit-status is not equal to "00" then
               move "audit.log" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-audit-status to ws-ioe-status
               perform report-io-error
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-service" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-service.
      *
       identification division.
       program-id. kgame-draw-loop.
