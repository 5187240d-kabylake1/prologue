           05  :pref:-quit-requested picture is 9.
      *Level/map data
           05  :pref:-level-name picture is x(32).
      *The published revision of the level that is loaded (see
      *kpublish and revisions.txt -- 0 until a level is first
      *published), and which file set KGAME-LEVEL-SETUP is to load
      *it from: space the live files, 'D' the editor's draft, 'R'
      *the kept copy of revision LEVEL-REV, for a tape recorded on
      *an older layout. The setup puts it back to space once used,
      *or to 'K' when a kept older revision is what it loaded --
      *tape playback reloads the live set when it sees that -- or
      *to 'F' when the load failed: the kept revision's map or path
      *is not on file, or (headless only) the map or path will not
      *open. Tape playback then refuses the tape.
           05  :pref:-level-rev picture is 9(4).
           05  :pref:-level-source picture is x(1).
      *Every entry of levels.lst, read once at startup so the title
      *menu can offer the whole catalogue instead of only whatever
      *level the session happened to start on. A blank name stands
           05  :pref:-menu-screen picture is x(1).
           05  :pref:-board-count picture is 9(4).
           05  :pref:-board-rows picture is x(80) occurs 10 times.
      *The title screen's V key ('K' menu screen): a kept round
      *tape is asked for by its score-master key, keyed in arcade
      *style as "YYYY-MM-DD ABC NNNN" with a cursor on the
      *character being spun; MISS is up after Enter found no tape
      *under the key shown.
           05  :pref:-vault-entry picture is x(19).
           05  :pref:-vault-pos picture is 99.
           05  :pref:-vault-miss picture is 9.
      *Attendant service mode. The ATTENDANT rows of options.cfg
      *(id and four-digit PIN, see kgame) are the sign-in table;
      *with none on file the title screen's A key does nothing.
      *The 'A' menu screen takes the PIN arcade style (MISS is up
      *after Enter found no attendant under it), the 'W' screen is
      *the service screen itself: WHO is the attendant signed in,
      *the status rows are the ones KGAME-SERVICE last built, the
      *cursor is on the action Enter runs, and the note is how the
      *last action went.
           05  :pref:-att-count picture is 9(4).
           05  :pref:-att-id picture is x(8) occurs 8 times.
           05  :pref:-att-pin picture is x(4) occurs 8 times.
           05  :pref:-svc-pin picture is x(4).
           05  :pref:-svc-pos picture is 9.
           05  :pref:-svc-miss picture is 9.
           05  :pref:-svc-who picture is x(8).
           05  :pref:-svc-cursor picture is 9.
           05  :pref:-svc-row-count picture is 9(4).
           05  :pref:-svc-rows picture is x(80) occurs 12 times.
           05  :pref:-svc-note picture is x(80).
      *Title of the tournament live today out of events.txt ('N'
      *menu screen, see KGAME-EVENT-BOARD), spaces when none is --
      *the title screen only offers the standings while it is set.
           05  :pref:-event-title picture is x(80).
           05  :pref:-map-width picture is 9(8).
           05  :pref:-map-height picture is 9(8).
           05  :pref:-map-tiles picture is 99 occurs 250000 times.
      *points this at the demonstration tape to roll instead, and
      *puts replay.dat back the moment the tape is done.
           05  :pref:-replay-file picture is x(64).
      *Headless re-simulation: kresim runs a tape back through the
      *same traffic, pedestrian and collision programs with no
      *window open, so KGAME-COLLISION plays no sound and books
      *nothing of its own -- no HIT journal events, no ghost tape.
           05  :pref:-headless picture is 9.
      *Attract mode: after ATTRACT_IDLE seconds (options.cfg, 0
      *disables) with no key or pad input on the title screen, the
      *menu plays the next tape out of attract.lst with a
      *into the scores.txt record when the player confirms.
           05  :pref:-initials picture is x(3).
           05  :pref:-initials-pos picture is 9.
      *The intake sequence KGAME-MASTER-POST booked the round under
      *(0 when there was no master to book into) -- the rest of the
      *score-master key is the date and the initials, and the tape
      *vault keeps the round's tape under the same key.
           05  :pref:-booked-seq picture is 9(4).
      *Badges the round just booked won (see KGAME-ACHIEVE): how
      *many, and the announcement the round-over and initials
      *screens show -- a head-to-head round's second pass adds
      *player two's to player one's.
           05  :pref:-award-count picture is 9(4).
           05  :pref:-award-text picture is x(80).
      *Player
           05  :pref:-player-pos-x :tp-float:.
           05  :pref:-player-pos-y :tp-float:.
      *KGAME-STRINGS's defaults table; each slot is the full 80
      *bytes raylib-draw-text reads from its caller.
           05  :pref:-language picture is x(8).
           05  :pref:-text picture is x(80) occurs 80 times.
