      *a staff test round. The board and report readers skip both;
      *nothing is ever physically deleted.
           05  :pref:-void picture is x(1).
      *The published revision of the level the round was played on
      *(rev= on the scores.txt row, 0 when the row has none) -- the
      *board only ranks a round against its level's live layout.
      *It lengthened the record: a master written before it opens
      *with status 39 and is left untouched. Move it aside and
      *bring it across with kscload CONVERT (see kscload.cbl) --
      *any change to this layout needs the same.
           05  :pref:-rev picture is 9(4).
