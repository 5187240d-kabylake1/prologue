      *One kept round tape in the tape vault index (tapevault.dat),
      *an indexed file keyed exactly the way the score master is --
      *round date, player initials, intake sequence -- so the key
      *on a disputed scoremast.dat round is also the key of the
      *tape that played it. KGAME-SCORE keeps a copy of every
      *single-player round's replay.dat as tape-YYYYMMDD-ABC-NNNN.dat
      *and books it here; the title screen's V key and kresim find
      *it back by key, kboard holds and releases it, ktapes purges
      *it when it ages out, and kscarch carries a held one's entry
      *into the month's tapevault-YYYYMM.txt when the round itself
      *is cut off to the archive.
       :level:  :pref:.
           05  :pref:-key.
               10  :pref:-date picture is x(10).
               10  :pref:-name picture is x(3).
               10  :pref:-seq picture is 9(4).
           05  :pref:-tape picture is x(40).
           05  :pref:-level picture is x(32).
           05  :pref:-mode picture is x(1).
      *'H' held for a dispute (set by kboard HOLD, with the date it
      *was put on hold); a held tape is never purged.
           05  :pref:-hold picture is x(1).
           05  :pref:-hold-date picture is x(10).
