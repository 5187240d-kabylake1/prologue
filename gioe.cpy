      *One file operation that did not go through, handed to
      *KGAME-IO-ERROR (kioerr.cbl) to be journalled as an ERROR
      *event: the program that hit it, the file, the operation
      *(OPEN-IN, OPEN-OUT, OPEN-EXT, OPEN-IO, READ, WRITE or
      *REWRITE) and the file status it came back with. SAVED-RC is
      *the caller's own: a CALL hands back the called program's
      *RETURN-CODE, so a batch run holds its exit code here across
      *the call.
       :level:  :pref:.
           05  :pref:-prog picture is x(24).
           05  :pref:-file picture is x(64).
           05  :pref:-op picture is x(8).
           05  :pref:-status picture is x(2).
           05  :pref:-saved-rc picture is s9(9).
