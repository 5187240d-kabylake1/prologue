      *run against a master that already has records -- running it
      *twice would double every round -- unless FORCE is given as
      *the first argument.
      *
      *  kscload [FORCE]
      *  kscload CONVERT <old master>
      *
      *When the gsmr.cpy record grows (the rev field did this), a
      *scoremast.dat written in the older layout will no longer
      *open -- status 39 -- and the game leaves it alone rather
      *than book over it. Reloading from scores.txt is not the way
      *back: the master only holds the live period, and months
      *kscarch has already cut would be archived a second time.
      *Instead, with the kiosk stopped, move scoremast.dat aside
      *(with whatever index file the runtime keeps beside it) under
      *another name and run CONVERT on that name. It creates a new
      *scoremast.dat and copies every record across unchanged, rev
      *0 -- they were all booked before rev existed. The old file
      *is left where it was put, as the backup.
       identification division.
       program-id. kscload.
       environment division.
           access is dynamic
           record key is fs-sm-key
           file status is ws-master-status.
           select fs-oldmast assign to ws-old-filename
           organization is indexed
           access is dynamic
           record key is fs-om-key
           file status is ws-oldmast-status.
       data division.
       file section.
       fd  fs-scores.
       01  fs-score-row picture x(160).
       fd  fs-master.
       copy "gsmr.cpy" replacing ==:pref:== by ==fs-sm==
                                 ==:level:== by ==01==.
      *The master record as it was before the rev field -- the
      *layout CONVERT reads.
       fd  fs-oldmast.
       01  fs-om.
           05  fs-om-key.
               10  fs-om-date picture is x(10).
               10  fs-om-name picture is x(3).
               10  fs-om-seq picture is 9(4).
           05  fs-om-level picture is x(32).
           05  fs-om-dist picture is 9(8).
           05  fs-om-hits picture is 9(4).
           05  fs-om-diff picture is x(1).
           05  fs-om-mode picture is x(1).
           05  fs-om-items picture is 9(4).
           05  fs-om-bonus picture is 9(8).
           05  fs-om-void picture is x(1).
       working-storage section.
       01  ws-scores-status picture x(2).
       01  ws-master-status picture x(2).
       01  ws-force-arg picture x(16).
       01  ws-cmdline picture x(160).
       01  ws-old-filename picture x(64).
       01  ws-oldmast-status picture x(2).
      *One scores.txt row split into its blank-separated tokens --
      *the same keyword parse KGAME-LEADERBOARD and kreport use,
      *tolerant of the legacy blank-padded hits field and of fields
       01  ws-row-items picture is 9(4).
       01  ws-row-bonus picture is 9(8).
       01  ws-row-void picture is x(1).
       01  ws-row-rev picture is 9(4).
      *Run summary
       01  ws-loaded picture is 9(6).
       01  ws-skipped picture is 9(6).
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-cmdline, ws-force-arg, ws-old-filename.
           accept ws-cmdline from command-line.
           unstring ws-cmdline delimited by all space
               into ws-force-arg ws-old-filename
           end-unstring.
           if ws-force-arg is equal to "CONVERT" then
               perform do-convert
               goback
           end-if.
      *
           perform open-new-master.
           if return-code is not equal to 0 then
               goback
           end-if.
      *
           move 0 to ws-loaded, ws-skipped.
           open input fs-scores.
           if ws-scores-status is not equal to "00" then
               if ws-scores-status is not equal to "35" then
                   move "scores.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "kscload: no scores.txt to load"
               close fs-master
               goback
               read fs-scores
                   at end exit perform
               end-read
               if ws-scores-status is not less than "30" then
                   move "scores.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
                   display "kscload: cannot read scores.txt (status "
                       ws-scores-status ") -- the load stopped short"
                   move 1 to return-code
                   exit perform
               end-if
               if fs-score-row is not equal to spaces
                   perform parse-score-row
                   perform post-row
           move ws-skipped to ws-z6.
           display "kscload: rows skipped:   " ws-z6.
           goback.
      *The master loaded into: an empty one, or none yet. One that
      *is there but will not open is refused, not created afresh --
      *a 39 is a master in an older record layout, and CONVERT is
      *the way to bring that across.
       open-new-master.
           open i-o fs-master.
           if ws-master-status is equal to "00" then
               perform check-master-empty
               exit paragraph
           end-if.
           if ws-master-status is not equal to "35" then
               move "scoremast.dat" to ws-ioe-file
               move "OPEN-IO" to ws-ioe-op
               move ws-master-status to ws-ioe-status
               perform report-io-error
               display "kscload: scoremast.dat will not open (status "
                   ws-master-status ") -- left as it is"
               if ws-master-status is equal to "39" then
                   display "kscload: it is in an older record layout;"
                       " move it aside and run kscload CONVERT on it"
               end-if
               move 1 to return-code
               exit paragraph
           end-if.
           open output fs-master.
           if ws-master-status is not equal to "00" then
               move "scoremast.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-master-status to ws-ioe-status
               perform report-io-error
               display "kscload: cannot create scoremast.dat"
                   " (status " ws-master-status ")"
               move 1 to return-code
           end-if.
      *CONVERT: every record of the old-layout master, key and all,
      *into a new scoremast.dat.
       do-convert.
           if ws-old-filename is equal to spaces
               or ws-old-filename is equal to "scoremast.dat" then
               display "kscload: CONVERT takes the name the old"
                   " master was moved aside to"
               move 1 to return-code
               exit paragraph
           end-if.
           open input fs-oldmast.
           if ws-oldmast-status is not equal to "00" then
               if ws-oldmast-status is not equal to "35" then
                   move ws-old-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-oldmast-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "kscload: cannot open "
                   function trim(ws-old-filename) " (status "
                   ws-oldmast-status ")"
               move 1 to return-code
               exit paragraph
           end-if.
           perform open-new-master.
           if return-code is not equal to 0 then
               close fs-oldmast
               exit paragraph
           end-if.
           move 0 to ws-loaded, ws-skipped.
           perform forever
               read fs-oldmast next
                   at end exit perform
               end-read
               if ws-oldmast-status is not less than "30" then
                   move ws-old-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-oldmast-status to ws-ioe-status
                   perform report-io-error
                   display "kscload: cannot read "
                       function trim(ws-old-filename) " (status "
                       ws-oldmast-status ") -- the conversion stopped"
                       " short"
                   move 1 to return-code
                   exit perform
               end-if
               move fs-om-key to fs-sm-key
               move fs-om-level to fs-sm-level
               move fs-om-dist to fs-sm-dist
               move fs-om-hits to fs-sm-hits
               move fs-om-diff to fs-sm-diff
               move fs-om-mode to fs-sm-mode
               move fs-om-items to fs-sm-items
               move fs-om-bonus to fs-sm-bonus
               move fs-om-void to fs-sm-void
               move 0 to fs-sm-rev
               write fs-sm
               if ws-master-status is not equal to "00" then
                   move "scoremast.dat" to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   display "kscload: cannot write scoremast.dat"
                       " (status " ws-master-status ") -- the"
                       " conversion stopped short"
                   move 1 to return-code
                   exit perform
               end-if
               add 1 to ws-loaded end-add
           end-perform.
           close fs-oldmast.
           close fs-master.
           move ws-loaded to ws-z6.
           display "kscload: records converted: " ws-z6.
           if return-code is not equal to 0 then
               display "kscload: scoremast.dat is incomplete --"
                   " delete it and run CONVERT again; "
                   function trim(ws-old-filename) " is untouched"
           end-if.
      *A master with records in it means the load already happened.
       check-master-empty.
           move low-values to fs-sm-key.
           move 'N' to ws-row-diff.
           move 'F' to ws-row-mode.
           move space to ws-row-void.
           move 0 to ws-row-rev.
           move 0 to ws-row-dist, ws-row-hits, ws-row-items.
           move 0 to ws-row-bonus, ws-hits-pending.
           perform varying ws-tix from 2 by 1 until ws-tix > 12
                       compute ws-row-bonus =
                           function numval(ws-tokens(ws-tix)(7:))
                       end-compute
                   when ws-tokens(ws-tix)(1:4) is equal to "rev="
                       compute ws-row-rev =
                           function numval(ws-tokens(ws-tix)(5:))
                       end-compute
                   when ws-tokens(ws-tix) is equal to "void=Y"
                       move 'V' to ws-row-void
                   when ws-tokens(ws-tix) is equal to "test=Y"
           move ws-row-items to fs-sm-items.
           move ws-row-bonus to fs-sm-bonus.
           move ws-row-void to fs-sm-void.
           move ws-row-rev to fs-sm-rev.
           move 1 to fs-sm-seq.
           perform until fs-sm-seq > 9999
               write fs-sm
                       add 1 to ws-loaded end-add
                       exit perform
               end-write
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   add 1 to ws-skipped end-add
                   move 1 to return-code
                   exit perform
               end-if
               add 1 to fs-sm-seq end-add
           end-perform.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kscload" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kscload.
