           05  ws-date-yyyy picture is 9(4).
           05  ws-date-mm picture is 99.
           05  ws-date-dd picture is 99.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
      *keyed in on the round-over screen. The intake sequence
      *starts at 1 and walks forward over duplicate-key rejections,
      *so a regular playing several rounds a day lands each of them
      *under its own key. The sequence it lands on is handed back
      *in LS-GS-BOOKED-SEQ, so the round's tape can be kept under
      *the same key.
      *Only a master that is not there at all is created here. One
      *that is there but will not open -- a 39 from a file still in
      *an older record layout, or one held elsewhere -- is left
      *exactly as it is: creating it afresh would empty it. The
      *round is journalled as unbooked and stays in scores.txt.
           open i-o fs-master.
           if ws-master-status is equal to "35" then
               open output fs-master
               if ws-master-status is not equal to "00" then
                   move "scoremast.dat" to ws-ioe-file
                   move "OPEN-OUT" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   goback
               end-if
           end-if.
           if ws-master-status is not equal to "00" then
               move "scoremast.dat" to ws-ioe-file
               move "OPEN-IO" to ws-ioe-op
               move ws-master-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
      *
           move ls-gs-items-collected to fs-sm-items.
           move ls-gs-round-bonus to fs-sm-bonus.
           move space to fs-sm-void.
           move ls-gs-level-rev to fs-sm-rev.
      *
           move 1 to fs-sm-seq.
           perform until fs-sm-seq > 9999
               write fs-sm
                   invalid key continue
                   not invalid key
                       move fs-sm-seq to ls-gs-booked-seq
                       exit perform
               end-write
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               add 1 to fs-sm-seq end-add
           end-perform.
           close fs-master.
           goback.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl); the round goes unbooked in
      *the master, as it always has, and stays in scores.txt.
       report-io-error.
           move "kgame-master-post" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-master-post.
      *
       identification division.
       01  ws-master-status picture x(2).
      *'C' closed, 'R' reading
       01  ws-file-mode picture x(1) value is 'C'.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       01  ls-action picture is x(1).
       01  ls-from-date picture is x(10).
       open-master.
           open input fs-master.
           if ws-master-status is not equal to "00" then
               if ws-master-status is not equal to "35" then
                   move "scoremast.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
               end-if
               move 2 to ls-eof
               exit paragraph
           end-if.
                       move 1 to ls-eof
                       exit perform
               end-read
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   close fs-master
                   move 'C' to ws-file-mode
                   move 1 to ls-eof
                   exit perform
               end-if
               if fs-sm-void is equal to space then
                   move fs-sm to ls-sm
                   exit perform
               close fs-master
               move 'C' to ws-file-mode
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-master-read" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-master-read.
