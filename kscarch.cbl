      *scores.txt, so kscload could always bring a month back) and
      *then deleted from the master, which keeps the live period --
      *the current month -- as the only thing the board and report
      *readers ever walk. A master that is there but will not open
      *(locked by a running kiosk) or an archive that cannot be
      *written gives exit code 1, so the overnight stream stops
      *before the reports read a half-cut master.
      *A round whose kept tape is held for a dispute (see ktapes)
      *takes its tape-vault index entry with it: the entry is
      *appended to the month's held-tape index, tapevault-YYYYMM.txt,
      *and leaves the live tapevault.dat once the round has left the
      *master, so the hold and the way back to the tape travel with
      *the archived round. Unheld tapes stay in the live index until
      *ktapes ages them out. A tape vault that is there but will not
      *open stops the cutover the same way a locked master does.
       identification division.
       program-id. kscarch.
       environment division.
           select fs-archive assign to ws-archive-filename
           organization is line sequential
           file status is ws-archive-status.
           select fs-vault assign to "tapevault.dat"
           organization is indexed
           access is dynamic
           record key is fs-tv-key
           file status is ws-vault-status.
           select fs-held assign to ws-held-filename
           organization is line sequential
           file status is ws-held-status.
       data division.
       file section.
       fd  fs-master.
                                 ==:level:== by ==01==.
       fd  fs-archive.
       01  fs-archive-row picture x(140).
       fd  fs-vault.
       copy "gtvr.cpy" replacing ==:pref:== by ==fs-tv==
                                 ==:level:== by ==01==.
       fd  fs-held.
       01  fs-held-row picture x(160).
       working-storage section.
       01  ws-master-status picture x(2).
       01  ws-archive-filename picture x(64).
       01  ws-archive-status picture x(2).
      *The open the archive was last tried with, OPEN-EXT or
      *OPEN-OUT (the latter only when it was not there).
       01  ws-archive-op picture x(8).
       01  ws-vault-status picture x(2).
       01  ws-held-filename picture x(64).
       01  ws-held-status picture x(2).
      *Set when tapevault.dat opened -- a kiosk that never kept a
      *tape has none, and the cutover runs exactly as before.
       01  ws-vault-open picture is 9.
      *The live period: rounds dated in the current month stay put.
       01  ws-live-month picture x(7).
       01  ws-date.
      *walk finishes first and the deletes run off this table.
       01  ws-cut-count picture is 9(6).
       01  ws-cut-key picture x(17) occurs 20000 times.
      *Set against a cut key whose held tape entry was carried into
      *the held-tape index -- dropped from the live index once the
      *round's own delete has gone through.
       01  ws-cut-held picture is 9 occurs 20000 times.
       01  ws-i picture is 9(6).
       01  ws-row-len picture is 9(4).
       01  ws-overflow picture is 9.
      *Run summary
       01  ws-archived picture is 9(6).
       01  ws-deleted picture is 9(6).
       01  ws-carried picture is 9(6).
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move function current-date(1:8) to ws-date.
           move spaces to ws-live-month.
               "-" delimited by size
               ws-date-mm delimited by size
               into ws-live-month end-string.
      *
           move 0 to ws-vault-open.
           open i-o fs-vault.
           if ws-vault-status is equal to "00" then
               move 1 to ws-vault-open
           else
               if ws-vault-status is not equal to "35" then
                   move "tapevault.dat" to ws-ioe-file
                   move "OPEN-IO" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
                   display "kscarch: cannot open tapevault.dat"
                       " (status " ws-vault-status ")"
                   move 1 to return-code
                   goback
               end-if
           end-if.
      *
           open i-o fs-master.
           if ws-master-status is equal to "35" then
               perform close-vault
               display "kscarch: no scoremast.dat to archive"
               goback
           end-if.
           if ws-master-status is not equal to "00" then
               move "scoremast.dat" to ws-ioe-file
               move "OPEN-IO" to ws-ioe-op
               move ws-master-status to ws-ioe-status
               perform report-io-error
               display "kscarch: cannot open scoremast.dat (status "
                   ws-master-status ")"
               perform close-vault
               move 1 to return-code
               goback
           end-if.
      *
           move 0 to ws-cut-count, ws-archived, ws-deleted,
               ws-carried.
           move 0 to ws-overflow.
           move low-values to fs-sm-key.
           start fs-master key is >= fs-sm-key
               move ws-cut-key(ws-i) to fs-sm-key
               delete fs-master
                   invalid key continue
                   not invalid key
                       add 1 to ws-deleted end-add
                       if ws-cut-held(ws-i) is equal to 1
                           perform drop-carried-entry
                       end-if
               end-delete
           end-perform.
           close fs-master.
           perform close-vault.
      *
           move ws-archived to ws-z6.
           display "kscarch: rounds archived: " ws-z6.
           move ws-deleted to ws-z6.
           display "kscarch: rounds deleted:  " ws-z6.
           if ws-carried > 0 then
               move ws-carried to ws-z6
               display "kscarch: held tapes carried: " ws-z6
           end-if.
           if ws-overflow is equal to 1 then
               display "kscarch: more completed-month rounds remain"
                   " -- run again to continue the cutover"
               read fs-master next
                   at end exit perform
               end-read
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   display "kscarch: cannot read scoremast.dat"
                       " (status " ws-master-status ")"
                   move 1 to return-code
                   exit perform
               end-if
               if fs-sm-date(1:7) < ws-live-month then
                   perform archive-round
               end-if
               fs-sm-date(6:2) delimited by size
               ".txt" delimited by size
               into ws-archive-filename end-string.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-archive-op.
           open extend fs-archive.
           if ws-archive-status is equal to "35" then
               move "OPEN-OUT" to ws-archive-op
               open output fs-archive
           end-if.
      *One ERROR event per archive file, not one per round left
      *behind.
           if ws-archive-status is not equal to "00" then
               if ws-archive-filename is not equal to ws-ioe-file
                   or ws-archive-op is not equal to ws-ioe-op then
                   move ws-archive-filename to ws-ioe-file
                   move ws-archive-op to ws-ioe-op
                   move ws-archive-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "kscarch: cannot write " ws-archive-filename
                   " -- round left in the master"
               move 1 to return-code
               exit paragraph
           end-if.
           move spaces to fs-archive-row.
               "  bonus=" delimited by size
               fs-sm-bonus delimited by size
               into fs-archive-row end-string.
      *The level revision goes along the same way scores.txt
      *carries it -- only when the round was on a published one.
           if fs-sm-rev > 0 then
               compute ws-row-len = function length(
                   function trim(fs-archive-row, trailing))
               end-compute
               move "  rev=" to fs-archive-row(ws-row-len + 1:6)
               move fs-sm-rev to fs-archive-row(ws-row-len + 7:4)
           end-if.
      *A voided or test round keeps its maintenance tag in the
      *archive, so reloading a month brings the flag back too.
           if fs-sm-void is not equal to space then
               end-if
           end-if.
           write fs-archive-row.
           if ws-archive-status is not equal to "00" then
               move ws-archive-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-archive-status to ws-ioe-status
               perform report-io-error
               display "kscarch: cannot write " ws-archive-filename
                   " -- round left in the master"
               close fs-archive
               move 1 to return-code
               exit paragraph
           end-if.
           close fs-archive.
           add 1 to ws-archived end-add.
           add 1 to ws-cut-count end-add.
           move fs-sm-key to ws-cut-key(ws-cut-count).
           move 0 to ws-cut-held(ws-cut-count).
           if ws-vault-open is equal to 1 then
               perform carry-held-tape
           end-if.
      *A held tape's index entry follows its round into the month's
      *held-tape index, one row per entry, in the same key=value
      *row style as the archive: round date, name=, seq=, tape=,
      *level=, mode= and hold= (the date the hold was put on). An
      *entry that cannot be written stays held in the live index.
       carry-held-tape.
           move fs-sm-key to fs-tv-key.
           read fs-vault key is fs-tv-key
               invalid key exit paragraph
           end-read.
           if ws-vault-status is not less than "30" then
               move "tapevault.dat" to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               exit paragraph
           end-if.
           if fs-tv-hold is not equal to 'H' then
               exit paragraph
           end-if.
           move spaces to ws-held-filename.
           string "tapevault-" delimited by size
               fs-tv-date(1:4) delimited by size
               fs-tv-date(6:2) delimited by size
               ".txt" delimited by size
               into ws-held-filename end-string.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-held.
           if ws-held-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-held
           end-if.
           if ws-held-status is not equal to "00" then
               move ws-held-filename to ws-ioe-file
               move ws-held-status to ws-ioe-status
               perform report-io-error
               display "kscarch: cannot write " ws-held-filename
                   " -- held tape left in the live index"
               exit paragraph
           end-if.
           move spaces to fs-held-row.
           string fs-tv-date delimited by size
               "  name=" delimited by size
               fs-tv-name delimited by size
               "  seq=" delimited by size
               fs-tv-seq delimited by size
               "  tape=" delimited by size
               fs-tv-tape delimited by space
               "  level=" delimited by size
               fs-tv-level delimited by space
               "  mode=" delimited by size
               fs-tv-mode delimited by size
               "  hold=" delimited by size
               fs-tv-hold-date delimited by size
               into fs-held-row end-string.
           write fs-held-row.
           if ws-held-status is not equal to "00" then
               move ws-held-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-held-status to ws-ioe-status
               perform report-io-error
               display "kscarch: cannot write " ws-held-filename
                   " -- held tape left in the live index"
               close fs-held
               exit paragraph
           end-if.
           close fs-held.
           move 1 to ws-cut-held(ws-cut-count).
       drop-carried-entry.
           move ws-cut-key(ws-i) to fs-tv-key.
           delete fs-vault
               invalid key continue
               not invalid key add 1 to ws-carried end-add
           end-delete.
       close-vault.
           if ws-vault-open is equal to 1 then
               close fs-vault
               move 0 to ws-vault-open
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kscarch" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kscarch.
