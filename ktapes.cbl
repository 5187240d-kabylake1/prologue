      *Tape-vault retention -- a plain command-line batch run for the
      *overnight window, like karchive. KGAME-SCORE keeps every
      *single-player round's tape in the vault (tapevault.dat and
      *its tape-YYYYMMDD-ABC-NNNN.dat files) and nothing else ever
      *lets go of them; this purges every kept tape older than a
      *configurable age (the first command-line argument, in days,
      *default 60) -- index entry first, then the tape file, so the
      *index never names a tape that is gone. Tapes kboard HOLD has
      *flagged for a dispute are never purged, whatever their age,
      *and are listed so the morning shift can see what is still
      *being held and since when. A vault that is there but will
      *not open gives exit code 1, so the overnight stream stops.
       identification division.
       program-id. ktapes.
       environment division.
       input-output section.
       file-control.
           select fs-vault assign to "tapevault.dat"
           organization is indexed
           access is dynamic
           record key is fs-tv-key
           file status is ws-vault-status.
       data division.
       file section.
       fd  fs-vault.
       copy "gtvr.cpy" replacing ==:pref:== by ==fs-tv==
                                 ==:level:== by ==01==.
       working-storage section.
       01  ws-vault-status picture x(2).
      *Retention age in days -- first command-line argument, or 60.
       01  ws-age-arg picture x(16).
       01  ws-age picture is 9(4).
       01  ws-today-int picture is 9(8).
       01  ws-cutoff-int picture is 9(8).
       01  ws-entry-int picture is 9(8).
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
      *Entries to purge, collected on the read pass -- deleting
      *underneath a sequential walk repositions it, so the walk
      *finishes first and the deletes run off this table.
       01  ws-cut-count picture is 9(6).
       01  ws-cut-key picture x(17) occurs 20000 times.
       01  ws-cut-tape picture x(40) occurs 20000 times.
       01  ws-tape-filename picture x(64).
       01  ws-i picture is 9(6).
       01  ws-overflow picture is 9.
       01  ws-short-read picture is 9.
      *Run summary
       01  ws-kept picture is 9(6).
       01  ws-held picture is 9(6).
       01  ws-purged picture is 9(6).
       01  ws-missing picture is 9(6).
       01  ws-z4 picture is zzz9.
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-age-arg.
           accept ws-age-arg from command-line.
           if ws-age-arg is equal to spaces then
               move 60 to ws-age
           else
               compute ws-age = function numval(ws-age-arg)
               end-compute
               if ws-age is equal to 0 then
                   move 60 to ws-age
               end-if
           end-if.
      *"Older than N days" is strict: a tape exactly N days old
      *stays.
           move function current-date(1:8) to ws-ymd.
           compute ws-today-int =
               function integer-of-date(ws-ymd) end-compute.
           subtract ws-age from ws-today-int giving ws-cutoff-int
               end-subtract.
      *
           open i-o fs-vault.
           if ws-vault-status is equal to "35" then
               display "ktapes: no tapevault.dat -- no tapes kept"
               move 0 to return-code
               goback
           end-if.
           if ws-vault-status is not equal to "00" then
               move "tapevault.dat" to ws-ioe-file
               move "OPEN-IO" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               display "ktapes: cannot open tapevault.dat (status "
                   ws-vault-status ")"
               move 1 to return-code
               goback
           end-if.
           move ws-age to ws-z4.
           display "ktapes: purging unheld tapes older than " ws-z4
               " days".
      *
           move 0 to ws-cut-count, ws-kept, ws-held, ws-purged,
               ws-missing.
           move 0 to ws-overflow.
           move 0 to ws-short-read.
           move low-values to fs-tv-key.
           start fs-vault key is >= fs-tv-key
               invalid key continue
               not invalid key perform walk-vault
           end-start.
      *An index that could not be read to the end purges nothing:
      *the run stops with exit code 1, so the overnight stream
      *stops on it instead of carrying on as if the purge had run.
           if ws-short-read is equal to 1 then
               display "ktapes: cannot read tapevault.dat (status "
                   ws-vault-status ") -- nothing purged"
               close fs-vault
               move 1 to return-code
               goback
           end-if.
      *
           perform varying ws-i from 1 by 1
           until ws-i > ws-cut-count
               move ws-cut-key(ws-i) to fs-tv-key
               delete fs-vault
                   invalid key continue
                   not invalid key perform purge-tape
               end-delete
           end-perform.
           close fs-vault.
      *
           display " ".
           move ws-kept to ws-z6.
           display "Tapes kept (within age): " ws-z6.
           move ws-held to ws-z6.
           display "Tapes held past age:     " ws-z6.
           move ws-purged to ws-z6.
           display "Tapes purged:            " ws-z6.
           if ws-missing > 0 then
               move ws-missing to ws-z6
               display "  of which the tape file was already gone: "
                   ws-z6
           end-if.
           if ws-overflow is equal to 1 then
               display "ktapes: more aged tapes remain -- run again"
                   " to continue the purge"
           end-if.
           move 0 to return-code.
           goback.
       walk-vault.
           perform forever
               read fs-vault next
                   at end exit perform
               end-read
               if ws-vault-status is not less than "30" then
                   move "tapevault.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-short-read
                   exit perform
               end-if
               perform age-entry
           end-perform.
      *An entry whose date will not read as a date is left alone --
      *the purge only ever removes what it can prove is old.
       age-entry.
           move spaces to ws-ymd-text.
           string fs-tv-date(1:4) delimited by size
               fs-tv-date(6:2) delimited by size
               fs-tv-date(9:2) delimited by size
               into ws-ymd-text end-string.
           if ws-ymd-text is not numeric then
               add 1 to ws-kept end-add
               exit paragraph
           end-if.
           compute ws-entry-int =
               function integer-of-date(ws-ymd) end-compute.
           if ws-entry-int >= ws-cutoff-int then
               add 1 to ws-kept end-add
               exit paragraph
           end-if.
           if fs-tv-hold is equal to 'H' then
               add 1 to ws-held end-add
               display "  held    " fs-tv-date " " fs-tv-name " "
                   fs-tv-seq "  " function trim(fs-tv-tape)
                   "  since " fs-tv-hold-date
               exit paragraph
           end-if.
           if ws-cut-count >= 20000 then
               move 1 to ws-overflow
               exit paragraph
           end-if.
           add 1 to ws-cut-count end-add.
           move fs-tv-key to ws-cut-key(ws-cut-count).
           move fs-tv-tape to ws-cut-tape(ws-cut-count).
      *The index entry is gone; now the tape itself. A tape already
      *missing from disk is counted but is no reason to stop.
       purge-tape.
           add 1 to ws-purged end-add.
           move ws-cut-tape(ws-i) to ws-tape-filename.
           call "CBL_DELETE_FILE" using ws-tape-filename end-call.
           if return-code is not equal to 0 then
               add 1 to ws-missing end-add
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "ktapes" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program ktapes.
