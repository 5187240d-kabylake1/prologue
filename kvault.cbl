       copy "cabi.cpy".
      *
      *Tape-vault access for the game and its readers. replay.dat
      *only ever holds the last round, so the next round used to
      *wipe the evidence of the one before; KGAME-VAULT-BOOK keeps
      *a copy of every finished single-player round's tape under
      *the round's own score-master key and indexes it in
      *tapevault.dat, and KGAME-VAULT-FIND hands a kept tape back
      *by that key -- from the live index, or, for a held tape
      *whose round kscarch has since cut off to the archive, from
      *that month's tapevault-YYYYMM.txt. The record layout lives
      *in gtvr.cpy, which the batch sources that work the index
      *directly (kboard's HOLD and RELEASE, the ktapes retention
      *purge and kscarch's cutover) copy their FDs from.
       identification division.
       program-id. kgame-vault-book.
       environment division.
       input-output section.
       file-control.
           select fs-vault assign to "tapevault.dat"
           organization is indexed
           access is dynamic
           record key is fs-tv-key
           file status is ws-vault-status.
           select fs-tape-in assign to ws-source-filename
           organization is line sequential
           file status is ws-in-status.
           select fs-tape-out assign to ws-tape-filename
           organization is line sequential
           file status is ws-out-status.
       data division.
       file section.
       fd  fs-vault.
       copy "gtvr.cpy" replacing ==:pref:== by ==fs-tv==
                                 ==:level:== by ==01==.
       fd  fs-tape-in.
       01  fs-tape-in-row picture x(80).
       fd  fs-tape-out.
       01  fs-tape-out-row picture x(80).
       working-storage section.
       01  ws-vault-status picture x(2).
       01  ws-in-status picture x(2).
       01  ws-out-status picture x(2).
       01  ws-source-filename picture x(64).
       01  ws-tape-filename picture x(64).
       01  ws-date.
           05  ws-date-yyyy picture is 9(4).
           05  ws-date-mm picture is 99.
           05  ws-date-dd picture is 99.
       01  ws-copy-failed picture is 9.
       01  ws-key-taken picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
      *Keep the tape the round just finished recording. The key is
      *the one KGAME-MASTER-POST booked the round under; with no
      *master to book into (a flat-only kiosk, or the module left
      *out of the build) the sequence walks forward from 1 over
      *the vault's own keys instead, the same way the master does.
      *Only an index that is not there at all is created -- one
      *that will not open is left as it is, holds and all.
           open i-o fs-vault.
           if ws-vault-status is equal to "35" then
               open output fs-vault
               if ws-vault-status is not equal to "00" then
                   move "tapevault.dat" to ws-ioe-file
                   move "OPEN-OUT" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
                   goback
               end-if
           end-if.
           if ws-vault-status is not equal to "00" then
               move "tapevault.dat" to ws-ioe-file
               move "OPEN-IO" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               goback
           end-if.
      *
           move function current-date(1:8) to ws-date.
           move spaces to fs-tv-date.
           string ws-date-yyyy delimited by size
               "-" delimited by size
               ws-date-mm delimited by size
               "-" delimited by size
               ws-date-dd delimited by size
               into fs-tv-date end-string.
           move ls-gs-initials to fs-tv-name.
           if ls-gs-booked-seq > 0 then
               move ls-gs-booked-seq to fs-tv-seq
           else
               move 1 to fs-tv-seq
               perform until fs-tv-seq > 9999
                   read fs-vault key is fs-tv-key
                       invalid key exit perform
                   end-read
                   if ws-vault-status is not less than "30" then
                       move "tapevault.dat" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-vault-status to ws-ioe-status
                       perform report-io-error
                       close fs-vault
                       goback
                   end-if
                   add 1 to fs-tv-seq end-add
               end-perform
           end-if.
           if fs-tv-seq > 9999 then
               close fs-vault
               goback
           end-if.
      *
           move spaces to ws-tape-filename.
           string "tape-" delimited by size
               ws-date delimited by size
               "-" delimited by size
               fs-tv-name delimited by size
               "-" delimited by size
               fs-tv-seq delimited by size
               ".dat" delimited by size
               into ws-tape-filename end-string.
      *The master and the walk above hand out sequence numbers
      *independently, so after a spell without the master a
      *master-booked key can already be in the vault. An unheld
      *entry there is replaced; a held one is evidence in a
      *dispute and is left exactly as it is, tape and entry alike,
      *and this round's tape goes unkept -- journalled as a
      *refused write (duplicate key) naming the tape.
           move 0 to ws-key-taken.
           read fs-vault key is fs-tv-key
               invalid key continue
               not invalid key move 1 to ws-key-taken
           end-read.
           if ws-vault-status is not less than "30" then
               move "tapevault.dat" to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               close fs-vault
               goback
           end-if.
           if ws-key-taken is equal to 1
               and fs-tv-hold is equal to 'H' then
               move ws-tape-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move "22" to ws-ioe-status
               perform report-io-error
               close fs-vault
               goback
           end-if.
           if ls-gs-replay-file is equal to spaces then
               move "replay.dat" to ws-source-filename
           else
               move ls-gs-replay-file to ws-source-filename
           end-if.
      *The tape is copied row for row; the index entry is only
      *written once the copy is safely on disk, so the index never
      *points at a tape that is not there.
           open input fs-tape-in.
           if ws-in-status is not equal to "00" then
               if ws-in-status is not equal to "35" then
                   move ws-source-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-in-status to ws-ioe-status
                   perform report-io-error
               end-if
               close fs-vault
               goback
           end-if.
           open output fs-tape-out.
           if ws-out-status is not equal to "00" then
               move ws-tape-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-out-status to ws-ioe-status
               perform report-io-error
               close fs-tape-in
               close fs-vault
               goback
           end-if.
           move 0 to ws-copy-failed.
           perform forever
               read fs-tape-in
                   at end exit perform
               end-read
               if ws-in-status is not less than "30" then
                   move ws-source-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-in-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-copy-failed
                   exit perform
               end-if
               move fs-tape-in-row to fs-tape-out-row
               write fs-tape-out-row
               if ws-out-status is not equal to "00" then
                   move ws-tape-filename to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-out-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-copy-failed
                   exit perform
               end-if
           end-perform.
           close fs-tape-in.
           close fs-tape-out.
      *A copy that broke off part way is not indexed: a short tape
      *would play back a round that never ended.
           if ws-copy-failed is equal to 1 then
               close fs-vault
               goback
           end-if.
      *
           move ws-tape-filename to fs-tv-tape.
           if ls-gs-level-name is equal to spaces then
               move "-" to fs-tv-level
           else
               move ls-gs-level-name to fs-tv-level
           end-if.
           move ls-gs-play-mode to fs-tv-mode.
           move space to fs-tv-hold.
           move spaces to fs-tv-hold-date.
      *The master's key wins: an unheld entry left under it from a
      *spell without a master is replaced, not kept alongside.
           if ws-key-taken is equal to 1 then
               move "REWRITE" to ws-ioe-op
               rewrite fs-tv
                   invalid key continue
               end-rewrite
           else
               move "WRITE" to ws-ioe-op
               write fs-tv
                   invalid key continue
               end-write
           end-if.
           if ws-vault-status is not less than "30" then
               move "tapevault.dat" to ws-ioe-file
               move ws-vault-status to ws-ioe-status
               perform report-io-error
           end-if.
           close fs-vault.
           goback.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-vault-book" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-vault-book.
      *
       identification division.
       program-id. kgame-vault-find.
       environment division.
       input-output section.
       file-control.
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
       fd  fs-vault.
       copy "gtvr.cpy" replacing ==:pref:== by ==fs-tv==
                                 ==:level:== by ==01==.
       fd  fs-held.
       01  fs-held-row picture x(160).
       working-storage section.
       01  ws-vault-status picture x(2).
       01  ws-held-filename picture x(64).
       01  ws-held-status picture x(2).
       01  ws-tokens picture is x(48) occurs 8 times.
       01  ws-tix picture is 9(4).
       01  ws-row-seq picture is 9(4).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gtvr.cpy" replacing ==:pref:== by ==ls-tv==
                                 ==:level:== by ==01==.
       01  ls-found picture is 9.
       procedure division using by reference ls-tv
           by reference ls-found.
      *Look a tape up by the key the caller has put in LS-TV-KEY.
      *LS-FOUND comes back 0 with the whole entry in LS-TV, or 1
      *when the vault holds nothing under that key.
           move 1 to ls-found.
           open input fs-vault.
           if ws-vault-status is equal to "00" then
               move ls-tv-key to fs-tv-key
               read fs-vault key is fs-tv-key
                   invalid key continue
                   not invalid key
                       move fs-tv to ls-tv
                       move 0 to ls-found
               end-read
               if ws-vault-status is not less than "30" then
                   move "tapevault.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
               end-if
               close fs-vault
           else
               if ws-vault-status is not equal to "35" then
                   move "tapevault.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           if ls-found is equal to 0 then
               goback
           end-if.
      *A held tape whose round has gone to the archive travelled
      *with it into that month's held-tape index.
           move spaces to ws-held-filename.
           string "tapevault-" delimited by size
               ls-tv-date(1:4) delimited by size
               ls-tv-date(6:2) delimited by size
               ".txt" delimited by size
               into ws-held-filename end-string.
           open input fs-held.
           if ws-held-status is not equal to "00" then
               if ws-held-status is not equal to "35" then
                   move ws-held-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-held-status to ws-ioe-status
                   perform report-io-error
               end-if
               goback
           end-if.
           perform forever
               read fs-held
                   at end exit perform
               end-read
               if ws-held-status is not less than "30" then
                   move ws-held-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-held-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               perform match-held-row
               if ls-found is equal to 0 then
                   exit perform
               end-if
           end-perform.
           close fs-held.
           goback.
      *One tapevault-YYYYMM.txt row: the round date, then name=,
      *seq=, tape=, level=, mode= and hold= tokens.
       match-held-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 8
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-held-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8)
           end-unstring.
           if ws-tokens(1) is not equal to ls-tv-date
               or ws-tokens(2)(6:3) is not equal to ls-tv-name then
               exit paragraph
           end-if.
           compute ws-row-seq = function numval(ws-tokens(3)(5:))
           end-compute.
           if ws-row-seq is not equal to ls-tv-seq then
               exit paragraph
           end-if.
           move ws-tokens(4)(6:) to ls-tv-tape.
           move ws-tokens(5)(7:) to ls-tv-level.
           move ws-tokens(6)(6:1) to ls-tv-mode.
           move 'H' to ls-tv-hold.
           move ws-tokens(7)(6:) to ls-tv-hold-date.
           move 0 to ls-found.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-vault-find" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-vault-find.
