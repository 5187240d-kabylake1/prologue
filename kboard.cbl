      *change is written to audit.log with who did it, when, and
      *the row before and after -- which is also what keeps the
      *reconciliation report able to tell an edit from corruption.
      *Rows are sealed (see kgame-seal): a change re-runs the seal
      *chain from the changed row to the end of the file, so a
      *sanctioned edit verifies clean and a hand edit does not.
      *
      *  kboard LIST                      list rounds with row nos
      *  kboard VOID <row> <who>          void a round
      *  kboard TEST <row> <who>          flag a staff test round
      *  kboard INITIALS <row> <ABC> <who>  correct the initials
      *  kboard LEVEL <row> <name> <who>    correct the level
      *  kboard TAPES [yyyy-mm-dd]          list kept round tapes
      *  kboard HOLD <date> <ABC> <seq> <who>     hold a tape
      *  kboard RELEASE <date> <ABC> <seq> <who>  release it again
      *
      *TAPES, HOLD and RELEASE work on the tape vault
      *(tapevault.dat, see gtvr.cpy) by the round's score-master
      *key -- "kboard HOLD 2026-10-15 ABC 0002 gm" keeps that
      *round's tape out of the ktapes retention purge while a
      *dispute runs, and writes the hold to audit.log like any
      *other change. A held tape whose round kscarch has since cut
      *off to the archive is released out of that month's
      *tapevault-YYYYMM.txt, back into the live index, where
      *ktapes ages it out as usual.
      *
      *The DAILY prefix aims the same actions at a day's
      *daily-challenge standings file instead of scores.txt --
      *"kboard DAILY VOID 3 gm" works on today's file,
      *"kboard DAILY 20260901 LIST" on the day named. The EVENT
      *prefix does the same for a tournament's own file --
      *"kboard EVENT OCTCUP VOID 2 gm" voids the second round in
      *event-OCTCUP.txt.
      *
      *The same change is applied to the indexed score master when
      *one exists, so the live board agrees with the flat file.
      *Daily- and event-file edits touch only that file: the master
      *mirrors scores.txt alone, and a daily or event round's
      *scores.txt row is a separate row needing its own edit. An
      *initials fix re-keys the round's kept tape along with it.
       identification division.
       program-id. kboard.
       environment division.
           access is dynamic
           record key is fs-sm-key
           file status is ws-master-status.
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
       fd  fs-scores.
       01  fs-score-row picture x(160).
       fd  fs-audit.
       01  fs-audit-row picture x(200).
       fd  fs-master.
       copy "gsmr.cpy" replacing ==:pref:== by ==fs-sm==
                                 ==:level:== by ==01==.
       fd  fs-vault.
       copy "gtvr.cpy" replacing ==:pref:== by ==fs-tv==
                                 ==:level:== by ==01==.
       fd  fs-held.
       01  fs-held-row picture x(160).
       working-storage section.
       01  ws-scores-status picture x(2).
       01  ws-audit-status picture x(2).
       01  ws-master-status picture x(2).
       01  ws-vault-status picture x(2).
       01  ws-held-filename picture x(64).
       01  ws-held-status picture x(2).
      *The command line: an optional DAILY prefix (with an
      *optional yyyymmdd) or EVENT prefix (with the event's code),
      *then action, row number, value, who.
       01  ws-cmdline picture x(120).
       01  ws-tok picture x(32) occurs 6 times.
       01  ws-action picture x(16).
       01  ws-arg3 picture x(32).
       01  ws-arg4 picture x(32).
      *Which board file is under maintenance -- scores.txt, or a
      *day's daily-challenge standings file, or a tournament's
      *event file (flagged the same way: neither is mirrored).
       01  ws-board-filename picture x(64).
       01  ws-daily-target picture is 9.
       01  ws-row-no picture is 9(6).
      *The whole file in memory for the rewrite -- one row per
      *round, nothing ever dropped.
       01  ws-file-count picture is 9(6).
       01  ws-file-rows picture x(160) occurs 5000 times.
      *Set when scores.txt holds more rows than the table -- a
      *rewrite would silently drop the tail, so edits are refused
      *outright on such a file.
       01  ws-file-overflow picture is 9.
      *Set when a read broke off before the end of the file -- the
      *table holds only part of it, so edits are refused the same.
       01  ws-file-unread picture is 9.
       01  ws-old-row picture x(160).
       01  ws-new-row picture x(160).
      *The old row with its seal token taken off -- the base a
      *maintenance tag is appended to.
       01  ws-bare-row picture x(160).
      *Seal chain scratch for the reseal pass
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       01  ws-sealing-begun picture is 9.
      *Token scratch for rebuilding an edited row -- wide enough
      *for a level= token carrying the full 32-character name.
       01  ws-tokens picture is x(38) occurs 12 times.
      *after a DELETE, so the write-back comes from here.
       copy "gsmr.cpy" replacing ==:pref:== by ==ws-sm==
                                 ==:level:== by ==01==.
      *The tape-vault entry being held, released or re-keyed, and
      *the key the round was booked under before an initials fix.
       copy "gtvr.cpy" replacing ==:pref:== by ==ws-tv==
                                 ==:level:== by ==01==.
       01  ws-old-key picture x(17).
       01  ws-tape-key picture x(19).
       01  ws-held-count picture is 9(6).
       01  ws-held-match picture is 9(6).
      *Fields parsed off the old row for the master lookup
       01  ws-row-date picture x(10).
       01  ws-row-name picture x(3).
       01  ws-i picture is 9(6).
       01  ws-z6 picture is zzzzz9.
       01  ws-now picture x(14).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-cmdline.
           accept ws-cmdline from command-line.
               move ws-tok(3) to ws-arg3
               move ws-tok(4) to ws-arg4
           end-if.
      *Behind the EVENT prefix it is the named tournament's file,
      *which no more mirrors into the master than a daily file.
           if ws-tok(1) is equal to "EVENT" then
               move 1 to ws-daily-target
               move spaces to ws-board-filename
               string "event-" delimited by size
                   ws-tok(2) delimited by space
                   ".txt" delimited by size
                   into ws-board-filename end-string
               move ws-tok(3) to ws-action
               move ws-tok(4) to ws-arg2
               move ws-tok(5) to ws-arg3
               move ws-tok(6) to ws-arg4
               if ws-tok(2) is equal to spaces then
                   move spaces to ws-action
               end-if
           end-if.
      *
           evaluate ws-action
               when "LIST" perform do-list
               when "TEST" perform do-test
               when "INITIALS" perform do-initials
               when "LEVEL" perform do-level
               when "TAPES" perform do-tapes
               when "HOLD" perform do-hold
               when "RELEASE" perform do-release
               when other
                   display "kboard: actions are LIST, VOID <row>"
                       " <who>, TEST <row> <who>,"
                   display "        INITIALS <row> <ABC> <who>,"
                       " LEVEL <row> <name> <who>,"
                   display "        TAPES [yyyy-mm-dd], HOLD <date>"
                       " <ABC> <seq> <who>,"
                   display "        RELEASE <date> <ABC> <seq> <who>"
                   display "        prefix DAILY [yyyymmdd] to"
                       " work on a daily standings file,"
                   display "        or EVENT <code> to work on a"
                       " tournament's event file"
                   move 1 to return-code
           end-evaluate.
           goback.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           move ws-bare-row to ws-new-row.
           compute ws-row-len = function length(
               function trim(ws-new-row, trailing)) end-compute.
           move "  void=Y" to ws-new-row(ws-row-len + 1:8).
           perform commit-change.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-daily-target is equal to 0 then
               perform void-in-master
           end-if.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           move ws-bare-row to ws-new-row.
           compute ws-row-len = function length(
               function trim(ws-new-row, trailing)) end-compute.
           move "  test=Y" to ws-new-row(ws-row-len + 1:8).
           perform commit-change.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-daily-target is equal to 0 then
               perform void-in-master
           end-if.
           end-if.
           perform rebuild-row-with-name.
           perform commit-change.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-daily-target is equal to 0 then
               perform rename-in-master
           end-if.
           end-if.
           perform rebuild-row-with-level.
           perform commit-change.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-daily-target is equal to 0 then
               perform relevel-in-master
           end-if.
       load-file.
           move 0 to ws-file-count.
           move 0 to ws-file-overflow.
           move 0 to ws-file-unread.
           open input fs-scores.
           if ws-scores-status is not equal to "00" then
               if ws-scores-status is not equal to "35" then
                   move ws-board-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-file-unread
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-scores
                   at end exit perform
               end-read
               if ws-scores-status is not less than "30" then
                   move ws-board-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-file-unread
                   exit perform
               end-if
               if ws-file-count < 5000 then
                   add 1 to ws-file-count end-add
                   move fs-score-row
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-file-unread is equal to 1 then
               display "kboard: " function trim(ws-board-filename)
                   " could not be read in full -- nothing changed"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-row-no < 1 or ws-row-no > ws-file-count then
               display "kboard: row " ws-arg2 " is not on file"
                   " (1-" ws-file-count ")"
               exit paragraph
           end-if.
           move ws-file-rows(ws-row-no) to ws-old-row.
           move ws-old-row to ws-bare-row.
           move 'S' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-bare-row
               by reference ws-seal-result end-call.
           perform parse-old-row.
       refuse-double-tag.
           perform parse-old-row.
                   move 1 to return-code
               end-if
           end-perform.
      *A row already brushing the 160-byte record has no room for
      *the 8-byte tag and the seal after it -- refuse rather than
      *truncate.
           compute ws-row-len = function length(
               function trim(ws-bare-row, trailing)) end-compute.
           if ws-row-len > 136 then
               display "kboard: row too long to tag"
               move 1 to return-code
           end-if.
      *goes back with only the one row changed, and audit.log gets
      *who, when, and the row before and after.
       commit-change.
           perform check-chain.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           move ws-new-row to ws-file-rows(ws-row-no).
           perform reseal-from-row.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           move ws-file-rows(ws-row-no) to ws-new-row.
           open output fs-scores.
           if ws-scores-status is not equal to "00" then
               move ws-board-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-scores-status to ws-ioe-status
               perform report-io-error
               display "kboard: " function trim(ws-board-filename)
                   " cannot be rewritten (status " ws-scores-status
                   ") -- nothing changed"
               move 1 to return-code
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               move ws-file-rows(ws-i) to fs-score-row
               write fs-score-row
               if ws-scores-status is not equal to "00" then
                   move ws-board-filename to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
                   display "kboard: rewrite of "
                       function trim(ws-board-filename)
                       " broke off at row " ws-i " (status "
                       ws-scores-status ") -- restore it from backup"
                   move 1 to return-code
                   exit perform
               end-if
           end-perform.
           close fs-scores.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
      *
           move function current-date(1:14) to ws-now.
           perform open-audit.
           if ws-audit-status is not equal to "00" then
               exit paragraph
           end-if.
           move spaces to fs-audit-row.
           string ws-now(1:4) delimited by size
               "  file=" delimited by size
               ws-board-filename delimited by space
               into fs-audit-row end-string.
           perform write-audit-row.
           move spaces to fs-audit-row.
           string "  old: " delimited by size
               ws-old-row delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           move spaces to fs-audit-row.
           string "  new: " delimited by size
               ws-new-row delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           close fs-audit.
           display "kboard: row " ws-arg2 " updated; audit entry"
               " written".
      *Resealing would bless whatever is on file after the changed
      *row, so the chain is checked first, the way kverify checks
      *it: rows before the first sealed row are legacy, but once
      *sealing has begun every row must carry a seal that matches.
      *A file that already fails is left alone for someone to look
      *at -- a sanctioned change must not paper over a hand edit.
       check-chain.
           move all "0" to ws-seal-chain.
           move 0 to ws-sealing-begun.
           move 'V' to ws-seal-action.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               move ws-file-rows(ws-i) to ws-seal-row
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
               if ws-seal-result is equal to 0
                   move 1 to ws-sealing-begun
               end-if
               if ws-seal-result is equal to 1
                   or (ws-seal-result is equal to 2
                       and ws-sealing-begun is equal to 1)
                   display "kboard: " function trim(ws-board-filename)
                       " fails its seal check at row " ws-i
                       " -- run kverify; nothing changed"
                   move 1 to return-code
                   exit paragraph
               end-if
           end-perform.
      *The changed row's seal no longer matches, and every row
      *after it chains onto the one before -- so the chain is run
      *again from the changed row to the end of the file, starting
      *from the seal of the row above it (zeros at the top of the
      *file, or above a row written before sealing began). Nothing
      *is written if the changed row has no room left for its seal.
       reseal-from-row.
           move all "0" to ws-seal-chain.
           if ws-row-no > 1 then
               move ws-file-rows(ws-row-no - 1) to ws-seal-row
               move 'V' to ws-seal-action
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
           end-if.
           move 'A' to ws-seal-action.
           perform varying ws-i from ws-row-no by 1
           until ws-i > ws-file-count
               move ws-file-rows(ws-i) to ws-seal-row
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
               if ws-seal-result is not equal to 0
                   display "kboard: row " ws-i " is too long to"
                       " seal -- nothing changed"
                   move 1 to return-code
                   exit paragraph
               end-if
               move ws-seal-row to ws-file-rows(ws-i)
           end-perform.
      *Master-side counterparts. A kiosk still running flat-only
      *has no scoremast.dat; these quietly do nothing there. The
      *match is by date, initials and distance -- the same facts
           rewrite fs-sm
               invalid key continue
           end-rewrite.
           if ws-master-status is not equal to "00" then
               move "scoremast.dat" to ws-ioe-file
               move "REWRITE" to ws-ioe-op
               move ws-master-status to ws-ioe-status
               perform report-io-error
           end-if.
           close fs-master.
       rename-in-master.
           perform find-master-round.
      *working-storage copy, since the FD record area holds
      *nothing dependable once the DELETE has run.
           move fs-sm to ws-sm.
           move fs-sm-key to ws-old-key.
           delete fs-master record
               invalid key continue
           end-delete.
                   invalid key continue
                   not invalid key exit perform
               end-write
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   close fs-master
                   exit paragraph
               end-if
               add 1 to ws-sm-seq end-add
           end-perform.
           close fs-master.
           if ws-sm-seq <= 9999 then
               perform rekey-vault-entry
           end-if.
      *The round's kept tape follows it to the corrected key. The
      *tape file keeps the name it was filed under -- the index
      *entry is the link, not the file name.
       rekey-vault-entry.
           open i-o fs-vault.
           if ws-vault-status is not equal to "00" then
               if ws-vault-status is not equal to "35" then
                   move "tapevault.dat" to ws-ioe-file
                   move "OPEN-IO" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           move ws-old-key to fs-tv-key.
           read fs-vault key is fs-tv-key
               invalid key
                   close fs-vault
                   exit paragraph
           end-read.
           if ws-vault-status is not less than "30" then
               move "tapevault.dat" to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               close fs-vault
               exit paragraph
           end-if.
           move fs-tv to ws-tv.
           delete fs-vault record
               invalid key continue
           end-delete.
           move ws-sm-key to ws-tv-key.
           write fs-tv from ws-tv
               invalid key
                   display "kboard: a tape is already kept under the"
                       " corrected key -- the old entry was dropped"
           end-write.
           if ws-vault-status is not less than "30" then
               move "tapevault.dat" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
           end-if.
           close fs-vault.
       relevel-in-master.
           perform find-master-round.
           if ws-master-status is not equal to "00" then
           rewrite fs-sm
               invalid key continue
           end-rewrite.
           if ws-master-status is not equal to "00" then
               move "scoremast.dat" to ws-ioe-file
               move "REWRITE" to ws-ioe-op
               move ws-master-status to ws-ioe-status
               perform report-io-error
           end-if.
           close fs-master.
      *Position the master on the round the flat row describes.
      *WS-MASTER-STATUS is left non-"00" when there is no master or
       find-master-round.
           open i-o fs-master.
           if ws-master-status is not equal to "00" then
               if ws-master-status is not equal to "35" then
                   move "scoremast.dat" to ws-ioe-file
                   move "OPEN-IO" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           move ws-row-date to fs-sm-date.
                       move "23" to ws-master-status
                       exit paragraph
               end-read
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   close fs-master
                   move ws-ioe-status to ws-master-status
                   exit paragraph
               end-if
               if fs-sm-date is not equal to ws-row-date
                   or fs-sm-name is not equal to ws-row-name
                   close fs-master
                   exit paragraph
               end-if
           end-perform.
      *Tape vault --------------------------------------------------
       do-tapes.
           open input fs-vault.
           if ws-vault-status is not equal to "00" then
               if ws-vault-status is not equal to "35" then
                   move "tapevault.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "kboard: no tapes kept"
               exit paragraph
           end-if.
           move low-values to fs-tv-key.
           if ws-arg2 is not equal to spaces then
               move ws-arg2 to fs-tv-date
           end-if.
           move 0 to ws-i.
           start fs-vault key is >= fs-tv-key
               invalid key continue
               not invalid key perform list-vault
           end-start.
           close fs-vault.
           if ws-i is equal to 0 then
               display "kboard: no tapes kept"
           end-if.
       list-vault.
           perform forever
               read fs-vault next
                   at end exit perform
               end-read
               if ws-vault-status is not less than "30" then
                   move "tapevault.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               add 1 to ws-i end-add
               if fs-tv-hold is equal to 'H' then
                   display fs-tv-date " " fs-tv-name " " fs-tv-seq
                       "  " fs-tv-tape " " fs-tv-mode
                       "  HELD since " fs-tv-hold-date
               else
                   display fs-tv-date " " fs-tv-name " " fs-tv-seq
                       "  " fs-tv-tape " " fs-tv-mode
               end-if
           end-perform.
       do-hold.
           perform fetch-vault-entry.
           if return-code is not equal to 0 then
               if ws-vault-status is equal to "23" then
                   display "kboard: no tape kept under " ws-tape-key
               end-if
               exit paragraph
           end-if.
           if fs-tv-hold is equal to 'H' then
               display "kboard: tape " ws-tape-key " is already held"
                   " (since " fs-tv-hold-date ")"
               close fs-vault
               move 1 to return-code
               exit paragraph
           end-if.
           move 'H' to fs-tv-hold.
           move spaces to fs-tv-hold-date.
           string function current-date(1:4) delimited by size
               "-" delimited by size
               function current-date(5:2) delimited by size
               "-" delimited by size
               function current-date(7:2) delimited by size
               into fs-tv-hold-date end-string.
           rewrite fs-tv
               invalid key continue
           end-rewrite.
           if ws-vault-status is not equal to "00" then
               perform report-tape-rewrite
               exit paragraph
           end-if.
           close fs-vault.
           move fs-tv-tape to ws-new-value.
           perform write-tape-audit.
           display "kboard: tape " ws-tape-key " held; audit entry"
               " written".
       do-release.
           perform fetch-vault-entry.
           if return-code is not equal to 0 then
               if ws-vault-status is equal to "23" then
                   move 0 to return-code
                   perform release-from-archive
               end-if
               exit paragraph
           end-if.
           if fs-tv-hold is not equal to 'H' then
               display "kboard: tape " ws-tape-key " is not held"
               close fs-vault
               move 1 to return-code
               exit paragraph
           end-if.
           move space to fs-tv-hold.
           move spaces to fs-tv-hold-date.
           rewrite fs-tv
               invalid key continue
           end-rewrite.
           if ws-vault-status is not equal to "00" then
               perform report-tape-rewrite
               exit paragraph
           end-if.
           close fs-vault.
           move fs-tv-tape to ws-new-value.
           perform write-tape-audit.
           display "kboard: tape " ws-tape-key " released; audit"
               " entry written".
      *Take the key off the command line and position the vault on
      *it, open i-o. A key not in the live index comes back with
      *return code 1 and status "23" -- the vault itself is closed
      *again -- so RELEASE can go on to the archived held tapes.
       fetch-vault-entry.
           move ws-tok(5) to ws-who.
           if ws-daily-target is equal to 1 then
               display "kboard: tapes are kept by score-master key,"
                   " not by daily or event file -- drop the prefix"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-who is equal to spaces then
               display "kboard: say who is making the change --"
                   " it goes in the audit trail"
               move 1 to return-code
               exit paragraph
           end-if.
           move spaces to ws-tv.
           move ws-arg2 to ws-tv-date.
           move function upper-case(ws-arg3) to ws-tv-name.
           compute ws-tv-seq = function numval(ws-arg4) end-compute.
           move spaces to ws-tape-key.
           string ws-tv-date delimited by size
               "/" delimited by size
               ws-tv-name delimited by size
               "/" delimited by size
               ws-tv-seq delimited by size
               into ws-tape-key end-string.
           open i-o fs-vault.
           if ws-vault-status is not equal to "00" then
               if ws-vault-status is not equal to "35" then
                   move "tapevault.dat" to ws-ioe-file
                   move "OPEN-IO" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "kboard: no tape vault to work on (status "
                   ws-vault-status ")"
               move 1 to return-code
               exit paragraph
           end-if.
           move ws-tv-key to fs-tv-key.
           read fs-vault key is fs-tv-key
               invalid key
                   close fs-vault
                   move "23" to ws-vault-status
                   move 1 to return-code
           end-read.
           if ws-vault-status is not less than "30" then
               move "tapevault.dat" to ws-ioe-file
               move "READ" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               display "kboard: tapevault.dat cannot be read (status "
                   ws-vault-status ")"
               close fs-vault
               move 1 to return-code
           end-if.
      *A held tape whose round has been archived: its row comes out
      *of the month's held-tape index and goes back into the live
      *index unheld. The held-tape file is rewritten whole, the way
      *the board files are.
       release-from-archive.
           move spaces to ws-held-filename.
           string "tapevault-" delimited by size
               ws-tv-date(1:4) delimited by size
               ws-tv-date(6:2) delimited by size
               ".txt" delimited by size
               into ws-held-filename end-string.
           move 0 to ws-held-count, ws-held-match.
           move 0 to ws-file-overflow.
           move 0 to ws-file-unread.
           open input fs-held.
           if ws-held-status is not equal to "00"
               and ws-held-status is not equal to "35" then
               move ws-held-filename to ws-ioe-file
               move "OPEN-IN" to ws-ioe-op
               move ws-held-status to ws-ioe-status
               perform report-io-error
           end-if.
           if ws-held-status is equal to "00" then
               perform forever
                   read fs-held
                       at end exit perform
                   end-read
                   if ws-held-status is not less than "30" then
                       move ws-held-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-held-status to ws-ioe-status
                       perform report-io-error
                       move 1 to ws-file-unread
                       exit perform
                   end-if
                   if ws-held-count < 5000
                       add 1 to ws-held-count end-add
                       move fs-held-row to ws-file-rows(ws-held-count)
                       move fs-held-row to ws-old-row
                       perform match-held-row
                   else
                       move 1 to ws-file-overflow
                   end-if
               end-perform
               close fs-held
           end-if.
           if ws-held-match is equal to 0 then
               display "kboard: no tape kept under " ws-tape-key
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-file-overflow is equal to 1 then
               display "kboard: " function trim(ws-held-filename)
                   " holds more rows than the 5000-row table --"
                   " nothing changed"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-file-unread is equal to 1 then
               display "kboard: " function trim(ws-held-filename)
                   " could not be read in full -- nothing changed"
               move 1 to return-code
               exit paragraph
           end-if.
           open i-o fs-vault.
           if ws-vault-status is not equal to "00" then
               open output fs-vault
           end-if.
           if ws-vault-status is not equal to "00" then
               move "tapevault.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               display "kboard: cannot open tapevault.dat (status "
                   ws-vault-status ") -- nothing changed"
               move 1 to return-code
               exit paragraph
           end-if.
           write fs-tv from ws-tv
               invalid key continue
           end-write.
           if ws-vault-status is not less than "30" then
               move "tapevault.dat" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               display "kboard: cannot write tapevault.dat (status "
                   ws-vault-status ") -- nothing changed"
               close fs-vault
               move 1 to return-code
               exit paragraph
           end-if.
           close fs-vault.
           open output fs-held.
           if ws-held-status is not equal to "00" then
               move ws-held-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-held-status to ws-ioe-status
               perform report-io-error
               display "kboard: " function trim(ws-held-filename)
                   " cannot be rewritten (status " ws-held-status
                   ") -- the tape is back in the live index but"
                   " still listed there"
               move 1 to return-code
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1
           until ws-i > ws-held-count
               if ws-i is not equal to ws-held-match
                   move ws-file-rows(ws-i) to fs-held-row
                   write fs-held-row
                   if ws-held-status is not equal to "00" then
                       move ws-held-filename to ws-ioe-file
                       move "WRITE" to ws-ioe-op
                       move ws-held-status to ws-ioe-status
                       perform report-io-error
                       display "kboard: rewrite of "
                           function trim(ws-held-filename)
                           " broke off (status " ws-held-status
                           ") -- restore it from backup"
                       move 1 to return-code
                       exit perform
                   end-if
               end-if
           end-perform.
           close fs-held.
           move ws-tv-tape to ws-new-value.
           perform write-tape-audit.
           display "kboard: tape " ws-tape-key " released from "
               function trim(ws-held-filename) "; audit entry written".
      *One held-tape row: round date, then name=, seq=, tape=,
      *level=, mode= and hold= tokens, as kscarch writes them.
       match-held-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring ws-old-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7)
           end-unstring.
           if ws-tokens(1) is not equal to ws-tv-date
               or ws-tokens(2)(6:3) is not equal to ws-tv-name
               or function numval(ws-tokens(3)(5:))
                   is not equal to ws-tv-seq then
               exit paragraph
           end-if.
           move ws-held-count to ws-held-match.
           move ws-tokens(4)(6:) to ws-tv-tape.
           move ws-tokens(5)(7:) to ws-tv-level.
           move ws-tokens(6)(6:1) to ws-tv-mode.
           move space to ws-tv-hold.
           move spaces to ws-tv-hold-date.
      *A tape hold or release leaves one audit.log row: who, when,
      *which key and which tape file.
       write-tape-audit.
           move function current-date(1:14) to ws-now.
           perform open-audit.
           if ws-audit-status is not equal to "00" then
               exit paragraph
           end-if.
           move spaces to fs-audit-row.
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
               ws-who delimited by space
               "  action=" delimited by size
               ws-action delimited by space
               "  key=" delimited by size
               ws-tape-key delimited by space
               "  tape=" delimited by size
               ws-new-value delimited by space
               into fs-audit-row end-string.
           perform write-audit-row.
           close fs-audit.
      *The change has already gone through by the time audit.log is
      *opened, so a failure there is journalled and shown but does
      *not undo it or change the run's exit code.
       open-audit.
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
               display "kboard: audit.log cannot be opened (status "
                   ws-audit-status ") -- no audit entry written"
           end-if.
       write-audit-row.
           write fs-audit-row.
           if ws-audit-status is not equal to "00" then
               move "audit.log" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-audit-status to ws-ioe-status
               perform report-io-error
               display "kboard: audit.log cannot be written (status "
                   ws-audit-status ")"
           end-if.
      *A hold or release that the vault would not take back: the
      *entry is left as it was and nothing is audited.
       report-tape-rewrite.
           move "tapevault.dat" to ws-ioe-file.
           move "REWRITE" to ws-ioe-op.
           move ws-vault-status to ws-ioe-status.
           perform report-io-error.
           display "kboard: cannot rewrite tape " ws-tape-key
               " (status " ws-vault-status ") -- nothing changed".
           close fs-vault.
           move 1 to return-code.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) alongside whatever the run
      *itself says about it.
       report-io-error.
           move "kboard" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kboard.
