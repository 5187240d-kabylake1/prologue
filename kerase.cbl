      *Player data erasure -- a plain command-line batch run for the
      *customer who asks to have their records removed. A player's
      *initials end up in scores.txt, the score master, the
      *scores-YYYYMM.txt month archives, the daily-YYYYMMDD.txt
      *standings, combined.txt, profiles.txt, ghosts.txt and its
      *ghost tapes, the journals, the ticket ledger, the badge
      *awards, the tournament files and the tape vault; this goes
      *through every one of them for a set of initials and a range
      *of dates.
      *
      *  kerase LIST <ABC>[,<DEF>...] <from> <to>
      *  kerase ERASE <ABC>[,<DEF>...] <from> <to> <code> <who>
      *
      *Dates are yyyy-mm-dd. LIST changes nothing: it lists every
      *row the erase would touch, file by file, with what would
      *happen to it, and ends with a confirmation code folded from
      *exactly those rows. ERASE takes the code back, walks the
      *files again, and only goes ahead when the same rows come up
      *-- a round played since the listing changes the code, and
      *the erase is refused until the rows have been listed again.
      *
      *What happens to a row depends on what counts it. Rows that
      *krecon, kcounter and kverify count -- scores.txt, the master,
      *the month archives, the daily standings, combined.txt,
      *tickets.txt, achievements.txt and the journals -- keep their
      *place and have the initials replaced by "---", the name a
      *row with no name= already reads as, so every round count
      *still balances. Rows that only exist for the player are
      *removed: the profiles.txt PLAYER and BEST rows (kprofile
      *REBUILD puts back a profile from whatever rounds remain
      *outside the range), the player's rounds in a tournament's
      *event file and their events.txt registration, the level
      *ghost one of their rounds set, with its tape, and the round
      *tapes kept in the tape vault. The journals are matched on
      *name= and on a playback key=; a monthly journal archive's
      *rows carry no date, so a month the range reaches is taken
      *whole.
      *
      *Sealed files are resealed from the top the way kboard
      *reseals, so kverify still passes them. A file that already
      *fails its seal check, cannot be read in full or is too big
      *for the table, and a vault tape still held for a dispute,
      *stop the erase until someone has dealt with them. audit.log
      *is the record of every change and is never rewritten: its
      *before-and-after rows naming the player are listed as kept.
      *Once done, a completion certificate goes to audit.log: who,
      *when, the range and the code, then every file touched with
      *its row counts. It names no initials -- the code ties it to
      *the listing.
       identification division.
       program-id. kerase.
       environment division.
       input-output section.
       file-control.
           select fs-store assign to ws-store-filename
           organization is line sequential
           file status is ws-store-status.
           select fs-audit assign to "audit.log"
           organization is line sequential
           file status is ws-audit-status.
           select fs-master assign to "scoremast.dat"
           organization is indexed
           access is dynamic
           record key is fs-sm-key
           file status is ws-master-status.
           select fs-vault assign to "tapevault.dat"
           organization is indexed
           access is dynamic
           record key is fs-tv-key
           file status is ws-vault-status.
       data division.
       file section.
       fd  fs-store.
      *Wide enough for a sealed score row; journal, profile and
      *ghost rows read into it padded with blanks.
       01  fs-store-row picture x(160).
       fd  fs-audit.
       01  fs-audit-row picture x(200).
       fd  fs-master.
       copy "gsmr.cpy" replacing ==:pref:== by ==fs-sm==
                                 ==:level:== by ==01==.
       fd  fs-vault.
       copy "gtvr.cpy" replacing ==:pref:== by ==fs-tv==
                                 ==:level:== by ==01==.
       working-storage section.
       01  ws-store-filename picture x(64).
       01  ws-store-status picture x(2).
       01  ws-audit-status picture x(2).
       01  ws-master-status picture x(2).
       01  ws-vault-status picture x(2).
      *The command line
       01  ws-cmdline picture x(160).
       01  ws-tok picture x(32) occurs 7 times.
       01  ws-action picture x(16).
       01  ws-ini-arg picture x(32).
       01  ws-from picture x(10).
       01  ws-to picture x(10).
       01  ws-code-arg picture x(32).
       01  ws-who picture x(16).
      *The initials being erased, up to eight sets of letters for a
      *player who has keyed more than one.
       01  ws-ini-count picture is 9(2).
       01  ws-ini picture x(8) occurs 8 times.
       01  ws-ini-text picture x(40).
       01  ws-cand picture x(3).
       01  ws-in-list picture is 9.
      *Which walk this is: 'L' listing, 'C' counting for the code
      *ahead of an erase, 'W' the erase itself.
       01  ws-pass picture x(1).
      *What kind of file is in hand --
      *  S  rows led by the round date, initials anonymised
      *  E  a tournament's event file, the player's rows removed
      *  H  a month's held-tape index, rows held (blocks the erase)
      *  J  a day's journal, rows anonymised
      *  A  a month's journal archive, rows anonymised
      *  P  profiles.txt, the player's rows removed
      *  G  ghosts.txt, the player's ghosts removed
      *  V  events.txt, the player's registrations taken off
      *  T  audit.log, rows listed as kept
       01  ws-kind picture x(1).
      *Round facts (level, distance, revision) are gathered off
      *the score rows while this is set, for matching the ghosts.
       01  ws-facts picture is 9.
      *The whole file in memory for the rewrite, with each row's
      *seal basis -- 'C' chained onto the row above, 'Z' a chain
      *restart at a daily boundary in a journal archive, 'U'
      *unsealed -- and what is to happen to it: 'A' anonymise,
      *'R' remove, 'M' amend, 'K' keep, 'H' held, space untouched.
       01  ws-file-count picture is 9(6).
       01  ws-file-rows picture x(160) occurs 20000 times.
       01  ws-row-basis picture x(1) occurs 20000 times.
       01  ws-row-fate picture x(1) occurs 20000 times.
       01  ws-new-count picture is 9(6).
       01  ws-store-present picture is 9.
       01  ws-file-overflow picture is 9.
       01  ws-file-unread picture is 9.
       01  ws-store-sealed picture is 9.
       01  ws-chain-broken picture is 9(6).
       01  ws-store-failed picture is 9.
      *Per-file fates
       01  ws-n-anon picture is 9(6).
       01  ws-n-remove picture is 9(6).
       01  ws-n-keep picture is 9(6).
       01  ws-n-held picture is 9(6).
       01  ws-n-tapes picture is 9(6).
      *One line per file touched, for the summary and the
      *certificate. State is space when all went to plan, 'B' when
      *the file stops the erase, 'F' when the erase of it failed.
       01  ws-cf-count picture is 9(4).
       01  ws-cf-lost picture is 9.
       01  ws-cf-file picture x(64) occurs 2000 times.
       01  ws-cf-rows picture is 9(6) occurs 2000 times.
       01  ws-cf-anon picture is 9(6) occurs 2000 times.
       01  ws-cf-remove picture is 9(6) occurs 2000 times.
       01  ws-cf-keep picture is 9(6) occurs 2000 times.
       01  ws-cf-tapes picture is 9(6) occurs 2000 times.
       01  ws-cf-state picture x(1) occurs 2000 times.
       01  ws-c picture is 9(4).
      *Run totals
       01  ws-t-anon picture is 9(8).
       01  ws-t-remove picture is 9(8).
       01  ws-t-keep picture is 9(8).
       01  ws-t-tapes picture is 9(8).
       01  ws-t-files picture is 9(6).
       01  ws-blocked picture is 9.
       01  ws-failed picture is 9.
      *The confirmation code: every affected row, its file and row
      *number folded through the seal hash in walk order.
       01  ws-code-chain picture x(9).
       01  ws-code-text picture x(160).
      *Round facts of the player's rounds, for the ghost match
       01  ws-rf-count picture is 9(4).
       01  ws-rf-level picture x(32) occurs 5000 times.
       01  ws-rf-dist picture is 9(8) occurs 5000 times.
       01  ws-rf-rev picture is 9(4) occurs 5000 times.
      *Ghost tapes to delete once ghosts.txt has been rewritten
       01  ws-gt-count picture is 9(4).
       01  ws-gt-level picture x(32) occurs 64 times.
       01  ws-ghost-filename picture x(64).
      *Tournaments in events.txt, with their windows
       01  ws-ev-count picture is 9(4).
       01  ws-ev-code picture x(8) occurs 40 times.
       01  ws-ev-from picture x(10) occurs 40 times.
       01  ws-ev-to picture x(10) occurs 40 times.
       01  ws-ev-key picture x(16).
       01  ws-ev-list picture x(16) occurs 16 times.
       01  ws-e picture is 9(4).
       01  ws-lix picture is 9(4).
       01  ws-ev-hits picture is 9(4).
       01  ws-ev-names picture is 9(4).
      *Profiles whose PLAYER row goes, so their BEST rows go too
       01  ws-gone-count picture is 9(2).
       01  ws-gone picture x(3) occurs 8 times.
       01  ws-row-first picture x(10).
       01  ws-row-last picture x(10).
      *Master records and vault entries, collected on the read pass
      *-- deleting underneath a sequential walk repositions it.
       01  ws-mk-count picture is 9(6).
       01  ws-mk-range picture is 9(6).
       01  ws-mk-key picture x(17) occurs 5000 times.
       01  ws-mk-text picture x(80) occurs 5000 times.
       01  ws-vk-count picture is 9(6).
       01  ws-vk-range picture is 9(6).
       01  ws-vk-key picture x(17) occurs 5000 times.
       01  ws-vk-tape picture x(40) occurs 5000 times.
       01  ws-vk-hold picture x(1) occurs 5000 times.
       01  ws-vk-text picture x(80) occurs 5000 times.
       01  ws-tape-filename picture x(64).
      *Working copy of the master record for the delete-and-re-add
      *under the anonymised key, as kboard's initials fix does it.
       copy "gsmr.cpy" replacing ==:pref:== by ==ws-sm==
                                 ==:level:== by ==01==.
      *Row scanning scratch. A hit is the position of a name= or a
      *key= initials field naming one of the player's sets.
       01  ws-scan-row picture x(160).
       01  ws-hit-count picture is 9(2).
       01  ws-hit-at picture is 9(4) occurs 8 times.
       01  ws-pos picture is 9(4).
       01  ws-tokens picture is x(38) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-ptr picture is 9(4).
       01  ws-row-level picture x(32).
       01  ws-row-dist picture is 9(8).
       01  ws-row-rev picture is 9(4).
       01  ws-i picture is 9(6).
       01  ws-j picture is 9(6).
       01  ws-k picture is 9(4).
      *Seal chain scratch
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       01  ws-sealing-begun picture is 9.
      *The date and month walks
       01  ws-from-int picture is 9(8).
       01  ws-to-int picture is 9(8).
       01  ws-scan-int picture is 9(8).
       01  ws-ymd picture is 9(8).
       01  ws-ymd-text redefines ws-ymd picture x(8).
       01  ws-year picture is 9(4).
       01  ws-month picture is 9(2).
       01  ws-ym picture is 9(6).
       01  ws-to-ym picture is 9(6).
       01  ws-walk-prefix picture x(16).
       01  ws-walk-suffix picture x(16).
       01  ws-walk-kind picture x(1).
       01  ws-date-check picture x(32).
       01  ws-date-int picture is 9(8).
      *Display editing
       01  ws-fate-word picture x(10).
       01  ws-z6 picture is zzzzz9.
       01  ws-z6-b picture is zzzzz9.
       01  ws-z6-c picture is zzzzz9.
       01  ws-z6-d picture is zzzzz9.
       01  ws-z6-e picture is zzzzz9.
       01  ws-now picture x(14).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-cmdline.
           accept ws-cmdline from command-line.
           perform varying ws-tix from 1 by 1 until ws-tix > 7
               move spaces to ws-tok(ws-tix)
           end-perform.
           unstring ws-cmdline delimited by all space
               into ws-tok(1) ws-tok(2) ws-tok(3) ws-tok(4)
                    ws-tok(5) ws-tok(6) ws-tok(7)
           end-unstring.
           move ws-tok(1) to ws-action.
           evaluate ws-action
               when "LIST" perform do-list
               when "ERASE" perform do-erase
               when other
                   display "kerase: actions are LIST <ABC>[,<DEF>...]"
                       " <from> <to>,"
                   display "        ERASE <ABC>[,<DEF>...] <from>"
                       " <to> <code> <who>"
                   display "        dates are yyyy-mm-dd; ERASE takes"
                       " the code LIST printed"
                   move 1 to return-code
           end-evaluate.
           goback.
      *LIST: every affected row under its file, the per-file
      *summary and the code ERASE wants.
       do-list.
           perform take-range.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           display "Player data erasure -- listing".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
           display "Initials " function trim(ws-ini-text)
               ", rounds from " ws-from " to " ws-to.
           move 'L' to ws-pass.
           perform survey-stores.
           perform show-summary.
           if ws-blocked is equal to 1 then
               display "kerase: the erase cannot go ahead until the"
                   " files marked BLOCKED have been dealt with"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-t-anon + ws-t-remove + ws-t-keep is equal to 0 then
               display "kerase: nothing on file for these initials"
                   " in the range"
               exit paragraph
           end-if.
           display " ".
           display "Confirmation code " ws-code-chain.
           display "To erase these rows: kerase ERASE "
               function trim(ws-tok(2)) " " ws-from " " ws-to " "
               ws-code-chain " <who>".
      *ERASE: the counting walk first, with nothing written, and
      *only when it comes out to the listed code the erasing walk.
       do-erase.
           perform take-range.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           move ws-tok(5) to ws-code-arg.
           move ws-tok(6) to ws-who.
           if ws-code-arg is equal to spaces then
               display "kerase: ERASE needs the confirmation code"
                   " LIST printed"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-who is equal to spaces then
               display "kerase: say who is making the erasure --"
                   " it goes in the audit trail"
               move 1 to return-code
               exit paragraph
           end-if.
           move 'C' to ws-pass.
           perform survey-stores.
           if ws-blocked is equal to 1 then
               display "kerase: nothing erased -- run LIST to see"
                   " what is in the way"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-t-anon + ws-t-remove + ws-t-keep is equal to 0 then
               display "kerase: nothing on file for these initials"
                   " in the range -- nothing erased"
               exit paragraph
           end-if.
           if ws-code-arg(1:9) is not equal to ws-code-chain
               or ws-code-arg(10:) is not equal to spaces then
               display "kerase: the rows on file no longer match"
                   " code " function trim(ws-code-arg)
                   " -- nothing erased; run LIST again and check"
                   " the new listing"
               move 1 to return-code
               exit paragraph
           end-if.
           display "Player data erasure".
           move function current-date(1:8) to ws-ymd.
           display "Generated " ws-ymd-text(1:4) "-"
               ws-ymd-text(5:2) "-" ws-ymd-text(7:2).
           move 'W' to ws-pass.
           perform survey-stores.
           perform show-summary.
           perform write-certificate.
           if ws-failed is equal to 1 then
               display "kerase: the erase did not complete -- the"
                   " files marked FAILED still hold the rows, and"
                   " the certificate says so"
               move 1 to return-code
           else
               display "kerase: erase complete; certificate written"
                   " to audit.log"
      *The tape deletes above leave CBL_DELETE_FILE's code behind.
               move 0 to return-code
           end-if.
      *The initials (comma-separated) and the two dates.
       take-range.
           move function upper-case(ws-tok(2)) to ws-ini-arg.
           perform varying ws-k from 1 by 1 until ws-k > 8
               move spaces to ws-ini(ws-k)
           end-perform.
           move 0 to ws-ini-count.
           unstring ws-ini-arg delimited by ","
               into ws-ini(1) ws-ini(2) ws-ini(3) ws-ini(4)
                    ws-ini(5) ws-ini(6) ws-ini(7) ws-ini(8)
               on overflow
                   display "kerase: no more than 8 sets of initials"
                       " at a time"
                   move 1 to return-code
                   exit paragraph
           end-unstring.
           move spaces to ws-ini-text.
           move 1 to ws-ptr.
           perform varying ws-k from 1 by 1 until ws-k > 8
               if ws-ini(ws-k) is not equal to spaces
                   if ws-ini(ws-k)(1:3) is not alphabetic-upper
                       or ws-ini(ws-k)(1:3) is equal to spaces
                       or ws-ini(ws-k)(3:1) is equal to space
                       or ws-ini(ws-k)(4:) is not equal to spaces
                       display "kerase: initials are three letters --"
                           " " function trim(ws-ini(ws-k))
                           " will not do"
                       move 1 to return-code
                   end-if
                   add 1 to ws-ini-count end-add
                   move ws-ini(ws-k) to ws-ini(ws-ini-count)
                   string ws-ini(ws-k)(1:3) delimited by size
                       " " delimited by size
                       into ws-ini-text with pointer ws-ptr
                   end-string
               end-if
           end-perform.
           if ws-ini-count is equal to 0 then
               display "kerase: say whose initials to erase"
               move 1 to return-code
           end-if.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           move ws-tok(3) to ws-date-check.
           perform check-date.
           move ws-date-int to ws-from-int.
           move ws-tok(3) to ws-from.
           move ws-tok(4) to ws-date-check.
           perform check-date.
           move ws-date-int to ws-to-int.
           move ws-tok(4) to ws-to.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-to-int < ws-from-int then
               display "kerase: the range ends before it starts"
               move 1 to return-code
           end-if.
       check-date.
           move 0 to ws-date-int.
           if ws-date-check(1:4) is numeric
               and ws-date-check(5:1) is equal to "-"
               and ws-date-check(6:2) is numeric
               and ws-date-check(8:1) is equal to "-"
               and ws-date-check(9:2) is numeric
               and ws-date-check(11:) is equal to spaces
               and ws-date-check(6:2) >= "01"
               and ws-date-check(6:2) <= "12"
               and ws-date-check(9:2) >= "01"
               and ws-date-check(9:2) <= "31" then
               move spaces to ws-ymd-text
               string ws-date-check(1:4) delimited by size
                   ws-date-check(6:2) delimited by size
                   ws-date-check(9:2) delimited by size
                   into ws-ymd-text end-string
               compute ws-date-int =
                   function integer-of-date(ws-ymd) end-compute
           end-if.
           if ws-date-int is equal to 0 then
               display "kerase: " function trim(ws-date-check)
                   " is not a yyyy-mm-dd date"
               move 1 to return-code
           end-if.
      *Every store, in the same order on every walk -- the code
      *depends on it, and the ghost match needs the player's
      *rounds gathered before ghosts.txt comes up.
       survey-stores.
           move 0 to ws-cf-count, ws-cf-lost, ws-blocked, ws-failed.
           move 0 to ws-t-anon, ws-t-remove, ws-t-keep, ws-t-tapes.
           move 0 to ws-rf-count.
           move all "0" to ws-code-chain.
      *
           move 1 to ws-facts.
           move 'S' to ws-kind.
           move "scores.txt" to ws-store-filename.
           perform do-store.
           perform do-master.
           move "scores-" to ws-walk-prefix.
           move ".txt" to ws-walk-suffix.
           move 'S' to ws-walk-kind.
           perform walk-months.
           move "daily-" to ws-walk-prefix.
           move ".txt" to ws-walk-suffix.
           move 'S' to ws-walk-kind.
           perform walk-days.
           move 0 to ws-facts.
      *
           move 0 to ws-ev-count.
           move 'V' to ws-kind.
           move "events.txt" to ws-store-filename.
           perform do-store.
           perform varying ws-e from 1 by 1 until ws-e > ws-ev-count
               move 'E' to ws-kind
               move spaces to ws-store-filename
               string "event-" delimited by size
                   ws-ev-code(ws-e) delimited by space
                   ".txt" delimited by size
                   into ws-store-filename end-string
               perform do-store
           end-perform.
      *
           move 'S' to ws-kind.
           move "combined.txt" to ws-store-filename.
           perform do-store.
           move 'S' to ws-kind.
           move "tickets.txt" to ws-store-filename.
           perform do-store.
           move 'S' to ws-kind.
           move "achievements.txt" to ws-store-filename.
           perform do-store.
           move 'P' to ws-kind.
           move "profiles.txt" to ws-store-filename.
           perform do-store.
           move 'G' to ws-kind.
           move "ghosts.txt" to ws-store-filename.
           perform do-store.
      *
           perform do-vault.
           move "tapevault-" to ws-walk-prefix.
           move ".txt" to ws-walk-suffix.
           move 'H' to ws-walk-kind.
           perform walk-months.
      *
           move "journal-" to ws-walk-prefix.
           move ".log" to ws-walk-suffix.
           move 'J' to ws-walk-kind.
           perform walk-days.
           move "journal-" to ws-walk-prefix.
           move "-archive.log" to ws-walk-suffix.
           move 'A' to ws-walk-kind.
           perform walk-months.
      *
           move 'T' to ws-kind.
           move "audit.log" to ws-store-filename.
           perform do-store.
      *One file per day of the range, and one per month it reaches.
       walk-days.
           perform varying ws-scan-int from ws-from-int by 1
           until ws-scan-int > ws-to-int
               compute ws-ymd =
                   function date-of-integer(ws-scan-int) end-compute
               move spaces to ws-store-filename
               string ws-walk-prefix delimited by space
                   ws-ymd-text delimited by size
                   ws-walk-suffix delimited by space
                   into ws-store-filename end-string
               move ws-walk-kind to ws-kind
               perform do-store
           end-perform.
       walk-months.
           move ws-from(1:4) to ws-year.
           move ws-from(6:2) to ws-month.
           compute ws-to-ym = function numval(ws-to(1:4)) * 100
               + function numval(ws-to(6:2)) end-compute.
           compute ws-ym = ws-year * 100 + ws-month end-compute.
           perform until ws-ym > ws-to-ym
               move spaces to ws-store-filename
               string ws-walk-prefix delimited by space
                   ws-year delimited by size
                   ws-month delimited by size
                   ws-walk-suffix delimited by space
                   into ws-store-filename end-string
               move ws-walk-kind to ws-kind
               perform do-store
               if ws-month is equal to 12
                   move 1 to ws-month
                   add 1 to ws-year end-add
               else
                   add 1 to ws-month end-add
               end-if
               compute ws-ym = ws-year * 100 + ws-month end-compute
           end-perform.
      *Flat files ---------------------------------------------------
      *One file: read it whole, decide every row's fate, and --
      *when any row is affected -- check its chain, fold the rows
      *into the code, then list them or rewrite the file.
       do-store.
           perform load-store.
           if ws-store-present is equal to 0 then
               exit paragraph
           end-if.
           move 0 to ws-n-anon, ws-n-remove, ws-n-keep, ws-n-held,
               ws-n-tapes.
           evaluate ws-kind
               when 'P' perform judge-profiles
               when 'V' perform judge-registrations
               when other
                   perform varying ws-i from 1 by 1
                   until ws-i > ws-file-count
                       perform judge-row
                   end-perform
           end-evaluate.
           if ws-n-anon + ws-n-remove + ws-n-keep + ws-n-held
               is equal to 0
               and ws-file-overflow is equal to 0
               and ws-file-unread is equal to 0 then
               exit paragraph
           end-if.
           perform check-store-chain.
           perform add-summary-entry.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               if ws-row-fate(ws-i) is not equal to space
                   perform fold-store-row
               end-if
           end-perform.
      *
           move 0 to ws-store-failed.
           if ws-file-overflow is equal to 1 then
               display "kerase: " function trim(ws-store-filename)
                   " holds more rows than the 20000-row table --"
                   " archive it first"
               move 1 to ws-store-failed
           end-if.
           if ws-file-unread is equal to 1 then
               display "kerase: " function trim(ws-store-filename)
                   " could not be read in full"
               move 1 to ws-store-failed
           end-if.
           if ws-chain-broken > 0 then
               move ws-chain-broken to ws-z6
               display "kerase: " function trim(ws-store-filename)
                   " fails its seal check at row " ws-z6
                   " -- run kverify"
               move 1 to ws-store-failed
           end-if.
           if ws-n-held > 0 then
               display "kerase: " function trim(ws-store-filename)
                   " names tapes held for a dispute -- release them"
                   " with kboard RELEASE first"
               move 1 to ws-store-failed
           end-if.
           if ws-store-failed is equal to 1 then
               perform mark-store-stopped
               exit paragraph
           end-if.
      *
           if ws-pass is equal to 'L' then
               perform list-store-rows
           end-if.
           if ws-pass is equal to 'W'
               and ws-n-anon + ws-n-remove > 0 then
               perform rewrite-store
           end-if.
      *A file that stops the erase is BLOCKED on the listing walks;
      *met on the erasing walk it can only mean it changed since,
      *and it is left alone and reported as FAILED.
       mark-store-stopped.
           if ws-c is equal to 0 then
               exit paragraph
           end-if.
           if ws-pass is equal to 'W' then
               move 'F' to ws-cf-state(ws-c)
               move 1 to ws-failed
               move 1 to return-code
           else
               move 'B' to ws-cf-state(ws-c)
               move 1 to ws-blocked
           end-if.
       load-store.
           move 0 to ws-file-count.
           move 0 to ws-file-overflow.
           move 0 to ws-file-unread.
           move 0 to ws-store-present.
           open input fs-store.
           if ws-store-status is not equal to "00" then
               if ws-store-status is not equal to "35" then
                   move ws-store-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-store-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-store-present
                   move 1 to ws-file-unread
               end-if
               exit paragraph
           end-if.
           move 1 to ws-store-present.
           perform forever
               read fs-store
                   at end exit perform
               end-read
               if ws-store-status is not less than "30" then
                   move ws-store-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-store-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-file-unread
                   exit perform
               end-if
               if ws-file-count < 20000 then
                   add 1 to ws-file-count end-add
                   move fs-store-row to ws-file-rows(ws-file-count)
                   move space to ws-row-fate(ws-file-count)
                   move 'U' to ws-row-basis(ws-file-count)
               else
                   move 1 to ws-file-overflow
               end-if
           end-perform.
           close fs-store.
      *One row of a file whose rows stand alone.
       judge-row.
           move space to ws-row-fate(ws-i).
           move ws-file-rows(ws-i) to ws-scan-row.
           evaluate ws-kind
               when 'S'
               when 'E'
               when 'H'
                   if ws-scan-row(1:10) < ws-from
                       or ws-scan-row(1:10) > ws-to then
                       exit paragraph
                   end-if
                   perform find-name-hits
                   if ws-hit-count is equal to 0 then
                       exit paragraph
                   end-if
                   evaluate ws-kind
                       when 'S'
                           move 'A' to ws-row-fate(ws-i)
                           add 1 to ws-n-anon end-add
                           if ws-facts is equal to 1 then
                               perform take-round-facts
                           end-if
                       when 'E'
                           move 'R' to ws-row-fate(ws-i)
                           add 1 to ws-n-remove end-add
                       when other
                           move 'H' to ws-row-fate(ws-i)
                           add 1 to ws-n-held end-add
                   end-evaluate
      *audit.log: the before and after images kboard writes carry
      *the round's own date after the "old:"/"new:" label.
               when 'T'
                   if ws-scan-row(1:7) is not equal to "  old: "
                       and ws-scan-row(1:7) is not equal to "  new: "
                       exit paragraph
                   end-if
                   if ws-scan-row(8:10) < ws-from
                       or ws-scan-row(8:10) > ws-to then
                       exit paragraph
                   end-if
                   perform find-name-hits
                   if ws-hit-count > 0 then
                       move 'K' to ws-row-fate(ws-i)
                       add 1 to ws-n-keep end-add
                   end-if
               when 'J'
               when 'A'
                   perform find-name-hits
                   if ws-hit-count > 0 then
                       move 'A' to ws-row-fate(ws-i)
                       add 1 to ws-n-anon end-add
                   end-if
               when 'G'
                   perform judge-ghost-row
           end-evaluate.
      *Every name= token, and every playback key= (yyyy-mm-dd/ABC/
      *nnnn), naming one of the player's sets. Tokens follow a
      *blank, so a level named "name=..." is not taken for one.
       find-name-hits.
           move 0 to ws-hit-count.
           perform varying ws-pos from 2 by 1 until ws-pos > 151
               if ws-scan-row(ws-pos - 1:1) is equal to space
                   if ws-scan-row(ws-pos:5) is equal to "name="
                       and ws-scan-row(ws-pos + 8:1) is equal to space
                       move ws-scan-row(ws-pos + 5:3) to ws-cand
                       perform check-in-list
                       if ws-in-list is equal to 1
                           and ws-hit-count < 8
                           add 1 to ws-hit-count end-add
                           compute ws-hit-at(ws-hit-count) =
                               ws-pos + 5 end-compute
                       end-if
                   end-if
                   if ws-pos <= 141
                       and ws-scan-row(ws-pos:4) is equal to "key="
                       and ws-scan-row(ws-pos + 14:1) is equal to "/"
                       and ws-scan-row(ws-pos + 18:1) is equal to "/"
                       move ws-scan-row(ws-pos + 15:3) to ws-cand
                       perform check-in-list
                       if ws-in-list is equal to 1
                           and ws-hit-count < 8
                           add 1 to ws-hit-count end-add
                           compute ws-hit-at(ws-hit-count) =
                               ws-pos + 15 end-compute
                       end-if
                   end-if
               end-if
           end-perform.
       check-in-list.
           move 0 to ws-in-list.
           perform varying ws-k from 1 by 1 until ws-k > ws-ini-count
               if ws-ini(ws-k)(1:3) is equal to ws-cand
                   move 1 to ws-in-list
               end-if
           end-perform.
      *The level, distance and revision of one of the player's
      *rounds -- what a ghost booked off it would carry.
       take-round-facts.
           perform split-scan-row.
           move "-" to ws-row-level.
           move 0 to ws-row-dist, ws-row-rev.
           perform varying ws-tix from 2 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:) to ws-row-level
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-row-dist =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when ws-tokens(ws-tix)(1:4) is equal to "rev="
                       compute ws-row-rev =
                           function numval(ws-tokens(ws-tix)(5:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
           perform add-round-fact.
       add-round-fact.
           if ws-rf-count < 5000 then
               add 1 to ws-rf-count end-add
               move ws-row-level to ws-rf-level(ws-rf-count)
               move ws-row-dist to ws-rf-dist(ws-rf-count)
               move ws-row-rev to ws-rf-rev(ws-rf-count)
           end-if.
       split-scan-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring ws-scan-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
      *A ghosts.txt row (level=, distance=, rev=) is the player's
      *when one of their rounds on that level and revision went
      *exactly that far -- the ghost is that round's tape.
       judge-ghost-row.
           perform split-scan-row.
           move spaces to ws-row-level.
           move 0 to ws-row-dist, ws-row-rev.
           perform varying ws-tix from 1 by 1 until ws-tix > 4
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:) to ws-row-level
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-row-dist =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when ws-tokens(ws-tix)(1:4) is equal to "rev="
                       compute ws-row-rev =
                           function numval(ws-tokens(ws-tix)(5:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
           if ws-row-level is equal to spaces then
               exit paragraph
           end-if.
           perform varying ws-j from 1 by 1 until ws-j > ws-rf-count
               if ws-rf-level(ws-j) is equal to ws-row-level
                   and ws-rf-dist(ws-j) is equal to ws-row-dist
                   and ws-rf-rev(ws-j) is equal to ws-row-rev
                   move 'R' to ws-row-fate(ws-i)
                   add 1 to ws-n-remove end-add
                   add 1 to ws-n-tapes end-add
                   exit perform
               end-if
           end-perform.
      *profiles.txt: a PLAYER row goes when the player's first to
      *last round overlaps the range -- the lifetime totals cannot
      *be picked apart by date -- and their BEST rows go with it.
       judge-profiles.
           move 0 to ws-gone-count.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               move ws-file-rows(ws-i) to ws-scan-row
               move ws-scan-row(8:3) to ws-cand
               perform check-in-list
               if ws-scan-row(1:7) is equal to "PLAYER "
                   and ws-scan-row(11:1) is equal to space
                   and ws-in-list is equal to 1
                   perform judge-player-row
               end-if
           end-perform.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               move ws-file-rows(ws-i) to ws-scan-row
               if ws-scan-row(1:5) is equal to "BEST "
                   and ws-scan-row(9:1) is equal to space
                   perform varying ws-k from 1 by 1
                   until ws-k > ws-gone-count
                       if ws-gone(ws-k) is equal to ws-scan-row(6:3)
                           move 'R' to ws-row-fate(ws-i)
                           add 1 to ws-n-remove end-add
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform.
       judge-player-row.
           perform split-scan-row.
           move spaces to ws-row-first, ws-row-last.
           perform varying ws-tix from 3 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "first="
                       move ws-tokens(ws-tix)(7:) to ws-row-first
                   when ws-tokens(ws-tix)(1:5) is equal to "last="
                       move ws-tokens(ws-tix)(6:) to ws-row-last
                   when other continue
               end-evaluate
           end-perform.
           if ws-row-first is not equal to spaces
               and ws-row-first > ws-to then
               exit paragraph
           end-if.
           if ws-row-last is not equal to spaces
               and ws-row-last < ws-from then
               exit paragraph
           end-if.
           move 'R' to ws-row-fate(ws-i).
           add 1 to ws-n-remove end-add.
           if ws-gone-count < 8 then
               add 1 to ws-gone-count end-add
               move ws-cand to ws-gone(ws-gone-count)
           end-if.
      *events.txt: the tournaments and their windows first, then
      *the PLAYERS rows of every tournament the range reaches --
      *the player's initials come off the row, and a row left
      *naming nobody goes altogether. The codes gathered here are
      *the event files walked next.
       judge-registrations.
           move 0 to ws-ev-count.
           move 0 to ws-e.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               perform split-event-row
               evaluate ws-ev-key
                   when "EVENT"
                       move 0 to ws-e
                       if ws-ev-count < 40
                           and ws-ev-list(1) is not equal to spaces
                           add 1 to ws-ev-count end-add
                           move ws-ev-count to ws-e
                           move ws-ev-list(1) to ws-ev-code(ws-e)
                           move spaces to ws-ev-from(ws-e),
                               ws-ev-to(ws-e)
                       end-if
                   when "FROM"
                       if ws-e > 0
                           move ws-ev-list(1) to ws-ev-from(ws-e)
                       end-if
                   when "TO"
                       if ws-e > 0
                           move ws-ev-list(1) to ws-ev-to(ws-e)
                       end-if
                   when other continue
               end-evaluate
           end-perform.
      *
           move 0 to ws-e.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               perform split-event-row
               if ws-ev-key is equal to "EVENT" then
                   if ws-ev-list(1) is not equal to spaces
                       and ws-e < ws-ev-count
                       add 1 to ws-e end-add
                   else
                       move 0 to ws-e
                   end-if
               end-if
               if ws-ev-key is equal to "PLAYERS" and ws-e > 0
                   perform judge-players-row
               end-if
           end-perform.
       judge-players-row.
           if ws-ev-from(ws-e) is not equal to spaces
               and ws-ev-from(ws-e) > ws-to then
               exit paragraph
           end-if.
           if ws-ev-to(ws-e) is not equal to spaces
               and ws-ev-to(ws-e) < ws-from then
               exit paragraph
           end-if.
           move 0 to ws-ev-hits, ws-ev-names.
           perform varying ws-lix from 1 by 1 until ws-lix > 16
               if ws-ev-list(ws-lix) is not equal to spaces
                   add 1 to ws-ev-names end-add
                   move ws-ev-list(ws-lix)(1:3) to ws-cand
                   perform check-in-list
                   if ws-in-list is equal to 1
                       and ws-ev-list(ws-lix)(4:) is equal to spaces
                       add 1 to ws-ev-hits end-add
                   end-if
               end-if
           end-perform.
           if ws-ev-hits is equal to 0 then
               exit paragraph
           end-if.
           if ws-ev-hits is equal to ws-ev-names then
               move 'R' to ws-row-fate(ws-i)
               add 1 to ws-n-remove end-add
           else
               move 'M' to ws-row-fate(ws-i)
               add 1 to ws-n-anon end-add
           end-if.
       split-event-row.
           move spaces to ws-ev-key.
           perform varying ws-lix from 1 by 1 until ws-lix > 16
               move spaces to ws-ev-list(ws-lix)
           end-perform.
           unstring ws-file-rows(ws-i) delimited by all space
               into ws-ev-key
                    ws-ev-list(1) ws-ev-list(2) ws-ev-list(3)
                    ws-ev-list(4) ws-ev-list(5) ws-ev-list(6)
                    ws-ev-list(7) ws-ev-list(8) ws-ev-list(9)
                    ws-ev-list(10) ws-ev-list(11) ws-ev-list(12)
                    ws-ev-list(13) ws-ev-list(14) ws-ev-list(15)
                    ws-ev-list(16)
           end-unstring.
      *Each row's seal basis, checked the way kverify checks it:
      *rows before the first sealed row are legacy, and once
      *sealing has begun every row must match -- except in a
      *journal archive, where a daily boundary restarts the chain
      *from zeros and a daily from before sealing may follow a
      *sealed one. A file already failing is not touched: an erase
      *must not paper over a hand edit.
       check-store-chain.
           move 0 to ws-chain-broken.
           move 0 to ws-store-sealed.
           move 0 to ws-sealing-begun.
           move all "0" to ws-seal-chain.
           move 'V' to ws-seal-action.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               move ws-file-rows(ws-i) to ws-seal-row
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
               evaluate ws-seal-result
                   when 0
                       move 'C' to ws-row-basis(ws-i)
                       move 1 to ws-sealing-begun
                       move 1 to ws-store-sealed
                   when 2
                       move 'U' to ws-row-basis(ws-i)
                       if ws-sealing-begun is equal to 1
                           and ws-kind is not equal to 'A'
                           and ws-chain-broken is equal to 0
                           move ws-i to ws-chain-broken
                       end-if
                   when other
                       if ws-kind is equal to 'A'
                           perform try-chain-restart
                       else
                           move 'C' to ws-row-basis(ws-i)
                           if ws-chain-broken is equal to 0
                               move ws-i to ws-chain-broken
                           end-if
                       end-if
               end-evaluate
           end-perform.
       try-chain-restart.
           move all "0" to ws-seal-chain.
           move ws-file-rows(ws-i) to ws-seal-row.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
           move 'Z' to ws-row-basis(ws-i).
           move 1 to ws-sealing-begun.
           move 1 to ws-store-sealed.
           if ws-seal-result is not equal to 0
               and ws-chain-broken is equal to 0 then
               move ws-i to ws-chain-broken
           end-if.
       add-summary-entry.
           move 0 to ws-c.
           if ws-cf-count >= 2000 then
               move 1 to ws-cf-lost
               exit paragraph
           end-if.
           add 1 to ws-cf-count end-add.
           move ws-cf-count to ws-c.
           move ws-store-filename to ws-cf-file(ws-c).
           move ws-file-count to ws-cf-rows(ws-c).
           move ws-n-anon to ws-cf-anon(ws-c).
           move ws-n-remove to ws-cf-remove(ws-c).
           move ws-n-keep to ws-cf-keep(ws-c).
           move ws-n-tapes to ws-cf-tapes(ws-c).
           move space to ws-cf-state(ws-c).
           add ws-n-anon to ws-t-anon end-add.
           add ws-n-remove to ws-t-remove end-add.
           add ws-n-keep to ws-t-keep end-add.
           add ws-n-tapes to ws-t-tapes end-add.
      *The file, the row number and what is to happen to it, then
      *the row itself, onto the code.
       fold-store-row.
           move spaces to ws-code-text.
           move ws-i to ws-z6.
           string ws-store-filename delimited by space
               " " delimited by size
               ws-z6 delimited by size
               " " delimited by size
               ws-row-fate(ws-i) delimited by size
               into ws-code-text end-string.
           perform fold-code-text.
           move spaces to ws-code-text.
           move ws-file-rows(ws-i)(1:140) to ws-code-text.
           perform fold-code-text.
       fold-code-text.
           move 'A' to ws-seal-action.
           move ws-code-text to ws-seal-row.
           move ws-code-chain to ws-seal-chain.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
           move ws-seal-chain to ws-code-chain.
       list-store-rows.
           display " ".
           move ws-file-count to ws-z6.
           if ws-kind is equal to 'A' then
               display function trim(ws-store-filename) "  ("
                   function trim(ws-z6) " rows; archive rows carry"
                   " no date, so the whole month is taken)"
           else
               display function trim(ws-store-filename) "  ("
                   function trim(ws-z6) " rows)"
           end-if.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               if ws-row-fate(ws-i) is not equal to space
                   evaluate ws-row-fate(ws-i)
                       when 'A' move "anonymise" to ws-fate-word
                       when 'R' move "remove" to ws-fate-word
                       when 'M' move "amend" to ws-fate-word
                       when 'K' move "keep" to ws-fate-word
                       when other move "HELD" to ws-fate-word
                   end-evaluate
                   move ws-i to ws-z6
                   display ws-z6 "  " ws-fate-word " "
                       function trim(ws-file-rows(ws-i)(1:100)
                       trailing)
               end-if
           end-perform.
           if ws-kind is equal to 'G' then
               perform varying ws-i from 1 by 1
               until ws-i > ws-file-count
                   if ws-row-fate(ws-i) is equal to 'R'
                       move ws-file-rows(ws-i) to ws-scan-row
                       perform split-scan-row
                       move ws-tokens(1)(7:) to ws-row-level
                       perform build-ghost-filename
                       display "        remove     "
                           function trim(ws-ghost-filename)
                           " (the ghost's tape)"
                   end-if
               end-perform
           end-if.
      *The erase proper: removed rows dropped, anonymised rows
      *re-lettered in place, the chain run again from the top and
      *the file written back whole. A ghost's tape goes once the
      *index no longer names it.
       rewrite-store.
           move 0 to ws-j.
           move 0 to ws-gt-count.
           perform varying ws-i from 1 by 1
           until ws-i > ws-file-count
               if ws-row-fate(ws-i) is equal to 'R'
                   if ws-kind is equal to 'G' and ws-gt-count < 64
                       move ws-file-rows(ws-i) to ws-scan-row
                       perform split-scan-row
                       add 1 to ws-gt-count end-add
                       move ws-tokens(1)(7:) to ws-gt-level(ws-gt-count)
                   end-if
               else
                   add 1 to ws-j end-add
                   move ws-file-rows(ws-i) to ws-file-rows(ws-j)
                   move ws-row-basis(ws-i) to ws-row-basis(ws-j)
                   if ws-row-fate(ws-i) is equal to 'A'
                       perform anonymise-row
                   end-if
                   if ws-row-fate(ws-i) is equal to 'M'
                       perform split-event-row
                       perform amend-players-row
                   end-if
               end-if
           end-perform.
           move ws-j to ws-new-count.
           if ws-store-sealed is equal to 1 then
               perform reseal-store
               if ws-store-failed is equal to 1 then
                   perform mark-store-stopped
                   exit paragraph
               end-if
           end-if.
      *
           open output fs-store.
           if ws-store-status is not equal to "00" then
               move ws-store-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-store-status to ws-ioe-status
               perform report-io-error
               display "kerase: " function trim(ws-store-filename)
                   " cannot be rewritten (status " ws-store-status
                   ") -- left as it was"
               perform mark-store-stopped
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1
           until ws-i > ws-new-count
               move ws-file-rows(ws-i) to fs-store-row
               write fs-store-row
               if ws-store-status is not equal to "00" then
                   move ws-store-filename to ws-ioe-file
                   move "WRITE" to ws-ioe-op
                   move ws-store-status to ws-ioe-status
                   perform report-io-error
                   display "kerase: rewrite of "
                       function trim(ws-store-filename)
                       " broke off at row " ws-i " (status "
                       ws-store-status ") -- restore it from backup"
                   move 1 to ws-store-failed
                   exit perform
               end-if
           end-perform.
           close fs-store.
           if ws-store-failed is equal to 1 then
               perform mark-store-stopped
               exit paragraph
           end-if.
      *
           perform varying ws-k from 1 by 1 until ws-k > ws-gt-count
               move ws-gt-level(ws-k) to ws-row-level
               perform build-ghost-filename
               call "CBL_DELETE_FILE" using ws-ghost-filename
               end-call
           end-perform.
      *Only the name= and key= initials fields change; the row
      *keeps its length, so it keeps its room for the seal.
       anonymise-row.
           move ws-file-rows(ws-j) to ws-scan-row.
           perform find-name-hits.
           perform varying ws-k from 1 by 1 until ws-k > ws-hit-count
               move "---" to ws-file-rows(ws-j)(ws-hit-at(ws-k):3)
           end-perform.
       amend-players-row.
           move spaces to ws-file-rows(ws-j).
           move 1 to ws-ptr.
           string "PLAYERS" delimited by size
               into ws-file-rows(ws-j) with pointer ws-ptr
           end-string.
           perform varying ws-lix from 1 by 1 until ws-lix > 16
               if ws-ev-list(ws-lix) is not equal to spaces
                   move ws-ev-list(ws-lix)(1:3) to ws-cand
                   perform check-in-list
                   if ws-in-list is equal to 0
                       or ws-ev-list(ws-lix)(4:) is not equal to spaces
                       string " " delimited by size
                           ws-ev-list(ws-lix) delimited by space
                           into ws-file-rows(ws-j)
                           with pointer ws-ptr end-string
                   end-if
               end-if
           end-perform.
      *From the top with each row's own basis: a restart row
      *chains onto zeros again, a legacy row stays unsealed.
       reseal-store.
           move all "0" to ws-seal-chain.
           move 'A' to ws-seal-action.
           perform varying ws-i from 1 by 1
           until ws-i > ws-new-count
               if ws-row-basis(ws-i) is not equal to 'U'
                   if ws-row-basis(ws-i) is equal to 'Z'
                       move all "0" to ws-seal-chain
                   end-if
                   move ws-file-rows(ws-i) to ws-seal-row
                   call "kgame-seal" using by reference ws-seal-action
                       by reference ws-seal-chain
                       by reference ws-seal-row
                       by reference ws-seal-result end-call
                   if ws-seal-result is not equal to 0
                       display "kerase: " function trim(
                           ws-store-filename) " row " ws-i
                           " is too long to seal -- left as it was"
                       move 1 to ws-store-failed
                       exit perform
                   end-if
                   move ws-seal-row to ws-file-rows(ws-i)
               end-if
           end-perform.
      *The plain map.txt/path.txt fallback level keeps its ghost
      *under a name of its own, the way KGAME-GHOST names it.
       build-ghost-filename.
           move spaces to ws-ghost-filename.
           if ws-row-level is equal to "-" then
               move "ghost-default.dat" to ws-ghost-filename
           else
               string "ghost-" delimited by size
                   ws-row-level delimited by space
                   ".dat" delimited by size
                   into ws-ghost-filename end-string
           end-if.
      *Score master ---------------------------------------------
      *The player's records in the range are re-keyed under "---"
      *on the same date, with the next free sequence number there
      *-- the same delete-and-re-add kboard's initials fix makes.
      *A kiosk still running flat-only has no scoremast.dat.
       do-master.
           move 0 to ws-mk-count, ws-mk-range.
           move 0 to ws-file-overflow, ws-file-unread.
           open input fs-master.
           if ws-master-status is not equal to "00" then
               if ws-master-status is not equal to "35" then
                   move "scoremast.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-file-unread
                   perform master-summary
               end-if
               exit paragraph
           end-if.
           move low-values to fs-sm-key.
           move ws-from to fs-sm-date.
           start fs-master key is >= fs-sm-key
               invalid key continue
               not invalid key perform walk-master
           end-start.
           close fs-master.
           if ws-mk-count is equal to 0
               and ws-file-overflow is equal to 0
               and ws-file-unread is equal to 0 then
               exit paragraph
           end-if.
           perform master-summary.
           if ws-c is equal to 0 or ws-cf-state(ws-c) is not equal
               to space then
               exit paragraph
           end-if.
           if ws-pass is equal to 'L' then
               display " "
               move ws-mk-range to ws-z6
               display "scoremast.dat  (" function trim(ws-z6)
                   " records in the range)"
               perform varying ws-i from 1 by 1
               until ws-i > ws-mk-count
                   move ws-i to ws-z6
                   display ws-z6 "  anonymise  " ws-mk-text(ws-i)
               end-perform
           end-if.
           if ws-pass is equal to 'W' then
               perform rekey-master
           end-if.
       walk-master.
           perform forever
               read fs-master next
                   at end exit perform
               end-read
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-file-unread
                   exit perform
               end-if
               if fs-sm-date > ws-to then
                   exit perform
               end-if
               add 1 to ws-mk-range end-add
               move fs-sm-name to ws-cand
               perform check-in-list
               if ws-in-list is equal to 1
                   perform take-master-record
               end-if
           end-perform.
       take-master-record.
           if ws-mk-count >= 5000 then
               move 1 to ws-file-overflow
               exit paragraph
           end-if.
           add 1 to ws-mk-count end-add.
           move fs-sm-key to ws-mk-key(ws-mk-count).
           move spaces to ws-mk-text(ws-mk-count).
           string fs-sm-date delimited by size
               " " delimited by size
               fs-sm-name delimited by size
               " " delimited by size
               fs-sm-seq delimited by size
               "  level=" delimited by size
               fs-sm-level delimited by space
               "  distance=" delimited by size
               fs-sm-dist delimited by size
               into ws-mk-text(ws-mk-count) end-string.
           move fs-sm-level to ws-row-level.
           if ws-row-level is equal to spaces then
               move "-" to ws-row-level
           end-if.
           move fs-sm-dist to ws-row-dist.
           move fs-sm-rev to ws-row-rev.
           perform add-round-fact.
           move spaces to ws-code-text.
           string "scoremast.dat " delimited by size
               ws-mk-text(ws-mk-count) delimited by size
               into ws-code-text end-string.
           perform fold-code-text.
       master-summary.
           move "scoremast.dat" to ws-store-filename.
           move 0 to ws-n-anon, ws-n-remove, ws-n-keep, ws-n-tapes.
           move ws-mk-count to ws-n-anon.
           move ws-mk-range to ws-file-count.
           perform add-summary-entry.
           if ws-file-overflow is equal to 1 then
               display "kerase: scoremast.dat holds more than 5000 of"
                   " the player's rounds in the range -- narrow it"
               perform mark-store-stopped
           end-if.
           if ws-file-unread is equal to 1 then
               display "kerase: scoremast.dat could not be read in"
                   " full"
               perform mark-store-stopped
           end-if.
       rekey-master.
           open i-o fs-master.
           if ws-master-status is not equal to "00" then
               move "scoremast.dat" to ws-ioe-file
               move "OPEN-IO" to ws-ioe-op
               move ws-master-status to ws-ioe-status
               perform report-io-error
               display "kerase: scoremast.dat cannot be opened for"
                   " update (status " ws-master-status ")"
               perform mark-store-stopped
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > ws-mk-count
               move ws-mk-key(ws-i) to fs-sm-key
               read fs-master key is fs-sm-key
                   invalid key continue
                   not invalid key perform rekey-master-record
               end-read
               if ws-master-status is not equal to "00"
                   and ws-master-status is not equal to "23"
                   move "scoremast.dat" to ws-ioe-file
                   move "REWRITE" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   display "kerase: scoremast.dat update broke off"
                       " (status " ws-master-status ")"
                   perform mark-store-stopped
                   exit perform
               end-if
           end-perform.
           close fs-master.
      *The FD record area holds nothing dependable once the DELETE
      *has run, so the write-back comes from a working copy.
       rekey-master-record.
           move fs-sm to ws-sm.
           delete fs-master record
               invalid key continue
           end-delete.
           if ws-master-status is not equal to "00" then
               exit paragraph
           end-if.
           move "---" to ws-sm-name.
           move 1 to ws-sm-seq.
           perform until ws-sm-seq > 9999
               move ws-sm to fs-sm
               write fs-sm
                   invalid key continue
                   not invalid key exit perform
               end-write
               if ws-master-status is not less than "30" then
                   exit perform
               end-if
               add 1 to ws-sm-seq end-add
           end-perform.
      *Tape vault -----------------------------------------------
      *The player's kept round tapes in the range: index entry
      *first, then the tape file, so the index never names a tape
      *that is gone (the order ktapes purges in). A held tape stops
      *the erase -- the dispute it is held for comes first.
       do-vault.
           move 0 to ws-vk-count, ws-vk-range.
           move 0 to ws-file-overflow, ws-file-unread.
           move 0 to ws-n-held.
           open input fs-vault.
           if ws-vault-status is not equal to "00" then
               if ws-vault-status is not equal to "35" then
                   move "tapevault.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-file-unread
                   perform vault-summary
               end-if
               exit paragraph
           end-if.
           move low-values to fs-tv-key.
           move ws-from to fs-tv-date.
           start fs-vault key is >= fs-tv-key
               invalid key continue
               not invalid key perform walk-vault
           end-start.
           close fs-vault.
           if ws-vk-count is equal to 0
               and ws-file-overflow is equal to 0
               and ws-file-unread is equal to 0 then
               exit paragraph
           end-if.
           perform vault-summary.
           if ws-c is equal to 0 or ws-cf-state(ws-c) is not equal
               to space then
               exit paragraph
           end-if.
           if ws-pass is equal to 'L' then
               display " "
               move ws-vk-range to ws-z6
               display "tapevault.dat  (" function trim(ws-z6)
                   " entries in the range)"
               perform varying ws-i from 1 by 1
               until ws-i > ws-vk-count
                   move ws-i to ws-z6
                   display ws-z6 "  remove     " ws-vk-text(ws-i)
               end-perform
           end-if.
           if ws-pass is equal to 'W' then
               perform purge-vault
           end-if.
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
                   move 1 to ws-file-unread
                   exit perform
               end-if
               if fs-tv-date > ws-to then
                   exit perform
               end-if
               add 1 to ws-vk-range end-add
               move fs-tv-name to ws-cand
               perform check-in-list
               if ws-in-list is equal to 1
                   perform take-vault-entry
               end-if
           end-perform.
       take-vault-entry.
           if ws-vk-count >= 5000 then
               move 1 to ws-file-overflow
               exit paragraph
           end-if.
           add 1 to ws-vk-count end-add.
           move fs-tv-key to ws-vk-key(ws-vk-count).
           move fs-tv-tape to ws-vk-tape(ws-vk-count).
           move fs-tv-hold to ws-vk-hold(ws-vk-count).
           if fs-tv-hold is equal to 'H' then
               add 1 to ws-n-held end-add
               display "kerase: tape " fs-tv-date " " fs-tv-name " "
                   fs-tv-seq " is held for a dispute (since "
                   fs-tv-hold-date ")"
           end-if.
           move spaces to ws-vk-text(ws-vk-count).
           string fs-tv-date delimited by size
               " " delimited by size
               fs-tv-name delimited by size
               " " delimited by size
               fs-tv-seq delimited by size
               "  " delimited by size
               fs-tv-tape delimited by space
               "  " delimited by size
               fs-tv-hold delimited by size
               into ws-vk-text(ws-vk-count) end-string.
           move spaces to ws-code-text.
           string "tapevault.dat " delimited by size
               ws-vk-text(ws-vk-count) delimited by size
               into ws-code-text end-string.
           perform fold-code-text.
       vault-summary.
           move "tapevault.dat" to ws-store-filename.
           move 0 to ws-n-anon, ws-n-keep.
           move ws-vk-count to ws-n-remove, ws-n-tapes.
           move ws-vk-range to ws-file-count.
           perform add-summary-entry.
           if ws-file-overflow is equal to 1 then
               display "kerase: tapevault.dat holds more than 5000 of"
                   " the player's tapes in the range -- narrow it"
               perform mark-store-stopped
           end-if.
           if ws-file-unread is equal to 1 then
               display "kerase: tapevault.dat could not be read in"
                   " full"
               perform mark-store-stopped
           end-if.
           if ws-n-held > 0 then
               display "kerase: release the held tapes with kboard"
                   " RELEASE first"
               perform mark-store-stopped
           end-if.
       purge-vault.
           open i-o fs-vault.
           if ws-vault-status is not equal to "00" then
               move "tapevault.dat" to ws-ioe-file
               move "OPEN-IO" to ws-ioe-op
               move ws-vault-status to ws-ioe-status
               perform report-io-error
               display "kerase: tapevault.dat cannot be opened for"
                   " update (status " ws-vault-status ")"
               perform mark-store-stopped
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > ws-vk-count
               move ws-vk-key(ws-i) to fs-tv-key
               delete fs-vault record
                   invalid key continue
                   not invalid key
                       move ws-vk-tape(ws-i) to ws-tape-filename
                       call "CBL_DELETE_FILE" using ws-tape-filename
                       end-call
               end-delete
               if ws-vault-status is not equal to "00"
                   and ws-vault-status is not equal to "23"
                   move "tapevault.dat" to ws-ioe-file
                   move "REWRITE" to ws-ioe-op
                   move ws-vault-status to ws-ioe-status
                   perform report-io-error
                   display "kerase: tapevault.dat update broke off"
                       " (status " ws-vault-status ")"
                   perform mark-store-stopped
                   exit perform
               end-if
           end-perform.
           close fs-vault.
      *Summary and certificate ----------------------------------
       show-summary.
           display " ".
           if ws-pass is equal to 'W' then
               display "File                            Rows"
                   " Anonymised    Removed       Kept      Tapes"
           else
               display "File                            Rows"
                   "  Anonymise     Remove       Keep      Tapes"
           end-if.
           perform varying ws-c from 1 by 1 until ws-c > ws-cf-count
               move ws-cf-rows(ws-c) to ws-z6
               move ws-cf-anon(ws-c) to ws-z6-b
               move ws-cf-remove(ws-c) to ws-z6-c
               move ws-cf-keep(ws-c) to ws-z6-d
               move ws-cf-tapes(ws-c) to ws-z6-e
               evaluate ws-cf-state(ws-c)
                   when 'B'
                       display ws-cf-file(ws-c)(1:30) ws-z6 "     "
                           ws-z6-b "     " ws-z6-c "     " ws-z6-d
                           "     " ws-z6-e "  BLOCKED"
                   when 'F'
                       display ws-cf-file(ws-c)(1:30) ws-z6 "     "
                           ws-z6-b "     " ws-z6-c "     " ws-z6-d
                           "     " ws-z6-e "  FAILED"
                   when other
                       display ws-cf-file(ws-c)(1:30) ws-z6 "     "
                           ws-z6-b "     " ws-z6-c "     " ws-z6-d
                           "     " ws-z6-e
               end-evaluate
           end-perform.
           if ws-cf-lost is equal to 1 then
               display "kerase: more than 2000 files are touched --"
                   " narrow the range"
               move 1 to ws-blocked
               move 1 to ws-failed
           end-if.
           move ws-cf-count to ws-t-files.
           move ws-t-files to ws-z6.
           display "Files: " function trim(ws-z6).
           move ws-t-anon to ws-z6-b.
           move ws-t-remove to ws-z6-c.
           move ws-t-keep to ws-z6-d.
           move ws-t-tapes to ws-z6-e.
           display "Rows:  anonymise " function trim(ws-z6-b)
               ", remove " function trim(ws-z6-c)
               ", keep " function trim(ws-z6-d)
               ", tapes " function trim(ws-z6-e).
      *One header row in kboard's layout, one row per file touched
      *and a closing total. Initials are deliberately left out.
       write-certificate.
           move function current-date(1:14) to ws-now.
           perform open-audit.
           if ws-audit-status is not equal to "00" then
               move 1 to ws-failed
               exit paragraph
           end-if.
           move spaces to fs-audit-row.
           move ws-ini-count to ws-z6.
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
               "  action=ERASE  from=" delimited by size
               ws-from delimited by size
               "  to=" delimited by size
               ws-to delimited by size
               "  initials=" delimited by size
               function trim(ws-z6) delimited by size
               "  code=" delimited by size
               ws-code-chain delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           perform varying ws-c from 1 by 1 until ws-c > ws-cf-count
               move spaces to fs-audit-row
               move 1 to ws-ptr
               string "  file=" delimited by size
                   ws-cf-file(ws-c) delimited by space
                   "  rows=" delimited by size
                   ws-cf-rows(ws-c) delimited by size
                   "  anonymised=" delimited by size
                   ws-cf-anon(ws-c) delimited by size
                   "  removed=" delimited by size
                   ws-cf-remove(ws-c) delimited by size
                   "  kept=" delimited by size
                   ws-cf-keep(ws-c) delimited by size
                   into fs-audit-row with pointer ws-ptr
               end-string
               if ws-cf-tapes(ws-c) > 0
                   string "  tapes=" delimited by size
                       ws-cf-tapes(ws-c) delimited by size
                       into fs-audit-row with pointer ws-ptr
                   end-string
               end-if
               if ws-cf-state(ws-c) is not equal to space
                   string "  result=FAILED" delimited by size
                       into fs-audit-row with pointer ws-ptr
                   end-string
               end-if
               perform write-audit-row
           end-perform.
           move spaces to fs-audit-row.
           move 1 to ws-ptr.
           string "  files=" delimited by size
               ws-t-files delimited by size
               "  anonymised=" delimited by size
               ws-t-anon delimited by size
               "  removed=" delimited by size
               ws-t-remove delimited by size
               "  kept=" delimited by size
               ws-t-keep delimited by size
               "  tapes=" delimited by size
               ws-t-tapes delimited by size
               into fs-audit-row with pointer ws-ptr end-string.
           if ws-failed is equal to 1 then
               string "  result=INCOMPLETE" delimited by size
                   into fs-audit-row with pointer ws-ptr end-string
           else
               string "  result=COMPLETE" delimited by size
                   into fs-audit-row with pointer ws-ptr end-string
           end-if.
           perform write-audit-row.
           close fs-audit.
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
               display "kerase: audit.log cannot be opened (status "
                   ws-audit-status ") -- no certificate written"
           end-if.
       write-audit-row.
           write fs-audit-row.
           if ws-audit-status is not equal to "00" then
               move "audit.log" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-audit-status to ws-ioe-status
               perform report-io-error
               display "kerase: audit.log cannot be written (status "
                   ws-audit-status ")"
               move 1 to ws-failed
           end-if.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) alongside whatever the run
      *itself says about it.
       report-io-error.
           move "kerase" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kerase.
