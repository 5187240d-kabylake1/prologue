      *Player profile maintenance -- a plain command-line batch run,
      *kboard's companion for profiles.txt. KGAME-PROFILE only ever
      *folds a round forward at round end, so a round kboard later
      *voids, flags as a test or books to corrected initials stays
      *in the lifetime totals and BEST rows it was folded into.
      *This rebuilds the whole file from the score history instead
      *and lists every difference from the file on disk.
      *
      *  kprofile CHECK                     rebuild and compare only
      *  kprofile REBUILD <who>             rebuild and replace it
      *  kprofile MERGE <FROM> <INTO> <who> fold one player into
      *                                     another
      *
      *The history is scores.txt, the indexed score master and the
      *scores-YYYYMM.txt month files kscarch cuts off it. The same
      *round usually sits in more than one of them, so the sources
      *are weighed date by date: whichever holds the most rounds
      *for a date (scores.txt on a tie, then the master) is the one
      *folded for it. Voided and test rounds are skipped wherever
      *they come from. The score rows carry no result of their own;
      *a win is read off the finish bonus the way kresim does --
      *reaching home pays 1000 on top of 50 an item, and a campaign
      *run only folds a win after paying it for every levels.lst
      *leg. The badge count is the player's rows in achievements.txt
      *(one per badge won, see KGAME-ACHIEVE).
      *
      *MERGE is for a regular who keyed "JON" one day and "J0N"
      *the next: FROM's lifetime row and BEST rows are folded into
      *INTO's and FROM's are dropped. The merge goes into audit.log
      *the way kboard's changes do, and a later REBUILD reads the
      *MERGE entries back out of audit.log and applies them again,
      *so a rebuild never splits a merged player back apart.
       identification division.
       program-id. kprofile.
       environment division.
       input-output section.
       file-control.
           select fs-profiles assign to "profiles.txt"
           organization is line sequential
           file status is ws-profiles-status.
           select fs-scores assign to ws-scores-filename
           organization is line sequential
           file status is ws-scores-status.
           select fs-master assign to "scoremast.dat"
           organization is indexed
           access is dynamic
           record key is fs-sm-key
           file status is ws-master-status.
           select fs-audit assign to "audit.log"
           organization is line sequential
           file status is ws-audit-status.
           select fs-levels assign to "levels.lst"
           organization is line sequential
           file status is ws-levels-status.
           select fs-awards assign to "achievements.txt"
           organization is line sequential
           file status is ws-awards-status.
       data division.
       file section.
       fd  fs-profiles.
       01  fs-profile-row picture x(140).
       fd  fs-scores.
       01  fs-score-row picture x(160).
       fd  fs-master.
       copy "gsmr.cpy" replacing ==:pref:== by ==fs-sm==
                                 ==:level:== by ==01==.
       fd  fs-audit.
       01  fs-audit-row picture x(200).
       fd  fs-levels.
       01  fs-levels-row picture x(32).
       fd  fs-awards.
       01  fs-awards-row picture x(160).
       working-storage section.
       01  ws-profiles-status picture x(2).
       01  ws-scores-filename picture x(64).
       01  ws-scores-status picture x(2).
       01  ws-master-status picture x(2).
       01  ws-audit-status picture x(2).
       01  ws-levels-status picture x(2).
       01  ws-awards-status picture x(2).
      *The command line
       01  ws-cmdline picture x(120).
       01  ws-tok picture x(32) occurs 5 times.
       01  ws-action picture x(16).
       01  ws-who picture x(16).
       01  ws-from-name picture x(3).
       01  ws-into-name picture x(3).
      *The profiles.txt on disk, in the shape KGAME-PROFILE keeps
      *it (and with its limits: 200 players, 400 BEST rows).
       01  ws-cp-count picture is 9(4).
       01  ws-cp-name picture is x(3) occurs 200 times.
       01  ws-cp-rounds picture is 9(6) occurs 200 times.
       01  ws-cp-dist picture is 9(10) occurs 200 times.
       01  ws-cp-items picture is 9(6) occurs 200 times.
       01  ws-cp-wins picture is 9(6) occurs 200 times.
       01  ws-cp-losses picture is 9(6) occurs 200 times.
       01  ws-cp-first picture is x(10) occurs 200 times.
       01  ws-cp-last picture is x(10) occurs 200 times.
       01  ws-cp-badges picture is 9(6) occurs 200 times.
       01  ws-cb-count picture is 9(4).
       01  ws-cb-name picture is x(3) occurs 400 times.
       01  ws-cb-level picture is x(20) occurs 400 times.
       01  ws-cb-dist picture is 9(8) occurs 400 times.
      *The same, rebuilt from the history
       01  ws-rp-count picture is 9(4).
       01  ws-rp-name picture is x(3) occurs 200 times.
       01  ws-rp-rounds picture is 9(6) occurs 200 times.
       01  ws-rp-dist picture is 9(10) occurs 200 times.
       01  ws-rp-items picture is 9(6) occurs 200 times.
       01  ws-rp-wins picture is 9(6) occurs 200 times.
       01  ws-rp-losses picture is 9(6) occurs 200 times.
       01  ws-rp-first picture is x(10) occurs 200 times.
       01  ws-rp-last picture is x(10) occurs 200 times.
       01  ws-rp-badges picture is 9(6) occurs 200 times.
       01  ws-rb-count picture is 9(4).
       01  ws-rb-name picture is x(3) occurs 400 times.
       01  ws-rb-level picture is x(20) occurs 400 times.
       01  ws-rb-dist picture is 9(8) occurs 400 times.
      *Set when the history names more players or BEST rows than
      *profiles.txt can hold -- the rebuilt file would not be whole,
      *so REBUILD refuses to write it.
       01  ws-rebuild-overflow picture is 9.
      *Set when a file the rebuild or a merge reads from is there
      *but will not open or read to its end -- a profile built from
      *part of the history is not written.
       01  ws-read-short picture is 9.
      *Set when a row of profiles.txt did not go back on disk.
       01  ws-write-failed picture is 9.
      *Initials folded into other initials by earlier MERGEs, read
      *back out of audit.log in the order they were made.
       01  ws-mg-count picture is 9(4).
       01  ws-mg-from picture is x(3) occurs 200 times.
       01  ws-mg-into picture is x(3) occurs 200 times.
      *One slot per round date across the three sources: how many
      *rounds each holds for it, and which one is folded.
       01  ws-dt-count picture is 9(4).
       01  ws-dt-date picture is x(10) occurs 4000 times.
       01  ws-dt-flat picture is 9(6) occurs 4000 times.
       01  ws-dt-mast picture is 9(6) occurs 4000 times.
       01  ws-dt-arch picture is 9(6) occurs 4000 times.
       01  ws-dt-pick picture is x(1) occurs 4000 times.
       01  ws-dt-last picture is 9(4).
       01  ws-dt-lost picture is 9(6).
      *'C' counting rounds per date, 'F' folding the picked ones;
      *the source in hand is 'S' scores.txt, 'M' the master or
      *'A' a month archive.
       01  ws-pass picture x(1).
       01  ws-source picture x(1).
       01  ws-folded-flat picture is 9(6).
       01  ws-folded-mast picture is 9(6).
       01  ws-folded-arch picture is 9(6).
       01  ws-skipped-void picture is 9(6).
       01  ws-skipped-anon picture is 9(6).
       01  ws-has-master picture is 9.
      *The archive month walk: ten years back from this month.
       01  ws-arch-yyyy picture is 9(4).
       01  ws-arch-mm picture is 99.
       01  ws-arch-i picture is 9(4).
       01  ws-arch-files picture is 9(4).
      *Levels in the campaign catalogue -- a won campaign run has
      *paid the home bonus once per leg.
       01  ws-leg-count picture is 9(4).
      *The round in hand, off whichever source
       01  ws-tokens picture is x(38) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-hits-pending picture is 9.
       01  ws-row-date picture is x(10).
       01  ws-row-name picture is x(3).
       01  ws-row-level picture is x(20).
       01  ws-row-dist picture is 9(8).
       01  ws-row-items picture is 9(4).
       01  ws-row-bonus picture is 9(8).
       01  ws-row-mode picture is x(1).
       01  ws-row-void picture is 9.
       01  ws-row-won picture is 9.
       01  ws-home-pay picture is 9(8).
      *Scratch
       01  ws-i picture is 9(4).
       01  ws-j picture is 9(4).
       01  ws-found picture is 9(4).
       01  ws-bfound picture is 9(4).
       01  ws-hops picture is 9(4).
       01  ws-changed picture is 9(6).
       01  ws-same picture is 9.
       01  ws-cur-text picture x(140).
       01  ws-new-text picture x(140).
       01  ws-now picture x(14).
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-cmdline.
           accept ws-cmdline from command-line.
           perform varying ws-tix from 1 by 1 until ws-tix > 5
               move spaces to ws-tok(ws-tix)
           end-perform.
           unstring ws-cmdline delimited by all space
               into ws-tok(1) ws-tok(2) ws-tok(3) ws-tok(4)
                    ws-tok(5)
           end-unstring.
           move ws-tok(1) to ws-action.
           evaluate ws-action
               when "CHECK" perform do-check
               when "REBUILD" perform do-rebuild
               when "MERGE" perform do-merge
               when other
                   display "kprofile: actions are CHECK, REBUILD"
                       " <who>, MERGE <FROM> <INTO> <who>"
                   move 1 to return-code
           end-evaluate.
           goback.
       do-check.
           perform rebuild-profiles.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           perform compare-profiles.
       do-rebuild.
           move ws-tok(2) to ws-who.
           if ws-who is equal to spaces then
               display "kprofile: say who is making the change --"
                   " it goes in the audit trail"
               move 1 to return-code
               exit paragraph
           end-if.
           perform rebuild-profiles.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           perform compare-profiles.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-rebuild-overflow is equal to 1 then
               display "kprofile: the history holds more players or"
                   " BEST rows than profiles.txt can -- nothing"
                   " written"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-changed is equal to 0 then
               display "kprofile: profiles.txt already matches --"
                   " nothing written"
               exit paragraph
           end-if.
           perform open-profiles.
           if ws-profiles-status is not equal to "00" then
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > ws-rp-count
               perform build-rebuilt-player
               move ws-new-text to fs-profile-row
               perform write-profile-row
           end-perform.
           perform varying ws-i from 1 by 1 until ws-i > ws-rb-count
               perform build-rebuilt-best
               move ws-new-text to fs-profile-row
               perform write-profile-row
           end-perform.
           close fs-profiles.
           if ws-write-failed is equal to 1 then
               perform report-profiles-short
               exit paragraph
           end-if.
           perform open-audit.
           if ws-audit-status is not equal to "00" then
               display "kprofile: profiles.txt rebuilt; no audit"
                   " entry written"
               exit paragraph
           end-if.
           move spaces to fs-audit-row.
           move ws-changed to ws-z6.
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
               "  action=REBUILD" delimited by size
               "  changed=" delimited by size
               function trim(ws-z6) delimited by size
               "  file=profiles.txt" delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           close fs-audit.
           display "kprofile: profiles.txt rebuilt; audit entry"
               " written".
      *MERGE -------------------------------------------------------
       do-merge.
           move function upper-case(ws-tok(2)) to ws-from-name.
           move function upper-case(ws-tok(3)) to ws-into-name.
           move ws-tok(4) to ws-who.
           if ws-from-name is equal to spaces
               or ws-into-name is equal to spaces then
               display "kprofile: MERGE needs the initials to fold"
                   " and the initials to fold them into"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-who is equal to spaces then
               display "kprofile: say who is making the change --"
                   " it goes in the audit trail"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-from-name is equal to ws-into-name then
               display "kprofile: nothing to merge -- the initials"
                   " are the same"
               move 1 to return-code
               exit paragraph
           end-if.
           move 0 to ws-read-short.
           perform load-current.
           if ws-read-short is equal to 1 then
               display "kprofile: profiles.txt could not be read in"
                   " full -- nothing merged"
               move 1 to return-code
               exit paragraph
           end-if.
           move 0 to ws-found.
           perform varying ws-i from 1 by 1 until ws-i > ws-cp-count
               if ws-cp-name(ws-i) is equal to ws-from-name
                   move ws-i to ws-found
               end-if
           end-perform.
           if ws-found is equal to 0 then
               display "kprofile: no profile for " ws-from-name
                   " -- nothing merged"
               move 1 to return-code
               exit paragraph
           end-if.
      *The audit entry carries both rows as they stood, then the
      *folded one. A merge REBUILD could not read back out of
      *audit.log would be undone by the next rebuild, so none is
      *made without it.
           perform open-audit.
           if ws-audit-status is not equal to "00" then
               display "kprofile: nothing merged"
               move 1 to return-code
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
               "  action=MERGE  from=" delimited by size
               ws-from-name delimited by size
               "  into=" delimited by size
               ws-into-name delimited by size
               "  file=profiles.txt" delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           move ws-found to ws-i.
           perform build-current-player.
           move spaces to fs-audit-row.
           string "  old: " delimited by size
               ws-cur-text delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           move 0 to ws-j.
           perform varying ws-i from 1 by 1 until ws-i > ws-cp-count
               if ws-cp-name(ws-i) is equal to ws-into-name
                   move ws-i to ws-j
               end-if
           end-perform.
           if ws-j > 0 then
               move ws-j to ws-i
               perform build-current-player
               move spaces to fs-audit-row
               string "  old: " delimited by size
                   ws-cur-text delimited by size
                   into fs-audit-row end-string
               perform write-audit-row
           end-if.
      *
           perform fold-current-player.
           move 0 to ws-j.
           perform varying ws-i from 1 by 1 until ws-i > ws-cp-count
               if ws-cp-name(ws-i) is equal to ws-into-name
                   move ws-i to ws-j
               end-if
           end-perform.
           move ws-j to ws-i.
           perform build-current-player.
           move spaces to fs-audit-row.
           string "  new: " delimited by size
               ws-cur-text delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           close fs-audit.
      *
           perform open-profiles.
           if ws-profiles-status is not equal to "00" then
               exit paragraph
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > ws-cp-count
               perform build-current-player
               move ws-cur-text to fs-profile-row
               perform write-profile-row
           end-perform.
           perform varying ws-i from 1 by 1 until ws-i > ws-cb-count
               perform build-current-best
               move ws-cur-text to fs-profile-row
               perform write-profile-row
           end-perform.
           close fs-profiles.
           if ws-write-failed is equal to 1 then
               perform report-profiles-short
               exit paragraph
           end-if.
           display "kprofile: " ws-from-name " merged into "
               ws-into-name "; audit entry written".
      *FROM's lifetime row goes onto INTO's (which takes FROM's slot
      *when INTO has none yet), its per-level bests onto INTO's, and
      *FROM's rows are then closed up out of the tables.
       fold-current-player.
           move 0 to ws-j.
           perform varying ws-i from 1 by 1 until ws-i > ws-cp-count
               if ws-cp-name(ws-i) is equal to ws-into-name
                   move ws-i to ws-j
               end-if
           end-perform.
           if ws-j is equal to 0 then
               move ws-into-name to ws-cp-name(ws-found)
           else
               add ws-cp-rounds(ws-found) to ws-cp-rounds(ws-j)
                   end-add
               add ws-cp-dist(ws-found) to ws-cp-dist(ws-j) end-add
               add ws-cp-items(ws-found) to ws-cp-items(ws-j)
                   end-add
               add ws-cp-wins(ws-found) to ws-cp-wins(ws-j) end-add
               add ws-cp-losses(ws-found) to ws-cp-losses(ws-j)
                   end-add
               add ws-cp-badges(ws-found) to ws-cp-badges(ws-j)
                   end-add
               if ws-cp-first(ws-j) is equal to spaces
                   or (ws-cp-first(ws-found) is not equal to spaces
                   and ws-cp-first(ws-found) < ws-cp-first(ws-j))
                   move ws-cp-first(ws-found) to ws-cp-first(ws-j)
               end-if
               if ws-cp-last(ws-found) > ws-cp-last(ws-j)
                   move ws-cp-last(ws-found) to ws-cp-last(ws-j)
               end-if
               perform varying ws-i from ws-found by 1
               until ws-i >= ws-cp-count
                   move ws-cp-name(ws-i + 1) to ws-cp-name(ws-i)
                   move ws-cp-rounds(ws-i + 1) to ws-cp-rounds(ws-i)
                   move ws-cp-dist(ws-i + 1) to ws-cp-dist(ws-i)
                   move ws-cp-items(ws-i + 1) to ws-cp-items(ws-i)
                   move ws-cp-wins(ws-i + 1) to ws-cp-wins(ws-i)
                   move ws-cp-losses(ws-i + 1) to ws-cp-losses(ws-i)
                   move ws-cp-first(ws-i + 1) to ws-cp-first(ws-i)
                   move ws-cp-last(ws-i + 1) to ws-cp-last(ws-i)
                   move ws-cp-badges(ws-i + 1) to ws-cp-badges(ws-i)
               end-perform
               subtract 1 from ws-cp-count end-subtract
           end-if.
      *BEST rows: FROM's best on a level INTO never played becomes
      *INTO's; otherwise the better of the two stands.
           move 1 to ws-i.
           perform until ws-i > ws-cb-count
               if ws-cb-name(ws-i) is equal to ws-from-name
                   move 0 to ws-bfound
                   perform varying ws-j from 1 by 1
                   until ws-j > ws-cb-count
                       if ws-cb-name(ws-j) is equal to ws-into-name
                           and ws-cb-level(ws-j)
                               is equal to ws-cb-level(ws-i)
                           move ws-j to ws-bfound
                       end-if
                   end-perform
                   if ws-bfound is equal to 0
                       move ws-into-name to ws-cb-name(ws-i)
                       add 1 to ws-i end-add
                   else
                       if ws-cb-dist(ws-i) > ws-cb-dist(ws-bfound)
                           move ws-cb-dist(ws-i)
                               to ws-cb-dist(ws-bfound)
                       end-if
                       perform varying ws-j from ws-i by 1
                       until ws-j >= ws-cb-count
                           move ws-cb-name(ws-j + 1)
                               to ws-cb-name(ws-j)
                           move ws-cb-level(ws-j + 1)
                               to ws-cb-level(ws-j)
                           move ws-cb-dist(ws-j + 1)
                               to ws-cb-dist(ws-j)
                       end-perform
                       subtract 1 from ws-cb-count end-subtract
                   end-if
               else
                   add 1 to ws-i end-add
               end-if
           end-perform.
      *Rebuild ----------------------------------------------------
       rebuild-profiles.
           move 0 to ws-rp-count, ws-rb-count, ws-rebuild-overflow.
           move 0 to ws-read-short.
           move 0 to ws-dt-count, ws-dt-last, ws-dt-lost.
           move 0 to ws-folded-flat, ws-folded-mast,
               ws-folded-arch, ws-skipped-void, ws-skipped-anon.
           perform load-leg-count.
           perform load-merges.
      *The master is opened up front: one that is there but will
      *not open (a kiosk holding it) would leave the rebuild short
      *of the live month, so the run stops instead.
           move 1 to ws-has-master.
           open input fs-master.
           if ws-master-status is equal to "35" then
               move 0 to ws-has-master
           else
               if ws-master-status is not equal to "00" then
                   move "scoremast.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   display "kprofile: cannot open scoremast.dat"
                       " (status " ws-master-status ")"
                   move 1 to return-code
                   exit paragraph
               end-if
               close fs-master
           end-if.
      *
           move 'C' to ws-pass.
           perform walk-sources.
           perform varying ws-i from 1 by 1 until ws-i > ws-dt-count
               evaluate true
                   when ws-dt-flat(ws-i) >= ws-dt-mast(ws-i)
                       and ws-dt-flat(ws-i) >= ws-dt-arch(ws-i)
                       move 'S' to ws-dt-pick(ws-i)
                   when ws-dt-mast(ws-i) >= ws-dt-arch(ws-i)
                       move 'M' to ws-dt-pick(ws-i)
                   when other
                       move 'A' to ws-dt-pick(ws-i)
               end-evaluate
           end-perform.
           move 'F' to ws-pass.
           perform walk-sources.
           perform count-badges.
      *
           display "kprofile: profiles rebuilt from the score"
               " history".
           move ws-folded-flat to ws-z6.
           display "  rounds folded from scores.txt:     " ws-z6.
           move ws-folded-mast to ws-z6.
           display "  rounds folded from scoremast.dat:  " ws-z6.
           move ws-folded-arch to ws-z6.
           display "  rounds folded from month archives: " ws-z6.
           move ws-skipped-void to ws-z6.
           display "  voided or test rounds left out:    " ws-z6.
           if ws-skipped-anon > 0 then
               move ws-skipped-anon to ws-z6
               display "  rounds with no initials left out:  " ws-z6
           end-if.
           if ws-mg-count > 0 then
               move ws-mg-count to ws-z6
               display "  merges re-applied from audit.log:  " ws-z6
           end-if.
           if ws-dt-lost > 0 then
               move ws-dt-lost to ws-z6
               display "  rounds past the 4000-date table:   " ws-z6
               move 1 to ws-rebuild-overflow
           end-if.
           if ws-read-short is equal to 1 then
               display "kprofile: the score history could not be"
                   " read in full -- nothing compared or written"
               move 1 to return-code
           end-if.
       walk-sources.
           move "scores.txt" to ws-scores-filename.
           move 'S' to ws-source.
           perform walk-flat-file.
           if ws-has-master is equal to 1 then
               perform walk-master
           end-if.
           move function current-date(1:4) to ws-arch-yyyy.
           move function current-date(5:2) to ws-arch-mm.
           move 'A' to ws-source.
           move 0 to ws-arch-files.
           perform varying ws-arch-i from 1 by 1
           until ws-arch-i > 120
               move spaces to ws-scores-filename
               string "scores-" delimited by size
                   ws-arch-yyyy delimited by size
                   ws-arch-mm delimited by size
                   ".txt" delimited by size
                   into ws-scores-filename end-string
               perform walk-flat-file
               if ws-arch-mm is equal to 1 then
                   move 12 to ws-arch-mm
                   subtract 1 from ws-arch-yyyy end-subtract
               else
                   subtract 1 from ws-arch-mm end-subtract
               end-if
           end-perform.
           move "scores.txt" to ws-scores-filename.
       walk-flat-file.
           open input fs-scores.
           if ws-scores-status is not equal to "00" then
               if ws-scores-status is not equal to "35" then
                   move ws-scores-filename to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-scores
                   at end exit perform
               end-read
               if ws-scores-status is not less than "30" then
                   move ws-scores-filename to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-scores-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
                   exit perform
               end-if
               if fs-score-row is not equal to spaces
                   perform parse-score-row
                   perform take-round
               end-if
           end-perform.
           close fs-scores.
       walk-master.
           move 'M' to ws-source.
           open input fs-master.
           if ws-master-status is not equal to "00" then
               if ws-master-status is not equal to "35" then
                   move "scoremast.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
               end-if
               exit paragraph
           end-if.
           move low-values to fs-sm-key.
           start fs-master key is >= fs-sm-key
               invalid key
                   close fs-master
                   exit paragraph
           end-start.
           perform forever
               read fs-master next
                   at end exit perform
               end-read
               if ws-master-status is not less than "30" then
                   move "scoremast.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-master-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
                   exit perform
               end-if
               move fs-sm-date to ws-row-date
               move fs-sm-name to ws-row-name
               move fs-sm-level to ws-row-level
               if ws-row-level is equal to spaces
                   move "-" to ws-row-level
               end-if
               move fs-sm-dist to ws-row-dist
               move fs-sm-items to ws-row-items
               move fs-sm-bonus to ws-row-bonus
               move fs-sm-mode to ws-row-mode
               move 0 to ws-row-void
               if fs-sm-void is not equal to space
                   move 1 to ws-row-void
               end-if
               perform take-round
           end-perform.
           close fs-master.
      *Rows have grown fields over time and the earliest wrote the
      *hit count blank-padded -- the same keyword parse kreport
      *uses. Only what the profile needs is kept.
       parse-score-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-score-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           move ws-tokens(1) to ws-row-date.
           move "---" to ws-row-name.
           move "-" to ws-row-level.
           move 0 to ws-row-dist, ws-row-items, ws-row-bonus.
           move 0 to ws-row-void, ws-hits-pending.
           move space to ws-row-mode.
           perform varying ws-tix from 2 by 1 until ws-tix > 12
               evaluate true
                   when ws-hits-pending is equal to 1
                       and ws-tokens(ws-tix) is not equal to spaces
                       move 0 to ws-hits-pending
                   when ws-tokens(ws-tix)(1:5) is equal to "hits="
                       if ws-tokens(ws-tix)(6:) is equal to spaces
                           move 1 to ws-hits-pending
                       end-if
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:3) to ws-row-name
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:) to ws-row-level
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-row-dist =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when ws-tokens(ws-tix)(1:6) is equal to "items="
                       compute ws-row-items =
                           function numval(ws-tokens(ws-tix)(7:))
                       end-compute
                   when ws-tokens(ws-tix)(1:6) is equal to "bonus="
                       compute ws-row-bonus =
                           function numval(ws-tokens(ws-tix)(7:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "mode="
                       move ws-tokens(ws-tix)(6:1) to ws-row-mode
                   when ws-tokens(ws-tix) is equal to "void=Y"
                       move 1 to ws-row-void
                   when ws-tokens(ws-tix) is equal to "test=Y"
                       move 1 to ws-row-void
                   when other continue
               end-evaluate
           end-perform.
      *One round off the source in hand: counted against its date
      *on the first pass, folded on the second if its source is
      *the one picked for the date.
       take-round.
           perform find-date-slot.
           if ws-found is equal to 0 then
               if ws-pass is equal to 'C' then
                   add 1 to ws-dt-lost end-add
               end-if
               exit paragraph
           end-if.
           if ws-pass is equal to 'C' then
               evaluate ws-source
                   when 'S' add 1 to ws-dt-flat(ws-found) end-add
                   when 'M' add 1 to ws-dt-mast(ws-found) end-add
                   when other add 1 to ws-dt-arch(ws-found) end-add
               end-evaluate
               exit paragraph
           end-if.
           if ws-dt-pick(ws-found) is not equal to ws-source then
               exit paragraph
           end-if.
           if ws-row-void is equal to 1 then
               add 1 to ws-skipped-void end-add
               exit paragraph
           end-if.
      *A round with no initials -- never booked under any, or had
      *them erased by kerase -- belongs to nobody. The board and
      *krecon still count it; no profile does, just as the game
      *itself only ever profiles a player's own initials.
           if ws-row-name is equal to "---" then
               add 1 to ws-skipped-anon end-add
               exit paragraph
           end-if.
           evaluate ws-source
               when 'S' add 1 to ws-folded-flat end-add
               when 'M' add 1 to ws-folded-mast end-add
               when other add 1 to ws-folded-arch end-add
           end-evaluate.
           perform fold-round.
      *Rounds come in date order within a source, so the slot used
      *last is tried before the table is searched.
       find-date-slot.
           move 0 to ws-found.
           if ws-dt-last > 0 then
               if ws-dt-date(ws-dt-last) is equal to ws-row-date
                   move ws-dt-last to ws-found
                   exit paragraph
               end-if
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > ws-dt-count
               if ws-dt-date(ws-i) is equal to ws-row-date
                   move ws-i to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found is equal to 0 and ws-pass is equal to 'C'
               and ws-dt-count < 4000 then
               add 1 to ws-dt-count end-add
               move ws-dt-count to ws-found
               move ws-row-date to ws-dt-date(ws-found)
               move 0 to ws-dt-flat(ws-found), ws-dt-mast(ws-found),
                   ws-dt-arch(ws-found)
           end-if.
           move ws-found to ws-dt-last.
      *The round onto its player's rebuilt row, the same fold
      *KGAME-PROFILE makes at round end.
       fold-round.
           perform apply-merges.
           move 0 to ws-row-won.
           compute ws-home-pay = ws-row-items * 50 + 1000
           end-compute.
           if ws-row-mode is equal to 'C' then
               compute ws-home-pay = ws-row-items * 50
                   + ws-leg-count * 1000 end-compute
           end-if.
           if ws-row-bonus >= ws-home-pay then
               move 1 to ws-row-won
           end-if.
      *
           move 0 to ws-found.
           perform varying ws-i from 1 by 1 until ws-i > ws-rp-count
               if ws-rp-name(ws-i) is equal to ws-row-name
                   move ws-i to ws-found
               end-if
           end-perform.
           if ws-found is equal to 0 then
               if ws-rp-count >= 200 then
                   move 1 to ws-rebuild-overflow
                   exit paragraph
               end-if
               add 1 to ws-rp-count end-add
               move ws-rp-count to ws-found
               move ws-row-name to ws-rp-name(ws-found)
               move 0 to ws-rp-rounds(ws-found), ws-rp-dist(ws-found),
                   ws-rp-items(ws-found), ws-rp-wins(ws-found),
                   ws-rp-losses(ws-found), ws-rp-badges(ws-found)
               move ws-row-date to ws-rp-first(ws-found)
               move ws-row-date to ws-rp-last(ws-found)
           end-if.
           add 1 to ws-rp-rounds(ws-found) end-add.
           add ws-row-dist to ws-rp-dist(ws-found) end-add.
           add ws-row-items to ws-rp-items(ws-found) end-add.
           if ws-row-won is equal to 1 then
               add 1 to ws-rp-wins(ws-found) end-add
           else
               add 1 to ws-rp-losses(ws-found) end-add
           end-if.
           if ws-row-date < ws-rp-first(ws-found) then
               move ws-row-date to ws-rp-first(ws-found)
           end-if.
           if ws-row-date > ws-rp-last(ws-found) then
               move ws-row-date to ws-rp-last(ws-found)
           end-if.
      *
           move 0 to ws-bfound.
           perform varying ws-i from 1 by 1 until ws-i > ws-rb-count
               if ws-rb-name(ws-i) is equal to ws-row-name
                   and ws-rb-level(ws-i) is equal to ws-row-level
                   move ws-i to ws-bfound
               end-if
           end-perform.
           if ws-bfound is equal to 0 then
               if ws-rb-count >= 400 then
                   move 1 to ws-rebuild-overflow
                   exit paragraph
               end-if
               add 1 to ws-rb-count end-add
               move ws-rb-count to ws-bfound
               move ws-row-name to ws-rb-name(ws-bfound)
               move ws-row-level to ws-rb-level(ws-bfound)
               move 0 to ws-rb-dist(ws-bfound)
           end-if.
           if ws-row-dist > ws-rb-dist(ws-bfound) then
               move ws-row-dist to ws-rb-dist(ws-bfound)
           end-if.
      *Every award row counts one badge to its initials -- merged
      *initials' badges go where their rounds went.
       count-badges.
           open input fs-awards.
           if ws-awards-status is not equal to "00" then
               if ws-awards-status is not equal to "35" then
                   move "achievements.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-awards-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-awards
                   at end exit perform
               end-read
               if ws-awards-status is not less than "30" then
                   move "achievements.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-awards-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
                   exit perform
               end-if
               perform varying ws-tix from 1 by 1 until ws-tix > 12
                   move spaces to ws-tokens(ws-tix)
               end-perform
               unstring fs-awards-row delimited by all space
                   into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                        ws-tokens(4) ws-tokens(5) ws-tokens(6)
                        ws-tokens(7) ws-tokens(8) ws-tokens(9)
                        ws-tokens(10) ws-tokens(11) ws-tokens(12)
               end-unstring
               if ws-tokens(3) is equal to "AWARD"
                   and ws-tokens(4)(1:5) is equal to "name="
                   move ws-tokens(4)(6:3) to ws-row-name
                   perform apply-merges
                   perform varying ws-i from 1 by 1
                   until ws-i > ws-rp-count
                       if ws-rp-name(ws-i) is equal to ws-row-name
                           add 1 to ws-rp-badges(ws-i) end-add
                       end-if
                   end-perform
               end-if
           end-perform.
           close fs-awards.
      *A merge chain (J0N into JON, later JON into JQN) is followed
      *to its end; the hop limit stops a merge loop going round.
       apply-merges.
           move 0 to ws-hops.
           move 1 to ws-j.
           perform until ws-j > ws-mg-count or ws-hops > 200
               if ws-mg-from(ws-j) is equal to ws-row-name
                   move ws-mg-into(ws-j) to ws-row-name
                   add 1 to ws-hops end-add
                   move 1 to ws-j
               else
                   add 1 to ws-j end-add
               end-if
           end-perform.
       load-merges.
           move 0 to ws-mg-count.
           open input fs-audit.
           if ws-audit-status is not equal to "00" then
               if ws-audit-status is not equal to "35" then
                   move "audit.log" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-audit-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-audit
                   at end exit perform
               end-read
               if ws-audit-status is not less than "30" then
                   move "audit.log" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-audit-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
                   exit perform
               end-if
               perform varying ws-tix from 1 by 1 until ws-tix > 12
                   move spaces to ws-tokens(ws-tix)
               end-perform
               unstring fs-audit-row delimited by all space
                   into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                        ws-tokens(4) ws-tokens(5) ws-tokens(6)
                        ws-tokens(7) ws-tokens(8) ws-tokens(9)
                        ws-tokens(10) ws-tokens(11) ws-tokens(12)
               end-unstring
               if ws-tokens(4) is equal to "action=MERGE"
                   and ws-mg-count < 200
                   add 1 to ws-mg-count end-add
                   move ws-tokens(5)(6:3) to ws-mg-from(ws-mg-count)
                   move ws-tokens(6)(6:3) to ws-mg-into(ws-mg-count)
               end-if
           end-perform.
           close fs-audit.
       load-leg-count.
           move 0 to ws-leg-count.
           open input fs-levels.
           if ws-levels-status is equal to "00" then
               perform forever
                   read fs-levels
                       at end exit perform
                   end-read
                   if ws-levels-status is not less than "30" then
                       move "levels.lst" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-levels-status to ws-ioe-status
                       perform report-io-error
                       move 1 to ws-read-short
                       exit perform
                   end-if
                   if fs-levels-row is not equal to spaces
                       and ws-leg-count < 16
                       add 1 to ws-leg-count end-add
                   end-if
               end-perform
               close fs-levels
           else
               if ws-levels-status is not equal to "35" then
                   move "levels.lst" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-levels-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
               end-if
           end-if.
           if ws-leg-count is equal to 0 then
               move 1 to ws-leg-count
           end-if.
      *Compare ----------------------------------------------------
      *Every player and BEST row on either side, the rebuilt value
      *against the one on disk; WS-CHANGED counts the rows that
      *differ.
       compare-profiles.
           perform load-current.
           if ws-read-short is equal to 1 then
               display "kprofile: profiles.txt could not be read in"
                   " full -- nothing compared or written"
               move 1 to return-code
               exit paragraph
           end-if.
           move 0 to ws-changed.
           display " ".
           display "Differences, profiles.txt against the rebuild:".
           perform varying ws-i from 1 by 1 until ws-i > ws-rp-count
               perform build-rebuilt-player
               move spaces to ws-cur-text
               perform varying ws-j from 1 by 1
               until ws-j > ws-cp-count
                   if ws-cp-name(ws-j) is equal to ws-rp-name(ws-i)
                       move ws-i to ws-found
                       move ws-j to ws-i
                       perform build-current-player
                       move ws-found to ws-i
                   end-if
               end-perform
               perform show-difference
           end-perform.
           perform varying ws-j from 1 by 1 until ws-j > ws-cp-count
               move 0 to ws-found
               perform varying ws-i from 1 by 1
               until ws-i > ws-rp-count
                   if ws-rp-name(ws-i) is equal to ws-cp-name(ws-j)
                       move 1 to ws-found
                   end-if
               end-perform
               if ws-found is equal to 0
                   move ws-j to ws-i
                   perform build-current-player
                   move spaces to ws-new-text
                   perform show-difference
               end-if
           end-perform.
           perform varying ws-i from 1 by 1 until ws-i > ws-rb-count
               perform build-rebuilt-best
               move spaces to ws-cur-text
               perform varying ws-j from 1 by 1
               until ws-j > ws-cb-count
                   if ws-cb-name(ws-j) is equal to ws-rb-name(ws-i)
                       and ws-cb-level(ws-j)
                           is equal to ws-rb-level(ws-i)
                       move ws-i to ws-found
                       move ws-j to ws-i
                       perform build-current-best
                       move ws-found to ws-i
                   end-if
               end-perform
               perform show-difference
           end-perform.
           perform varying ws-j from 1 by 1 until ws-j > ws-cb-count
               move 0 to ws-found
               perform varying ws-i from 1 by 1
               until ws-i > ws-rb-count
                   if ws-rb-name(ws-i) is equal to ws-cb-name(ws-j)
                       and ws-rb-level(ws-i)
                           is equal to ws-cb-level(ws-j)
                       move 1 to ws-found
                   end-if
               end-perform
               if ws-found is equal to 0
                   move ws-j to ws-i
                   perform build-current-best
                   move spaces to ws-new-text
                   perform show-difference
               end-if
           end-perform.
           display " ".
           if ws-changed is equal to 0 then
               display "No differences."
           else
               move ws-changed to ws-z6
               display "Rows that differ: " ws-z6
           end-if.
       show-difference.
           if ws-cur-text is equal to ws-new-text then
               exit paragraph
           end-if.
           add 1 to ws-changed end-add.
           if ws-cur-text is equal to spaces then
               display "  on file: (none)"
           else
               display "  on file: " function trim(ws-cur-text)
           end-if.
           if ws-new-text is equal to spaces then
               display "  rebuilt: (none)"
           else
               display "  rebuilt: " function trim(ws-new-text)
           end-if.
      *profiles.txt rows --------------------------------------------
      *The two row kinds, parsed and built exactly as KGAME-PROFILE
      *parses and builds them, so an unchanged player compares
      *equal byte for byte.
       load-current.
           move 0 to ws-cp-count, ws-cb-count.
           open input fs-profiles.
           if ws-profiles-status is not equal to "00" then
               if ws-profiles-status is not equal to "35" then
                   move "profiles.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-profiles-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-profiles
                   at end exit perform
               end-read
               if ws-profiles-status is not less than "30" then
                   move "profiles.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-profiles-status to ws-ioe-status
                   perform report-io-error
                   move 1 to ws-read-short
                   exit perform
               end-if
               if fs-profile-row is not equal to spaces
                   perform parse-profile-row
               end-if
           end-perform.
           close fs-profiles.
       parse-profile-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-profile-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           evaluate ws-tokens(1)
               when "PLAYER" perform parse-player-row
               when "BEST" perform parse-best-row
               when other continue
           end-evaluate.
       parse-player-row.
           if ws-cp-count >= 200 then
               exit paragraph
           end-if.
           add 1 to ws-cp-count end-add.
           move ws-tokens(2)(1:3) to ws-cp-name(ws-cp-count).
           move 0 to ws-cp-rounds(ws-cp-count).
           move 0 to ws-cp-dist(ws-cp-count).
           move 0 to ws-cp-items(ws-cp-count).
           move 0 to ws-cp-wins(ws-cp-count).
           move 0 to ws-cp-losses(ws-cp-count).
           move spaces to ws-cp-first(ws-cp-count).
           move spaces to ws-cp-last(ws-cp-count).
           move 0 to ws-cp-badges(ws-cp-count).
           perform varying ws-tix from 3 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:7) is equal to "rounds="
                       compute ws-cp-rounds(ws-cp-count) =
                           function numval(ws-tokens(ws-tix)(8:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "dist="
                       compute ws-cp-dist(ws-cp-count) =
                           function numval(ws-tokens(ws-tix)(6:))
                       end-compute
                   when ws-tokens(ws-tix)(1:6) is equal to "items="
                       compute ws-cp-items(ws-cp-count) =
                           function numval(ws-tokens(ws-tix)(7:))
                       end-compute
                   when ws-tokens(ws-tix)(1:5) is equal to "wins="
                       compute ws-cp-wins(ws-cp-count) =
                           function numval(ws-tokens(ws-tix)(6:))
                       end-compute
                   when ws-tokens(ws-tix)(1:7) is equal to "losses="
                       compute ws-cp-losses(ws-cp-count) =
                           function numval(ws-tokens(ws-tix)(8:))
                       end-compute
                   when ws-tokens(ws-tix)(1:6) is equal to "first="
                       move ws-tokens(ws-tix)(7:10)
                           to ws-cp-first(ws-cp-count)
                   when ws-tokens(ws-tix)(1:5) is equal to "last="
                       move ws-tokens(ws-tix)(6:10)
                           to ws-cp-last(ws-cp-count)
                   when ws-tokens(ws-tix)(1:7) is equal to "badges="
                       compute ws-cp-badges(ws-cp-count) =
                           function numval(ws-tokens(ws-tix)(8:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
       parse-best-row.
           if ws-cb-count >= 400 then
               exit paragraph
           end-if.
           add 1 to ws-cb-count end-add.
           move ws-tokens(2)(1:3) to ws-cb-name(ws-cb-count).
           move spaces to ws-cb-level(ws-cb-count).
           move 0 to ws-cb-dist(ws-cb-count).
           perform varying ws-tix from 3 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-tokens(ws-tix)(7:)
                           to ws-cb-level(ws-cb-count)
                   when ws-tokens(ws-tix)(1:9)
                       is equal to "distance="
                       compute ws-cb-dist(ws-cb-count) =
                           function numval(ws-tokens(ws-tix)(10:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
       build-current-player.
           move spaces to ws-cur-text.
           string "PLAYER " delimited by size
               ws-cp-name(ws-i) delimited by size
               " rounds=" delimited by size
               ws-cp-rounds(ws-i) delimited by size
               " dist=" delimited by size
               ws-cp-dist(ws-i) delimited by size
               " items=" delimited by size
               ws-cp-items(ws-i) delimited by size
               " wins=" delimited by size
               ws-cp-wins(ws-i) delimited by size
               " losses=" delimited by size
               ws-cp-losses(ws-i) delimited by size
               " first=" delimited by size
               ws-cp-first(ws-i) delimited by size
               " last=" delimited by size
               ws-cp-last(ws-i) delimited by size
               " badges=" delimited by size
               ws-cp-badges(ws-i) delimited by size
               into ws-cur-text end-string.
       build-current-best.
           move spaces to ws-cur-text.
           string "BEST " delimited by size
               ws-cb-name(ws-i) delimited by size
               " level=" delimited by size
               ws-cb-level(ws-i) delimited by space
               " distance=" delimited by size
               ws-cb-dist(ws-i) delimited by size
               into ws-cur-text end-string.
       build-rebuilt-player.
           move spaces to ws-new-text.
           string "PLAYER " delimited by size
               ws-rp-name(ws-i) delimited by size
               " rounds=" delimited by size
               ws-rp-rounds(ws-i) delimited by size
               " dist=" delimited by size
               ws-rp-dist(ws-i) delimited by size
               " items=" delimited by size
               ws-rp-items(ws-i) delimited by size
               " wins=" delimited by size
               ws-rp-wins(ws-i) delimited by size
               " losses=" delimited by size
               ws-rp-losses(ws-i) delimited by size
               " first=" delimited by size
               ws-rp-first(ws-i) delimited by size
               " last=" delimited by size
               ws-rp-last(ws-i) delimited by size
               " badges=" delimited by size
               ws-rp-badges(ws-i) delimited by size
               into ws-new-text end-string.
       build-rebuilt-best.
           move spaces to ws-new-text.
           string "BEST " delimited by size
               ws-rb-name(ws-i) delimited by size
               " level=" delimited by size
               ws-rb-level(ws-i) delimited by space
               " distance=" delimited by size
               ws-rb-dist(ws-i) delimited by size
               into ws-new-text end-string.
       open-audit.
           move function current-date(1:14) to ws-now.
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
               display "kprofile: audit.log cannot be opened (status "
                   ws-audit-status ")"
           end-if.
       write-audit-row.
           write fs-audit-row.
           if ws-audit-status is not equal to "00" then
               move "audit.log" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-audit-status to ws-ioe-status
               perform report-io-error
               display "kprofile: audit.log cannot be written (status "
                   ws-audit-status ")"
           end-if.
       open-profiles.
           move 0 to ws-write-failed.
           open output fs-profiles.
           if ws-profiles-status is not equal to "00" then
               move "profiles.txt" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-profiles-status to ws-ioe-status
               perform report-io-error
               display "kprofile: profiles.txt cannot be written"
                   " (status " ws-profiles-status ") -- nothing changed"
               move 1 to return-code
           end-if.
       write-profile-row.
           write fs-profile-row.
           if ws-profiles-status is not equal to "00"
               and ws-write-failed is equal to 0 then
               move "profiles.txt" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-profiles-status to ws-ioe-status
               perform report-io-error
               move 1 to ws-write-failed
           end-if.
       report-profiles-short.
           display "kprofile: profiles.txt was not written in full"
               " -- restore it from backup or run REBUILD again".
           move 1 to return-code.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kprofile" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kprofile.
