      *Level publishing -- a plain command-line batch run for
      *putting a level editor draft in front of customers. The
      *editor (KGAME-EDITOR-SAVE) only ever writes a level's draft,
      *<level>-map-draft.txt and <level>-path-draft.txt; a
      *designer can drop hand-made <level>-items-draft.txt and
      *<level>-traffic-draft.txt next to them. Nothing reaches the
      *live <level>-map.txt and its companions until this run has
      *checked the draft the way kcheck checks a level.
      *
      *  kpublish CHECK <level>               check the draft
      *  kpublish PUBLISH <level> <who>       check it, then make
      *                                       it the next revision
      *  kpublish ROLLBACK <level> <rev> <who>  put a kept
      *                                       revision back live
      *  kpublish LIST [<level>]              revision history
      *
      *<level> is the levels.lst name, or "-" for the plain
      *map.txt/path.txt fallback pair. Every published revision is
      *kept as a numbered copy of the whole set --
      *<level>-map-r0003.txt, -path-r0003.txt, -items-r0003.txt and
      *-traffic-r0003.txt -- and the first publish of a level keeps
      *the set it replaces as revision 0, so any revision can be
      *rolled back to. A draft without its own items or traffic
      *file takes the live one along into the new revision. Each
      *publish or rollback is a row in revisions.txt, which is
      *what the game reads to know the live revision of a level,
      *and goes into audit.log with who did it, the same way
      *kboard's changes do. Booked rounds carry the revision they
      *were played on (rev= on the score row), so the board and
      *the ghost run only ever compare rounds on the same layout.
      *
      *A score row has to hold the level name, the rev= token, a
      *maintenance tag and the seal inside its 160 bytes (and the
      *archive and extract rows theirs inside 140), so a level is
      *only published under a name of at most 20 characters.
       identification division.
       program-id. kpublish.
       environment division.
       input-output section.
       file-control.
           select fs-text assign to ws-text-filename
           organization is line sequential
           file status is ws-text-status.
           select fs-src assign to ws-src-filename
           organization is line sequential
           file status is ws-src-status.
           select fs-dst assign to ws-dst-filename
           organization is line sequential
           file status is ws-dst-status.
           select fs-revisions assign to "revisions.txt"
           organization is line sequential
           file status is ws-revisions-status.
           select fs-audit assign to "audit.log"
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd  fs-text.
       01  fs-text-row picture x(1024).
       fd  fs-src.
       01  fs-src-row picture x(1024).
       fd  fs-dst.
       01  fs-dst-row picture x(1024).
       fd  fs-revisions.
       01  fs-revisions-row picture x(128).
       fd  fs-audit.
       01  fs-audit-row picture x(200).
       working-storage section.
       01  ws-text-filename picture x(64).
       01  ws-text-status picture x(2).
       01  ws-src-filename picture x(64).
       01  ws-src-status picture x(2).
       01  ws-dst-filename picture x(64).
       01  ws-dst-status picture x(2).
       01  ws-revisions-status picture x(2).
       01  ws-audit-status picture x(2).
      *The command line
       01  ws-cmdline picture x(120).
       01  ws-tok picture x(32) occurs 6 times.
       01  ws-tix picture is 9(4).
       01  ws-action picture x(16).
       01  ws-who picture x(16).
      *The level: its name as the files spell it (blank for the
      *fallback pair) and as the rows spell it ("-" for that pair).
       01  ws-level-name picture x(32).
       01  ws-level-token picture x(32).
       01  ws-level-given picture is 9.
      *A file set: the suffix after "-map", "-path", ... ("-draft",
      *"-r0003", or nothing for the live set) and the four names
      *it gives.
       01  ws-suffix picture x(8).
       01  ws-set-map picture x(64).
       01  ws-set-path picture x(64).
       01  ws-set-items picture x(64).
       01  ws-set-traffic picture x(64).
      *The set being checked (kcheck's own names for it)
       01  ws-map-filename picture x(64).
       01  ws-path-filename picture x(64).
       01  ws-items-filename picture x(64).
       01  ws-traffic-filename picture x(64).
      *The set being copied, and where to
       01  ws-from-map picture x(64).
       01  ws-from-path picture x(64).
       01  ws-from-items picture x(64).
       01  ws-from-traffic picture x(64).
       01  ws-to-map picture x(64).
       01  ws-to-path picture x(64).
       01  ws-to-items picture x(64).
       01  ws-to-traffic picture x(64).
       01  ws-copy-optional picture is 9.
       01  ws-copy-failed picture is 9.
      *Set when revisions.txt or audit.log would not take the row
      *booking a change that has already gone live.
       01  ws-book-failed picture is 9.
      *The level's history out of revisions.txt
       01  ws-rev-tokens picture x(38) occurs 8 times.
       01  ws-row-level picture x(32).
       01  ws-row-rev picture is 9(4).
       01  ws-history-rows picture is 9(6).
       01  ws-live-rev picture is 9(4).
       01  ws-top-rev picture is 9(4).
       01  ws-new-rev picture is 9(4).
       01  ws-rev-digits picture is 9(4).
       01  ws-rev-ok picture is 9.
       01  ws-col-no picture is 9(4).
       01  ws-now picture x(14).
      *The checks -- the same rules kcheck applies to a live level
       01  ws-map-width picture is 9(8).
       01  ws-map-height picture is 9(8).
       01  ws-hdr-w-txt picture x(16).
       01  ws-hdr-h-txt picture x(16).
       01  ws-cars picture is 9(8).
       01  ws-line-no picture is 9(6).
       01  ws-col picture is 9(8).
       01  ws-char picture is x.
       01  ws-item-kind picture x(1).
       01  ws-item-x-txt picture x(8).
       01  ws-item-y-txt picture x(8).
       01  ws-item-x picture is 9(8).
       01  ws-item-y picture is 9(8).
       01  ws-tr-kind picture x(8).
       01  ws-tr-a-txt picture x(8).
       01  ws-tr-b-txt picture x(8).
       01  ws-tr-a picture is 9(8).
       01  ws-tr-b picture is 9(8).
       01  ws-prev-wave picture is 9(8).
       01  ws-failures picture is 9(6).
      *Display editing
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-cmdline.
           accept ws-cmdline from command-line.
           perform varying ws-tix from 1 by 1 until ws-tix > 6
               move spaces to ws-tok(ws-tix)
           end-perform.
           unstring ws-cmdline delimited by all space
               into ws-tok(1) ws-tok(2) ws-tok(3) ws-tok(4)
                    ws-tok(5) ws-tok(6)
           end-unstring.
           move function upper-case(ws-tok(1)) to ws-action.
           move spaces to ws-level-name.
           move "-" to ws-level-token.
           move 0 to ws-level-given.
           if ws-tok(2) is not equal to spaces then
               move 1 to ws-level-given
               if ws-tok(2) is not equal to "-" then
                   move ws-tok(2) to ws-level-name, ws-level-token
               end-if
           end-if.
           evaluate ws-action
               when "CHECK" perform do-check
               when "PUBLISH" perform do-publish
               when "ROLLBACK" perform do-rollback
               when "LIST" perform do-list
               when other
                   display "kpublish: actions are CHECK <level>,"
                       " PUBLISH <level> <who>,"
                       " ROLLBACK <level> <rev> <who>,"
                       " LIST [<level>]"
                   move 1 to return-code
           end-evaluate.
           goback.
      *CHECK ------------------------------------------------------
       do-check.
           if ws-level-given is equal to 0 then
               display "kpublish: CHECK needs the level name"
                   " (- for the plain map.txt pair)"
               move 1 to return-code
               exit paragraph
           end-if.
           perform pick-draft-set.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           perform check-set.
           if ws-failures is equal to 0 then
               display "kpublish: PASS -- the draft of "
                   function trim(ws-level-token) " is fit to publish"
           else
               move ws-failures to ws-z6
               display "kpublish: FAIL -- " ws-z6 " problems found"
               move 1 to return-code
           end-if.
      *PUBLISH ----------------------------------------------------
       do-publish.
           move ws-tok(3) to ws-who.
           if ws-level-given is equal to 0
               or ws-who is equal to spaces then
               display "kpublish: PUBLISH needs the level name and"
                   " who is publishing -- it goes in the audit trail"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-level-name(21:) is not equal to spaces then
               display "kpublish: level names are at most 20"
                   " characters once published -- a longer one"
                   " leaves no room on the score row for rev="
               move 1 to return-code
               exit paragraph
           end-if.
           perform pick-draft-set.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           perform check-set.
           if ws-failures is not equal to 0 then
               move ws-failures to ws-z6
               display "kpublish: FAIL -- " ws-z6 " problems found;"
                   " nothing published"
               move 1 to return-code
               exit paragraph
           end-if.
           perform read-history.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
      *The set a level had before its first publish is kept as
      *revision 0, so the layout the old scores were set on can
      *always be brought back.
           if ws-history-rows is equal to 0 then
               move spaces to ws-suffix
               perform build-set-names
               move ws-set-map to ws-text-filename
               open input fs-text
               if ws-text-status is equal to "00"
                   close fs-text
                   perform set-from-names
                   move "-r0000" to ws-suffix
                   perform build-set-names
                   perform set-to-names
                   perform copy-set
                   if ws-copy-failed is equal to 1
                       move 1 to return-code
                       exit paragraph
                   end-if
               else
                   perform report-text-open
               end-if
           end-if.
      *Draft into the next numbered revision, and that revision
      *into the live files -- the kept copy is what a rollback
      *would bring back, so it is written first.
           add 1 to ws-top-rev giving ws-new-rev end-add.
           move ws-map-filename to ws-from-map.
           move ws-path-filename to ws-from-path.
           move ws-items-filename to ws-from-items.
           move ws-traffic-filename to ws-from-traffic.
           move ws-new-rev to ws-rev-digits.
           perform build-rev-names.
           perform set-to-names.
           perform copy-set.
           if ws-copy-failed is equal to 1 then
               move 1 to return-code
               exit paragraph
           end-if.
           perform set-from-names.
           move spaces to ws-suffix.
           perform build-set-names.
           perform set-to-names.
           perform copy-set.
           if ws-copy-failed is equal to 1 then
               move 1 to return-code
               exit paragraph
           end-if.
           move "PUBLISH" to ws-action.
           perform book-revision.
      *The draft has become the revision -- clear it, so the next
      *editor session starts from what customers now play.
           move "-draft" to ws-suffix.
           perform build-set-names.
           call "CBL_DELETE_FILE" using ws-set-map end-call.
           call "CBL_DELETE_FILE" using ws-set-path end-call.
           call "CBL_DELETE_FILE" using ws-set-items end-call.
           call "CBL_DELETE_FILE" using ws-set-traffic end-call.
           move ws-book-failed to return-code.
           if ws-book-failed is equal to 0 then
               display "kpublish: " function trim(ws-level-token)
                   " revision " ws-new-rev " is live (was "
                   ws-live-rev "); audit entry written"
           end-if.
      *ROLLBACK ---------------------------------------------------
       do-rollback.
           move ws-tok(4) to ws-who.
           if ws-level-given is equal to 0
               or ws-tok(3) is equal to spaces
               or ws-who is equal to spaces then
               display "kpublish: ROLLBACK needs the level name, the"
                   " revision and who is rolling back"
               move 1 to return-code
               exit paragraph
           end-if.
           move 1 to ws-rev-ok.
           if ws-tok(3)(5:) is not equal to spaces then
               move 0 to ws-rev-ok
           end-if.
           perform varying ws-col-no from 1 by 1 until ws-col-no > 4
               if ws-tok(3)(ws-col-no:1) is equal to space
                   exit perform
               end-if
               if ws-tok(3)(ws-col-no:1) < '0'
                   or ws-tok(3)(ws-col-no:1) > '9'
                   move 0 to ws-rev-ok
               end-if
           end-perform.
           if ws-rev-ok is equal to 0 then
               display "kpublish: the revision must be a number from"
                   " 0 to 9999"
               move 1 to return-code
               exit paragraph
           end-if.
           compute ws-new-rev = function numval(ws-tok(3))
               end-compute.
           move ws-new-rev to ws-rev-digits.
           perform build-rev-names.
           move ws-set-map to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               display "kpublish: no kept revision " ws-new-rev
                   " of " function trim(ws-level-token)
                   " (" function trim(ws-set-map) " not found)"
               move 1 to return-code
               exit paragraph
           end-if.
           close fs-text.
           perform read-history.
           if return-code is not equal to 0 then
               exit paragraph
           end-if.
           if ws-history-rows > 0
               and ws-new-rev is equal to ws-live-rev then
               display "kpublish: revision " ws-new-rev
                   " is already the live one"
               move 1 to return-code
               exit paragraph
           end-if.
           move ws-set-map to ws-map-filename.
           move ws-set-path to ws-path-filename.
           move ws-set-items to ws-items-filename.
           move ws-set-traffic to ws-traffic-filename.
           perform check-set.
           if ws-failures is not equal to 0 then
               move ws-failures to ws-z6
               display "kpublish: FAIL -- " ws-z6 " problems found"
                   " in the kept revision; nothing rolled back"
               move 1 to return-code
               exit paragraph
           end-if.
           perform set-from-names.
           move spaces to ws-suffix.
           perform build-set-names.
           perform set-to-names.
           perform copy-set.
           if ws-copy-failed is equal to 1 then
               move 1 to return-code
               exit paragraph
           end-if.
           move "ROLLBACK" to ws-action.
           perform book-revision.
           move ws-book-failed to return-code.
           if ws-book-failed is equal to 0 then
               display "kpublish: " function trim(ws-level-token)
                   " rolled back to revision " ws-new-rev " (was "
                   ws-live-rev "); audit entry written"
           end-if.
      *LIST -------------------------------------------------------
       do-list.
           display "Level revisions".
           open input fs-revisions.
           if ws-revisions-status is not equal to "00" then
               if ws-revisions-status is not equal to "35" then
                   move "revisions.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-revisions-status to ws-ioe-status
                   perform report-io-error
               end-if
               display "  no level has been published yet"
           else
               perform forever
                   read fs-revisions
                       at end exit perform
                   end-read
                   if ws-revisions-status is not less than "30" then
                       move "revisions.txt" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-revisions-status to ws-ioe-status
                       perform report-io-error
                       move 1 to return-code
                       exit perform
                   end-if
                   perform parse-revision-row
                   if ws-level-given is equal to 0
                       or ws-row-level is equal to ws-level-token
                       display "  " fs-revisions-row(1:76)
                   end-if
               end-perform
               close fs-revisions
           end-if.
           if ws-level-given is equal to 1 then
               perform read-history
               display " "
               display "Live revision of " function trim(ws-level-token)
                   ": " ws-live-rev
               move "-draft" to ws-suffix
               perform build-set-names
               move ws-set-map to ws-text-filename
               open input fs-text
               if ws-text-status is equal to "00"
                   close fs-text
                   display "An editor draft is waiting: "
                       function trim(ws-set-map)
               else
                   perform report-text-open
               end-if
           end-if.
      *The draft set to check and publish: the draft map and path
      *the editor saved, and the draft items and traffic files
      *where there are any -- the live ones where there are not.
       pick-draft-set.
           move spaces to ws-suffix.
           perform build-set-names.
           move ws-set-items to ws-items-filename.
           move ws-set-traffic to ws-traffic-filename.
           move "-draft" to ws-suffix.
           perform build-set-names.
           move ws-set-map to ws-map-filename.
           move ws-set-path to ws-path-filename.
           move ws-set-map to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               display "kpublish: no editor draft of "
                   function trim(ws-level-token) " ("
                   function trim(ws-set-map) " not found)"
               move 1 to return-code
               exit paragraph
           end-if.
           close fs-text.
           move ws-set-items to ws-text-filename.
           open input fs-text.
           if ws-text-status is equal to "00" then
               close fs-text
               move ws-set-items to ws-items-filename
           else
               perform report-text-open
           end-if.
           move ws-set-traffic to ws-text-filename.
           open input fs-text.
           if ws-text-status is equal to "00" then
               close fs-text
               move ws-set-traffic to ws-traffic-filename
           else
               perform report-text-open
           end-if.
      *<level>-map<suffix>.txt and its three companions, or plain
      *map<suffix>.txt and so on for the fallback pair -- the same
      *names KGAME-LEVEL-SETUP builds.
       build-set-names.
           move spaces to ws-set-map, ws-set-path, ws-set-items,
               ws-set-traffic.
           if ws-level-name is equal to spaces then
               string "map" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-map end-string
               string "path" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-path end-string
               string "items" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-items end-string
               string "traffic" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-traffic end-string
           else
               string ws-level-name delimited by space
                   "-map" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-map end-string
               string ws-level-name delimited by space
                   "-path" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-path end-string
               string ws-level-name delimited by space
                   "-items" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-items end-string
               string ws-level-name delimited by space
                   "-traffic" delimited by size
                   ws-suffix delimited by space
                   ".txt" delimited by size
                   into ws-set-traffic end-string
           end-if.
       build-rev-names.
           move spaces to ws-suffix.
           string "-r" delimited by size
               ws-rev-digits delimited by size
               into ws-suffix end-string.
           perform build-set-names.
       set-from-names.
           move ws-set-map to ws-from-map.
           move ws-set-path to ws-from-path.
           move ws-set-items to ws-from-items.
           move ws-set-traffic to ws-from-traffic.
       set-to-names.
           move ws-set-map to ws-to-map.
           move ws-set-path to ws-to-path.
           move ws-set-items to ws-to-items.
           move ws-set-traffic to ws-to-traffic.
      *The whole set, map and path first. WS-COPY-FAILED stops the
      *run at the first file that will not copy.
       copy-set.
           move 0 to ws-copy-failed.
           move 0 to ws-copy-optional.
           move ws-from-map to ws-src-filename.
           move ws-to-map to ws-dst-filename.
           perform copy-file.
           if ws-copy-failed is equal to 1 then
               exit paragraph
           end-if.
           move ws-from-path to ws-src-filename.
           move ws-to-path to ws-dst-filename.
           perform copy-file.
           if ws-copy-failed is equal to 1 then
               exit paragraph
           end-if.
           move 1 to ws-copy-optional.
           move ws-from-items to ws-src-filename.
           move ws-to-items to ws-dst-filename.
           perform copy-file.
           if ws-copy-failed is equal to 1 then
               exit paragraph
           end-if.
           move ws-from-traffic to ws-src-filename.
           move ws-to-traffic to ws-dst-filename.
           perform copy-file.
      *Line for line. An optional file that is not there goes
      *across as an empty one -- a level plays an empty items or
      *traffic file exactly the way it plays none, and a revision
      *rolled back to must not keep the newer one's.
       copy-file.
           open input fs-src.
           if ws-src-status is not equal to "00"
               and ws-src-status is not equal to "35" then
               move ws-src-filename to ws-ioe-file
               move "OPEN-IN" to ws-ioe-op
               move ws-src-status to ws-ioe-status
               perform report-io-error
           end-if.
           if ws-src-status is not equal to "00"
               and ws-copy-optional is equal to 0 then
               display "kpublish: cannot read "
                   function trim(ws-src-filename) " (status "
                   ws-src-status ")"
               move 1 to ws-copy-failed
               exit paragraph
           end-if.
           open output fs-dst.
           if ws-dst-status is not equal to "00" then
               move ws-dst-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-dst-status to ws-ioe-status
               perform report-io-error
               display "kpublish: cannot write "
                   function trim(ws-dst-filename) " (status "
                   ws-dst-status ")"
               move 1 to ws-copy-failed
               if ws-src-status is equal to "00"
                   close fs-src
               end-if
               exit paragraph
           end-if.
           if ws-src-status is equal to "00" then
               perform forever
                   read fs-src
                       at end exit perform
                   end-read
                   if ws-src-status is not less than "30" then
                       move ws-src-filename to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-src-status to ws-ioe-status
                       perform report-io-error
                       move 1 to ws-copy-failed
                       exit perform
                   end-if
                   move fs-src-row to fs-dst-row
                   write fs-dst-row
                   if ws-dst-status is not equal to "00" then
                       move ws-dst-filename to ws-ioe-file
                       move "WRITE" to ws-ioe-op
                       move ws-dst-status to ws-ioe-status
                       perform report-io-error
                       display "kpublish: cannot write "
                           function trim(ws-dst-filename) " (status "
                           ws-dst-status ")"
                       move 1 to ws-copy-failed
                       exit perform
                   end-if
               end-perform
               close fs-src
           end-if.
           close fs-dst.
      *The level's rows in revisions.txt: how many, the live
      *revision (the last row's -- a publish or a rollback alike)
      *and the highest revision ever published.
       read-history.
           move 0 to ws-history-rows, ws-live-rev, ws-top-rev.
           open input fs-revisions.
           if ws-revisions-status is not equal to "00" then
               if ws-revisions-status is not equal to "35" then
                   move "revisions.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-revisions-status to ws-ioe-status
                   perform report-io-error
                   display "kpublish: revisions.txt cannot be opened"
                       " (status " ws-revisions-status ")"
                   move 1 to return-code
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-revisions
                   at end exit perform
               end-read
               if ws-revisions-status is not less than "30" then
                   move "revisions.txt" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-revisions-status to ws-ioe-status
                   perform report-io-error
                   move 1 to return-code
                   exit perform
               end-if
               perform parse-revision-row
               if ws-row-level is equal to ws-level-token
                   add 1 to ws-history-rows end-add
                   move ws-row-rev to ws-live-rev
                   if ws-row-rev > ws-top-rev
                       move ws-row-rev to ws-top-rev
                   end-if
               end-if
           end-perform.
           close fs-revisions.
       parse-revision-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 8
               move spaces to ws-rev-tokens(ws-tix)
           end-perform.
           unstring fs-revisions-row delimited by all space
               into ws-rev-tokens(1) ws-rev-tokens(2)
                    ws-rev-tokens(3) ws-rev-tokens(4)
                    ws-rev-tokens(5) ws-rev-tokens(6)
                    ws-rev-tokens(7) ws-rev-tokens(8)
           end-unstring.
           move spaces to ws-row-level.
           move 0 to ws-row-rev.
           perform varying ws-tix from 1 by 1 until ws-tix > 8
               evaluate true
                   when ws-rev-tokens(ws-tix)(1:6) is equal to "level="
                       move ws-rev-tokens(ws-tix)(7:) to ws-row-level
                   when ws-rev-tokens(ws-tix)(1:4) is equal to "rev="
                       compute ws-row-rev = function numval(
                           ws-rev-tokens(ws-tix)(5:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
      *One row in revisions.txt and one in audit.log, both saying
      *what went live, what it replaced, and who did it.
       book-revision.
           move function current-date(1:14) to ws-now.
           move 0 to ws-book-failed.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-revisions.
           if ws-revisions-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-revisions
           end-if.
           if ws-revisions-status is not equal to "00" then
               move "revisions.txt" to ws-ioe-file
               move ws-revisions-status to ws-ioe-status
               perform report-io-error
               perform report-unbooked
           end-if.
           move spaces to fs-revisions-row.
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
               "  " delimited by size
               ws-action delimited by space
               "  level=" delimited by size
               ws-level-token delimited by space
               "  rev=" delimited by size
               ws-new-rev delimited by size
               "  from=" delimited by size
               ws-live-rev delimited by size
               "  who=" delimited by size
               ws-who delimited by space
               into fs-revisions-row end-string.
           if ws-book-failed is equal to 0 then
               perform write-revisions-row
               close fs-revisions
           end-if.
      *
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
               display "kpublish: audit.log cannot be opened (status "
                   ws-audit-status ") -- no audit entry written"
               move 1 to ws-book-failed
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
               "  level=" delimited by size
               ws-level-token delimited by space
               "  rev=" delimited by size
               ws-new-rev delimited by size
               "  from=" delimited by size
               ws-live-rev delimited by size
               into fs-audit-row end-string.
           perform write-audit-row.
           close fs-audit.
       write-revisions-row.
           write fs-revisions-row.
           if ws-revisions-status is not equal to "00" then
               move "revisions.txt" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-revisions-status to ws-ioe-status
               perform report-io-error
               perform report-unbooked
           end-if.
       write-audit-row.
           write fs-audit-row.
           if ws-audit-status is not equal to "00" then
               move "audit.log" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-audit-status to ws-ioe-status
               perform report-io-error
               display "kpublish: audit.log cannot be written (status "
                   ws-audit-status ") -- no audit entry written"
               move 1 to ws-book-failed
           end-if.
      *The files are live by now; without its revisions.txt row the
      *game would go on scoring the level under the old revision.
       report-unbooked.
           display "kpublish: revisions.txt cannot be written"
               " (status " ws-revisions-status ") -- revision "
               ws-new-rev " is live but not booked; add its row"
               " by hand".
           move 1 to ws-book-failed.
      *The checks, exactly as kcheck runs them on a live level --
      *map and path must open with sane headers and clean rows,
      *items and traffic rows (when there are any) must be known
      *kinds on the map the header describes.
       check-set.
           move 0 to ws-failures.
           perform check-map-file.
           perform check-path-file.
           perform check-items-file.
           perform check-traffic-file.
       check-map-file.
           move 0 to ws-map-width, ws-map-height.
           move ws-map-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               display ws-map-filename " cannot be opened (status "
                   ws-text-status ")"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           move 1 to ws-line-no.
           read fs-text
               at end
                   display ws-map-filename " line 1: empty file,"
                       " no size header"
                   add 1 to ws-failures end-add
                   close fs-text
                   exit paragraph
           end-read.
           if ws-text-status is not less than "30" then
               perform report-text-read
               close fs-text
               exit paragraph
           end-if.
           move spaces to ws-hdr-w-txt, ws-hdr-h-txt.
           unstring fs-text-row delimited by all space
               into ws-hdr-w-txt ws-hdr-h-txt end-unstring.
           if ws-hdr-w-txt is equal to spaces
               or ws-hdr-h-txt is equal to spaces then
               display ws-map-filename " line 1: size header is"
                   " not two numbers"
               add 1 to ws-failures end-add
           else
               compute ws-map-width =
                   function numval(ws-hdr-w-txt) end-compute
               compute ws-map-height =
                   function numval(ws-hdr-h-txt) end-compute
               if ws-map-width < 1 or ws-map-width > 1024 then
                   display ws-map-filename " line 1: width "
                       ws-map-width " outside 1-1024"
                   add 1 to ws-failures end-add
               end-if
               if ws-map-height < 1 then
                   display ws-map-filename " line 1: height "
                       ws-map-height " outside 1-250000/width"
                   add 1 to ws-failures end-add
               end-if
               if ws-map-width > 0
                   and ws-map-width * ws-map-height > 250000 then
                   display ws-map-filename " line 1: "
                       ws-map-width " x " ws-map-height
                       " exceeds the 250000-tile tables"
                   add 1 to ws-failures end-add
               end-if
           end-if.
           perform forever
               read fs-text
                   at end exit perform
               end-read
               if ws-text-status is not less than "30" then
                   perform report-text-read
                   exit perform
               end-if
               add 1 to ws-line-no end-add
               perform check-map-row
           end-perform.
           close fs-text.
       check-map-row.
           perform varying ws-col from 1 by 1
           until ws-col is greater than function length(fs-text-row)
               move fs-text-row(ws-col:1) to ws-char
               if ws-char is not equal to space
                   and (ws-char is less than 'A'
                       or (ws-char is greater than 'Z'
                           and ws-char is less than 'a')
                       or ws-char is greater than 'z')
                   then
                   display ws-map-filename " line " ws-line-no
                       " column " ws-col " bad tile code ["
                       ws-char "]"
                   add 1 to ws-failures end-add
               end-if
           end-perform.
       check-path-file.
           move ws-path-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               display ws-path-filename " cannot be opened (status "
                   ws-text-status ")"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           move 1 to ws-line-no.
           read fs-text
               at end
                   display ws-path-filename " line 1: empty file,"
                       " no car-count header"
                   add 1 to ws-failures end-add
                   close fs-text
                   exit paragraph
           end-read.
           if ws-text-status is not less than "30" then
               perform report-text-read
               close fs-text
               exit paragraph
           end-if.
           move spaces to ws-hdr-w-txt.
           unstring fs-text-row delimited by all space
               into ws-hdr-w-txt end-unstring.
           if ws-hdr-w-txt is equal to spaces then
               display ws-path-filename " line 1: car-count header"
                   " is not a number"
               add 1 to ws-failures end-add
           else
               compute ws-cars =
                   function numval(ws-hdr-w-txt) end-compute
               if ws-cars > 128 then
                   display ws-path-filename " line 1: car count "
                       ws-cars " exceeds the 128-car tables"
                   add 1 to ws-failures end-add
               end-if
           end-if.
           perform forever
               read fs-text
                   at end exit perform
               end-read
               if ws-text-status is not less than "30" then
                   perform report-text-read
                   exit perform
               end-if
               add 1 to ws-line-no end-add
               perform check-path-row
           end-perform.
           close fs-text.
       check-path-row.
           perform varying ws-col from 1 by 1
           until ws-col is greater than function length(fs-text-row)
               move fs-text-row(ws-col:1) to ws-char
               evaluate ws-char
                   when space
                   when '.' when 'P' when 'L' when 'R'
                   when 'U' when 'D' when 'X' when 'S' when 'H'
                       continue
                   when other
                       display ws-path-filename " line " ws-line-no
                           " column " ws-col " bad path code ["
                           ws-char "]"
                       add 1 to ws-failures end-add
               end-evaluate
           end-perform.
       check-items-file.
           move ws-items-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no.
           perform forever
               read fs-text
                   at end exit perform
               end-read
               if ws-text-status is not less than "30" then
                   perform report-text-read
                   exit perform
               end-if
               add 1 to ws-line-no end-add
               if fs-text-row is not equal to spaces
                   perform check-items-row
               end-if
           end-perform.
           close fs-text.
       check-items-row.
           move spaces to ws-item-kind, ws-item-x-txt,
               ws-item-y-txt.
           unstring fs-text-row delimited by all space
               into ws-item-kind ws-item-x-txt ws-item-y-txt
           end-unstring.
           if ws-item-kind is not equal to 'F'
               and ws-item-kind is not equal to 'T'
               and ws-item-kind is not equal to 'L' then
               display ws-items-filename " line " ws-line-no
                   " unknown item kind [" ws-item-kind "]"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           compute ws-item-x =
               function numval(ws-item-x-txt) end-compute.
           compute ws-item-y =
               function numval(ws-item-y-txt) end-compute.
           if ws-item-x >= ws-map-width
               or ws-item-y >= ws-map-height then
               display ws-items-filename " line " ws-line-no
                   " item at " ws-item-x "," ws-item-y
                   " is off the " ws-map-width " x "
                   ws-map-height " map"
               add 1 to ws-failures end-add
           end-if.
       check-traffic-file.
           move ws-traffic-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no.
           move 0 to ws-prev-wave.
           perform forever
               read fs-text
                   at end exit perform
               end-read
               if ws-text-status is not less than "30" then
                   perform report-text-read
                   exit perform
               end-if
               add 1 to ws-line-no end-add
               if fs-text-row is not equal to spaces
                   perform check-traffic-row
               end-if
           end-perform.
           close fs-text.
       check-traffic-row.
           move spaces to ws-tr-kind, ws-tr-a-txt, ws-tr-b-txt.
           unstring fs-text-row delimited by all space
               into ws-tr-kind ws-tr-a-txt ws-tr-b-txt
           end-unstring.
           if ws-tr-kind is not equal to "SPAWN"
               and ws-tr-kind is not equal to "WAVE" then
               display ws-traffic-filename " line " ws-line-no
                   " unknown row kind [" ws-tr-kind "]"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           if ws-tr-a-txt is equal to spaces
               or ws-tr-b-txt is equal to spaces then
               display ws-traffic-filename " line " ws-line-no
                   " needs two numbers after " ws-tr-kind
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           compute ws-tr-a = function numval(ws-tr-a-txt)
           end-compute.
           compute ws-tr-b = function numval(ws-tr-b-txt)
           end-compute.
           if ws-tr-kind is equal to "SPAWN"
               and (ws-tr-a >= ws-map-width
                   or ws-tr-b >= ws-map-height) then
               display ws-traffic-filename " line " ws-line-no
                   " spawn at " ws-tr-a "," ws-tr-b
                   " is off the " ws-map-width " x "
                   ws-map-height " map"
               add 1 to ws-failures end-add
           end-if.
           if ws-tr-kind is equal to "WAVE" then
               if ws-tr-a < ws-prev-wave then
                   display ws-traffic-filename " line " ws-line-no
                       " WAVE time " ws-tr-a
                       " is earlier than the row before it"
                   add 1 to ws-failures end-add
               end-if
               move ws-tr-a to ws-prev-wave
           end-if.
      *A file that is there but will not open or read is a problem
      *in its own right: it is journalled as an ERROR event (see
      *kioerr.cbl) and, when it broke off a check's read, counted
      *as a failure. Status 35 is the file simply not being there,
      *which each check and probe judges itself.
       report-text-open.
           if ws-text-status is not equal to "35" then
               move ws-text-filename to ws-ioe-file
               move "OPEN-IN" to ws-ioe-op
               move ws-text-status to ws-ioe-status
               perform report-io-error
           end-if.
       report-text-read.
           display function trim(ws-text-filename)
               " cannot be read past line " ws-line-no
               " (status " ws-text-status ")".
           add 1 to ws-failures end-add.
           move ws-text-filename to ws-ioe-file.
           move "READ" to ws-ioe-op.
           move ws-text-status to ws-ioe-status.
           perform report-io-error.
       report-io-error.
           move "kpublish" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kpublish.
