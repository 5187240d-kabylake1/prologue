      *a readable -map.txt/-path.txt pair with a sane size header
      *and clean tile/path characters, the optional -items.txt rows
      *are on-map, the texture and sound assets exist, options.cfg
      *values sit in plausible ranges, a tickets.cfg payout table
      *(if present) names only known keys with whole-number
      *values, an events.txt tournament list (if present) has
      *real dates, catalogue levels and known difficulty and mode
      *letters, the achievements.cfg badge rules (if present) use
      *only conditions the game knows, checkpoint.dat (if present)
      *names a level that still exists, and the ATTENDANT rows of
      *options.cfg give each member of staff a four-digit PIN of
      *their own. Every failure is spelled out by file and line;
      *the exit code is 0 on a clean pass and 1 otherwise.
       identification division.
       program-id. kcheck.
       environment division.
       01  ws-opt-key picture x(16).
       01  ws-opt-val picture x(16).
       01  ws-opt-num picture is 9(8).
       01  ws-opt-pin picture x(16).
      *ATTENDANT rows seen so far -- the PIN alone says who signed
      *in, so no two may share one, and the game reads only eight.
       01  ws-att-count picture is 9(4).
       01  ws-att-pins picture x(4) occurs 8 times.
      *Checkpoint rows
       01  ws-ckpt-key picture x(16).
       01  ws-ckpt-val picture x(32).
       01  ws-found picture is 9.
       01  ws-i picture is 9(4).
      *events.txt rows
       01  ws-ev-key picture x(16).
       01  ws-ev-list picture x(32) occurs 16 times.
       01  ws-ev-ix picture is 9(4).
       01  ws-ev-ptr picture is 9(4).
       01  ws-ev-open picture is 9.
       01  ws-ev-from picture x(10).
       01  ws-ev-date picture x(32).
      *Tally
       01  ws-failures picture is 9(6).
       01  ws-z6 picture is zzzzz9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move 0 to ws-failures.
           perform read-catalogue.
           end-perform.
           perform check-assets.
           perform check-options.
           perform check-payout.
           perform check-events.
           perform check-badges.
           perform check-checkpoint.
      *
           if ws-failures is equal to 0 then
                   read fs-levels
                       at end exit perform
                   end-read
                   if ws-levels-status is not less than "30" then
                       move "levels.lst" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-levels-status to ws-ioe-status
                       perform report-io-error
                       exit perform
                   end-if
                   if fs-levels-row is not equal to spaces
                       and ws-level-count < 16
                       add 1 to ws-level-count end-add
                   end-if
               end-perform
               close fs-levels
           else
               if ws-levels-status is not equal to "35" then
                   move "levels.lst" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-levels-status to ws-ioe-status
                   perform report-io-error
               end-if
           end-if.
           if ws-level-count is equal to 0 then
               move 1 to ws-level-count
           move ws-map-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               display ws-map-filename " cannot be opened (status "
                   ws-text-status ")"
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
           move ws-path-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               display ws-path-filename " cannot be opened (status "
                   ws-text-status ")"
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
           move ws-items-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no.
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
           move ws-traffic-filename to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no.
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
           if ws-asset-status is equal to "00" then
               close fs-asset
           else
               perform report-asset-open
               display ws-asset-filename " missing (status "
                   ws-asset-status ")"
               add 1 to ws-failures end-add
      *Options.cfg is optional, but a value present and out of its
      *plausible range points at a mangled hand edit.
       check-options.
           move 0 to ws-att-count.
           move "options.cfg" to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no.
               read fs-text
                   at end exit perform
               end-read
               if ws-text-status is not less than "30" then
                   perform report-text-read
                   exit perform
               end-if
               add 1 to ws-line-no end-add
               if fs-text-row is not equal to spaces
                   perform check-option-row
           end-perform.
           close fs-text.
       check-option-row.
           move spaces to ws-opt-key, ws-opt-val, ws-opt-pin.
           unstring fs-text-row delimited by all space
               into ws-opt-key ws-opt-val ws-opt-pin end-unstring.
           if ws-opt-val is equal to spaces then
               display "options.cfg line " ws-line-no " key "
                   ws-opt-key " has no value"
               when "LANGUAGE"
                   perform check-language-value
                   exit paragraph
               when "ATTENDANT"
                   perform check-attendant-value
                   exit paragraph
               when other continue
           end-evaluate.
      *The value token is blank-padded, so the digits-only test
                       " unknown key " ws-opt-key
                   add 1 to ws-failures end-add
           end-evaluate.
      *"ATTENDANT <id> <pin>": an id the audit trail can carry (one
      *word, eight characters at most) and a PIN of exactly four
      *digits that no earlier row already uses.
       check-attendant-value.
           if ws-opt-val(9:) is not equal to spaces then
               display "options.cfg line " ws-line-no
                   " attendant id " ws-opt-val
                   " is longer than 8 characters"
               add 1 to ws-failures end-add
           end-if.
           if ws-opt-pin(1:4) is not numeric
               or ws-opt-pin(5:) is not equal to spaces then
               display "options.cfg line " ws-line-no
                   " attendant " ws-opt-val
                   " needs a four-digit PIN"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           move 0 to ws-found.
           perform varying ws-col from 1 by 1
           until ws-col > ws-att-count
               if ws-att-pins(ws-col) is equal to ws-opt-pin(1:4)
                   move 1 to ws-found
               end-if
           end-perform.
           if ws-found is equal to 1 then
               display "options.cfg line " ws-line-no
                   " attendant " ws-opt-val
                   " shares a PIN with an earlier attendant"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           if ws-att-count is equal to 8 then
               display "options.cfg line " ws-line-no
                   " attendant " ws-opt-val
                   " is past the eight the game reads"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           add 1 to ws-att-count end-add.
           move ws-opt-pin(1:4) to ws-att-pins(ws-att-count).
       flag-option-range.
           display "options.cfg line " ws-line-no " key "
               ws-opt-key " value " ws-opt-val
           if ws-asset-status is equal to "00" then
               close fs-asset
           else
               perform report-asset-open
               display "options.cfg line " ws-line-no " key "
                   ws-opt-key " names " ws-asset-filename
                   " which is missing"
               add 1 to ws-failures end-add
           end-if.
      *tickets.cfg is optional too -- a kiosk without one pays no
      *prize tickets -- but a key the game does not know, or a
      *value it cannot read as a count, silently pays the wrong
      *tickets. The ticket value alone may carry cents.
       check-payout.
           move "tickets.cfg" to ws-text-filename.
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
                   perform check-payout-row
               end-if
           end-perform.
           close fs-text.
       check-payout-row.
           move spaces to ws-opt-key, ws-opt-val.
           unstring fs-text-row delimited by all space
               into ws-opt-key ws-opt-val end-unstring.
           evaluate ws-opt-key
               when "DISTANCE_STEP" when "ITEM" when "BONUS_STEP"
               when "WIN" when "LOSS" when "TIMEOUT"
               when "MINIMUM" when "MAXIMUM" when "CENTS_PER_TICKET"
                   continue
               when other
                   display "tickets.cfg line " ws-line-no
                       " unknown key " ws-opt-key
                   add 1 to ws-failures end-add
                   exit paragraph
           end-evaluate.
           if ws-opt-val is equal to spaces then
               display "tickets.cfg line " ws-line-no " key "
                   ws-opt-key " has no value"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           move 0 to ws-found.
           perform varying ws-col from 1 by 1 until ws-col > 16
               move ws-opt-val(ws-col:1) to ws-char
               if ws-char is equal to space
                   exit perform
               end-if
               if ws-char is equal to '.'
                   and ws-opt-key is equal to "CENTS_PER_TICKET"
                   continue
               else
                   if ws-char < '0' or ws-char > '9'
                       move 1 to ws-found
                   end-if
               end-if
           end-perform.
           if ws-found is equal to 1 then
               display "tickets.cfg line " ws-line-no " key "
                   ws-opt-key " value is not a number"
               add 1 to ws-failures end-add
           end-if.
      *events.txt is optional as well. A tournament whose dates do
      *not read as dates never goes live, and one naming a level
      *the catalogue does not have, or a difficulty or mode letter
      *the game never books, can never have a round tagged to it
      *-- both fail silently on the night, so they fail here.
       check-events.
           move "events.txt" to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no, ws-ev-open.
           move spaces to ws-ev-from.
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
                   perform check-event-row
               end-if
           end-perform.
           close fs-text.
       check-event-row.
           move spaces to ws-ev-key.
           move 1 to ws-ev-ptr.
           unstring fs-text-row delimited by all space
               into ws-ev-key
               with pointer ws-ev-ptr end-unstring.
           perform varying ws-ev-ix from 1 by 1 until ws-ev-ix > 16
               move spaces to ws-ev-list(ws-ev-ix)
           end-perform.
           unstring fs-text-row(ws-ev-ptr:128) delimited by all space
               into ws-ev-list(1) ws-ev-list(2) ws-ev-list(3)
                    ws-ev-list(4) ws-ev-list(5) ws-ev-list(6)
                    ws-ev-list(7) ws-ev-list(8) ws-ev-list(9)
                    ws-ev-list(10) ws-ev-list(11) ws-ev-list(12)
                    ws-ev-list(13) ws-ev-list(14) ws-ev-list(15)
                    ws-ev-list(16)
           end-unstring.
           if ws-ev-key is not equal to "EVENT"
               and ws-ev-open is equal to 0 then
               display "events.txt line " ws-line-no
                   " comes before any EVENT row"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           evaluate ws-ev-key
               when "EVENT"
                   move 1 to ws-ev-open
                   move spaces to ws-ev-from
                   if ws-ev-list(1) is equal to spaces
                       or ws-ev-list(1)(9:) is not equal to spaces
                       display "events.txt line " ws-line-no
                           " EVENT needs a code of 1-8 characters"
                       add 1 to ws-failures end-add
                   end-if
               when "FROM"
                   move ws-ev-list(1) to ws-ev-date
                   perform check-event-date
                   move ws-ev-list(1) to ws-ev-from
               when "TO"
                   move ws-ev-list(1) to ws-ev-date
                   perform check-event-date
                   if ws-ev-from is not equal to spaces
                       and ws-ev-list(1) < ws-ev-from
                       display "events.txt line " ws-line-no
                           " TO is before the event's FROM"
                       add 1 to ws-failures end-add
                   end-if
               when "LEVELS"
                   perform varying ws-ev-ix from 1 by 1
                   until ws-ev-ix > 16
                       if ws-ev-list(ws-ev-ix) is not equal to spaces
                           perform check-event-level
                       end-if
                   end-perform
               when "DIFF"
                   if ws-ev-list(1) is not equal to "E"
                       and ws-ev-list(1) is not equal to "N"
                       and ws-ev-list(1) is not equal to "H"
                       display "events.txt line " ws-line-no
                           " DIFF must be E, N or H"
                       add 1 to ws-failures end-add
                   end-if
               when "MODES"
                   perform varying ws-ev-ix from 1 by 1
                   until ws-ev-ix > 16
                       if ws-ev-list(ws-ev-ix) is not equal to spaces
                           and ws-ev-list(ws-ev-ix) is not equal to "F"
                           and ws-ev-list(ws-ev-ix) is not equal to "T"
                           and ws-ev-list(ws-ev-ix) is not equal to "C"
                           and ws-ev-list(ws-ev-ix) is not equal to "D"
                           display "events.txt line " ws-line-no
                               " unknown mode " ws-ev-list(ws-ev-ix)
                           add 1 to ws-failures end-add
                       end-if
                   end-perform
               when "BEST"
                   move 1 to ws-found
                   if ws-ev-list(1)(1:1) is numeric
                       and ws-ev-list(1)(2:) is equal to spaces
                       move 0 to ws-found
                   end-if
                   if ws-ev-list(1)(1:2) is numeric
                       and ws-ev-list(1)(3:) is equal to spaces
                       move 0 to ws-found
                   end-if
                   if ws-found is equal to 1
                       display "events.txt line " ws-line-no
                           " BEST is not a count of rounds"
                       add 1 to ws-failures end-add
                   end-if
               when "PLAYERS"
                   perform varying ws-ev-ix from 1 by 1
                   until ws-ev-ix > 16
                       if ws-ev-list(ws-ev-ix)(4:) is not equal to
                           spaces
                           display "events.txt line " ws-line-no
                               " initials " ws-ev-list(ws-ev-ix)
                               " are longer than three letters"
                           add 1 to ws-failures end-add
                       end-if
                   end-perform
               when other
                   display "events.txt line " ws-line-no
                       " unknown key " ws-ev-key
                   add 1 to ws-failures end-add
           end-evaluate.
       check-event-date.
           if ws-ev-date(1:4) is not numeric
               or ws-ev-date(5:1) is not equal to "-"
               or ws-ev-date(6:2) is not numeric
               or ws-ev-date(8:1) is not equal to "-"
               or ws-ev-date(9:2) is not numeric
               or ws-ev-date(11:) is not equal to spaces
               or ws-ev-date(6:2) < "01" or ws-ev-date(6:2) > "12"
               or ws-ev-date(9:2) < "01" or ws-ev-date(9:2) > "31"
               then
               display "events.txt line " ws-line-no " key "
                   ws-ev-key " date " ws-ev-date(1:10)
                   " is not YYYY-MM-DD"
               add 1 to ws-failures end-add
           end-if.
      *A level is booked as its levels.lst name, the plain
      *map.txt/path.txt pair as "-".
       check-event-level.
           move 0 to ws-found.
           perform varying ws-col from 1 by 1
           until ws-col > ws-level-count
               if ws-level-names(ws-col) is equal to
                   ws-ev-list(ws-ev-ix)
                   move 1 to ws-found
               end-if
               if ws-level-names(ws-col) is equal to spaces
                   and ws-ev-list(ws-ev-ix) is equal to "-"
                   move 1 to ws-found
               end-if
           end-perform.
           if ws-found is equal to 0 then
               display "events.txt line " ws-line-no
                   " names level " ws-ev-list(ws-ev-ix)
                   " which is not in levels.lst"
               add 1 to ws-failures end-add
           end-if.
      *achievements.cfg is read at every round end, so a rule
      *edited on the floor is live at once -- a condition the game
      *does not know makes the badge unwinnable, and a mistyped
      *letter or number quietly does the same.
       check-badges.
           move "achievements.cfg" to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no, ws-ev-open.
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
                   perform check-badge-row
               end-if
           end-perform.
           close fs-text.
       check-badge-row.
           move spaces to ws-ev-key.
           move 1 to ws-ev-ptr.
           unstring fs-text-row delimited by all space
               into ws-ev-key
               with pointer ws-ev-ptr end-unstring.
           perform varying ws-ev-ix from 1 by 1 until ws-ev-ix > 16
               move spaces to ws-ev-list(ws-ev-ix)
           end-perform.
           unstring fs-text-row(ws-ev-ptr:128) delimited by all space
               into ws-ev-list(1) ws-ev-list(2) ws-ev-list(3)
                    ws-ev-list(4) ws-ev-list(5) ws-ev-list(6)
                    ws-ev-list(7) ws-ev-list(8) ws-ev-list(9)
                    ws-ev-list(10) ws-ev-list(11) ws-ev-list(12)
                    ws-ev-list(13) ws-ev-list(14) ws-ev-list(15)
                    ws-ev-list(16)
           end-unstring.
           if ws-ev-key is not equal to "BADGE"
               and ws-ev-open is equal to 0 then
               display "achievements.cfg line " ws-line-no
                   " comes before any BADGE row"
               add 1 to ws-failures end-add
               exit paragraph
           end-if.
           evaluate ws-ev-key
               when "BADGE"
                   move 1 to ws-ev-open
                   if ws-ev-list(1) is equal to spaces
                       or ws-ev-list(1)(13:) is not equal to spaces
                       display "achievements.cfg line " ws-line-no
                           " BADGE needs a code of 1-12 characters"
                       add 1 to ws-failures end-add
                   end-if
               when "RESULT"
                   perform varying ws-ev-ix from 1 by 1
                   until ws-ev-ix > 16
                       if ws-ev-list(ws-ev-ix) is not equal to spaces
                           and ws-ev-list(ws-ev-ix) is not equal to "W"
                           and ws-ev-list(ws-ev-ix) is not equal to "L"
                           and ws-ev-list(ws-ev-ix) is not equal to "T"
                           display "achievements.cfg line " ws-line-no
                               " unknown result " ws-ev-list(ws-ev-ix)
                           add 1 to ws-failures end-add
                       end-if
                   end-perform
               when "MODE"
                   perform varying ws-ev-ix from 1 by 1
                   until ws-ev-ix > 16
                       if ws-ev-list(ws-ev-ix) is not equal to spaces
                           and ws-ev-list(ws-ev-ix) is not equal to "F"
                           and ws-ev-list(ws-ev-ix) is not equal to "T"
                           and ws-ev-list(ws-ev-ix) is not equal to "C"
                           and ws-ev-list(ws-ev-ix) is not equal to "D"
                           display "achievements.cfg line " ws-line-no
                               " unknown mode " ws-ev-list(ws-ev-ix)
                           add 1 to ws-failures end-add
                       end-if
                   end-perform
               when "DIFF"
                   perform varying ws-ev-ix from 1 by 1
                   until ws-ev-ix > 16
                       if ws-ev-list(ws-ev-ix) is not equal to spaces
                           and ws-ev-list(ws-ev-ix) is not equal to "E"
                           and ws-ev-list(ws-ev-ix) is not equal to "N"
                           and ws-ev-list(ws-ev-ix) is not equal to "H"
                           display "achievements.cfg line " ws-line-no
                               " unknown difficulty "
                               ws-ev-list(ws-ev-ix)
                           add 1 to ws-failures end-add
                       end-if
                   end-perform
               when "LEVEL"
                   perform varying ws-ev-ix from 1 by 1
                   until ws-ev-ix > 16
                       if ws-ev-list(ws-ev-ix) is not equal to spaces
                           perform check-badge-level
                       end-if
                   end-perform
               when "MAXHITS" when "MINDIST" when "MINTIME"
                   perform check-badge-number
               when "MINITEMS"
                   if ws-ev-list(1) is not equal to "ALL"
                       perform check-badge-number
                   end-if
               when "FROM" when "TO"
                   move ws-ev-list(1) to ws-ev-date
                   perform check-badge-date
               when other
                   display "achievements.cfg line " ws-line-no
                       " unknown condition " ws-ev-key
                   add 1 to ws-failures end-add
           end-evaluate.
       check-badge-number.
           move 0 to ws-found.
           perform varying ws-col from 1 by 1 until ws-col > 9
               move ws-ev-list(1)(ws-col:1) to ws-char
               if ws-char is equal to space
                   exit perform
               end-if
               if ws-char < '0' or ws-char > '9'
                   move 1 to ws-found
               end-if
           end-perform.
           if ws-ev-list(1) is equal to spaces
               or ws-ev-list(1)(9:) is not equal to spaces then
               move 1 to ws-found
           end-if.
           if ws-found is equal to 1 then
               display "achievements.cfg line " ws-line-no " key "
                   ws-ev-key " value is not a number"
               add 1 to ws-failures end-add
           end-if.
       check-badge-date.
           if ws-ev-date(1:4) is not numeric
               or ws-ev-date(5:1) is not equal to "-"
               or ws-ev-date(6:2) is not numeric
               or ws-ev-date(8:1) is not equal to "-"
               or ws-ev-date(9:2) is not numeric
               or ws-ev-date(11:) is not equal to spaces
               or ws-ev-date(6:2) < "01" or ws-ev-date(6:2) > "12"
               or ws-ev-date(9:2) < "01" or ws-ev-date(9:2) > "31"
               then
               display "achievements.cfg line " ws-line-no " key "
                   ws-ev-key " date " ws-ev-date(1:10)
                   " is not YYYY-MM-DD"
               add 1 to ws-failures end-add
           end-if.
       check-badge-level.
           move 0 to ws-found.
           perform varying ws-col from 1 by 1
           until ws-col > ws-level-count
               if ws-level-names(ws-col) is equal to
                   ws-ev-list(ws-ev-ix)
                   move 1 to ws-found
               end-if
               if ws-level-names(ws-col) is equal to spaces
                   and ws-ev-list(ws-ev-ix) is equal to "-"
                   move 1 to ws-found
               end-if
           end-perform.
           if ws-found is equal to 0 then
               display "achievements.cfg line " ws-line-no
                   " names level " ws-ev-list(ws-ev-ix)
                   " which is not in levels.lst"
               add 1 to ws-failures end-add
           end-if.
      *checkpoint.dat, when present, must point at a level the
      *catalogue still knows -- a resume onto a deleted level
      *would fall apart at load time.
           move "checkpoint.dat" to ws-text-filename.
           open input fs-text.
           if ws-text-status is not equal to "00" then
               perform report-text-open
               exit paragraph
           end-if.
           move 0 to ws-line-no.
               read fs-text
                   at end exit perform
               end-read
               if ws-text-status is not less than "30" then
                   perform report-text-read
                   exit perform
               end-if
               add 1 to ws-line-no end-add
               move spaces to ws-ckpt-key, ws-ckpt-val
               unstring fs-text-row delimited by all space
                   " which is not in levels.lst"
               add 1 to ws-failures end-add
           end-if.
      *A file that is there but will not open or read is a problem
      *in its own right, beyond whatever check it was wanted for:
      *it is journalled as an ERROR event (see kioerr.cbl) and, when
      *it broke off a read, counted as a failure. Status 35 is the
      *file simply not being there, which each check judges itself.
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
       report-asset-open.
           if ws-asset-status is not equal to "35" then
               move ws-asset-filename to ws-ioe-file
               move "OPEN-IN" to ws-ioe-op
               move ws-asset-status to ws-ioe-status
               perform report-io-error
           end-if.
       report-io-error.
           move "kcheck" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kcheck.
