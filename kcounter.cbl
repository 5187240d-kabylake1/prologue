      *Prize redemption counter -- a plain command-line batch run
      *for the attendant at the prize counter and for finance at
      *period end. The tickets themselves are kept in tickets.txt
      *by KGAME-TICKET-POST (kticket.cbl), which this run goes
      *through for every posting so a debit is checked, sealed and
      *journaled exactly the way the game's credits are.
      *
      *  kcounter BALANCE <ABC>              tickets held
      *  kcounter REDEEM <ABC> <tickets> <prize> <attendant>
      *                                      pay out a prize
      *  kcounter REPORT [<from> [<to>]]     tickets issued and
      *                                      redeemed, and what is
      *                                      still owed
      *
      *REDEEM refuses to take more tickets than the initials hold.
      *The prize code and the attendant id (up to 8 characters
      *each) go on the ledger row. REPORT's dates are YYYY-MM-DD
      *and default to the first of this month through today; the
      *outstanding liability is every balance at the period's
      *close, and is priced too when tickets.cfg names a
      *CENTS_PER_TICKET.
       identification division.
       program-id. kcounter.
       environment division.
       input-output section.
       file-control.
           select fs-ledger assign to "tickets.txt"
           organization is line sequential
           file status is ws-ledger-status.
           select fs-payout assign to "tickets.cfg"
           organization is line sequential
           file status is ws-payout-status.
       data division.
       file section.
       fd  fs-ledger.
       01  fs-ledger-row picture x(160).
       fd  fs-payout.
       01  fs-payout-row picture x(64).
       working-storage section.
       01  ws-ledger-status picture x(2).
       01  ws-payout-status picture x(2).
      *The command line
       01  ws-cmdline picture x(120).
       01  ws-tok picture x(32) occurs 6 times.
       01  ws-action picture x(16).
       01  ws-name picture x(3).
       01  ws-prize picture x(8).
       01  ws-attendant picture x(8).
       01  ws-amount-ok picture is 9.
       01  ws-col picture is 9(4).
      *KGAME-TICKET-POST's parameters
       01  ws-tk-action picture is x(1).
       01  ws-tk-name picture is x(3).
       01  ws-tk-tickets picture is 9(6).
       01  ws-tk-detail picture is x(40).
       01  ws-tk-balance picture is 9(8).
       01  ws-tk-result picture is 9.
      *The report period and the ledger row in hand
       01  ws-from-date picture x(10).
       01  ws-to-date picture x(10).
       01  ws-tokens picture is x(20) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-row-date picture x(10).
       01  ws-row-kind picture x(8).
       01  ws-row-name picture x(3).
       01  ws-row-tickets picture is 9(6).
       01  ws-row-prize picture x(8).
      *One slot per set of initials with a ledger row on or before
      *the period's close.
       01  ws-pl-count picture is 9(4).
       01  ws-pl-name picture is x(3) occurs 500 times.
       01  ws-pl-opening picture is 9(8) occurs 500 times.
       01  ws-pl-issued picture is 9(8) occurs 500 times.
       01  ws-pl-redeemed picture is 9(8) occurs 500 times.
       01  ws-pl-lost picture is 9(6).
      *Prizes handed over in the period -- what the prize stock
      *has to be topped back up with.
       01  ws-pz-count picture is 9(4).
       01  ws-pz-code picture is x(8) occurs 100 times.
       01  ws-pz-times picture is 9(6) occurs 100 times.
       01  ws-pz-tickets picture is 9(8) occurs 100 times.
       01  ws-cents-per-ticket picture is 9(4)v99.
       01  ws-opt-key picture is x(16).
       01  ws-opt-val picture is x(16).
      *Totals
       01  ws-tot-opening picture is 9(9).
       01  ws-tot-issued picture is 9(9).
       01  ws-tot-redeemed picture is 9(9).
       01  ws-tot-closing picture is 9(9).
       01  ws-closing picture is 9(9).
       01  ws-value picture is 9(9)v99.
       01  ws-i picture is 9(4).
       01  ws-found picture is 9(4).
      *Display editing
       01  ws-z6 picture is zzzzz9.
       01  ws-z9-a picture is zzzzzzzz9.
       01  ws-z9-b picture is zzzzzzzz9.
       01  ws-z9-c picture is zzzzzzzz9.
       01  ws-z9-d picture is zzzzzzzz9.
       01  ws-money picture is zzzzzzzz9.99.
       01  ws-cents-edit picture is zzz9.99.
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
           move ws-tok(1) to ws-action.
           evaluate ws-action
               when "BALANCE" perform do-balance
               when "REDEEM" perform do-redeem
               when "REPORT" perform do-report
               when other
                   display "kcounter: actions are BALANCE <ABC>,"
                       " REDEEM <ABC> <tickets> <prize> <attendant>,"
                       " REPORT [<from> [<to>]]"
                   move 1 to return-code
           end-evaluate.
           goback.
      *BALANCE ----------------------------------------------------
       do-balance.
           move function upper-case(ws-tok(2)) to ws-name.
           if ws-name is equal to spaces then
               display "kcounter: BALANCE needs the player's"
                   " initials"
               move 1 to return-code
               exit paragraph
           end-if.
           move 'B' to ws-tk-action.
           move ws-name to ws-tk-name.
           move 0 to ws-tk-tickets.
           move spaces to ws-tk-detail.
           perform post-tickets.
           if ws-tk-result is not equal to 0 then
               display "kcounter: tickets.txt could not be read --"
                   " no balance to give"
               move 1 to return-code
               exit paragraph
           end-if.
           move ws-tk-balance to ws-z9-a.
           display "kcounter: " ws-name " holds "
               function trim(ws-z9-a) " tickets".
      *REDEEM -----------------------------------------------------
       do-redeem.
           move function upper-case(ws-tok(2)) to ws-name.
           move function upper-case(ws-tok(4)) to ws-prize.
           move ws-tok(5) to ws-attendant.
           if ws-name is equal to spaces
               or ws-prize is equal to spaces then
               display "kcounter: REDEEM needs the initials, the"
                   " tickets, the prize code and the attendant id"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-attendant is equal to spaces then
               display "kcounter: say which attendant is handing"
                   " the prize over -- it goes on the ledger"
               move 1 to return-code
               exit paragraph
           end-if.
           if ws-tok(4)(9:) is not equal to spaces
               or ws-tok(5)(9:) is not equal to spaces then
               display "kcounter: prize codes and attendant ids are"
                   " at most 8 characters"
               move 1 to return-code
               exit paragraph
           end-if.
      *Whole tickets only, and no more than a ledger row holds.
           move 1 to ws-amount-ok.
           if ws-tok(3)(1:1) is equal to space
               or ws-tok(3)(7:) is not equal to spaces then
               move 0 to ws-amount-ok
           end-if.
           perform varying ws-col from 1 by 1 until ws-col > 6
               if ws-tok(3)(ws-col:1) is equal to space
                   exit perform
               end-if
               if ws-tok(3)(ws-col:1) < '0'
                   or ws-tok(3)(ws-col:1) > '9'
                   move 0 to ws-amount-ok
               end-if
           end-perform.
           if ws-amount-ok is equal to 1 then
               compute ws-tk-tickets =
                   function numval(ws-tok(3)) end-compute
               if ws-tk-tickets is equal to 0
                   move 0 to ws-amount-ok
               end-if
           end-if.
           if ws-amount-ok is equal to 0 then
               display "kcounter: the tickets to take must be a"
                   " whole number from 1 to 999999"
               move 1 to return-code
               exit paragraph
           end-if.
      *
           move 'D' to ws-tk-action.
           move ws-name to ws-tk-name.
           move spaces to ws-tk-detail.
           string "prize=" delimited by size
               ws-prize delimited by space
               "  by=" delimited by size
               ws-attendant delimited by space
               into ws-tk-detail end-string.
           perform post-tickets.
           evaluate ws-tk-result
               when 0
                   move ws-tk-tickets to ws-z9-a
                   move ws-tk-balance to ws-z9-b
                   display "kcounter: " function trim(ws-z9-a)
                       " tickets taken from " ws-name " for "
                       function trim(ws-prize) "; "
                       function trim(ws-z9-b) " left"
               when 1
                   move ws-tk-tickets to ws-z9-a
                   move ws-tk-balance to ws-z9-b
                   display "kcounter: refused -- " ws-name
                       " holds " function trim(ws-z9-b)
                       " tickets, not " function trim(ws-z9-a)
                   move 1 to return-code
               when other
                   display "kcounter: tickets.txt could not be"
                       " read or written -- nothing taken"
                   move 1 to return-code
           end-evaluate.
       post-tickets.
           call "kgame-ticket-post" using by reference ws-tk-action
               by reference ws-tk-name
               by reference ws-tk-tickets
               by reference ws-tk-detail
               by reference ws-tk-balance
               by reference ws-tk-result end-call.
      *REPORT -----------------------------------------------------
       do-report.
           move ws-tok(2) to ws-from-date.
           move ws-tok(3) to ws-to-date.
           if ws-from-date is equal to spaces then
               move spaces to ws-from-date
               string function current-date(1:4) delimited by size
                   "-" delimited by size
                   function current-date(5:2) delimited by size
                   "-01" delimited by size
                   into ws-from-date end-string
           end-if.
           if ws-to-date is equal to spaces then
               move spaces to ws-to-date
               string function current-date(1:4) delimited by size
                   "-" delimited by size
                   function current-date(5:2) delimited by size
                   "-" delimited by size
                   function current-date(7:2) delimited by size
                   into ws-to-date end-string
           end-if.
           if ws-from-date(5:1) is not equal to "-"
               or ws-from-date(8:1) is not equal to "-"
               or ws-to-date(5:1) is not equal to "-"
               or ws-to-date(8:1) is not equal to "-"
               or ws-to-date < ws-from-date then
               display "kcounter: REPORT dates are YYYY-MM-DD, the"
                   " first no later than the second"
               move 1 to return-code
               exit paragraph
           end-if.
           perform load-cents-per-ticket.
      *
           move 0 to ws-pl-count, ws-pl-lost, ws-pz-count.
           open input fs-ledger.
           if ws-ledger-status is equal to "00" then
               perform forever
                   read fs-ledger
                       at end exit perform
                   end-read
                   if ws-ledger-status is not less than "30" then
                       move "tickets.txt" to ws-ioe-file
                       move "READ" to ws-ioe-op
                       move ws-ledger-status to ws-ioe-status
                       perform report-io-error
                       display "kcounter: tickets.txt cannot be read"
                           " past its last row (status "
                           ws-ledger-status ") -- the report is short"
                       move 1 to return-code
                       exit perform
                   end-if
                   if fs-ledger-row is not equal to spaces
                       perform tally-ledger-row
                   end-if
               end-perform
               close fs-ledger
           else
               if ws-ledger-status is not equal to "35" then
                   move "tickets.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-ledger-status to ws-ioe-status
                   perform report-io-error
                   display "kcounter: tickets.txt cannot be opened"
                       " (status " ws-ledger-status ")"
                   move 1 to return-code
               end-if
           end-if.
      *
           display "Prize ticket report".
           display "Period " ws-from-date " to " ws-to-date.
           display " ".
           display "Player     Opening    Issued  Redeemed   Closing".
           move 0 to ws-tot-opening, ws-tot-issued, ws-tot-redeemed,
               ws-tot-closing.
           perform varying ws-i from 1 by 1 until ws-i > ws-pl-count
               compute ws-closing = ws-pl-opening(ws-i)
                   + ws-pl-issued(ws-i) - ws-pl-redeemed(ws-i)
               end-compute
               add ws-pl-opening(ws-i) to ws-tot-opening end-add
               add ws-pl-issued(ws-i) to ws-tot-issued end-add
               add ws-pl-redeemed(ws-i) to ws-tot-redeemed end-add
               add ws-closing to ws-tot-closing end-add
               move ws-pl-opening(ws-i) to ws-z9-a
               move ws-pl-issued(ws-i) to ws-z9-b
               move ws-pl-redeemed(ws-i) to ws-z9-c
               move ws-closing to ws-z9-d
               display ws-pl-name(ws-i) "     " ws-z9-a " "
                   ws-z9-b " " ws-z9-c " " ws-z9-d
           end-perform.
           move ws-tot-opening to ws-z9-a.
           move ws-tot-issued to ws-z9-b.
           move ws-tot-redeemed to ws-z9-c.
           move ws-tot-closing to ws-z9-d.
           display "Total   " ws-z9-a " " ws-z9-b " " ws-z9-c " "
               ws-z9-d.
           if ws-pl-lost > 0 then
               move ws-pl-lost to ws-z6
               display "  (ledger rows for players past the first"
                   " 500 not shown: " ws-z6 ")"
           end-if.
      *
           display " ".
           display "Prizes handed over".
           if ws-pz-count is equal to 0 then
               display "  none in the period"
           end-if.
           perform varying ws-i from 1 by 1 until ws-i > ws-pz-count
               move ws-pz-times(ws-i) to ws-z6
               move ws-pz-tickets(ws-i) to ws-z9-a
               display "  " ws-pz-code(ws-i) "  " ws-z6 " times  "
                   ws-z9-a " tickets"
           end-perform.
      *
           display " ".
           move ws-tot-issued to ws-z9-a.
           move ws-tot-redeemed to ws-z9-b.
           display "Tickets issued:   " ws-z9-a.
           display "Tickets redeemed: " ws-z9-b.
           move ws-tot-closing to ws-z9-a.
           display "Outstanding liability at " ws-to-date ": "
               function trim(ws-z9-a) " tickets".
           if ws-cents-per-ticket > 0 then
               compute ws-value rounded =
                   ws-tot-closing * ws-cents-per-ticket / 100
               end-compute
               move ws-value to ws-money
               move ws-cents-per-ticket to ws-cents-edit
               display "  valued at " function trim(ws-money)
                   " (" function trim(ws-cents-edit)
                   " cents a ticket)"
           end-if.
      *Rows after the period's close are left out; rows before its
      *open only carry into the opening balance.
       tally-ledger-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-ledger-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           move ws-tokens(1) to ws-row-date.
           move ws-tokens(3) to ws-row-kind.
           move spaces to ws-row-name, ws-row-prize.
           move 0 to ws-row-tickets.
           perform varying ws-tix from 4 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:3) to ws-row-name
                   when ws-tokens(ws-tix)(1:8) is equal to "tickets="
                       compute ws-row-tickets =
                           function numval(ws-tokens(ws-tix)(9:))
                       end-compute
                   when ws-tokens(ws-tix)(1:6) is equal to "prize="
                       move ws-tokens(ws-tix)(7:8) to ws-row-prize
                   when other continue
               end-evaluate
           end-perform.
           if ws-row-date > ws-to-date then
               exit paragraph
           end-if.
           move 0 to ws-found.
           perform varying ws-i from 1 by 1 until ws-i > ws-pl-count
               if ws-pl-name(ws-i) is equal to ws-row-name
                   move ws-i to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found is equal to 0 then
               if ws-pl-count >= 500 then
                   add 1 to ws-pl-lost end-add
                   exit paragraph
               end-if
               add 1 to ws-pl-count end-add
               move ws-pl-count to ws-found
               move ws-row-name to ws-pl-name(ws-found)
               move 0 to ws-pl-opening(ws-found),
                   ws-pl-issued(ws-found), ws-pl-redeemed(ws-found)
           end-if.
           if ws-row-date < ws-from-date then
               evaluate ws-row-kind
                   when "CREDIT"
                       add ws-row-tickets to ws-pl-opening(ws-found)
                           end-add
                   when "DEBIT"
                       subtract ws-row-tickets
                           from ws-pl-opening(ws-found) end-subtract
                   when other continue
               end-evaluate
               exit paragraph
           end-if.
           evaluate ws-row-kind
               when "CREDIT"
                   add ws-row-tickets to ws-pl-issued(ws-found)
                       end-add
               when "DEBIT"
                   add ws-row-tickets to ws-pl-redeemed(ws-found)
                       end-add
                   perform tally-prize
               when other continue
           end-evaluate.
       tally-prize.
           move 0 to ws-found.
           perform varying ws-i from 1 by 1 until ws-i > ws-pz-count
               if ws-pz-code(ws-i) is equal to ws-row-prize
                   move ws-i to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found is equal to 0 then
               if ws-pz-count >= 100 then
                   exit paragraph
               end-if
               add 1 to ws-pz-count end-add
               move ws-pz-count to ws-found
               move ws-row-prize to ws-pz-code(ws-found)
               move 0 to ws-pz-times(ws-found),
                   ws-pz-tickets(ws-found)
           end-if.
           add 1 to ws-pz-times(ws-found) end-add.
           add ws-row-tickets to ws-pz-tickets(ws-found) end-add.
       load-cents-per-ticket.
           move 0 to ws-cents-per-ticket.
           open input fs-payout.
           if ws-payout-status is not equal to "00" then
               if ws-payout-status is not equal to "35" then
                   move "tickets.cfg" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-payout-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-payout
                   at end exit perform
               end-read
               if ws-payout-status is not less than "30" then
                   move "tickets.cfg" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-payout-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               move spaces to ws-opt-key, ws-opt-val
               unstring fs-payout-row delimited by all space
                   into ws-opt-key ws-opt-val end-unstring
               if ws-opt-key is equal to "CENTS_PER_TICKET"
                   and ws-opt-val is not equal to spaces
                   compute ws-cents-per-ticket =
                       function numval(ws-opt-val) end-compute
               end-if
           end-perform.
           close fs-payout.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kcounter" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kcounter.
