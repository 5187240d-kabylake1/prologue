       copy "cabi.cpy".
      *
      *Prize-ticket ledger access for the game and the redemption
      *counter. A redemption kiosk pays tickets for every booked
      *round and the counter trades them for prizes, so the
      *tickets a set of initials holds has to live somewhere that
      *is neither the score history nor the profile -- tickets.txt,
      *one sealed row per credit or debit, read the same way
      *scores.txt is. KGAME-TICKET-CREDIT prices a finished round
      *under the payout table in tickets.cfg (re-read every round,
      *so the table can be changed on a live kiosk) and books it;
      *KGAME-TICKET-POST is the one place a row is written, so the
      *balance check, the seal and the journal entry are the same
      *for the game's credits and the counter's debits. A kiosk
      *with no tickets.cfg does not pay tickets at all.
       identification division.
       program-id. kgame-ticket-credit.
       environment division.
       input-output section.
       file-control.
           select fs-payout assign to "tickets.cfg"
           organization is line sequential
           file status is ws-payout-status.
       data division.
       file section.
       fd  fs-payout.
       01  fs-payout-row picture x(64).
       working-storage section.
       01  ws-payout-status picture x(2).
       01  ws-opt-key picture is x(16).
       01  ws-opt-val picture is x(16).
      *The payout table: a ticket per DISTANCE_STEP px walked and
      *per BONUS_STEP of finish bonus (0 switches either off),
      *ITEM tickets a pickup, a flat WIN / LOSS / TIMEOUT by how
      *the round ended, and the round's total held between
      *MINIMUM and MAXIMUM.
       01  ws-pay-dist-step picture is 9(8).
       01  ws-pay-item picture is 9(6).
       01  ws-pay-bonus-step picture is 9(8).
       01  ws-pay-win picture is 9(6).
       01  ws-pay-loss picture is 9(6).
       01  ws-pay-timeout picture is 9(6).
       01  ws-pay-minimum picture is 9(6).
       01  ws-pay-maximum picture is 9(6).
       01  ws-distance-int picture is 9(8).
       01  ws-earned picture is 9(8).
       01  ws-date.
           05  ws-date-yyyy picture is 9(4).
           05  ws-date-mm picture is 99.
           05  ws-date-dd picture is 99.
      *KGAME-TICKET-POST's parameters
       01  ws-tk-action picture is x(1).
       01  ws-tk-name picture is x(3).
       01  ws-tk-tickets picture is 9(6).
       01  ws-tk-detail picture is x(40).
       01  ws-tk-balance picture is 9(8).
       01  ws-tk-result picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
       copy "gstt.cpy" replacing ==:pref:== by ==ls-gs==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-gs.
           move 0 to ws-pay-dist-step, ws-pay-item, ws-pay-bonus-step,
               ws-pay-win, ws-pay-loss, ws-pay-timeout,
               ws-pay-minimum.
           move 999999 to ws-pay-maximum.
           open input fs-payout.
           if ws-payout-status is not equal to "00" then
               if ws-payout-status is not equal to "35" then
                   move "tickets.cfg" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-payout-status to ws-ioe-status
                   perform report-io-error
               end-if
               goback
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
                   close fs-payout
                   goback
               end-if
               perform apply-payout-row
           end-perform.
           close fs-payout.
      *
           move ls-gs-distance-travelled to ws-distance-int.
           move 0 to ws-earned.
           if ws-pay-dist-step > 0 then
               compute ws-earned = ws-earned
                   + ws-distance-int / ws-pay-dist-step end-compute
           end-if.
           compute ws-earned = ws-earned
               + ls-gs-items-collected * ws-pay-item end-compute.
           if ws-pay-bonus-step > 0 then
               compute ws-earned = ws-earned
                   + ls-gs-round-bonus / ws-pay-bonus-step end-compute
           end-if.
           evaluate ls-gs-round-result
               when 'W' add ws-pay-win to ws-earned end-add
               when 'T' add ws-pay-timeout to ws-earned end-add
               when other add ws-pay-loss to ws-earned end-add
           end-evaluate.
           if ws-earned < ws-pay-minimum then
               move ws-pay-minimum to ws-earned
           end-if.
           if ws-earned > ws-pay-maximum then
               move ws-pay-maximum to ws-earned
           end-if.
           if ws-earned is equal to 0 then
               goback
           end-if.
      *The ledger row names the round it pays for by its master
      *key, so a disputed credit can be traced back to the round.
           move function current-date(1:8) to ws-date.
           move 'C' to ws-tk-action.
           move ls-gs-initials to ws-tk-name.
           move ws-earned to ws-tk-tickets.
           move spaces to ws-tk-detail.
           string "round=" delimited by size
               ws-date-yyyy delimited by size
               "-" delimited by size
               ws-date-mm delimited by size
               "-" delimited by size
               ws-date-dd delimited by size
               "/" delimited by size
               ls-gs-booked-seq delimited by size
               "  result=" delimited by size
               ls-gs-round-result delimited by size
               into ws-tk-detail end-string.
           call "kgame-ticket-post" using by reference ws-tk-action
               by reference ws-tk-name
               by reference ws-tk-tickets
               by reference ws-tk-detail
               by reference ws-tk-balance
               by reference ws-tk-result end-call.
           goback.
       apply-payout-row.
           move spaces to ws-opt-key, ws-opt-val.
           unstring fs-payout-row delimited by all space
               into ws-opt-key ws-opt-val end-unstring.
           if ws-opt-val is equal to spaces then
               exit paragraph
           end-if.
           evaluate ws-opt-key
               when "DISTANCE_STEP"
                   compute ws-pay-dist-step =
                       function numval(ws-opt-val) end-compute
               when "ITEM"
                   compute ws-pay-item =
                       function numval(ws-opt-val) end-compute
               when "BONUS_STEP"
                   compute ws-pay-bonus-step =
                       function numval(ws-opt-val) end-compute
               when "WIN"
                   compute ws-pay-win =
                       function numval(ws-opt-val) end-compute
               when "LOSS"
                   compute ws-pay-loss =
                       function numval(ws-opt-val) end-compute
               when "TIMEOUT"
                   compute ws-pay-timeout =
                       function numval(ws-opt-val) end-compute
               when "MINIMUM"
                   compute ws-pay-minimum =
                       function numval(ws-opt-val) end-compute
               when "MAXIMUM"
                   compute ws-pay-maximum =
                       function numval(ws-opt-val) end-compute
               when other continue
           end-evaluate.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl); a payout table that will
      *not read pays nothing rather than the wrong tickets.
       report-io-error.
           move "kgame-ticket-credit" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-ticket-credit.
      *
       identification division.
       program-id. kgame-ticket-post.
       environment division.
       input-output section.
       file-control.
           select fs-ledger assign to "tickets.txt"
           organization is line sequential
           file status is ws-ledger-status.
       data division.
       file section.
       fd  fs-ledger.
       01  fs-ledger-row picture x(160).
       working-storage section.
       01  ws-ledger-status picture x(2).
       01  ws-tokens picture is x(20) occurs 12 times.
       01  ws-tix picture is 9(4).
       01  ws-row-kind picture is x(8).
       01  ws-row-name picture is x(3).
       01  ws-row-tickets picture is 9(6).
       01  ws-now picture x(14).
       01  ws-kind picture x(8).
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       01  ws-event picture x(64).
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       linkage section.
      *'B' balance only, 'C' credit, 'D' debit -- a debit larger
      *than the balance is refused and nothing is written.
       01  ls-action picture is x(1).
       01  ls-name picture is x(3).
       01  ls-tickets picture is 9(6).
      *The row's closing fields: the round it pays for, or the
      *prize and the attendant who handed it over.
       01  ls-detail picture is x(40).
      *The balance after the posting (before it, for 'B').
       01  ls-balance picture is 9(8).
      *0 posted, 1 refused -- not enough tickets, 2 the ledger
      *could not be read to its end or could not be written.
       01  ls-result picture is 9.
       procedure division using by reference ls-action
           by reference ls-name
           by reference ls-tickets
           by reference ls-detail
           by reference ls-balance
           by reference ls-result.
      *The balance is summed from the rows, not taken off the last
      *one, so it is only ever what the ledger itself adds up to;
      *the walk to the end also finds the seal to chain onto.
           move 0 to ls-balance, ls-result.
           move all "0" to ws-seal-chain.
           move spaces to ws-seal-row.
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
                       move 2 to ls-result
                       exit perform
                   end-if
                   if fs-ledger-row is not equal to spaces
                       move fs-ledger-row to ws-seal-row
                       perform total-ledger-row
                   end-if
               end-perform
               close fs-ledger
           else
               if ws-ledger-status is not equal to "35" then
                   move "tickets.txt" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-ledger-status to ws-ioe-status
                   perform report-io-error
                   move 2 to ls-result
               end-if
           end-if.
      *A balance summed from part of the ledger is no balance to
      *post against.
           if ls-result is equal to 2 then
               goback
           end-if.
           if ls-action is equal to 'B' then
               goback
           end-if.
           if ls-action is equal to 'D'
               and ls-tickets > ls-balance then
               move 1 to ls-result
               goback
           end-if.
           if ws-seal-row is not equal to spaces then
               move 'V' to ws-seal-action
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
           end-if.
           if ls-action is equal to 'D' then
               move "DEBIT" to ws-kind
               subtract ls-tickets from ls-balance end-subtract
           else
               move "CREDIT" to ws-kind
               add ls-tickets to ls-balance end-add
           end-if.
           move function current-date(1:14) to ws-now.
           move spaces to ws-seal-row.
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
               ws-kind delimited by space
               "  name=" delimited by size
               ls-name delimited by size
               "  tickets=" delimited by size
               ls-tickets delimited by size
               "  balance=" delimited by size
               ls-balance delimited by size
               "  " delimited by size
               ls-detail delimited by size
               into ws-seal-row end-string.
           move 'A' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
      *Created only when it is not there at all. One that is
      *there but will not extend is reported and left as it is:
      *opening it for output would empty it.
           move "OPEN-EXT" to ws-ioe-op.
           open extend fs-ledger.
           if ws-ledger-status is equal to "35" then
               move "OPEN-OUT" to ws-ioe-op
               open output fs-ledger
           end-if.
           if ws-ledger-status is not equal to "00" then
               move "tickets.txt" to ws-ioe-file
               move ws-ledger-status to ws-ioe-status
               perform report-io-error
               move 2 to ls-result
               goback
           end-if.
           move ws-seal-row to fs-ledger-row.
           write fs-ledger-row.
           if ws-ledger-status is not equal to "00" then
               move "tickets.txt" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-ledger-status to ws-ioe-status
               perform report-io-error
               close fs-ledger
               move 2 to ls-result
               goback
           end-if.
           close fs-ledger.
      *
           move spaces to ws-event.
           string "TICKETS " delimited by size
               ws-kind delimited by space
               " name=" delimited by size
               ls-name delimited by size
               " tickets=" delimited by size
               ls-tickets delimited by size
               " balance=" delimited by size
               ls-balance delimited by size
               into ws-event end-string.
           call "kgame-journal" using by reference ws-event end-call.
           goback.
      *"YYYY-MM-DD HH:MM:SS  CREDIT  name=ABC  tickets=NNNNNN
      *balance=NNNNNNNN ..." -- parsed by keyword like every other
      *flat file here.
       total-ledger-row.
           perform varying ws-tix from 1 by 1 until ws-tix > 12
               move spaces to ws-tokens(ws-tix)
           end-perform.
           unstring fs-ledger-row delimited by all space
               into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                    ws-tokens(4) ws-tokens(5) ws-tokens(6)
                    ws-tokens(7) ws-tokens(8) ws-tokens(9)
                    ws-tokens(10) ws-tokens(11) ws-tokens(12)
           end-unstring.
           move ws-tokens(3) to ws-row-kind.
           move spaces to ws-row-name.
           move 0 to ws-row-tickets.
           perform varying ws-tix from 4 by 1 until ws-tix > 12
               evaluate true
                   when ws-tokens(ws-tix)(1:5) is equal to "name="
                       move ws-tokens(ws-tix)(6:3) to ws-row-name
                   when ws-tokens(ws-tix)(1:8) is equal to "tickets="
                       compute ws-row-tickets =
                           function numval(ws-tokens(ws-tix)(9:))
                       end-compute
                   when other continue
               end-evaluate
           end-perform.
           if ws-row-name is not equal to ls-name then
               exit paragraph
           end-if.
           evaluate ws-row-kind
               when "CREDIT"
                   add ws-row-tickets to ls-balance end-add
               when "DEBIT"
                   if ws-row-tickets > ls-balance
                       move 0 to ls-balance
                   else
                       subtract ws-row-tickets from ls-balance
                           end-subtract
                   end-if
               when other continue
           end-evaluate.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kgame-ticket-post" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kgame-ticket-post.
