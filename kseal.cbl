      *Row sealing for the flat files the game appends to -- the
      *check value that makes scores.txt, the daily standings files
      *and the journal-YYYYMMDD.log dailies tamper-evident. Every
      *row a writer appends carries a trailing "seal=NNNNNNNNN"
      *token: a hash of the row's own text folded onto the seal of
      *the row before it in the same file, so each seal covers the
      *whole chain back to the file's first sealed row. A row
      *changed by hand no longer matches its own seal; a row
      *deleted or inserted breaks the next row's link; and fixing
      *either up means re-running the chain over everything after
      *it, which is exactly what the sanctioned rewriters (kboard)
      *do and what nobody with a text editor will. KGAME-SCORE,
      *KGAME-JOURNAL and kboard seal through here, and kverify
      *checks through here, so there is one definition of a seal.
       identification division.
       program-id. kgame-seal.
       data division.
       working-storage section.
       01  ws-text-len picture is 9(4).
       01  ws-row-len picture is 9(4).
       01  ws-i picture is 9(4).
       01  ws-hash picture is 9(12).
       01  ws-seal-num picture is 9(9).
       01  ws-seal-text redefines ws-seal-num picture x(9).
       01  ws-stored picture x(9).
       linkage section.
      *'A' append (or replace) the seal on LS-ROW, chained onto
      *LS-CHAIN, and hand the new seal back in LS-CHAIN.
      *'V' verify LS-ROW against LS-CHAIN; LS-CHAIN comes back
      *holding the seal stored on the row (unchanged when the row
      *carries none), so the caller walks on from what is on file.
      *'S' strip the seal token off LS-ROW.
       01  ls-action picture is x(1).
       01  ls-chain picture is x(9).
       01  ls-row picture is x(160).
      *'A': 0 sealed, 1 no room left on the row for the token.
      *'V': 0 sound, 1 broken, 2 the row carries no seal.
       01  ls-result picture is 9.
       procedure division using by reference ls-action
           by reference ls-chain
           by reference ls-row
           by reference ls-result.
           move 0 to ls-result.
      *The sealed text is everything before the seal token, with
      *trailing blanks dropped -- a row padded out differently by
      *a reader's record length still carries the same seal.
           move 0 to ws-text-len.
           inspect ls-row tallying ws-text-len
               for characters before initial "  seal=".
      *A token crowded against the end of the record has lost
      *digits, so it reads as no seal at all and cannot match.
           move spaces to ws-stored.
           if ws-text-len <= 151 then
               move ls-row(ws-text-len + 8:9) to ws-stored
           end-if.
           move 0 to ws-row-len.
           if ws-text-len > 0 then
               if ls-row(1:ws-text-len) is not equal to spaces
                   compute ws-row-len = function length(function
                       trim(ls-row(1:ws-text-len), trailing))
                   end-compute
               end-if
           end-if.
      *
           evaluate ls-action
               when 'S'
                   if ws-text-len < 160 then
                       move spaces to ls-row(ws-text-len + 1:)
                   end-if
               when 'A'
                   perform compute-seal
                   if ws-row-len + 16 > 160 then
                       move 1 to ls-result
                   else
                       move spaces to ls-row(ws-row-len + 1:)
                       move "  seal=" to ls-row(ws-row-len + 1:7)
                       move ws-seal-text to ls-row(ws-row-len + 8:9)
                       move ws-seal-text to ls-chain
                   end-if
               when 'V'
                   if ws-text-len >= 160 then
                       move 2 to ls-result
                   else
                       perform compute-seal
                       if ws-stored is not equal to ws-seal-text
                           move 1 to ls-result
                       end-if
                       move ws-stored to ls-chain
                   end-if
           end-evaluate.
           goback.
      *Fold the row text onto the previous seal one byte at a time
      *-- a multiplicative hash kept under a nine-digit prime, so
      *the seal always fits its nine-digit token. A file's first
      *sealed row chains onto all zeros.
       compute-seal.
           if ls-chain is numeric then
               move ls-chain to ws-seal-text
           else
               move 0 to ws-seal-num
           end-if.
           move ws-seal-num to ws-hash.
           perform varying ws-i from 1 by 1 until ws-i > ws-row-len
               compute ws-hash = function mod(ws-hash * 131
                   + function ord(ls-row(ws-i:1)), 999999937)
               end-compute
           end-perform.
           move ws-hash to ws-seal-num.
       end program kgame-seal.
