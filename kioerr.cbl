      *File I/O failure journal. Every game program and batch
      *utility used to fall back quietly when a file status was not
      *"00" -- a full disk or a permissions problem only surfaced
      *weeks later as missing rounds. Each now hands a failed open,
      *read, write or rewrite to KGAME-IO-ERROR, which appends it
      *to the day's journal-YYYYMMDD.log as
      *
      *  HH:MM:SS  ERROR <op> <status> <program> <file>
      *
      *sealed onto the day's chain the same way KGAME-JOURNAL seals
      *its rows, so kverify passes it and kalert can report it.
      *The file goes last: a long file name is what gets clipped
      *when the row runs out of room. What counts as a failure is
      *the caller's call -- an optional file that is simply not
      *there (status 35 on an input open) is the normal case and
      *is not reported, nor is the end of a file or a keyed read
      *that found nothing. Should the journal itself be what will
      *not open, the event goes to the console error stream
      *instead, which is where a batch run's log picks it up.
       identification division.
       program-id. kgame-io-error.
       environment division.
       input-output section.
       file-control.
           select fs-journal assign to ws-journal-filename
           organization is line sequential
           file status is ws-journal-status.
       data division.
       file section.
       fd  fs-journal.
       01  fs-journal-row picture x(96).
       working-storage section.
       01  ws-journal-filename picture x(64).
       01  ws-journal-status picture x(2).
       01  ws-now.
           05  ws-now-date picture is x(8).
           05  ws-now-hh picture is x(2).
           05  ws-now-mi picture is x(2).
           05  ws-now-ss picture is x(2).
       01  ws-event picture x(70).
       01  ws-seal-action picture is x(1).
       01  ws-seal-chain picture is x(9).
       01  ws-seal-row picture is x(160).
       01  ws-seal-result picture is 9.
       linkage section.
       copy "gioe.cpy" replacing ==:pref:== by ==ls-ioe==
                                 ==:level:== by ==01==.
       procedure division using by reference ls-ioe.
           move function current-date(1:14) to ws-now.
           move spaces to ws-event.
           if ls-ioe-file is equal to spaces then
               move "-" to ls-ioe-file
           end-if.
           string "ERROR " delimited by size
               ls-ioe-op delimited by space
               " " delimited by size
               ls-ioe-status delimited by size
               " " delimited by size
               ls-ioe-prog delimited by space
               " " delimited by size
               ls-ioe-file delimited by space
               into ws-event end-string.
           move spaces to ws-journal-filename.
           string "journal-" delimited by size
               ws-now-date delimited by size
               ".log" delimited by size
               into ws-journal-filename end-string.
      *The seal chains onto whatever the day's last row carries --
      *all zeros for a new day's file.
           move all "0" to ws-seal-chain.
           move spaces to ws-seal-row.
           open input fs-journal.
           if ws-journal-status is equal to "00" then
               perform forever
                   read fs-journal
                       at end exit perform
                   end-read
                   if ws-journal-status is not less than "30" then
                       exit perform
                   end-if
                   move fs-journal-row to ws-seal-row
               end-perform
               close fs-journal
           end-if.
           if ws-seal-row is not equal to spaces then
               move 'V' to ws-seal-action
               call "kgame-seal" using by reference ws-seal-action
                   by reference ws-seal-chain
                   by reference ws-seal-row
                   by reference ws-seal-result end-call
           end-if.
      *
      *Created only when it is not there at all. One that is
      *there but will not extend goes to the error stream instead:
      *opening it for output would empty it.
           open extend fs-journal.
           if ws-journal-status is equal to "35" then
               open output fs-journal
           end-if.
           if ws-journal-status is not equal to "00" then
               display ws-journal-filename " cannot be opened"
                   " (status " ws-journal-status "): " ws-event
                   upon syserr
               goback
           end-if.
           move spaces to ws-seal-row.
           string ws-now-hh delimited by size
               ":" delimited by size
               ws-now-mi delimited by size
               ":" delimited by size
               ws-now-ss delimited by size
               "  " delimited by size
               ws-event delimited by size
               into ws-seal-row end-string.
           move 'A' to ws-seal-action.
           call "kgame-seal" using by reference ws-seal-action
               by reference ws-seal-chain
               by reference ws-seal-row
               by reference ws-seal-result end-call.
           move ws-seal-row to fs-journal-row.
           write fs-journal-row.
           if ws-journal-status is not equal to "00" then
               display ws-journal-filename " cannot be written"
                   " (status " ws-journal-status "): " ws-event
                   upon syserr
           end-if.
           close fs-journal.
           goback.
       end program kgame-io-error.
