      *Overnight job stream -- the one command the overnight window
      *runs instead of seven. Executes karchive, kscarch, ktapes,
      *krecon, kheat, kreport and kexport in that order, each as its own
      *program, and records every step's start, end and exit code
      *in the run-control file runctl.dat as it goes. A step that
      *exits non-zero stops the stream there; the next invocation
      *picks the same run back up at the failed step, so a step
      *that already finished -- kscarch's cutover, kexport's
      *extract sequence -- is never run twice. The steps' own
      *output is appended to stream-YYYYMMDD.out, and every
      *invocation ends by rewriting the one-page run log
      *(runlog-YYYYMMDD.txt, dated by the run's start) for the
      *morning sign-off.
      *
      *  kstream          start a new run, or resume an unfinished
      *  kstream FRESH    abandon an unfinished run and start over
      *
      *The exit code is 0 when the run is complete and 1 when it
      *stopped on a failing step.
       identification division.
       program-id. kstream.
       environment division.
       input-output section.
       file-control.
           select fs-control assign to "runctl.dat"
           organization is line sequential
           file status is ws-control-status.
           select fs-runlog assign to ws-runlog-filename
           organization is line sequential
           file status is ws-runlog-status.
       data division.
       file section.
       fd  fs-control.
       01  fs-control-row picture x(80).
       fd  fs-runlog.
       01  fs-runlog-row picture x(80).
       working-storage section.
       01  ws-control-status picture x(2).
       01  ws-runlog-filename picture x(64).
       01  ws-runlog-status picture x(2).
       01  ws-arg picture x(16).
      *The run under control: its id (the start timestamp) and
      *state -- OPEN while steps remain, FAILED when a step stopped
      *it, COMPLETE once the last step finished.
       01  ws-run-id picture x(14).
       01  ws-run-state picture x(8).
      *The step table, in stream order. A step's state is PENDING,
      *RUNNING, DONE or FAILED; RUNNING left on file means the
      *driver itself was killed mid-step. WS-ST-RESUMED marks a step
      *this invocation skipped because an earlier one finished it.
       01  ws-st-count picture is 9(4).
       01  ws-st-name picture x(8) occurs 8 times.
       01  ws-st-state picture x(8) occurs 8 times.
       01  ws-st-start picture x(14) occurs 8 times.
       01  ws-st-end picture x(14) occurs 8 times.
       01  ws-st-rc picture is 9(4) occurs 8 times.
       01  ws-st-resumed picture is 9 occurs 8 times.
       01  ws-i picture is 9(4).
       01  ws-first picture is 9(4).
       01  ws-resuming picture is 9.
       01  ws-interrupted picture is 9.
       01  ws-failed picture is 9(4).
      *Run-control row parsing scratch
       01  ws-tokens picture x(16) occurs 6 times.
       01  ws-tix picture is 9(4).
      *The command handed to the shell for one step
       01  ws-command picture x(128).
       01  ws-out-filename picture x(32).
       01  ws-step-rc picture is s9(9).
       01  ws-now picture x(14).
      *Run log scratch
       01  ws-stamp-a picture x(19).
       01  ws-stamp-b picture x(19).
       01  ws-stamp-in picture x(14).
       01  ws-stamp-out picture x(19).
       01  ws-rc-disp picture is zzz9.
       01  ws-note picture x(24).
      *Set once a write to runctl.dat or the run log has not gone
      *through, so the rest of that file's writes are not reported
      *again.
       01  ws-write-failed picture is 9.
      *Set by write-control when runctl.dat did not take the whole
      *control record; run-step will not start a step whose RUNNING
      *stamp is not on file, or a restart could not tell where the
      *run got to.
       01  ws-control-failed picture is 9.
       copy "gioe.cpy" replacing ==:pref:== by ==ws-ioe==
                                 ==:level:== by ==01==.
       procedure division.
           move spaces to ws-arg.
           accept ws-arg from command-line.
           move function upper-case(ws-arg) to ws-arg.
      *
           perform define-steps.
           perform read-control.
      *A run still OPEN or FAILED on file is resumed unless the
      *operator says otherwise; anything else starts a new run.
           move 0 to ws-resuming, ws-interrupted, ws-failed.
           if ws-run-id is not equal to spaces
               and ws-run-state is not equal to "COMPLETE" then
               if ws-arg is equal to "FRESH" then
                   display "kstream: abandoning unfinished run "
                       ws-run-id
               else
                   move 1 to ws-resuming
               end-if
           end-if.
           if ws-resuming is equal to 0 then
               perform new-run
           else
               display "kstream: resuming run " ws-run-id
           end-if.
      *
           move 0 to ws-first.
           perform varying ws-i from 1 by 1 until ws-i > ws-st-count
               if ws-st-state(ws-i) is equal to "DONE"
                   move 1 to ws-st-resumed(ws-i)
               else
                   if ws-first is equal to 0
                       move ws-i to ws-first
                   end-if
               end-if
           end-perform.
           if ws-resuming is equal to 1 and ws-first > 0 then
               if ws-st-state(ws-first) is equal to "RUNNING" then
                   move 1 to ws-interrupted
               end-if
               display "kstream: restarting at step "
                   function trim(ws-st-name(ws-first))
           end-if.
      *
           move "OPEN" to ws-run-state.
           perform write-control.
           if ws-first > 0 then
               perform varying ws-i from ws-first by 1
               until ws-i > ws-st-count
                   perform run-step
                   if ws-st-state(ws-i) is not equal to "DONE"
                       exit perform
                   end-if
               end-perform
           end-if.
           if ws-run-state is equal to "OPEN" then
               move "COMPLETE" to ws-run-state
           end-if.
           perform write-control.
           perform write-runlog.
      *
           if ws-run-state is equal to "COMPLETE" then
               display "kstream: run " ws-run-id " complete"
               move 0 to return-code
           else
               display "kstream: run " ws-run-id " stopped -- see "
                   function trim(ws-runlog-filename)
               move 1 to return-code
           end-if.
           goback.
      *The overnight order. karchive first, so the journals the
      *reports read are settled; kscarch before the reports, so
      *they see the cut-over master; kexport last, once the night's
      *checking has passed.
       define-steps.
           move 7 to ws-st-count.
           move "karchive" to ws-st-name(1).
           move "kscarch" to ws-st-name(2).
           move "ktapes" to ws-st-name(3).
           move "krecon" to ws-st-name(4).
           move "kheat" to ws-st-name(5).
           move "kreport" to ws-st-name(6).
           move "kexport" to ws-st-name(7).
           perform varying ws-i from 1 by 1 until ws-i > ws-st-count
               perform clear-step
           end-perform.
           move spaces to ws-run-id, ws-run-state.
       clear-step.
           move "PENDING" to ws-st-state(ws-i).
           move spaces to ws-st-start(ws-i), ws-st-end(ws-i).
           move 0 to ws-st-rc(ws-i).
           move 0 to ws-st-resumed(ws-i).
       new-run.
           move function current-date(1:14) to ws-run-id.
           perform varying ws-i from 1 by 1 until ws-i > ws-st-count
               perform clear-step
           end-perform.
           display "kstream: starting run " ws-run-id.
      *runctl.dat rows: "RUN <id>", "STATE <state>", and one
      *"STEP <name> <state> <start> <end> <rc>" per step -- a
      *start or end not yet reached is written as "-".
       read-control.
           open input fs-control.
           if ws-control-status is not equal to "00" then
               if ws-control-status is not equal to "35" then
                   move "runctl.dat" to ws-ioe-file
                   move "OPEN-IN" to ws-ioe-op
                   move ws-control-status to ws-ioe-status
                   perform report-io-error
               end-if
               exit paragraph
           end-if.
           perform forever
               read fs-control
                   at end exit perform
               end-read
               if ws-control-status is not less than "30" then
                   move "runctl.dat" to ws-ioe-file
                   move "READ" to ws-ioe-op
                   move ws-control-status to ws-ioe-status
                   perform report-io-error
                   exit perform
               end-if
               perform varying ws-tix from 1 by 1 until ws-tix > 6
                   move spaces to ws-tokens(ws-tix)
               end-perform
               unstring fs-control-row delimited by all space
                   into ws-tokens(1) ws-tokens(2) ws-tokens(3)
                        ws-tokens(4) ws-tokens(5) ws-tokens(6)
               end-unstring
               evaluate ws-tokens(1)
                   when "RUN" move ws-tokens(2) to ws-run-id
                   when "STATE" move ws-tokens(2) to ws-run-state
                   when "STEP" perform read-control-step
                   when other continue
               end-evaluate
           end-perform.
           close fs-control.
       read-control-step.
           perform varying ws-i from 1 by 1 until ws-i > ws-st-count
               if ws-st-name(ws-i) is equal to ws-tokens(2)
                   move ws-tokens(3) to ws-st-state(ws-i)
                   if ws-tokens(4) is not equal to "-"
                       move ws-tokens(4) to ws-st-start(ws-i)
                   end-if
                   if ws-tokens(5) is not equal to "-"
                       move ws-tokens(5) to ws-st-end(ws-i)
                   end-if
                   compute ws-st-rc(ws-i) =
                       function numval(ws-tokens(6)) end-compute
               end-if
           end-perform.
      *The control file is rewritten whole around every step, so a
      *kill at any point leaves it describing exactly how far the
      *run got.
       write-control.
           move 0 to ws-write-failed, ws-control-failed.
           open output fs-control.
           if ws-control-status is not equal to "00" then
               move "runctl.dat" to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-control-status to ws-ioe-status
               perform report-io-error
               display "kstream: cannot write runctl.dat (status "
                   ws-control-status ")"
               move 1 to ws-control-failed
               exit paragraph
           end-if.
           move spaces to fs-control-row.
           string "RUN " delimited by size
               ws-run-id delimited by size
               into fs-control-row end-string.
           perform write-control-row.
           move spaces to fs-control-row.
           string "STATE " delimited by size
               ws-run-state delimited by space
               into fs-control-row end-string.
           perform write-control-row.
           perform varying ws-tix from 1 by 1
           until ws-tix > ws-st-count
               move spaces to fs-control-row
               move ws-st-start(ws-tix) to ws-stamp-a
               if ws-stamp-a is equal to spaces
                   move "-" to ws-stamp-a
               end-if
               move ws-st-end(ws-tix) to ws-stamp-b
               if ws-stamp-b is equal to spaces
                   move "-" to ws-stamp-b
               end-if
               string "STEP " delimited by size
                   ws-st-name(ws-tix) delimited by space
                   " " delimited by size
                   ws-st-state(ws-tix) delimited by space
                   " " delimited by size
                   ws-stamp-a delimited by space
                   " " delimited by size
                   ws-stamp-b delimited by space
                   " " delimited by size
                   ws-st-rc(ws-tix) delimited by size
                   into fs-control-row end-string
               perform write-control-row
           end-perform.
           close fs-control.
       write-control-row.
           write fs-control-row.
           if ws-control-status is not equal to "00"
               and ws-write-failed is equal to 0 then
               move "runctl.dat" to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-control-status to ws-ioe-status
               perform report-io-error
               display "kstream: cannot write runctl.dat (status "
                   ws-control-status ")"
               move 1 to ws-write-failed
               move 1 to ws-control-failed
           end-if.
      *One step: stamped RUNNING on file before it starts, run
      *through the shell with its output appended to the night's
      *stream output file, then stamped DONE or FAILED with its
      *exit code.
       run-step.
           move function current-date(1:14) to ws-now.
           move ws-now to ws-st-start(ws-i).
           move spaces to ws-st-end(ws-i).
           move 0 to ws-st-rc(ws-i).
           move "RUNNING" to ws-st-state(ws-i).
           perform write-control.
      *No RUNNING stamp on file, no step: the stream stops here
      *with the step still PENDING, and resumes at it once
      *runctl.dat can be written again.
           if ws-control-failed is equal to 1 then
               move spaces to ws-st-start(ws-i)
               move "PENDING" to ws-st-state(ws-i)
               move "FAILED" to ws-run-state
               move ws-i to ws-failed
               display "kstream: " function trim(ws-st-name(ws-i))
                   " not started -- runctl.dat could not be updated"
               move 1 to return-code
               exit paragraph
           end-if.
      *
           move spaces to ws-out-filename.
           string "stream-" delimited by size
               ws-run-id(1:8) delimited by size
               ".out" delimited by size
               into ws-out-filename end-string.
           move spaces to ws-command.
           string "./" delimited by size
               ws-st-name(ws-i) delimited by space
               " >> " delimited by size
               ws-out-filename delimited by space
               " 2>&1" delimited by size
               into ws-command end-string.
           display "kstream: " function trim(ws-st-name(ws-i))
               " started".
           call "SYSTEM" using ws-command end-call.
           move return-code to ws-step-rc.
      *The shell hands back a wait status, with the step's own
      *exit code in its high byte.
           if ws-step-rc > 255 then
               divide ws-step-rc by 256 giving ws-step-rc
                   end-divide
           end-if.
      *
           move function current-date(1:14) to ws-now.
           move ws-now to ws-st-end(ws-i).
           if ws-step-rc < 0 or ws-step-rc > 9999 then
               move 9999 to ws-st-rc(ws-i)
           else
               move ws-step-rc to ws-st-rc(ws-i)
           end-if.
           if ws-step-rc is equal to 0 then
               move "DONE" to ws-st-state(ws-i)
               display "kstream: " function trim(ws-st-name(ws-i))
                   " done"
           else
               move "FAILED" to ws-st-state(ws-i)
               move "FAILED" to ws-run-state
               move ws-i to ws-failed
               move ws-st-rc(ws-i) to ws-rc-disp
               display "kstream: " function trim(ws-st-name(ws-i))
                   " failed, exit code " function trim(ws-rc-disp)
           end-if.
           perform write-control.
      *The run log: one line per step with its times and exit code,
      *how the run ended, and the sign-off block. It is rewritten
      *by every invocation of the run, so after a restart it still
      *shows the steps the earlier invocation finished.
       write-runlog.
           move spaces to ws-runlog-filename.
           string "runlog-" delimited by size
               ws-run-id(1:8) delimited by size
               ".txt" delimited by size
               into ws-runlog-filename end-string.
           move 0 to ws-write-failed.
           open output fs-runlog.
           if ws-runlog-status is not equal to "00" then
               move ws-runlog-filename to ws-ioe-file
               move "OPEN-OUT" to ws-ioe-op
               move ws-runlog-status to ws-ioe-status
               perform report-io-error
               display "kstream: cannot write " ws-runlog-filename
               exit paragraph
           end-if.
           move "Prologue overnight run log" to fs-runlog-row.
           perform write-runlog-row.
           move spaces to fs-runlog-row.
           perform write-runlog-row.
           move ws-run-id to ws-stamp-in.
           perform format-stamp.
           move spaces to fs-runlog-row.
           string "Run started:  " delimited by size
               ws-stamp-out delimited by size
               into fs-runlog-row end-string.
           perform write-runlog-row.
           move function current-date(1:14) to ws-stamp-in.
           perform format-stamp.
           move spaces to fs-runlog-row.
           string "Log written:  " delimited by size
               ws-stamp-out delimited by size
               into fs-runlog-row end-string.
           perform write-runlog-row.
           move spaces to fs-runlog-row.
           string "Step output:  " delimited by size
               ws-out-filename delimited by space
               into fs-runlog-row end-string.
           perform write-runlog-row.
           move spaces to fs-runlog-row.
           perform write-runlog-row.
           move "Step      State     Started              Ended"
               to fs-runlog-row.
           move "RC" to fs-runlog-row(73:2).
           perform write-runlog-row.
           move all "-" to fs-runlog-row.
           perform write-runlog-row.
           perform varying ws-tix from 1 by 1
           until ws-tix > ws-st-count
               perform write-runlog-step
           end-perform.
           move all "-" to fs-runlog-row.
           perform write-runlog-row.
           move spaces to fs-runlog-row.
           evaluate ws-run-state
               when "COMPLETE"
                   move "Result: COMPLETE -- every step exited 0"
                       to fs-runlog-row
               when other
                   string "Result: STOPPED at step "
                       delimited by size
                       ws-st-name(ws-failed) delimited by space
                       " -- fix the cause and run kstream again;"
                       delimited by size
                       into fs-runlog-row end-string
           end-evaluate.
           perform write-runlog-row.
           if ws-run-state is not equal to "COMPLETE" then
               move "        it resumes at that step." to
                   fs-runlog-row
               perform write-runlog-row
           end-if.
           if ws-interrupted is equal to 1 then
               move spaces to fs-runlog-row
               string "Note: " delimited by size
                   ws-st-name(ws-first) delimited by space
                   " was still running when the previous"
                   delimited by size
                   " invocation ended;" delimited by size
                   into fs-runlog-row end-string
               perform write-runlog-row
               move "      it was run again from the start." to
                   fs-runlog-row
               perform write-runlog-row
           end-if.
           move spaces to fs-runlog-row.
           perform write-runlog-row.
           perform write-runlog-row.
           move "Checked by: ____________________   Date: __________"
               to fs-runlog-row.
           perform write-runlog-row.
           move spaces to fs-runlog-row.
           perform write-runlog-row.
           move "Remarks:" to fs-runlog-row.
           perform write-runlog-row.
           close fs-runlog.
       write-runlog-row.
           write fs-runlog-row.
           if ws-runlog-status is not equal to "00"
               and ws-write-failed is equal to 0 then
               move ws-runlog-filename to ws-ioe-file
               move "WRITE" to ws-ioe-op
               move ws-runlog-status to ws-ioe-status
               perform report-io-error
               display "kstream: cannot write " ws-runlog-filename
                   " (status " ws-runlog-status ")"
               move 1 to ws-write-failed
           end-if.
       write-runlog-step.
           move ws-st-start(ws-tix) to ws-stamp-in.
           perform format-stamp.
           move ws-stamp-out to ws-stamp-a.
           move ws-st-end(ws-tix) to ws-stamp-in.
           perform format-stamp.
           move ws-stamp-out to ws-stamp-b.
           move spaces to ws-note.
           if ws-st-resumed(ws-tix) is equal to 1 then
               move "(earlier invocation)" to ws-note
           end-if.
           move spaces to fs-runlog-row.
           move ws-st-name(ws-tix) to fs-runlog-row(1:8).
           move ws-st-state(ws-tix) to fs-runlog-row(11:8).
           move ws-stamp-a to fs-runlog-row(21:19).
           move ws-stamp-b to fs-runlog-row(42:19).
           if ws-st-state(ws-tix) is equal to "DONE"
               or ws-st-state(ws-tix) is equal to "FAILED" then
               move ws-st-rc(ws-tix) to ws-rc-disp
               move ws-rc-disp to fs-runlog-row(71:4)
           end-if.
           perform write-runlog-row.
           if ws-note is not equal to spaces then
               move spaces to fs-runlog-row
               move ws-note to fs-runlog-row(11:24)
               perform write-runlog-row
           end-if.
      *YYYYMMDDHHMMSS to "YYYY-MM-DD HH:MM:SS", blank for a time
      *not yet reached.
       format-stamp.
           move spaces to ws-stamp-out.
           if ws-stamp-in is equal to spaces then
               exit paragraph
           end-if.
           string ws-stamp-in(1:4) delimited by size
               "-" delimited by size
               ws-stamp-in(5:2) delimited by size
               "-" delimited by size
               ws-stamp-in(7:2) delimited by size
               " " delimited by size
               ws-stamp-in(9:2) delimited by size
               ":" delimited by size
               ws-stamp-in(11:2) delimited by size
               ":" delimited by size
               ws-stamp-in(13:2) delimited by size
               into ws-stamp-out end-string.
      *A file operation that did not go through is journalled as
      *an ERROR event (see kioerr.cbl) -- the run itself carries on
      *the way it always has.
       report-io-error.
           move "kstream" to ws-ioe-prog.
           move return-code to ws-ioe-saved-rc.
           call "kgame-io-error" using by reference ws-ioe end-call.
           move ws-ioe-saved-rc to return-code.
       end program kstream.
