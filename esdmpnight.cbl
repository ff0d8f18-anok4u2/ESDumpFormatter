      $set sourceformat"variable"
       identification division.
       program-id. ESDumpNightly.

      ***** One driver for the nightly job stream - ESDumpPartition, the
      ***** ESDumpSplitter streams, ESDumpAlertMonitor, ESDumpReconcile,
      ***** ESDumpCatalogBuild, ESDumpHousekeep or whatever the step
      ***** control file lists - so a failure halfway no longer leaves
      ***** the operator working out by hand what already ran.
      *****
      ***** The step control file (ESDSPLIT.NIGHTLY.STEPS by default)
      ***** has one step per line, "*" lines being comments:
      *****
      *****   step,program,parallel,maxrc,parameters...
      *****
      ***** step is a unique name for the step, program the program to
      ***** run and parameters its command line (everything after the
      ***** fourth comma, commas and all). parallel Y lets the step run
      ***** at the same time as the Y steps directly next to it - the
      ***** splitter streams handed their ESDumpPartition sublists -
      ***** and a group of parallel steps is waited for as a whole
      ***** before the stream moves on. maxrc is the highest RETURN-CODE
      ***** the step may end with; anything above it stops the stream
      ***** after that step (or after the rest of its parallel group).
      *****
      ***** Every step's start, and its end with return code and OK or
      ***** FAILED, is appended to the run-state file
      ***** (ESDSPLIT.NIGHTLY.STATE) as it happens, under the night the
      ***** run belongs to - runs before 78-night-cutover o'clock belong
      ***** to the previous evening's night. A rerun the same night
      ***** (RUN) skips every step that already ended OK and resumes at
      ***** the first step that did not; FRESH ignores the state and
      ***** runs the stream from the top.
      *****
      ***** Each step is run through the system shell, its return code
      ***** caught in a per-step RC file (ESDSPLIT.NIGHTLY.RC.nnn), so
      ***** the same code path serves one step or a parallel group. A
      ***** step whose return code cannot be read back is taken as
      ***** 78-norc-value and fails.
      *****
      ***** The run finishes with a one-page job-stream report
      ***** (ESDSPLIT.NIGHTLY.RPT) for the shift handover: every step,
      ***** when it started and ended, its return code against its
      ***** limit, and where the stream stopped.

       environment division.
       configuration section.
       file-control.
           select stepfile   assign to ws-stepfilename
           organization line sequential
           file status is fs-stat.

           select optional statefile assign to ws-statefilename
           organization line sequential
           file status is fs-stat.

           select optional rcfile assign to ws-rcfilename
           organization line sequential
           file status is fs-stat.

           select nightrpt   assign to ws-nightrptname
           organization line sequential
           file status is fs-stat.

       data division.
       file section.
       fd  stepfile.
       01  step-rec                   pic x(255).

       fd  statefile.
       01  state-rec                  pic x(255).

       fd  rcfile.
       01  rc-rec                     pic x(80).

       fd  nightrpt.
       01  night-out-rec              pic x(132).

       working-storage section.
       01  fs-stat                 pic xx.
       01  fs-stat2    redefines fs-stat.
           03  fs-char1            pic x.
           03  fs-char2            pic x comp-x.
       01  fs-disp                 pic 999.

       01  ws-stepfilename         pic x(255)
                                   value "ESDSPLIT.NIGHTLY.STEPS".
       01  ws-statefilename        pic x(255)
                                   value "ESDSPLIT.NIGHTLY.STATE".
       01  ws-rcfilename           pic x(255).
       01  ws-rcfileprefix         pic x(255)
                                   value "ESDSPLIT.NIGHTLY.RC.".
       01  ws-nightrptname         pic x(255)
                                   value "ESDSPLIT.NIGHTLY.RPT".

       01  ws-end-of-step-flag     pic x   value space.
           88  not-end-of-steps            value space.
           88  end-of-steps                 value "1".
       01  ws-end-of-state-flag    pic x   value space.
           88  not-end-of-state            value space.
           88  end-of-state                 value "1".
       01  ws-end-of-rc-flag       pic x   value space.
           88  not-end-of-rc               value space.
           88  end-of-rc                    value "1".

       01  ws-cmdline              pic x(2000).
       01  ws-cmd-pos              pic s9(9) comp-5.
       01  ws-cmd-tok-len          pic s9(9) comp-5.
       01  ws-cmd-token            pic x(255).
       01  ws-mode-flag            pic x   value space.
           88  mode-not-given              value space.
           88  mode-resume                  value "R".
           88  mode-fresh                   value "F".

      ***** The night this run belongs to, and the clock.
       78  78-night-cutover        value 12.
       01  ws-today                pic 9(8).
       01  ws-now-time             pic 9(8).
       01  ws-now-time2 redefines ws-now-time.
           03  ws-now-hh           pic 99.
           03  ws-now-mm           pic 99.
           03  ws-now-ss           pic 99.
           03  ws-now-cc           pic 99.
       01  ws-night-date           pic 9(8).
       01  ws-stamp                pic x(15).
       01  ws-run-started          pic x(15).
       01  ws-run-ended            pic x(15).

      ***** The job stream, from the step control file, with what this
      ***** night's runs have made of each step.
       78  78-step-max             value 50.
       78  78-norc-value           value 999.
       01  ws-step-num             pic s9(9) comp-5 value 0.
       01  ws-step-table.
           03  ws-step-entry       occurs 1 to 78-step-max
                                     depending on ws-step-num.
               05  ws-step-name        pic x(20).
               05  ws-step-program     pic x(30).
               05  ws-step-parallel    pic x.
                   88  step-runs-parallel      value "Y".
               05  ws-step-maxrc       pic 9(4).
               05  ws-step-params      pic x(200).
               05  ws-step-start       pic x(15).
               05  ws-step-end         pic x(15).
               05  ws-step-rc          pic 9(4).
               05  ws-step-status      pic x(7).
                   88  step-not-started        value spaces.
                   88  step-started            value "STARTED".
                   88  step-ok                 value "OK".
                   88  step-failed             value "FAILED".
               05  ws-step-run-flag    pic x.
                   88  step-run-now            value "1".
                   88  step-done-earlier       value "E".
                   88  step-not-run            value space.
       01  ws-step-bad-flag        pic x   value space.
           88  step-file-ok                value space.
           88  step-file-bad                value "1".

       01  ws-fld-step             pic x(20).
       01  ws-fld-program          pic x(30).
       01  ws-fld-parallel         pic x(10).
       01  ws-fld-maxrc            pic x(10).
       01  ws-fld-pointer          pic s9(4) comp-5.
       01  ws-fld-len              pic s9(4) comp-5.

      ***** Run-state record fields.
       01  ws-st-night             pic x(8).
       01  ws-st-event             pic x(5).
       01  ws-st-step              pic x(20).
       01  ws-st-stamp             pic x(15).
       01  ws-st-rc                pic x(10).
       01  ws-st-status            pic x(7).

      ***** The step or parallel group now running.
       01  ws-resume-step          pic s9(9) comp-5.
       01  ws-group-first          pic s9(9) comp-5.
       01  ws-group-last           pic s9(9) comp-5.
       01  ws-stop-step            pic s9(9) comp-5 value 0.
       01  ws-system-cmd           pic x(4000).
       01  ws-cmd-pointer          pic s9(4) comp-5.
       01  ws-seq-disp             pic 999.
       01  ws-rc-value             pic 9(4).

       01  ws-cnt1                 pic s9(9) comp-5.
       01  ws-cnt2                 pic s9(9) comp-5.
       01  ws-run-count            pic s9(9) comp-5 value 0.
       01  ws-earlier-count        pic s9(9) comp-5 value 0.
       01  ws-unrun-count          pic s9(9) comp-5 value 0.
       01  ws-count-disp           pic z(8)9.

      ***** Report lines.
       01  ws-rpt-heading.
           03  filler              pic x(4)  value "Seq ".
           03  filler              pic x(21) value "Step".
           03  filler              pic x(21) value "Program".
           03  filler              pic x(4)  value "Par".
           03  filler              pic x(6)  value "MaxRC".
           03  filler              pic x(16) value "Started".
           03  filler              pic x(16) value "Ended".
           03  filler              pic x(5)  value "  RC".
           03  filler              pic x(14) value "Status".
       01  ws-rpt-step-line.
           03  ws-rpt-seq          pic zz9.
           03  filler              pic x     value space.
           03  ws-rpt-step         pic x(20).
           03  filler              pic x     value space.
           03  ws-rpt-program      pic x(20).
           03  filler              pic x     value space.
           03  ws-rpt-parallel     pic x.
           03  filler              pic x(3)  value spaces.
           03  ws-rpt-maxrc        pic zzz9.
           03  filler              pic x(2)  value spaces.
           03  ws-rpt-start        pic x(15).
           03  filler              pic x     value space.
           03  ws-rpt-end          pic x(15).
           03  filler              pic x     value space.
           03  ws-rpt-rc           pic x(4).
           03  filler              pic x     value space.
           03  ws-rpt-status       pic x(14).
       01  ws-rpt-rc-disp          pic zzz9.
       01  ws-rpt-maxrc-disp       pic zzz9.

       procedure division.

           accept ws-cmdline from command-line
           perform parse-nightly-args
           if mode-not-given
               perform show-usage
               stop run
           end-if

           perform get-now-stamp
           move ws-stamp to ws-run-started
           if ws-now-hh < 78-night-cutover
               compute ws-night-date = function date-of-integer
                   (function integer-of-date(ws-today) - 1)
           else
               move ws-today to ws-night-date
           end-if

           perform load-step-control
           if step-file-bad or ws-step-num = 0
               display "Step control file " ws-stepfilename(1:40)
                       " unusable - stream not started."
               move 8 to return-code
               stop run
           end-if

           if mode-resume
               perform load-run-state
           else
               perform reset-run-state
           end-if

      ***** Resume at the first step of the night that has not ended OK.
           move 0 to ws-resume-step
           perform varying ws-cnt1 from 1 by 1
                   until ws-cnt1 > ws-step-num or ws-resume-step > 0
               if not step-ok(ws-cnt1)
                   move ws-cnt1 to ws-resume-step
               end-if
           end-perform
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-step-num
               if step-ok(ws-cnt1)
                   set step-done-earlier(ws-cnt1) to true
               end-if
           end-perform

           if ws-resume-step = 0
               display "Every step already ended OK for night "
                       ws-night-date " - nothing to run."
           else
               if ws-resume-step > 1
                   display "Resuming night " ws-night-date " at step "
                           ws-step-name(ws-resume-step)
               end-if
               perform run-job-stream
           end-if

           perform get-now-stamp
           move ws-stamp to ws-run-ended
           perform write-nightly-report

           move ws-run-count to ws-count-disp
           display "Steps run             = " function trim(ws-count-disp)
           move ws-earlier-count to ws-count-disp
           display "Steps done earlier    = " function trim(ws-count-disp)
           move ws-unrun-count to ws-count-disp
           display "Steps not reached     = " function trim(ws-count-disp)
           if ws-stop-step > 0
               display "Stream STOPPED at step " ws-step-name(ws-stop-step)
               move 8 to return-code
           else
               display "Stream COMPLETE"
               move 0 to return-code
           end-if

           goback.

       show-usage section.

           display "Usage : ESDumpNightly RUN|FRESH [stepfile]"
           display "      For example:-"
           display "        ESDumpNightly RUN"
           display "        ESDumpNightly FRESH weekend.steps"
           display "Runs the job stream listed in the step control file"
           display "(default ESDSPLIT.NIGHTLY.STEPS), one line per step:"
           display "  step,program,parallel(Y/N),maxrc,parameters..."
           display "stopping after any step whose return code is above"
           display "its maxrc. RUN resumes tonight's stream at the first"
           display "step that has not ended OK (ESDSPLIT.NIGHTLY.STATE);"
           display "FRESH runs it from the top. Report to"
           display "ESDSPLIT.NIGHTLY.RPT."
           .

       parse-nightly-args section.

           move 1 to ws-cmd-pos
           perform until ws-cmd-pos > length of ws-cmdline
               perform extract-cmdline-token
               evaluate true
                   when ws-cmd-token = spaces
                       continue
                   when function upper-case(ws-cmd-token) = "RUN"
                       set mode-resume to true
                   when function upper-case(ws-cmd-token) = "FRESH"
                       set mode-fresh to true
                   when other
                       move ws-cmd-token to ws-stepfilename
               end-evaluate
           end-perform
           .

       extract-cmdline-token section.

           move spaces to ws-cmd-token
           move 0 to ws-cmd-tok-len
           perform until ws-cmd-pos > length of ws-cmdline
                   or ws-cmdline(ws-cmd-pos:1) not = space
               add 1 to ws-cmd-pos
           end-perform
           perform until ws-cmd-pos > length of ws-cmdline
                   or ws-cmdline(ws-cmd-pos:1) = space
               if ws-cmd-tok-len < length of ws-cmd-token
                   add 1 to ws-cmd-tok-len
                   move ws-cmdline(ws-cmd-pos:1)
                       to ws-cmd-token(ws-cmd-tok-len:1)
               end-if
               add 1 to ws-cmd-pos
           end-perform
           .

       get-now-stamp section.

      ***** yyyymmdd-hhmmss, the run-state and report timestamp.
           accept ws-today from date yyyymmdd
           accept ws-now-time from time
           move spaces to ws-stamp
           string ws-today       delimited by size
                  "-"            delimited by size
                  ws-now-time(1:6) delimited by size
               into ws-stamp
           end-string
           .

       load-step-control section.

           display "stepfilename" upon environment-name
           display ws-stepfilename upon environment-value
           open input stepfile
           if fs-stat = "35"
               display "No step control file " ws-stepfilename(1:40)
               set step-file-bad to true
               exit section
           end-if
           perform check-status
           perform read-step-entry
           perform until end-of-steps
               if step-rec not = spaces and step-rec(1:1) not = "*"
                   perform load-one-step
               end-if
               perform read-step-entry
           end-perform
           close stepfile
           perform check-status
           .

       read-step-entry section.

           read stepfile
               at end set end-of-steps to true
                      exit section
           end-read
           perform check-status
           .

       load-one-step section.

      ***** One step line. A bad line spoils the whole control file - a
      ***** stream run with a step quietly missing is worse than none.
           move spaces to ws-fld-step ws-fld-program ws-fld-parallel
                          ws-fld-maxrc
           move 1 to ws-fld-pointer
           unstring step-rec delimited by ","
               into ws-fld-step ws-fld-program ws-fld-parallel
                    ws-fld-maxrc
               with pointer ws-fld-pointer
           end-unstring
           move function upper-case(ws-fld-parallel) to ws-fld-parallel
           move function trim(ws-fld-maxrc) to ws-fld-maxrc
           move 0 to ws-fld-len
           inspect ws-fld-maxrc tallying ws-fld-len
               for characters before initial space

           evaluate true
               when ws-fld-step = spaces or ws-fld-program = spaces
                   display "Step line without a step name or program: "
                           step-rec(1:60)
                   set step-file-bad to true
                   exit section
               when function trim(ws-fld-parallel) not = "Y"
                       and function trim(ws-fld-parallel) not = "N"
                       and ws-fld-parallel not = spaces
                   display "Step " ws-fld-step " parallel flag must be"
                           " Y or N"
                   set step-file-bad to true
                   exit section
               when ws-fld-len > 4
                   display "Step " ws-fld-step " maxrc is not a number"
                   set step-file-bad to true
                   exit section
               when ws-fld-len > 0
                       and ws-fld-maxrc(1:ws-fld-len) is not numeric
                   display "Step " ws-fld-step " maxrc is not a number"
                   set step-file-bad to true
                   exit section
           end-evaluate
           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-step-num
               if ws-step-name(ws-cnt1) = ws-fld-step
                   display "Step " ws-fld-step " listed twice"
                   set step-file-bad to true
                   exit section
               end-if
           end-perform
           if ws-step-num >= 78-step-max
               display "More than " 78-step-max " steps in the stream"
               set step-file-bad to true
               exit section
           end-if

           add 1 to ws-step-num
           initialize ws-step-entry(ws-step-num)
           move ws-fld-step    to ws-step-name(ws-step-num)
           move ws-fld-program to ws-step-program(ws-step-num)
           move ws-fld-parallel(1:1) to ws-step-parallel(ws-step-num)
           move 0 to ws-step-maxrc(ws-step-num)
           if ws-fld-len > 0
               move ws-fld-maxrc(1:ws-fld-len) to ws-step-maxrc(ws-step-num)
           end-if
           if ws-fld-pointer <= length of step-rec
               move step-rec(ws-fld-pointer:) to ws-step-params(ws-step-num)
           end-if
           .

       load-run-state section.

      ***** Tonight's entries only; a later entry for a step overrides
      ***** an earlier one, so the last attempt at each step counts. A
      ***** step with a START and no END was running when the previous
      ***** attempt died and is run again.
           display "statefilename" upon environment-name
           display ws-statefilename upon environment-value
           open input statefile
           if fs-stat = "05"
               close statefile
               exit section
           end-if
           perform check-status
           perform read-state-entry
           perform until end-of-state
               move spaces to ws-st-night ws-st-event ws-st-step
                              ws-st-stamp ws-st-rc ws-st-status
               unstring state-rec delimited by ","
                   into ws-st-night ws-st-event ws-st-step ws-st-stamp
                        ws-st-rc ws-st-status
               end-unstring
               if ws-st-night = ws-night-date
                   perform apply-state-entry
               end-if
               perform read-state-entry
           end-perform
           close statefile
           perform check-status
           .

       read-state-entry section.

           read statefile
               at end set end-of-state to true
                      exit section
           end-read
           perform check-status
           .

       apply-state-entry section.

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-step-num
               if ws-step-name(ws-cnt1) = ws-st-step
                   evaluate ws-st-event
                       when "START"
                           move ws-st-stamp to ws-step-start(ws-cnt1)
                           move spaces      to ws-step-end(ws-cnt1)
                           move 0           to ws-step-rc(ws-cnt1)
                           set step-started(ws-cnt1) to true
                       when "END"
                           move ws-st-stamp to ws-step-end(ws-cnt1)
                           move function numval(ws-st-rc)
                               to ws-step-rc(ws-cnt1)
                           move ws-st-status to ws-step-status(ws-cnt1)
                   end-evaluate
               end-if
           end-perform
           .

       reset-run-state section.

      ***** FRESH - tonight's stream starts over from an empty state.
           display "statefilename" upon environment-name
           display ws-statefilename upon environment-value
           open output statefile
           perform check-status
           close statefile
           perform check-status
           .

       write-state-entry section.

      ***** Append one run-state line (ws-st-* fields) for tonight,
      ***** closing the file again at once so it survives the driver
      ***** itself being cancelled.
           display "statefilename" upon environment-name
           display ws-statefilename upon environment-value
           open extend statefile
           if fs-stat = "35"
               open output statefile
           end-if
           if fs-stat not = "00" and fs-stat not = "05"
               perform check-status
           end-if
           move spaces to state-rec
           string ws-night-date delimited by size
                  ","           delimited by size
                  ws-st-event   delimited by space
                  ","           delimited by size
                  ws-st-step    delimited by space
                  ","           delimited by size
                  ws-st-stamp   delimited by space
                  ","           delimited by size
                  ws-st-rc      delimited by space
                  ","           delimited by size
                  ws-st-status  delimited by space
               into state-rec
           end-string
           write state-rec
           perform check-status
           close statefile
           perform check-status
           .

       run-job-stream section.

      ***** From the resume step on, one step - or one group of
      ***** adjacent parallel steps - at a time, stopping after the
      ***** first group with a return code above its limit.
           move ws-resume-step to ws-group-first
           perform until ws-group-first > ws-step-num or ws-stop-step > 0
               move ws-group-first to ws-group-last
               if step-runs-parallel(ws-group-first)
                   perform until ws-group-last >= ws-step-num
                           or not step-runs-parallel(ws-group-last + 1)
                       add 1 to ws-group-last
                   end-perform
               end-if
               perform run-step-group
               perform check-step-group
               compute ws-group-first = ws-group-last + 1
           end-perform
           .

       run-step-group section.

      ***** One shell command for the whole group. Each step echoes its
      ***** exit status into its own RC file; parallel members run in
      ***** the background and the shell waits for all of them. Steps
      ***** of the group that already ended OK tonight are left out.
           move spaces to ws-system-cmd
           move 1 to ws-cmd-pointer
           perform varying ws-cnt1 from ws-group-first by 1
                   until ws-cnt1 > ws-group-last
               if not step-done-earlier(ws-cnt1)
                   perform set-rc-filename
                   call "CBL_DELETE_FILE" using ws-rcfilename
                   move 0 to return-code

                   perform get-now-stamp
                   move ws-stamp to ws-step-start(ws-cnt1)
                   move spaces   to ws-step-end(ws-cnt1)
                   set step-started(ws-cnt1) to true
                   set step-run-now(ws-cnt1) to true
                   add 1 to ws-run-count
                   move "START" to ws-st-event
                   move ws-step-name(ws-cnt1) to ws-st-step
                   move ws-stamp to ws-st-stamp
                   move spaces to ws-st-rc ws-st-status
                   perform write-state-entry
                   display "Step " ws-step-name(ws-cnt1) " started "
                           ws-stamp

                   string "("                           delimited by size
                          ws-step-program(ws-cnt1)      delimited by space
                          " "                           delimited by size
                          function trim(ws-step-params(ws-cnt1))
                                                        delimited by size
                          " ; echo $? > "               delimited by size
                          ws-rcfilename                 delimited by space
                          ")"                           delimited by size
                       into ws-system-cmd
                       with pointer ws-cmd-pointer
                   end-string
                   if ws-group-last > ws-group-first
                       string " & " delimited by size
                           into ws-system-cmd
                           with pointer ws-cmd-pointer
                       end-string
                   else
                       string " ; " delimited by size
                           into ws-system-cmd
                           with pointer ws-cmd-pointer
                       end-string
                   end-if
               end-if
           end-perform
           string "wait" delimited by size
                  x"00"  delimited by size
               into ws-system-cmd
               with pointer ws-cmd-pointer
           end-string
           call "SYSTEM" using ws-system-cmd
           move 0 to return-code
           .

       check-step-group section.

      ***** Read back each step's return code and record its end.
           perform varying ws-cnt1 from ws-group-first by 1
                   until ws-cnt1 > ws-group-last
               if step-run-now(ws-cnt1)
                   perform read-step-rc
                   perform get-now-stamp
                   move ws-stamp to ws-step-end(ws-cnt1)
                   move ws-rc-value to ws-step-rc(ws-cnt1)
                   if ws-rc-value > ws-step-maxrc(ws-cnt1)
                       set step-failed(ws-cnt1) to true
                       if ws-stop-step = 0
                           move ws-cnt1 to ws-stop-step
                       end-if
                   else
                       set step-ok(ws-cnt1) to true
                   end-if
                   move "END" to ws-st-event
                   move ws-step-name(ws-cnt1) to ws-st-step
                   move ws-stamp to ws-st-stamp
                   move ws-rc-value to ws-rpt-rc-disp
                   move function trim(ws-rpt-rc-disp) to ws-st-rc
                   move ws-step-status(ws-cnt1) to ws-st-status
                   perform write-state-entry
                   display "Step " ws-step-name(ws-cnt1) " ended   "
                           ws-stamp " RC=" function trim(ws-rpt-rc-disp)
                           " " ws-step-status(ws-cnt1)
               end-if
           end-perform
           .

       set-rc-filename section.

           move ws-cnt1 to ws-seq-disp
           move spaces to ws-rcfilename
           string ws-rcfileprefix delimited by space
                  ws-seq-disp     delimited by size
               into ws-rcfilename
           end-string
           .

       read-step-rc section.

           move 78-norc-value to ws-rc-value
           perform set-rc-filename
           display "rcfilename" upon environment-name
           display ws-rcfilename upon environment-value
           move space to ws-end-of-rc-flag
           open input rcfile
           if fs-stat = "05"
               close rcfile
               display "No return code came back from step "
                       ws-step-name(ws-cnt1)
               exit section
           end-if
           perform check-status
           read rcfile
               at end set end-of-rc to true
           end-read
           if not end-of-rc
               perform check-status
               move 0 to ws-fld-len
               inspect rc-rec tallying ws-fld-len
                   for characters before initial space
               if ws-fld-len > 0 and ws-fld-len < 5
                   if rc-rec(1:ws-fld-len) is numeric
                       move rc-rec(1:ws-fld-len) to ws-rc-value
                   end-if
               end-if
           end-if
           close rcfile
           perform check-status
           call "CBL_DELETE_FILE" using ws-rcfilename
           move 0 to return-code
           .

       write-nightly-report section.

           display "nightrptname" upon environment-name
           display ws-nightrptname upon environment-value
           open output nightrpt
           perform check-status

           move spaces to night-out-rec
           string "ESDumpNightly Job-Stream Report - night of "
                                        delimited by size
                  ws-night-date         delimited by size
               into night-out-rec
           end-string
           perform write-night-line
           move "==================================================="
               to night-out-rec
           perform write-night-line
           move spaces to night-out-rec
           string "Step control file : " delimited by size
                  ws-stepfilename        delimited by space
               into night-out-rec
           end-string
           perform write-night-line
           move spaces to night-out-rec
           move 1 to ws-cmd-pointer
           string "This run          : " delimited by size
                  ws-run-started         delimited by size
                  " to "                 delimited by size
                  ws-run-ended           delimited by size
               into night-out-rec
               with pointer ws-cmd-pointer
           end-string
           evaluate true
               when mode-fresh
                   string " (FRESH)" delimited by size
                       into night-out-rec
                       with pointer ws-cmd-pointer
                   end-string
               when ws-resume-step > 1
                   string " (resumed at "             delimited by size
                          ws-step-name(ws-resume-step) delimited by space
                          ")"                         delimited by size
                       into night-out-rec
                       with pointer ws-cmd-pointer
                   end-string
           end-evaluate
           perform write-night-line
           move spaces to night-out-rec
           perform write-night-line
           move ws-rpt-heading to night-out-rec
           perform write-night-line
           move all "-" to night-out-rec(1:107)
           perform write-night-line

           perform varying ws-cnt1 from 1 by 1 until ws-cnt1 > ws-step-num
               perform write-step-line
           end-perform

           move spaces to night-out-rec
           perform write-night-line
           if ws-stop-step > 0
               move ws-step-rc(ws-stop-step)    to ws-rpt-rc-disp
               move ws-step-maxrc(ws-stop-step) to ws-rpt-maxrc-disp
               move spaces to night-out-rec
               string "------- > STREAM STOPPED at step "
                                                  delimited by size
                      ws-step-name(ws-stop-step)  delimited by space
                      " - RC "                    delimited by size
                      function trim(ws-rpt-rc-disp) delimited by size
                      " above its limit of "      delimited by size
                      function trim(ws-rpt-maxrc-disp) delimited by size
                   into night-out-rec
               end-string
               perform write-night-line
               move spaces to night-out-rec
               string "------- > Fix and rerun ESDumpNightly RUN before"
                                                  delimited by size
                      " the cutover to resume at step "
                                                  delimited by size
                      ws-step-name(ws-stop-step)  delimited by space
                   into night-out-rec
               end-string
               perform write-night-line
           else
               move "STREAM COMPLETE - every step ended within its limit"
                   to night-out-rec
               perform write-night-line
           end-if

           move spaces to night-out-rec
           move 1 to ws-cmd-pointer
           move ws-run-count to ws-count-disp
           string "Steps run "                  delimited by size
                  function trim(ws-count-disp)  delimited by size
                  ", done earlier tonight "     delimited by size
               into night-out-rec
               with pointer ws-cmd-pointer
           end-string
           move ws-earlier-count to ws-count-disp
           string function trim(ws-count-disp)  delimited by size
                  ", not reached "              delimited by size
               into night-out-rec
               with pointer ws-cmd-pointer
           end-string
           move ws-unrun-count to ws-count-disp
           string function trim(ws-count-disp)  delimited by size
               into night-out-rec
               with pointer ws-cmd-pointer
           end-string
           perform write-night-line

           close nightrpt
           perform check-status
           .

       write-step-line section.

           move ws-cnt1                  to ws-rpt-seq
           move ws-step-name(ws-cnt1)    to ws-rpt-step
           move ws-step-program(ws-cnt1) to ws-rpt-program
           move ws-step-parallel(ws-cnt1) to ws-rpt-parallel
           if ws-rpt-parallel = space
               move "N" to ws-rpt-parallel
           end-if
           move ws-step-maxrc(ws-cnt1)   to ws-rpt-maxrc
           move ws-step-start(ws-cnt1)   to ws-rpt-start
           move ws-step-end(ws-cnt1)     to ws-rpt-end
           move spaces to ws-rpt-rc
           if ws-step-end(ws-cnt1) not = spaces
               move ws-step-rc(ws-cnt1) to ws-rpt-rc-disp
               move ws-rpt-rc-disp to ws-rpt-rc
           end-if
           evaluate true
               when step-done-earlier(ws-cnt1)
                   add 1 to ws-earlier-count
                   move "OK (earlier)" to ws-rpt-status
               when step-run-now(ws-cnt1)
                   move ws-step-status(ws-cnt1) to ws-rpt-status
               when other
                   add 1 to ws-unrun-count
                   move "NOT RUN" to ws-rpt-status
                   move spaces to ws-rpt-start ws-rpt-end ws-rpt-rc
           end-evaluate
           move ws-rpt-step-line to night-out-rec
           perform write-night-line
           .

       write-night-line section.

           write night-out-rec
           perform check-status
           .

       check-status section.

           if fs-stat not = zeros
               if fs-char1 = "9"
                   move fs-char2    to fs-disp
                   display "File Error " fs-char1 "/" fs-disp
               else
                   display "File Error " fs-stat
               end-if
               stop run
           end-if
           .

       end program ESDumpNightly.
