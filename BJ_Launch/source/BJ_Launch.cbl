      *    - lines of "jclname:RETRY=n,RECOVER=clean.jcl,STOP" (any
      *    subset, comma separated).  a job with a policy entry is
      *    governed by it instead of the global stop-on-error switch.
      *    HUNG=ALERT|KILL in the same line is read by QUHUNG only -
      *    what to do with the job when it hangs.
      *    reservation check before a queue aimed at a test machine
      *    (BJ_LAUNCH_TARGET_MAC names it; QUMACIO holds the registry)
       77 my-target-mac        pic x(7).
       77 my-resv-verb         pic x(7).
      *    maintenance windows on the target machine (QUMWCHK) over
      *    the hours the queue is expected to take
      *    (BJ_LAUNCH_RUN_HOURS, default 8)
       77 my-mw-date           pic 9(8) value 0.
       77 my-mw-time           pic 9(8) value 0.
       77 my-mw-hours          pic 9(5).
       77 my-mw-env            pic x(8).
       copy "QUMWHIT.wrk".
       77 my-preflight-sw      pic x.
       77 my-snapshot-sw       pic x.
      *    sandbox run (BJ_LAUNCH_SANDBOX=Y): every job's output
      *    goes under WORK/SBX_<run id> (QU_SANDBOX, see BJF_IO);
      *    BJ_LAUNCH_SANDBOX_END=PROMOTE/DISCARD settles it at the
      *    end, else it is kept for QU_SANDBX
       77 my-sbx-sw            pic x.
       77 my-sbx-dir           pic x(200).
       77 my-sbx-action        pic x(8).
       77 my-permit-cap        pic x(12).
       77 my-permit-allowed    pic x(1).
       77 my-ntf-context       pic x(20).
             10 my-pol-retry   pic 99.
             10 my-pol-recover pic x(60).
             10 my-pol-stop    pic x.
             10 my-pol-fixrst  pic x.
      *    run-history browser (screen-2) - every run's log is also
      *    archived to LOG\HIST\<jcl>_<yyyymmddhhmmss>.log so old
      *    runs stay inspectable after the live log is overwritten
          05 my-job-cc         pic 99.
       77 my-job-s-secs        pic s9(9) comp-5.
       77 my-job-e-secs        pic s9(9) comp-5.
      *    night-run identity: minted when a queue starts, exported
      *    as QU_RUN_ID to every job it launches and stamped with
      *    what they record (QURUNSTP); QURUNDOS prints the dossier
       77 my-run-id            pic x(16).
       77 my-stp-job           pic x(20).
       77 my-stp-ref           pic x(80).
       77 my-stp-rc            pic s9(8).
       77 my-stp-d             pic 9(8).
       77 my-stp-t             pic 9(8).
       77 my-stp-cnt-disp      pic zz9.
       77 my-stp-ix            pic 999.
       77 my-pid-fname         pic x(20).
      *    shuffled queue order (BJ_LAUNCH_SHUFFLE): the independent
      *    jobs trade places under a seed the RUN stamp records, so
      *    an order that broke something can be run again
       77 my-shuf-env          pic x(10).
       77 my-shuf-sw           pic x value "N".
       77 my-shuf-seed         pic 9(9).
       77 my-shuf-cnt          pic 999.
       77 my-shuf-ix           pic 999.
       77 my-shuf-jx           pic 999.
       77 my-shuf-len          pic 999.
       77 my-shuf-refs         pic 999.
       77 my-shuf-rnd          pic v9(9).
       01 my-shuf-tbl.
          05 my-shuf-slot occurs 200 times pic 999.
       01 my-shuf-hold         pic x(500).
      *    fixture leak check after every queued job (QUFIXLK): the
      *    cataloged inputs its steps read must come out unchanged;
      *    a FIXRESTORE policy entry restores a leaked one from the
      *    QUSNAP_SET snapshot set
       77 my-fix-job           pic x(256).
       77 my-fix-opt           pic x(2).
       77 my-fix-leaks         pic 9(4) value 0.
      *    resource sampling of this machine while each job runs
      *    (QURESMP - samples under the job's own QURUNLOG entry)
       77 my-smp-tag           pic x(12).
       77 my-smp-job           pic x(20).
       77 my-smp-ip            pic x(16) value space.
       77 my-smp-user          pic x(20) value space.
      *    operator control of a running queue - Hold, Release and
      *    Cancel act on the job of the highlighted grid row, Pause
      *    keeps new jobs from starting until it is pressed again.
      *    each needs the QUEUECTL capability (QUPERMIT) and is
      *    stamped (CTL) and audited with the operator's id
       77 my-queue-active-sw   pic x value "N".
          88 my-queue-active      value "Y".
       77 my-queue-pause-sw    pic x value "N".
          88 my-queue-paused      value "Y".
       77 my-ctl-wait          pic 9(5).
       77 my-ctl-ent           pic 999.
       77 my-ctl-save-ent      pic 999.
       77 my-ctl-save-row      pic 999.
       77 my-ctl-save-fname    pic x(128).
       77 my-ctl-row           pic 999.
       77 my-ctl-act           pic x(3).
       77 my-ctl-word          pic x(9).
       77 my-ctl-user          pic x(12).
       77 my-h-cnt             pic 999.
       77 my-pass-held         pic 999.
       77 my-job-cancel-cnt    pic 999.
       77 my-audit-obj         pic x(60).
       77 my-audit-old         pic x(80).
       77 my-audit-new         pic x(80).
      *end working-storage editor code
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
             id 37
             title "History"
             .
          03 screen-1-pb-13 Push-Button
             exception-value 20
             line 21.2
             column 86.0
             size 8.5 cells
             lines 2.5 cells
             id 38
             title "Hold"
             .
          03 screen-1-pb-14 Push-Button
             exception-value 21
             line 24.2
             column 86.0
             size 8.5 cells
             lines 2.5 cells
             id 39
             title "Release"
             .
          03 screen-1-pb-15 Push-Button
             exception-value 22
             line 27.2
             column 86.0
             size 8.5 cells
             lines 2.5 cells
             id 40
             title "Cancel"
             .
          03 screen-1-pb-16 Push-Button
             exception-value 23
             line 30.2
             column 86.0
             size 8.5 cells
             lines 2.5 cells
             id 41
             title "Pause"
             .
       01 screen-2
       .
          03 screen-2-la-1 Label
              perform screen-1-pb-11-link-to
           when key-status = 19
              perform screen-1-pb-12-link-to
           when key-status >= 20 and key-status <= 23
              perform screen-1-ctl-evaluate
           end-evaluate.
           move 1 to accept-control.
       is-screen-1-exit.
              move "Y" to my-stop-on-error
           end-if.
      *    refuse to start when the target machine is checked out to
      *    someone else (expired holds count as free) or has a
      *    maintenance window coming up inside the run
           move space to my-target-mac.
           display "BJ_LAUNCH_TARGET_MAC" upon environment-name.
           accept my-target-mac from environment-value.
                 exit paragraph
              end-if
              move 0 to return-code
              move 8 to my-mw-hours
              move space to my-mw-env
              display "BJ_LAUNCH_RUN_HOURS" upon environment-name
              accept my-mw-env from environment-value
              if my-mw-env(1:1) >= "1" and my-mw-env(1:1) <= "9"
                 compute my-mw-hours = function numval(my-mw-env)
              end-if
              call "QUMWCHK" using "CHK" my-target-mac my-mw-date
                                   my-mw-time my-mw-hours mw-hit
              if mw-name not = space
                 move space to screen-1-ef-7-val
                 string "NG  machine " delimited size
                        my-target-mac  delimited size
                        " maintenance " delimited size
                        mw-text        delimited "  "
                        " - queue not started"
                                       delimited size
                        into screen-1-ef-7-val
                 modify screen-1-ef-7 value screen-1-ef-7-val
                 exit paragraph
              end-if
           end-if.
      *    optional pre-queue snapshot of the data environment
      *    (QUSNAP_MANIFEST/QUSNAP_SET name what and where); a failed
              end-if
           end-if.
           accept my-run-start-time from time.
           move 0 to my-job-failed-cnt my-job-skip-cnt
                     my-job-cancel-cnt my-fix-leaks.
           move "N" to my-queue-stop-sw.
           move "N" to my-queue-pause-sw.
           perform screen-1-queue-build.
           perform screen-1-queue-shuffle.
           perform screen-1-run-id-start.
           perform screen-1-sandbox-start.
           if my-queue-cnt > 0
              move "Y" to my-queue-active-sw
           end-if.
           evaluate true
             when my-queue-cnt = 0
               perform screen-1-run-one-jcl
             when other
               perform screen-1-queue-run
           end-evaluate.
           move "N" to my-queue-active-sw.
           if my-queue-paused
              move "N" to my-queue-pause-sw
              modify screen-1-pb-16 title "Pause"
           end-if.
           accept my-run-end-time from time.
           perform screen-1-run-id-end.
           perform screen-1-sandbox-end.
           compute my-run-start-secs =
                   my-run-start-hh * 3600 + my-run-start-mm * 60
                                           + my-run-start-ss.
              end-if
           end-perform.
           .
      *    BJ_LAUNCH_SHUFFLE=Y (seed from the clock) or =<seed>
      *    deals the independent entries - no predecessors and no
      *    one's predecessor - into a random order among their own
      *    slots; jobs in a dependency chain keep their places, and
      *    the passes hold them to their plan as ever.  the seed
      *    goes on the RUN stamp and the handover report, and
      *    QUORDDEP compares the verdicts across the orders
       screen-1-queue-shuffle.
           move "N" to my-shuf-sw.
           move space to my-shuf-env.
           display "BJ_LAUNCH_SHUFFLE" upon environment-name.
           accept my-shuf-env from environment-value.
           evaluate true
             when my-shuf-env(1:1) >= "0" and my-shuf-env(1:1) <= "9"
               move function numval(my-shuf-env) to my-shuf-seed
             when my-shuf-env(1:1) = "Y"
               accept my-job-tstamp from time
               compute my-shuf-seed = my-job-hh * 1000000
                       + my-job-mm * 10000 + my-job-ss * 100
                       + my-job-cc
             when other
               exit paragraph
           end-evaluate.
           move "Y" to my-shuf-sw.
           move 0 to my-shuf-cnt.
           perform varying my-ent from 1 by 1
                   until my-ent > my-queue-cnt
              move 0 to my-shuf-refs
              if my-run-preds(my-ent) not = space
                 move 1 to my-shuf-refs
              end-if
              move 0 to my-shuf-len
              inspect my-run-jcl(my-ent) tallying my-shuf-len
                      for characters before initial space
              perform varying my-ent2 from 1 by 1
                      until my-ent2 > my-queue-cnt
                         or my-shuf-refs > 0
                         or my-shuf-len = 0
                 inspect my-run-preds(my-ent2) tallying my-shuf-refs
                         for all my-run-jcl(my-ent)(1:my-shuf-len)
              end-perform
              if my-shuf-refs = 0
                 add 1 to my-shuf-cnt
                 move my-ent to my-shuf-slot(my-shuf-cnt)
              end-if
           end-perform.
           compute my-shuf-rnd = function random(my-shuf-seed).
           perform varying my-shuf-ix from my-shuf-cnt by -1
                   until my-shuf-ix < 2
              compute my-shuf-rnd = function random
              compute my-shuf-jx = my-shuf-rnd * my-shuf-ix + 1
              if my-shuf-jx > my-shuf-ix
                 move my-shuf-ix to my-shuf-jx
              end-if
              if my-shuf-jx not = my-shuf-ix
                 move my-shuf-slot(my-shuf-ix) to my-ent
                 move my-shuf-slot(my-shuf-jx) to my-ent2
                 move my-run-ent(my-ent)  to my-shuf-hold
                 move my-run-ent(my-ent2) to my-run-ent(my-ent)
                 move my-shuf-hold        to my-run-ent(my-ent2)
              end-if
           end-perform.
           .
      *    run the table in passes: each pass skips the dependents of
      *    failed/skipped jobs and runs every job whose predecessors
      *    are all complete, until nothing is left pending
      *    held jobs and a paused queue are waited out - the queue
      *    picks up the operator's controls between jobs
       screen-1-queue-run.
           perform until my-queue-stopped
              move 0 to my-pass-ran my-pass-pend my-pass-held
              perform varying my-ent from 1 by 1
                      until my-ent > my-queue-cnt
                         or my-queue-stopped
                 if my-run-state(my-ent) = "H"
                    add 1 to my-pass-held
                 end-if
                 if my-run-state(my-ent) = "P"
                    add 1 to my-pass-pend
                    perform screen-1-entry-ready
                    if my-ent-ready = "S"
                       perform screen-1-mark-skip
                    end-if
                    if my-ent-ready = "Y" and not my-queue-paused
                       perform screen-1-run-entry
                       add 1 to my-pass-ran
                       move 1 to my-ctl-wait
                       perform screen-1-ctl-wait
                    end-if
                 end-if
              end-perform
              if my-pass-pend = 0 and my-pass-held = 0
                 exit perform
              end-if
              if my-pass-ran = 0 and not my-queue-stopped
                 if my-pass-held > 0 or my-queue-paused
      *             only held jobs (or their dependents) are left,
      *             or the queue is paused - wait for the operator
                    move 200 to my-ctl-wait
                    perform screen-1-ctl-wait
                 else
      *             nothing runnable is left - the plan has a cycle
      *             (or a predecessor that never completes); skip
      *             the rest
                    perform screen-1-skip-rest
                    exit perform
                 end-if
              end-if
           end-perform.
           if my-queue-stopped
           .
      *    decide one pending entry's fate from its predecessors:
      *    Y = all complete, run it now; N = hold, something still
      *    pending or held; S = a predecessor failed, was skipped or
      *    was cancelled, skip it.
      *    a predecessor that is not in tonight's queue is treated as
      *    satisfied.
       screen-1-entry-ready.
                       evaluate my-run-state(my-ent2)
                         when "F"
                         when "S"
                         when "C"
                           move "S" to my-ent-ready
                         when "P"
                         when "R"
                         when "H"
                           if my-ent-ready = "Y"
                              move "N" to my-ent-ready
                           end-if
       screen-1-skip-rest.
           perform varying my-ent from 1 by 1
                   until my-ent > my-queue-cnt
              if my-run-state(my-ent) = "P" or "H"
                 perform screen-1-mark-skip
              end-if
           end-perform.
           perform screen-1-find-policy.
           accept my-job-tstamp from time.
           move my-job-tstamp to my-run-stime(my-ent).
           move space to my-pid-fname.
           perform screen-1-job-start-stamp.
           perform screen-1-fixture-begin.
           perform screen-1-run-one-jcl.
           if my-pol-idx > 0
              perform until my-job-rc = 0
           move my-job-tstamp to my-run-etime(my-ent).
           perform screen-1-job-elapsed.
           move my-job-rc to my-run-rc(my-ent).
           perform screen-1-fixture-check.
      *    drop the job's FN=&& scratch files; a failed job keeps
      *    them for a QU_RESTART_STEP rerun
           call "QU_TMPCLN" using my-run-jcl(my-ent) my-job-rc.
           if my-job-rc = 0
              move "O" to my-run-state(my-ent)
           else
              perform screen-1-apply-fail-policy
           end-if.
           .
      *    before the job in slot my-ent starts: QUFIXLK drops a
      *    fixture journal left by an earlier run of the same job,
      *    so the check at its end sees only this run's steps
       screen-1-fixture-begin.
           move space to my-fix-job.
           move my-run-jcl(my-ent) to my-fix-job.
           move "N " to my-fix-opt.
           move 0 to return-code.
           call "QUFIXLK" using "BEG" my-fix-job my-fix-opt.
           move 0 to return-code.
           .
      *    the finished job in slot my-ent against its fixtures:
      *    QUFIXLK reports (and under FIXRESTORE restores) every
      *    cataloged input a step changed; the job's own result
      *    stands, the leaks are counted for the report
       screen-1-fixture-check.
           perform screen-1-find-policy.
           move space to my-fix-job.
           move my-run-jcl(my-ent) to my-fix-job.
           move "N " to my-fix-opt.
           if my-pol-idx > 0
              if my-pol-fixrst(my-pol-idx) = "Y"
                 move "Y" to my-fix-opt(1:1)
              end-if
           end-if.
           move 0 to return-code.
           call "QUFIXLK" using "END" my-fix-job my-fix-opt.
           if return-code > 0
              add return-code to my-fix-leaks
              move space to screen-1-ef-7-val
              string "NG  fixture leak in "   delimited by size
                     my-run-jcl(my-ent)       delimited by space
                     " - see data\QUFIXLK.txt" delimited by size
                     into screen-1-ef-7-val
              modify screen-1-ef-7 value screen-1-ef-7-val
           end-if.
           move 0 to return-code.
           .
      *    elapsed seconds of table slot my-ent from its stamps
       screen-1-job-elapsed.
           move my-run-stime(my-ent) to my-job-tstamp.
                 move 0     to my-pol-retry(my-pol-cnt)
                 move space to my-pol-recover(my-pol-cnt)
                 move "N"   to my-pol-stop(my-pol-cnt)
                 move "N"   to my-pol-fixrst(my-pol-cnt)
                 move space to my-pol-opts
                 unstring pol-rec delimited by ":"
                     into my-pol-jcl(my-pol-cnt) my-pol-opts
                          to my-pol-recover(my-pol-cnt)
                      when my-pol-opt(1:4) = "STOP"
                        move "Y" to my-pol-stop(my-pol-cnt)
                      when my-pol-opt(1:10) = "FIXRESTORE"
                        move "Y" to my-pol-fixrst(my-pol-cnt)
                    end-evaluate
                 end-perform
              end-if
           move 0 to my-running-cnt.
           perform until exit
              move 0 to my-launch-cnt
              if not my-queue-stopped and not my-queue-paused
                 perform screen-1-par-dispatch
              end-if
              move 0 to my-p-cnt my-r-cnt my-h-cnt
              perform varying my-ent from 1 by 1
                      until my-ent > my-queue-cnt
                 if my-run-state(my-ent) = "P"
                 if my-run-state(my-ent) = "R"
                    add 1 to my-r-cnt
                 end-if
                 if my-run-state(my-ent) = "H"
                    add 1 to my-h-cnt
                 end-if
              end-perform
              if my-r-cnt = 0
                 if my-p-cnt = 0 and my-h-cnt = 0
                    exit perform
                 end-if
                 if my-queue-stopped
                    or (my-launch-cnt = 0 and my-h-cnt = 0
                        and not my-queue-paused)
      *             nothing running and nothing startable - a plan
      *             cycle or a stop request; skip what is left
                    perform screen-1-skip-rest
              end-if
              if my-r-cnt > 0
                 perform screen-1-par-poll
              else
      *          held jobs or a paused queue - wait for the operator
                 move 200 to my-ctl-wait
                 perform screen-1-ctl-wait
              end-if
           end-perform.
           .
              end-if
           end-perform.
           .
      *    WORK rc file for table slot my-ent, and the pid file the
      *    wrapper leaves for QUHUNG
       screen-1-par-rcname.
           move my-ent to my-ent-disp.
           move space to my-rc-fname.
                  my-ent-disp    delimited by size
                  ".tmp"         delimited by size
                  into my-rc-fname.
           move space to my-pid-fname.
           string "WORK/bjl_pid"  delimited by size
                  my-ent-disp     delimited by size
                  ".tmp"          delimited by size
                  into my-pid-fname.
           .
      *    the sampler of the job in slot my-ent goes by the slot
       screen-1-par-smptag.
           move my-ent to my-ent-disp.
           move space to my-smp-tag.
           string "bjl"         delimited by size
                  my-ent-disp   delimited by size
                  into my-smp-tag.
           move my-run-jcl(my-ent) to my-smp-job.
           .
      *    JST stamp: the job in slot my-ent has started - its log
      *    and (parallel only) pid file, for QUHUNG to watch
       screen-1-job-start-stamp.
           move my-run-jcl(my-ent) to my-stp-job.
           inspect my-stp-job replacing all ".jcl" by space
                                        all ".JCL" by space.
           move space to my-stp-ref.
           string "LOG\"               delimited by size
                  my-run-jcl(my-ent)   delimited by space
                  into my-stp-ref(1:60).
           inspect my-stp-ref(1:60) replacing all ".jcl" by ".log"
                                             all ".JCL" by ".log".
           move my-pid-fname to my-stp-ref(61:20).
           move 0 to my-stp-rc.
           call "QURUNSTP" using "JST" "BJLAUNCH" my-stp-job
                                 my-stp-ref my-stp-rc.
           .
      *    spawn one job: "<runner> jcl/<name>" under a background
      *    bash wrapper that writes the exit status to the rc file
      *    GET-UNIX-INFO)
       screen-1-par-launch.
           move "R" to my-run-state(my-ent).
      *    a retry relaunch keeps the job's first start time and
      *    its fixture journal
           if my-run-stime(my-ent) = space
              accept my-job-tstamp from time
              move my-job-tstamp to my-run-stime(my-ent)
              perform screen-1-fixture-begin
           end-if.
           perform screen-1-par-rcname.
           call "C$DELETE" using my-rc-fname "S".
           call "C$DELETE" using my-pid-fname "S".
           perform screen-1-job-start-stamp.
           perform screen-1-par-smptag.
           move 0 to my-job-rc.
           call "QURESMP" using "BEG" my-smp-tag my-smp-job
                                my-target-mac my-smp-ip my-smp-user
                                my-job-rc.
           move space to cmd-line.
           string "bash -c ""( "            delimited by size
                  function trim(my-runner-cmd) delimited by size
                  " jcl/"                   delimited by size
                  my-run-jcl(my-ent)        delimited by space
                  " & echo $! > "           delimited by size
                  my-pid-fname              delimited by space
                  " ; wait $! ; echo $? > " delimited by size
                  my-rc-fname               delimited by space
                  " ) &"""                  delimited by size
                  into cmd-line.
           modify screen-1-gr-1 x = 3, y = my-run-row(my-ent)
                  cell-data = "RUN".
           .
      *    wait a little (taking the operator's controls meanwhile),
      *    then collect every job whose rc file has appeared
       screen-1-par-poll.
           move 2 to my-poll-sleep.
           compute my-ctl-wait = my-poll-sleep * 100.
           perform screen-1-ctl-wait.
           perform varying my-ent from 1 by 1
                   until my-ent > my-queue-cnt
              if my-run-state(my-ent) = "R"
           if my-rc-val(1:1) >= "0" and my-rc-val(1:1) <= "9"
              move function numval(my-rc-val) to my-job-rc
           end-if.
           perform screen-1-par-smptag.
           call "QURESMP" using "END" my-smp-tag my-smp-job
                                my-target-mac my-smp-ip my-smp-user
                                my-job-rc.
           subtract 1 from my-running-cnt.
           perform screen-1-find-policy.
           if my-job-rc not = 0 and my-pol-idx > 0
           move my-job-tstamp to my-run-etime(my-ent).
           perform screen-1-job-elapsed.
           move my-job-rc to my-run-rc(my-ent).
           perform screen-1-fixture-check.
      *    drop the job's FN=&& scratch files; a failed job keeps
      *    them for a QU_RESTART_STEP rerun
           call "QU_TMPCLN" using my-run-jcl(my-ent) my-job-rc.
           if my-job-rc = 0
              move "O" to my-run-state(my-ent)
           else
           string "jcl\"                  delimited by size
                  my-selected-fname       delimited by space
                  into cmd-line.
           move "bjl000" to my-smp-tag.
           move my-selected-fname to my-smp-job.
           move 0 to my-job-rc.
           call "QURESMP" using "BEG" my-smp-tag my-smp-job
                                my-target-mac my-smp-ip my-smp-user
                                my-job-rc.
           call   "BJ_JCL" using cmd-line.
           move return-code to my-job-rc.
           cancel "BJ_JCL".
           call "QURESMP" using "END" my-smp-tag my-smp-job
                                my-target-mac my-smp-ip my-smp-user
                                my-job-rc.
           SET CONFIGURATION "BJ_JCL_BTACH"   TO SPACE.
           SET CONFIGURATION "BJ_JOBID"       TO SPACE
           SET CONFIGURATION "BJ_JOBLG_FNAME" TO SPACE
                  ".log"           delimited by size
                  into my-hist-log.
           call "C$COPY" using my-log-file my-hist-log "S".
           move my-hist-base to my-stp-job.
           move my-hist-log  to my-stp-ref.
           move my-job-rc    to my-stp-rc.
           call "QURUNSTP" using "JOB" "BJLAUNCH" my-stp-job
                                 my-stp-ref my-stp-rc.
           .
      *    mint the run id and export it - BJ_JCL runs in-process
      *    and parallel jobs are spawned from here, so both inherit
      *    QU_RUN_ID
       screen-1-run-id-start.
           accept my-stp-d from date yyyymmdd.
           accept my-stp-t from time.
           move space to my-run-id.
           string "RN"             delimited by size
                  my-stp-d         delimited by size
                  my-stp-t(1:6)    delimited by size
                  into my-run-id.
           display "QU_RUN_ID" upon environment-name.
           display my-run-id   upon environment-value.
           move my-queue-cnt  to my-stp-cnt-disp.
           move space to my-stp-job my-stp-ref.
           string "jobs="           delimited by size
                  my-stp-cnt-disp   delimited by size
                  " parallel="      delimited by size
                  my-parallel-n     delimited by size
                  " machine="       delimited by size
                  my-target-mac     delimited by size
                  into my-stp-ref.
           if my-shuf-sw = "Y"
              string " seed="       delimited by size
                     my-shuf-seed   delimited by size
                     into my-stp-ref(41:)
           end-if.
           move 0 to my-stp-rc.
           call "QURUNSTP" using "RUN" "BJLAUNCH" my-stp-job
                                 my-stp-ref my-stp-rc.
      *    one QUE stamp per queued job, so a watchdog running
      *    alongside knows what is still to come
           perform varying my-stp-ix from 1 by 1
                   until my-stp-ix > my-queue-cnt
              move my-run-jcl(my-stp-ix) to my-stp-job
              inspect my-stp-job replacing all ".jcl" by space
                                           all ".JCL" by space
              move my-run-row(my-stp-ix) to my-stp-cnt-disp
              move space to my-stp-ref
              string "row="             delimited by size
                     my-stp-cnt-disp    delimited by size
                     into my-stp-ref
              call "QURUNSTP" using "QUE" "BJLAUNCH" my-stp-job
                                    my-stp-ref my-stp-rc
           end-perform.
           .
      *    close the run: the END stamp carries the failed-job
      *    count, and the id is withdrawn so a later single manual
      *    run is not booked under it
       screen-1-run-id-end.
           move space to my-stp-job my-stp-ref.
           move my-job-skip-cnt to my-stp-cnt-disp.
           string "skipped="        delimited by size
                  my-stp-cnt-disp   delimited by size
                  into my-stp-ref.
           move my-job-cancel-cnt to my-stp-cnt-disp.
           string " cancelled="     delimited by size
                  my-stp-cnt-disp   delimited by size
                  into my-stp-ref(12:).
           move my-job-failed-cnt to my-stp-rc.
           call "QURUNSTP" using "END" "BJLAUNCH" my-stp-job
                                 my-stp-ref my-stp-rc.
           display "QU_RUN_ID" upon environment-name.
           display space       upon environment-value.
           .
      *    a sandbox run gets its own directory under the run id
      *    (a QU_SANDBOX the operator already set is used as is),
      *    exported so in-process and spawned jobs both inherit it
       screen-1-sandbox-start.
           move space to my-sbx-sw my-sbx-dir.
           display "BJ_LAUNCH_SANDBOX" upon environment-name.
           accept my-sbx-sw from environment-value.
           if my-sbx-sw not = "Y"
              exit paragraph
           end-if.
           display "QU_SANDBOX" upon environment-name.
           accept my-sbx-dir from environment-value.
           if my-sbx-dir = space
              string "WORK/SBX_"      delimited by size
                     my-run-id        delimited by space
                     into my-sbx-dir
              call "CBL_CREATE_DIR" using my-sbx-dir
              display "QU_SANDBOX" upon environment-name
              display my-sbx-dir   upon environment-value
           else
              move "U" to my-sbx-sw
           end-if.
           .
      *    the run's manifest goes to the console, then the
      *    sandbox is promoted, discarded or kept as configured;
      *    a directory minted here is withdrawn from the env
       screen-1-sandbox-end.
           if my-sbx-sw not = "Y" and my-sbx-sw not = "U"
              exit paragraph
           end-if.
           call "QU_SANDBX" using "LIST    " my-sbx-dir.
           move space to my-sbx-action.
           display "BJ_LAUNCH_SANDBOX_END" upon environment-name.
           accept my-sbx-action from environment-value.
           if my-sbx-action = "PROMOTE" or "DISCARD"
              call "QU_SANDBX" using my-sbx-action my-sbx-dir
           end-if.
           cancel "QU_SANDBX".
           move 0 to return-code.
           if my-sbx-sw = "Y"
              display "QU_SANDBOX" upon environment-name
              display space        upon environment-value
           end-if.
           .
      *    refresh the live log tail view with the last 10 lines of
      *    my-log-file, so the box shows the latest job's progress
                  my-job-tstamp(5:2)          delimited by size
                  into rpt-rec.
           write rpt-rec.
           move space to rpt-rec.
           string "run id "                   delimited by size
                  my-run-id                   delimited by size
                  "  (QURUNDOS prints the dossier)"
                                              delimited by size
                  into rpt-rec.
           write rpt-rec.
           if my-shuf-sw = "Y"
              move space to rpt-rec
              string "shuffled order, seed "   delimited by size
                     my-shuf-seed              delimited by size
                     "  (BJ_LAUNCH_SHUFFLE="   delimited by size
                     my-shuf-seed              delimited by size
                     " repeats it)"            delimited by size
                     into rpt-rec
              write rpt-rec
           end-if.
           move all "-" to rpt-rec(1:78).
           write rpt-rec.
           move "JCL                            "
                when "O"     move "OK"      to my-run-state-word
                when "F"     move "FAILED"  to my-run-state-word
                when "S"     move "SKIPPED" to my-run-state-word
                when "C"     move "CANCELED" to my-run-state-word
                when other   move "NOT RUN" to my-run-state-word
              end-evaluate
              move my-run-rc(my-ent)    to my-job-rc-disp
                  my-queue-cnt        delimited by size
                  "  failed:"         delimited by size
                  my-job-failed-cnt   delimited by size
                  "  skipped:"        delimited size
                  my-job-skip-cnt     delimited size
                  "  cancelled:"      delimited by size
                  my-job-cancel-cnt   delimited by size
                  "  queue elapsed:"  delimited by size
                  my-run-elapsed-disp delimited by size
                  "s"                 delimited by size
                  into rpt-rec.
           write rpt-rec.
           if my-fix-leaks > 0
              move space to rpt-rec
              string "fixture leaks:"       delimited by size
                     my-fix-leaks           delimited by size
                     "  (data\QUFIXLK.txt)" delimited by size
                     into rpt-rec
              write rpt-rec
           end-if.
           close rpt-file.
           .
      *    "History" - browse the historical runs of the selected JCL
              end-if
           end-perform.
           .
      *    give the window my-ctl-wait hundredths to deliver a
      *    queue control while a queue runs; the other buttons are
      *    turned away until it has finished
       screen-1-ctl-wait.
           accept screen-1 before time my-ctl-wait
              on exception
                 evaluate true
                   when key-status >= 20 and key-status <= 23
                     perform screen-1-ctl-evaluate
                   when screen-time-out or event-occurred
                     continue
                   when other
                     move "NG  queue running - controls only"
                       to screen-1-ef-7-val
                     modify screen-1-ef-7 value screen-1-ef-7-val
                 end-evaluate
           end-accept.
           move 0 to key-status.
           .
      *    Hold / Release / Cancel / Pause.  outside a queue run
      *    there is nothing to act on; in one, the operator's right
      *    to steer the queue is checked first
       screen-1-ctl-evaluate.
           if not my-queue-active
              move "NG  no queue is running" to screen-1-ef-7-val
              modify screen-1-ef-7 value screen-1-ef-7-val
              exit paragraph
           end-if.
           move "QUEUECTL" to my-permit-cap.
           call "QUPERMIT" using my-permit-cap my-permit-allowed.
           if my-permit-allowed not = "Y"
              move "NG  QUEUECTL capability refused"
                to screen-1-ef-7-val
              modify screen-1-ef-7 value screen-1-ef-7-val
              exit paragraph
           end-if.
           move space to my-ctl-user.
           display "QU_USER_ID" upon environment-name.
           accept my-ctl-user from environment-value.
           if key-status = 23
              perform screen-1-ctl-pause
              exit paragraph
           end-if.
      *    the other three act on the job of the highlighted row
           move 0 to my-ctl-row my-ctl-ent.
           inquire screen-1-gr-1 cursor-y my-ctl-row.
           perform varying my-ent2 from 1 by 1
                   until my-ent2 > my-queue-cnt
              if my-run-row(my-ent2) = my-ctl-row
                 move my-ent2 to my-ctl-ent
              end-if
           end-perform.
           if my-ctl-ent = 0
              move "NG  highlight a job of the running queue"
                to screen-1-ef-7-val
              modify screen-1-ef-7 value screen-1-ef-7-val
              exit paragraph
           end-if.
           move my-ent            to my-ctl-save-ent.
           move my-row            to my-ctl-save-row.
           move my-selected-fname to my-ctl-save-fname.
           move my-ctl-ent        to my-ent.
           evaluate key-status
             when 20
               perform screen-1-ctl-hold
             when 21
               perform screen-1-ctl-release
             when 22
               perform screen-1-ctl-cancel
           end-evaluate.
           move my-ctl-save-ent   to my-ent.
           move my-ctl-save-row   to my-row.
           move my-ctl-save-fname to my-selected-fname.
           .
      *    a job not yet started stays put, and so do its dependents
       screen-1-ctl-hold.
           if my-run-state(my-ent) not = "P"
              move "NG  only a job not yet started can be held"
                to screen-1-ef-7-val
              modify screen-1-ef-7 value screen-1-ef-7-val
              exit paragraph
           end-if.
           move "H" to my-run-state(my-ent).
           modify screen-1-gr-1 x = 3, y = my-run-row(my-ent)
                  cell-data = "HOLD".
           move "HLD"  to my-ctl-act.
           move "HOLD" to my-ctl-word.
           perform screen-1-ctl-record.
           .
       screen-1-ctl-release.
           if my-run-state(my-ent) not = "H"
              move "NG  the job is not held" to screen-1-ef-7-val
              modify screen-1-ef-7 value screen-1-ef-7-val
              exit paragraph
           end-if.
           move "P" to my-run-state(my-ent).
           move my-run-jcl(my-ent) to my-selected-fname.
           move my-run-row(my-ent) to my-row.
           perform screen-1-set-row-result.
           move "RLS"     to my-ctl-act.
           move "RELEASE" to my-ctl-word.
           perform screen-1-ctl-record.
           .
      *    a pending or held job is simply not run; a running
      *    (spawned) job's process is terminated.  either way the
      *    job is booked cancelled and its dependents are skipped
       screen-1-ctl-cancel.
           evaluate my-run-state(my-ent)
             when "P"
             when "H"
      *        never started - no journal of this run to check
               perform screen-1-fixture-begin
             when "R"
               if my-parallel-n = 1
                  move "NG  an in-process job cannot be cancelled"
                    to screen-1-ef-7-val
                  modify screen-1-ef-7 value screen-1-ef-7-val
                  exit paragraph
               end-if
               perform screen-1-ctl-kill
               if exit-status not = 0
                  move "NG  cancel failed - job process not ended"
                    to screen-1-ef-7-val
                  modify screen-1-ef-7 value screen-1-ef-7-val
                  exit paragraph
               end-if
      *        the job's sampler stops with it and its run log
      *        entry is closed cancelled, as screen-1-par-collect
      *        does for a job that ends
               perform screen-1-par-smptag
               move -1 to my-job-rc
               call "QURESMP" using "END" my-smp-tag my-smp-job
                                    my-target-mac my-smp-ip my-smp-user
                                    my-job-rc
               subtract 1 from my-running-cnt
               accept my-job-tstamp from time
               move my-job-tstamp to my-run-etime(my-ent)
               perform screen-1-job-elapsed
             when other
               move "NG  the job has already finished"
                 to screen-1-ef-7-val
               modify screen-1-ef-7 value screen-1-ef-7-val
               exit paragraph
           end-evaluate.
           move "C" to my-run-state(my-ent).
           move -1  to my-run-rc(my-ent).
           add 1 to my-job-cancel-cnt.
           modify screen-1-gr-1 x = 3, y = my-run-row(my-ent)
                  cell-data = "CANCEL".
           perform screen-1-fixture-check.
      *    a cancelled job keeps its FN=&& scratch files, as a
      *    failed one does
           call "QU_TMPCLN" using my-run-jcl(my-ent) my-run-rc(my-ent).
           move "CAN"       to my-ctl-act.
           move "CANCELLED" to my-ctl-word.
           perform screen-1-ctl-record.
      *    the run history books the job cancelled
           move my-run-jcl(my-ent) to my-stp-job.
           inspect my-stp-job replacing all ".jcl" by space
                                        all ".JCL" by space.
           move space to my-stp-ref.
           string "CANCELLED by "    delimited by size
                  my-ctl-user        delimited by space
                  into my-stp-ref.
           move -1 to my-stp-rc.
           call "QURUNSTP" using "JOB" "BJLAUNCH" my-stp-job
                                 my-stp-ref my-stp-rc.
           .
      *    end the spawned job through the pid its wrapper left
       screen-1-ctl-kill.
           perform screen-1-par-rcname.
           move space to cmd-line.
           string "bash -c ""kill $(cat "   delimited by size
                  my-pid-fname              delimited by space
                  ")"""                     delimited by size
                  into cmd-line.
           move H"0007" to FLAGS.
           call "BJ_CSYS" using cmd-line FLAGS EXIT-STATUS.
           .
      *    Pause toggles: no new job starts while the queue is
      *    paused, the ones in flight run on
       screen-1-ctl-pause.
           if my-queue-paused
              move "N" to my-queue-pause-sw
              modify screen-1-pb-16 title "Pause"
              move "RSM"    to my-ctl-act
              move "RESUME" to my-ctl-word
           else
              move "Y" to my-queue-pause-sw
              modify screen-1-pb-16 title "Resume"
              move "PAU"    to my-ctl-act
              move "PAUSE"  to my-ctl-word
           end-if.
           perform screen-1-ctl-record.
           .
      *    every control goes to the audit trail and the run's
      *    stamps with the operator who gave it
       screen-1-ctl-record.
           move space to my-audit-obj my-audit-old my-audit-new
                         my-stp-job my-stp-ref.
           if my-ctl-act = "PAU" or "RSM"
              move my-run-id to my-audit-obj
              move "(queue)" to my-stp-job
           else
              move my-run-jcl(my-ent) to my-audit-obj
              move my-run-jcl(my-ent) to my-stp-job
              inspect my-stp-job replacing all ".jcl" by space
                                           all ".JCL" by space
           end-if.
           string "run "             delimited by size
                  my-run-id          delimited by space
                  into my-audit-old.
           move my-ctl-word to my-audit-new.
           call "QUAUDIT" using "BJLAUNCH" my-ctl-act my-audit-obj
                                my-audit-old my-audit-new.
           string my-ctl-word        delimited by space
                  " by "             delimited by size
                  my-ctl-user        delimited by space
                  into my-stp-ref.
           move 0 to my-stp-rc.
           call "QURUNSTP" using "CTL" "BJLAUNCH" my-stp-job
                                 my-stp-ref my-stp-rc.
           move space to screen-1-ef-7-val.
           string "OK  "             delimited by size
                  my-ctl-word        delimited by space
                  " "                delimited by size
                  my-stp-job         delimited by space
                  into screen-1-ef-7-val.
           modify screen-1-ef-7 value screen-1-ef-7-val.
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
