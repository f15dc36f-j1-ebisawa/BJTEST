identification division.
program-id. QU_REPEAT.
*    repeat-block step: runs the group of steps enclosed in the
*    REPEAT ... ENDREPEAT block QU_PAN3 parses out of the JCL
*    parameter file (BJ_RPTP area) once per entry of the list -
*        REPEAT VAR=MONTH,LIST=(01,02,03)
*          (or  REPEAT VAR=IN,DIR=data\in\SALES*.dat
*           or  REPEAT VAR=F,CATLG=SALES*)
*        STEP NAME=EXTR,PGM=QU_REPRO,PARAM=jcl\extr.prm
*        STEP NAME=CHK,PGM=QU_FCOMP,PARAM=jcl\chk.prm
*        ENDREPEAT
*    the list is the inline values, the files the wildcard
*    matches (full paths, name order) or the mk_CATLG entries
*    whose file name matches the pattern (the names, for
*    FN=CATLG:&F).  each step is CALLed the way QUDIRCMP calls
*    QU_FCOMP, with QU_STEPNAME and BJ_JCL_PARAM set to the
*    step's, and its own parameter file sees the iteration's
*    symbols &<var> and &ITERNO.  QURUNLOG journals every step
*    of every iteration as "<step>#<nnn>".
*
*    a failed step does not stop the block: the remaining steps
*    and iterations run, and it is their COND= that decides -
*    a COND= without a step name looks at the step run just
*    before, for the first step of an iteration the last step
*    of the previous one.  a step its COND= skips is reported
*    and left out of the rc.  the block's return code is the
*    highest step rc, -1 when any step ended -1 or could not be
*    called.  under QU_RESTART_STEP the block restarts as one
*    step.
environment              division.
configuration            section.
input-output             section.
file-control.
      select     lst-file      assign  to    lst-fnm
                               organization  is  line sequential
                               access  mode  is  sequential
                               file  status  is  lst-sts.
COPY "BJ_CATLG_SL.CPY".
/
data                     division.
file                     section.
fd  lst-file.
01  lst-rec                  pic x(256).
COPY "BJ_CATLG_FD.CPY".
working-storage          section.
copy "BJ_FC78.CPY".
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f1==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f2==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f3==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f4==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f5==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f6==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f7==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f8==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f9==.
copy "BJ_RPTP.CPY"  replacing =='BJr'== by ==rpt==.
01  lst-fnm                  pic x(128).
01  lst-sts                  pic x(02).
01  CATLG-FNAME              pic x(128).
01  F-STS                    pic x(02).
01  wk-jobname               pic x(50).
01  wk-i                     pic s9(4) comp.
*   the caller's own step and parameter file, put back after
*   the block
01  own-step                 pic x(8).
01  own-param                pic x(256).
01  own-rl-key               pic x(80).
*   the running iteration and step
01  iter-ix                  pic 9(3).
01  iter-disp                pic 9(3).
01  iter-cnt-disp            pic 9(3).
01  step-ix                  pic 9(2).
01  step-rc                  pic s9(9) comp-5.
01  step-rc-disp             pic -(8)9.
01  step-skip                pic x(3).
01  call-ok                  pic x.
01  env-blank                pic x(8) value space.
*   block totals
01  max-rc                   pic s9(9) comp-5 value 0.
01  blk-rc                   pic s9(9) comp-5.
01  neg-sw                   pic x value "N".
01  run-cnt                  pic 9(5) value 0.
01  skip-cnt                 pic 9(5) value 0.
01  fail-cnt                 pic 9(5) value 0.
01  cnt-disp                 pic zzzz9.
01  cnt-disp2                pic zzzz9.
01  cnt-disp3                pic zzzz9.
01  run-desc                 pic x(80).
*   DIR= listing through the shop's bash idiom (QUDIRCMP)
01  cmd-line                 pic x(512).
01  flags                    pic x(2) comp-x.
01  exit-status              pic x(2) comp-x.
01  del-rc                   pic s9(9) comp-5.
*   CATLG= wildcard match of an entry's file name
01  pat-txt                  pic x(128).
01  pat-l                    pic s9(4) comp.
01  nm-txt                   pic x(128).
01  nm-l                     pic s9(4) comp.
01  nm-keep                  pic x(128).
01  pat-pi                   pic s9(4) comp.
01  pat-ti                   pic s9(4) comp.
01  pat-star                 pic s9(4) comp.
01  pat-mark                 pic s9(4) comp.
01  pat-match                pic x.
01  base-l                   pic s9(4) comp.
*********disp-message************************
01  disp-msg                 pic x(256).
01  disp-msg-l               pic 999.
/
procedure  division.
prog-start.
     perform init-prc.
     move space to run-desc.
     string "REPEAT "            delimited by size
            rpt-rpt-var          delimited by space
            " "                  delimited by size
            rpt-rpt-src          delimited by size
            " "                  delimited by size
            rpt-rpt-spec         delimited by space
            into run-desc.
     call "QURUNLOG" using "STR" "QU_REPT " run-desc.
     move space to own-rl-key.
     display "QURUNLOG_KEY"  upon environment-name.
     accept  own-rl-key      from environment-value.
     perform list-prc.
     perform iter-prc
             varying iter-ix from 1 by 1
             until iter-ix > rpt-rpt-item-cnt.
     perform end-prc.
     call "QURUNLOG" using "KEY" "QU_REPT " own-rl-key.
     call "QURUNLOG" using "END" blk-rc.
     move blk-rc to return-code.
prog-end.
     goback.

***********************
init-prc section.
***********************
init-prc-01.
     move space to own-step own-param.
     display "QU_STEPNAME"   upon environment-name.
     accept  own-step        from environment-value.
     display "BJ_JCL_PARAM"  upon environment-name.
     accept  own-param       from environment-value.
*
     call "QU_PAN3" using bjf-f1-file-info
                          bjf-f2-file-info
                          bjf-f3-file-info
                          bjf-f4-file-info
                          bjf-f5-file-info
                          bjf-f6-file-info
                          bjf-f7-file-info
                          bjf-f8-file-info
                          bjf-f9-file-info
                          omitted
                          rpt-rpt-info.
     if return-code = -1   go to abort-goback.
     cancel "QU_PAN3".
     if rpt-rpt-seen not = "Y"
        call "BJ_DISPLAY" using
             "QU_REPEAT : no REPEAT line in the parameter file"
        go to abort-goback
     end-if.
     if rpt-rpt-closed not = "Y"
        call "BJ_DISPLAY" using
             "QU_REPEAT : REPEAT block without ENDREPEAT"
        go to abort-goback
     end-if.

***********************
list-prc section.
***********************
*    LIST= arrived filled; DIR= and CATLG= are resolved here
list-01.
     evaluate rpt-rpt-src
        when "D"
             perform list-dir
        when "C"
             perform list-catlg
     end-evaluate.
     if rpt-rpt-item-cnt = 0
        call "BJ_DISPLAY" using
             "QU_REPEAT : the REPEAT list is empty - nothing to run"
        move 4 to max-rc
     end-if.
     go to list-exit.
*    the wildcard's matches, one full path per line (the list
*    goes through bash, hence the "/")
list-dir.
     perform get-jobname-stem.
     move space to lst-fnm.
     string "WORK/"          delimited by size
            wk-jobname       delimited by space
            ".rptlst"        delimited by size
            into lst-fnm.
     move space to cmd-line.
     string "bash -c ""ls -1 "  delimited by size
            rpt-rpt-spec        delimited by space
            " > "               delimited by size
            lst-fnm             delimited by space
            """"                delimited by size
            into cmd-line.
     move h"0006" to flags.
     call "BJ_CSYS" using cmd-line flags exit-status.
     open input lst-file.
     if lst-sts not = "00"
        exit paragraph
     end-if.
     perform until 1 = 0
        move space to lst-rec
        read lst-file at end exit perform end-read
        if lst-rec not = space
           if rpt-rpt-item-cnt >= 100 or lst-rec(129:) not = space
              close lst-file
              perform list-too-many
           end-if
           add 1 to rpt-rpt-item-cnt
           move lst-rec to rpt-rpt-item(rpt-rpt-item-cnt)
        end-if
     end-perform.
     close lst-file.
     call "CBL_DELETE_FILE" using lst-fnm returning del-rc.
*    the catalog entries whose file name matches the pattern
list-catlg.
     move space to CATLG-FNAME.
     accept CATLG-FNAME from environment "BJ_CATLG_MAST".
     if CATLG-FNAME = space
        call "BJ_DISPLAY" using
             "QU_REPEAT : CATLG= needs BJ_CATLG_MAST"
        go to abort-goback
     end-if.
     open input CATLG-F.
     if F-STS not = "00"
        move space to disp-msg
        string "QU_REPEAT : catalog open error "  delimited by size
               F-STS                              delimited by size
               " "                                delimited by size
               CATLG-FNAME                        delimited by space
               into disp-msg
        call "BJ_DISPLAY" using disp-msg
        go to abort-goback
     end-if.
     move rpt-rpt-spec(1:128) to pat-txt.
     call "CBL_TOUPPER" using pat-txt by value 128.
     move 128 to pat-l.
     perform until pat-l < 2 or pat-txt(pat-l:1) not = space
        subtract 1 from pat-l
     end-perform.
     perform until 1 = 0
        read CATLG-F at end exit perform end-read
        perform catlg-basename
        move nm-txt to nm-keep
        perform wild-match
        if pat-match = "Y"
           if rpt-rpt-item-cnt >= 100
              close CATLG-F
              perform list-too-many
           end-if
           add 1 to rpt-rpt-item-cnt
           move nm-keep to rpt-rpt-item(rpt-rpt-item-cnt)
        end-if
     end-perform.
     close CATLG-F.
list-exit.
     exit section.
list-too-many.
     call "BJ_DISPLAY" using
          "QU_REPEAT : more than 100 list entries - block refused".
     go to abort-goback.
*    the entry's file name without its directory part in
*    nm-txt, its length in nm-l
catlg-basename.
     move 0 to base-l.
     perform varying wk-i from 1 by 1 until wk-i > 128
        if CATLG-FPATH(wk-i:1) = "/" or "\"
           move wk-i to base-l
        end-if
     end-perform.
     move space to nm-txt.
     add 1 to base-l.
     compute wk-i = 128 - base-l + 1.
     move CATLG-FPATH(base-l:wk-i) to nm-txt.
     move 128 to nm-l.
     perform until nm-l < 2 or nm-txt(nm-l:1) not = space
        subtract 1 from nm-l
     end-perform.
*    nm-txt(1:nm-l) against pat-txt(1:pat-l): "*" any run, "?"
*    any one character, letters case-blind
wild-match.
     call "CBL_TOUPPER" using nm-txt by value 128.
     move 1 to pat-pi pat-ti.
     move 0 to pat-star pat-mark.
     move "Y" to pat-match.
     perform until pat-ti > nm-l or pat-match = "N"
        evaluate true
           when pat-pi <= pat-l
                and (pat-txt(pat-pi:1) = "?"
                  or pat-txt(pat-pi:1) = nm-txt(pat-ti:1))
                add 1 to pat-pi
                add 1 to pat-ti
           when pat-pi <= pat-l
                and pat-txt(pat-pi:1) = "*"
                move pat-pi to pat-star
                move pat-ti to pat-mark
                add 1 to pat-pi
           when pat-star > 0
                compute pat-pi = pat-star + 1
                add 1 to pat-mark
                move pat-mark to pat-ti
           when other
                move "N" to pat-match
        end-evaluate
     end-perform.
     perform until pat-pi > pat-l
                or pat-txt(pat-pi:1) not = "*"
        add 1 to pat-pi
     end-perform.
     if pat-pi <= pat-l
        move "N" to pat-match
     end-if.

***********************
iter-prc section.
***********************
*    one pass over the block's steps for list entry iter-ix
iter-01.
     move iter-ix to iter-disp.
     display "QU_REPEAT_VAR"   upon environment-name.
     display rpt-rpt-var       upon environment-value.
     display "QU_REPEAT_VAL"   upon environment-name.
     display rpt-rpt-item(iter-ix) upon environment-value.
     display "QU_REPEAT_ITER"  upon environment-name.
     display iter-disp         upon environment-value.
     move space to disp-msg.
     move rpt-rpt-item-cnt to iter-cnt-disp.
     string "QU_REPEAT : iteration "  delimited by size
            iter-disp                 delimited by size
            "/"                       delimited by size
            iter-cnt-disp             delimited by size
            " &"                      delimited by size
            rpt-rpt-var               delimited by space
            "="                       delimited by size
            rpt-rpt-item(iter-ix)         delimited by space
            into disp-msg.
     call "BJ_DISPLAY" using disp-msg.
     perform step-prc
             varying step-ix from 1 by 1
             until step-ix > rpt-rpt-step-cnt.
iter-exit.
     exit.

***********************
step-prc section.
***********************
*    one step of one iteration
step-01.
     display "QU_STEPNAME"     upon environment-name.
     display rpt-rpt-step-name(step-ix)
                               upon environment-value.
     display "BJ_JCL_PARAM"    upon environment-name.
     display rpt-rpt-step-parm(step-ix)
                               upon environment-value.
     display "QU_REPEAT_SKIP"  upon environment-name.
     display env-blank         upon environment-value.
     move 0 to return-code.
     move "Y" to call-ok.
     call rpt-rpt-step-pgm(step-ix)
          on exception
             move "N" to call-ok
     end-call.
     move return-code to step-rc.
     cancel rpt-rpt-step-pgm(step-ix).
     cancel "QU_PAN3".
*    the lineage journal keeps its step identity per run unit -
*    the next step must start it afresh
     cancel "QULINPUT".
     move 0 to return-code.
     move space to step-skip.
     display "QU_REPEAT_SKIP"  upon environment-name.
     accept  step-skip         from environment-value.
     move space to disp-msg.
     move step-rc to step-rc-disp.
     evaluate true
        when call-ok = "N"
             add 1 to fail-cnt
             move "Y" to neg-sw
             string "QU_REPEAT : "          delimited by size
                    rpt-rpt-step-name(step-ix)  delimited by space
                    "#"                     delimited by size
                    iter-disp               delimited by size
                    " program "             delimited by size
                    rpt-rpt-step-pgm(step-ix)   delimited by space
                    " cannot be called"     delimited by size
                    into disp-msg
        when step-skip(1:1) = "Y"
             add 1 to skip-cnt
             string "QU_REPEAT : "          delimited by size
                    rpt-rpt-step-name(step-ix)  delimited by space
                    "#"                     delimited by size
                    iter-disp               delimited by size
                    " skipped by COND="     delimited by size
                    into disp-msg
        when other
             add 1 to run-cnt
             if step-rc < 0
                add 1 to fail-cnt
                move "Y" to neg-sw
             else
                if step-rc > 4
                   add 1 to fail-cnt
                end-if
                if step-rc > max-rc
                   move step-rc to max-rc
                end-if
             end-if
             string "QU_REPEAT : "          delimited by size
                    rpt-rpt-step-name(step-ix)  delimited by space
                    "#"                     delimited by size
                    iter-disp               delimited by size
                    " "                     delimited by size
                    rpt-rpt-step-pgm(step-ix)   delimited by space
                    " rc="                  delimited by size
                    function trim(step-rc-disp)
                                            delimited by size
                    into disp-msg
     end-evaluate.
     call "BJ_DISPLAY" using disp-msg.
step-exit.
     exit.

***********************
end-prc section.
***********************
*    the caller's environment back, the block's summary and rc
end-prc-01.
     display "QU_REPEAT_ITER"  upon environment-name.
     display env-blank         upon environment-value.
     display "QU_REPEAT_VAR"   upon environment-name.
     display env-blank         upon environment-value.
     display "QU_REPEAT_VAL"   upon environment-name.
     display env-blank         upon environment-value.
     display "QU_REPEAT_SKIP"  upon environment-name.
     display env-blank         upon environment-value.
     display "QU_STEPNAME"     upon environment-name.
     display own-step          upon environment-value.
     display "BJ_JCL_PARAM"    upon environment-name.
     display own-param         upon environment-value.
     move run-cnt  to cnt-disp.
     move skip-cnt to cnt-disp2.
     move fail-cnt to cnt-disp3.
     move space to disp-msg.
     string "QU_REPEAT : "        delimited by size
            cnt-disp              delimited by size
            " step(s) run,"       delimited by size
            cnt-disp2             delimited by size
            " skipped,"           delimited by size
            cnt-disp3             delimited by size
            " failed"             delimited by size
            into disp-msg.
     call "BJ_DISPLAY" using disp-msg.
     if neg-sw = "Y"
        move -1 to blk-rc
     else
        move max-rc to blk-rc
     end-if.

***********************
jobname section.
***********************
*    WORK-file stem: QU_JCLNAME without directory or extension
get-jobname-stem.
     move space to wk-jobname.
     display "QU_JCLNAME"   upon environment-name.
     accept  wk-jobname     from environment-value.
     if wk-jobname = space
        move "QU_REPEAT" to wk-jobname
     end-if.
     move 0 to base-l.
     perform varying wk-i from 1 by 1 until wk-i > 50
        if wk-jobname(wk-i:1) = "/" or "\"
           move wk-i to base-l
        end-if
     end-perform.
     if base-l > 0
        add 1 to base-l
        compute wk-i = 50 - base-l + 1
        move wk-jobname(base-l:wk-i) to nm-txt
        move nm-txt(1:wk-i) to wk-jobname
     end-if.
     perform varying wk-i from 1 by 1
             until wk-i > 50
                or wk-jobname(wk-i:1) = "." or space
     end-perform.
     if wk-i <= 50
        move space to wk-jobname(wk-i:)
     end-if.

**************************
error-proc section.
**************************
*    the block cannot run - end the run log entry if one is open
abort-goback.
     move -1 to step-rc.
     if own-rl-key not = space
        call "QURUNLOG" using "KEY" "QU_REPT " own-rl-key
        call "QURUNLOG" using "END" step-rc
     end-if.
     move -1 to return-code.
     goback.
