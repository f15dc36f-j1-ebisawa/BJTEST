identification division.
program-id. QU_TMPCLN.
*    job-end purge of the FN=&&name scratch files QU_PAN3
*    resolved and registered in WORK\<jobname>.tmplist.  every
*    listed file is deleted, then the manifest itself.  when the
*    caller passes a non-zero job rc the scratch files, manifest,
*    step-rc and step-input drop files are kept instead, so a
*    QU_RESTART_STEP rerun can skip the completed steps; the
*    restart marker always goes.  the jobname comes from
*    the optional caller argument (BJ_Launch passes the queued
*    jcl name), else from QU_JCLNAME; directory and extension
*    are stripped either way.  the <file>.ctot control totals
*    BJF_IO leaves beside a CTL= file go with it.
environment              division.
configuration            section.
input-output             section.
01  disp-msg                 pic x(256).
linkage section.
01  p-jobname                pic x(60).
01  p-rc                     pic s9(9) comp-5.
/
procedure  division using optional p-jobname
                          optional p-rc.
prog-start.
     perform init-prc.
     if wk-jobname = space
clean-prc section.
***********************
clean-01.
*    the restart marker of a QU_RESTART_STEP run never outlives
*    the job
     move space to del-name.
     string "WORK"         delimited by size
            wk-fl-del      delimited by size
            wk-jobname     delimited by space
            ".rstmark"     delimited by size
            into del-name.
     call "CBL_DELETE_FILE" using del-name
                            returning del-rc.
*    a failed job keeps what a restart needs
     if address of p-rc not = null
        if p-rc not = 0
           move space to disp-msg
           string "QU_TMPCLN : job "       delimited by size
                  wk-jobname               delimited by space
                  " failed - scratch files kept for restart"
                                           delimited by size
                  into disp-msg
           display disp-msg
           go to clean-exit
        end-if
     end-if.
*    the job's COND= step-rc and step-input drop files go too, so
*    the next run starts with a clean slate
     move space to del-name.
     string "WORK"         delimited by size
            wk-fl-del      delimited by size
            into del-name.
     call "CBL_DELETE_FILE" using del-name
                            returning del-rc.
     move space to del-name.
     string "WORK"         delimited by size
            wk-fl-del      delimited by size
            wk-jobname     delimited by space
            ".stepin"      delimited by size
            into del-name.
     call "CBL_DELETE_FILE" using del-name
                            returning del-rc.
     open input mani-file.
     if mani-sts not = "00"
*       nothing registered for this job - nothing to do
           if del-rc = 0
              add 1 to del-cnt
           end-if
*          and the CTL= control totals kept beside it, if any
           move space to del-name
           string mani-rec  delimited by space
                  ".ctot"   delimited by size
                  into del-name
           call "CBL_DELETE_FILE" using del-name
                                  returning del-rc
        end-if
     end-perform.
     close mani-file.
