identification division.
program-id. QU_SANDBX.
*    end of a sandbox run (QU_SANDBOX=dir, see BJF_IO): works
*    from the run's manifest <dir>\SANDBOX.lst.
*        LIST     every file the run created, with its size and
*                 what promoting it would do (NEW / REPLACE /
*                 UPDATE, DELETE for one the run disposed of)
*        PROMOTE  copies each sandbox file over its real path
*                 (and its CTL= totals), deletes the real file of
*                 a DELETE entry, then discards the sandbox; any
*                 copy that fails keeps the sandbox for a retry
*        DISCARD  deletes the sandbox files, the manifest and
*                 the directory - the real files never changed
*    action and directory come from the optional caller
*    arguments (BJ_Launch passes them), else from
*    QU_SANDBOX_ACTION (default LIST) and QU_SANDBOX.
*    return-code 0 done, 4 no manifest, 8 a file failed.
environment              division.
configuration            section.
input-output             section.
file-control.
      select     sbx-file      assign  to    sbx-filenm
                               organization  is  line sequential
                               access  mode  is  sequential
                               file  status  is  sbx-sts.
data                     division.
file                     section.
fd  sbx-file.
copy "BJ_SBXM.CPY" replacing =='BJs'== by ==sbx==.
working-storage          section.
01  sbx-filenm               pic x(256).
01  sbx-sts                  pic x(02).
01  sbx-action               pic x(08).
01  sbx-dir                  pic x(200).
01  sbx-dir-l                pic 9(03) comp-5.
01  sbx-del                  pic x.
01  sbx-cnt                  pic 9(03) comp-5.
01  wk-kind                  pic x(08).
01  wk-from                  pic x(256).
01  wk-to                    pic x(256).
01  wk-rc                    pic s9(9) comp-5.
01  wk-fail                  pic x.
01  file-details.
    03 fe-filesize           pic x(8) comp-x.
    03 fe-filedate           pic x(4).
    03 fe-filetime           pic x(4).
01  exist-sts                pic x(2) comp-5.
01  ent-cnt                  pic 9(05) value 0.
01  new-cnt                  pic 9(05) value 0.
01  rep-cnt                  pic 9(05) value 0.
01  upd-cnt                  pic 9(05) value 0.
01  del-cnt                  pic 9(05) value 0.
01  err-cnt                  pic 9(05) value 0.
01  size-disp                pic z(11)9.
01  cnt-disp                 pic zzzz9.
01  cnt-disp2                pic zzzz9.
01  cnt-disp3                pic zzzz9.
01  cnt-disp4                pic zzzz9.
01  cnt-disp5                pic zzzz9.
01  disp-msg                 pic x(256).
01  rl-parm                  pic x(80).
linkage section.
01  p-action                 pic x(08).
01  p-dir                    pic x(200).
/
procedure  division using optional p-action
                          optional p-dir.
prog-start.
     move 0 to return-code.
     perform init-prc.
     move space to rl-parm.
     string sbx-action  delimited by space
            " "         delimited by size
            sbx-dir     delimited by space
            into rl-parm.
     call "QURUNLOG" using "STR" "QUSANDBX" rl-parm.
     if sbx-dir = space
        display "QU_SANDBX : no sandbox directory (QU_SANDBOX)"
        move 8 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     perform sbx-prc.
     perform end-prc.
     call "QURUNLOG" using "END" return-code.
prog-end.
     goback.
***********************
init-prc section.
***********************
init-prc-01.
     move space to sbx-action sbx-dir.
     if address of p-action not = null
        move p-action to sbx-action
     end-if.
     if sbx-action = space
        display "QU_SANDBOX_ACTION" upon environment-name
        accept  sbx-action          from environment-value
     end-if.
     call "CBL_TOUPPER" using sbx-action by value 8.
     if sbx-action = space
        move "LIST" to sbx-action
     end-if.
     if address of p-dir not = null
        move p-dir to sbx-dir
     end-if.
     if sbx-dir = space
        display "QU_SANDBOX"   upon environment-name
        accept  sbx-dir        from environment-value
     end-if.
     if sbx-dir = space
        go to init-exit
     end-if.
     move 0 to sbx-dir-l.
     inspect sbx-dir tallying sbx-dir-l
             for characters before initial space.
     move 0 to sbx-cnt.
     inspect sbx-dir(1:sbx-dir-l) tallying sbx-cnt for all "/".
     if sbx-cnt > 0
        move "/" to sbx-del
     else
        move "\" to sbx-del
     end-if.
     move space to sbx-filenm.
     string sbx-dir(1:sbx-dir-l)  delimited by size
            sbx-del               delimited by size
            "SANDBOX.lst"         delimited by size
            into sbx-filenm.
init-exit.
     exit.
***********************
sbx-prc section.
***********************
sbx-01.
     if sbx-action not = "LIST" and not = "PROMOTE"
                   and not = "DISCARD"
        move space to disp-msg
        string "QU_SANDBX : unknown action " delimited by size
               sbx-action                    delimited by space
               " (LIST/PROMOTE/DISCARD)"     delimited by size
               into disp-msg
        display disp-msg
        move 8 to return-code
        go to sbx-exit
     end-if.
     open input sbx-file.
     if sbx-sts not = "00"
        move space to disp-msg
        string "QU_SANDBX : no manifest "    delimited by size
               sbx-filenm                    delimited by space
               into disp-msg
        display disp-msg
        move 4 to return-code
        go to sbx-exit
     end-if.
     perform until 1 = 0
        move space to sbx-sbx-rec
        read sbx-file at end exit perform end-read
        if sbx-sbx-name not = space
           add 1 to ent-cnt
           perform sbx-entry
        end-if
     end-perform.
     close sbx-file.
     if sbx-action = "PROMOTE"
        if err-cnt = 0
           perform sbx-discard
        else
           display "QU_SANDBX : promote incomplete - sandbox kept"
        end-if
     end-if.
     if sbx-action = "DISCARD"
        perform sbx-discard
     end-if.
sbx-exit.
     exit section.
*    one manifest line: what the run left in the sandbox and
*    what promoting it means for the real path
sbx-entry.
     call "CBL_CHECK_FILE_EXIST" using sbx-sbx-name file-details
                             returning exist-sts.
     evaluate true
       when exist-sts not = 0
         if sbx-sbx-kind = "N"
            move "GONE" to wk-kind
         else
            move "DELETE" to wk-kind
            add 1 to del-cnt
         end-if
         move 0 to size-disp
       when sbx-sbx-kind = "N"
         move "NEW" to wk-kind
         add 1 to new-cnt
         move fe-filesize to size-disp
       when sbx-sbx-kind = "R"
         move "REPLACE" to wk-kind
         add 1 to rep-cnt
         move fe-filesize to size-disp
       when other
         move "UPDATE" to wk-kind
         add 1 to upd-cnt
         move fe-filesize to size-disp
     end-evaluate.
     move space to disp-msg.
     string "QU_SANDBX : "   delimited by size
            wk-kind          delimited by size
            size-disp        delimited by size
            "  "             delimited by size
            sbx-sbx-real     delimited by space
            into disp-msg.
     display disp-msg.
     if sbx-action = "PROMOTE"
        perform sbx-promote-one
     end-if.
*    the sandbox copy over the real file; its totals follow it
*    (a real .ctot the sandbox has none for is stale, so it goes)
sbx-promote-one.
     move "N" to wk-fail.
     evaluate wk-kind
       when "GONE"
         continue
       when "DELETE"
         call "CBL_DELETE_FILE" using sbx-sbx-real
                                returning wk-rc
       when other
         call "CBL_COPY_FILE" using sbx-sbx-name sbx-sbx-real
                              returning wk-rc
         if wk-rc not = 0
            move "Y" to wk-fail
         end-if
     end-evaluate.
     if wk-fail = "Y"
        add 1 to err-cnt
        move space to disp-msg
        string "QU_SANDBX : promote failed - " delimited by size
               sbx-sbx-real                    delimited by space
               into disp-msg
        display disp-msg
        exit paragraph
     end-if.
     move space to wk-from wk-to.
     string sbx-sbx-name  delimited by space
            ".ctot"       delimited by size
            into wk-from.
     string sbx-sbx-real  delimited by space
            ".ctot"       delimited by size
            into wk-to.
     call "CBL_CHECK_FILE_EXIST" using wk-from file-details
                             returning exist-sts.
     if exist-sts = 0
        call "CBL_COPY_FILE" using wk-from wk-to
                             returning wk-rc
     else
        call "CBL_DELETE_FILE" using wk-to
                               returning wk-rc
     end-if.
*    everything the run left under the directory, then the
*    directory itself
sbx-discard.
     open input sbx-file.
     if sbx-sts = "00"
        perform until 1 = 0
           move space to sbx-sbx-rec
           read sbx-file at end exit perform end-read
           if sbx-sbx-name not = space
              call "CBL_DELETE_FILE" using sbx-sbx-name
                                     returning wk-rc
              move space to wk-from
              string sbx-sbx-name  delimited by space
                     ".ctot"       delimited by size
                     into wk-from
              call "CBL_DELETE_FILE" using wk-from
                                     returning wk-rc
           end-if
        end-perform
        close sbx-file
     end-if.
     move space to wk-from.
     string sbx-dir(1:sbx-dir-l)  delimited by size
            sbx-del               delimited by size
            "BJF_IO.jnl"          delimited by size
            into wk-from.
     call "CBL_DELETE_FILE" using wk-from returning wk-rc.
     call "CBL_DELETE_FILE" using sbx-filenm returning wk-rc.
     call "CBL_DELETE_DIR"  using sbx-dir returning wk-rc.
     if wk-rc not = 0
        move space to disp-msg
        string "QU_SANDBX : directory not empty, left in place - "
                                      delimited by size
               sbx-dir                delimited by space
               into disp-msg
        display disp-msg
     end-if.
***********************
end-prc section.
***********************
end-prc-01.
     if return-code not = 0
        go to end-exit
     end-if.
     move ent-cnt to cnt-disp.
     move new-cnt to cnt-disp2.
     move rep-cnt to cnt-disp3.
     move upd-cnt to cnt-disp4.
     move del-cnt to cnt-disp5.
     move space to disp-msg.
     string "QU_SANDBX : "     delimited by size
            sbx-action         delimited by space
            cnt-disp           delimited by size
            " file(s) - new"   delimited by size
            cnt-disp2          delimited by size
            " replace"         delimited by size
            cnt-disp3          delimited by size
            " update"          delimited by size
            cnt-disp4          delimited by size
            " delete"          delimited by size
            cnt-disp5          delimited by size
            " - "              delimited by size
            sbx-dir            delimited by space
            into disp-msg.
     display disp-msg.
     if err-cnt > 0
        move 8 to return-code
     end-if.
end-exit.
     exit.
