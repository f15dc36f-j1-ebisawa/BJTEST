*                  declares the instance)
*        BARRIER                            hold every declared
*                  instance here until all have arrived
*        ENV,A,NAME=value                   exported for that
*                  instance only (e.g. its FTEST_SHARE); several
*                  ENV lines per instance add up
*        END
*    ("*" comments and blanks ignored; any number of scenarios)
*
*    QU_LOCKORC_RUNNER   command that runs a program by name,
*                        e.g. the shop's cobol runner (required)
*    QU_LOCKORC_TIMEOUT  seconds to wait per scenario (default 120)
*    QU_LOCKORC_RESULTS  optional file that gets one line per
*                        scenario - name;OK|NG;rc comment - for
*                        the QU_LOCKGEN matrix
*    instances run through the bash-through-BJ_CSYS idiom with the
*    real return code dropped in a WORK rc file, the same pattern
*    BJ_Launch uses for parallel jobs.
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  rc-sts.
      select optional res-file assign to res-fnm
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  res-sts.
*     the same 1-digit relative handshake record PAUSE_SET3 and
*     PAUSE_WAIT use - the orchestrator reads the waiting state
*     and writes the release when it plays barrier master
01  scr-out-rec              pic x(128).
fd  rc-file.
01  rc-rec                   pic x(12).
fd  res-file.
01  res-rec                  pic x(132).
fd  hs-file.
01  hs-rec                   pic 9(01).
working-storage          section.
01  scr-sts                  pic x(02).
01  rc-fnm                   pic x(128).
01  rc-sts                   pic x(02).
01  res-fnm                  pic x(128).
01  res-sts                  pic x(02).
01  hs-fnm                   pic x(128).
01  hs-sts                   pic x(02).
01  runner-cmd               pic x(128).
        05  inst-prog        pic x(8).
        05  inst-rc          pic s9(9) comp-5.
        05  inst-got         pic 9.
        05  inst-env         pic x(120).
01  ix                       pic 9(2).
01  inst-cnt                 pic 9(2).
01  in-scenario              pic 9 value 0.
       05 rcf-hundredths     pic x comp-x.
01  disp-rc                  pic ---9.
01  comm-ptr                 pic 9(3).
01  env-ptr                  pic 9(3).
procedure  division.
prog-start.
     perform init-prc.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute timeout-secs = function numval(wk-env)
     end-if.
     move space to res-fnm.
     display "QU_LOCKORC_RESULTS" upon environment-name.
     accept  res-fnm              from environment-value.
scen-loop-prc.
     open input scen-file.
     if scen-sts not = "00"
        evaluate true
          when scen-rec(1:9) = "SCENARIO,"
            perform begin-scenario
          when scen-rec(1:4) = "ENV," and in-scenario = 1
            perform set-instance-env
          when scen-rec(1:7) = "BARRIER" and in-scenario = 1
            add 1 to barrier-cnt
            perform append-barrier
     perform varying ix from 1 by 1 until ix > inst-max
        move 0 to inst-used(ix) inst-got(ix)
        move -1 to inst-rc(ix)
        move space to inst-env(ix)
        move "STEST" to inst-prog(ix)
     end-perform.
     unstring scen-rec(10:190) delimited by ","
     move scen-rec(3:128) to scr-out-rec.
     write scr-out-rec.
     close scr-file.
*    ENV,<letter>,NAME=value goes on that instance's export list
set-instance-env.
     perform varying ix from 1 by 1
             until ix > inst-max
                or inst-letters(ix:1) = scen-rec(5:1)
     end-perform.
     if ix > inst-max or scen-rec(6:1) not = ","
        display "QU_LOCKORC : bad ENV line " scen-rec(1:20)
        exit paragraph
     end-if.
     move 1 to env-ptr.
     inspect inst-env(ix) tallying env-ptr
             for characters before initial "  ".
     if env-ptr > 1
        add 1 to env-ptr
     end-if.
     string scen-rec(7:60)       delimited by space
            into inst-env(ix) with pointer env-ptr
         on overflow
            display "QU_LOCKORC : ENV list too long " scen-rec(1:20)
     end-string.
*    a BARRIER becomes an option-21 wait in every declared
*    instance's script; the orchestrator writes the releases
append-barrier.
            ".csv"                   delimited by size
            " PAUSE_HANDSHAKE_FILE=" delimited by size
            hs-fnm                   delimited by space
            " "                      delimited by size
            inst-env(ix)             delimited by "  "
            " ; "                    delimited by size
            runner-cmd               delimited by space
            " "                      delimited by size
        add 1 to ng-cnt
     end-if.
     display "QU_LOCKORC : " scen-name " " QUL-RES " " QUL-COMM1.
     if res-fnm not = space
        open extend res-file
        if res-sts = "00" or res-sts = "05"
           move space to res-rec
           string scen-name       delimited by space
                  ";"             delimited by size
                  QUL-RES         delimited by size
                  ";"             delimited by size
                  QUL-COMM1       delimited by size
                  into res-rec
           write res-rec
           close res-file
        end-if
     end-if.
     call "QUTESTID" using "INT".
     call "QUTESTID" using "WRT"
              QUL-PARAM-ID QUL-RES QUL-COMM1 QUL-RETURNCD.
