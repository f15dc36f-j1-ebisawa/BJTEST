*    every other step declares it (FN=, ORG=, RECL=, ALTKEY=,
*    CODESET=); the indexed side keeps the QUDEV fixture key
*    convention BJF_IO implements.
*    QUREPRO_LAYOUT carries an old master across a record
*    extension instead of copying it byte for byte:
*        QUTESTM   120-byte testid master  -> 304 bytes
*                  (metric bands open: names blank, limits zero)
*        QUACTION  129-byte action items   -> 255 bytes
*                  (no escalation hops)
*    F1 is declared with the old RECL, F2 with the new one; a
*    record already in the new length is copied unchanged, any
*    other length stops the step.
environment              division.
configuration            section.
/
********* WORK-DATA **********
01  rec-cnt                  pic 9(10) value 0.
01  cnt-disp                 pic z(9)9.
*********layout conversion (QUREPRO_LAYOUT)**
01  conv-layout              pic x(8).
01  conv-old-len             pic 9(4) value 0.
01  conv-new-len             pic 9(4) value 0.
01  conv-cnt                 pic 9(10) value 0.
01  conv-rec                 pic x(304).
01  conv-tm-rec              redefines conv-rec.
    03 conv-tm-old           pic x(120).
    03 conv-tm-metric        occurs 4 times.
       05 conv-tm-met-name   pic x(16).
       05 conv-tm-met-low    pic s9(11)v9(4).
       05 conv-tm-met-high   pic s9(11)v9(4).
01  conv-ai-rec              redefines conv-rec.
    03 conv-ai-old           pic x(129).
    03 conv-ai-esc-cnt       pic 9(1).
    03 conv-ai-esc-hop       occurs 5 times.
       05 conv-ai-hop-level  pic 9(1).
       05 conv-ai-hop-who    pic x(12).
       05 conv-ai-hop-stamp  pic 9(12).
    03 filler                pic x(49).
*********disp-message************************
01  disp-msg                 pic x(256).
01  disp-msg-l               pic 999.
     call "QU_PAN3" using bjf-f1-file-info
                          bjf-f2-file-info.
     if return-code = -1   go to abort-goback.
*
     move space to conv-layout.
     display "QUREPRO_LAYOUT" upon environment-name.
     accept  conv-layout      from environment-value.
     inspect conv-layout converting "abcdefghijklmnopqrstuvwxyz"
                                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     evaluate conv-layout
       when space
          continue
       when "QUTESTM"
          move 120 to conv-old-len
          move 304 to conv-new-len
       when "QUACTION"
          move 129 to conv-old-len
          move 255 to conv-new-len
       when other
          move space to disp-msg
          string "QU_REPRO : unknown QUREPRO_LAYOUT "
                                      delimited by size
                 conv-layout          delimited by space
                 into disp-msg
          call "BJ_DISPLAY" using disp-msg
          go to abort-goback
     end-evaluate.

***********************
copy-prc section.
     if   bjf-f1-file-sts not = "00"
          perform disp-f1-error
     end-if.
     if conv-layout not = space
          perform conv-prc
     else
          move bjf-f1-record-size to bjf-f2-record-size
          if bjf-f1-record-size > 0
               move bjf-f1-record-buffer(1:bjf-f1-record-size)
                 to bjf-f2-record-buffer(1:bjf-f1-record-size)
          end-if
     end-if.
     move bjf-write-func  to    bjf-io-function.
     call "BJF_IO"        using bjf-io-function
copy-exit.
     exit.
***********************
conv-prc section.
***********************
*    an old-length record gets the extension initialised behind
*    it; a new-length one (a rerun over a half-converted file)
*    passes through as it is
conv-01.
     evaluate bjf-f1-record-size
       when conv-new-len
          move bjf-f1-record-buffer(1:conv-new-len) to conv-rec
       when conv-old-len
          evaluate conv-layout
            when "QUTESTM"
               initialize conv-tm-rec
               move bjf-f1-record-buffer(1:conv-old-len)
                 to conv-tm-old
            when "QUACTION"
               initialize conv-ai-rec
               move bjf-f1-record-buffer(1:conv-old-len)
                 to conv-ai-old
          end-evaluate
          add 1 to conv-cnt
       when other
          move rec-cnt to cnt-disp
          move space to disp-msg
          string "QU_REPRO : record "  delimited by size
                 cnt-disp              delimited by size
                 " is not in the old or the new "
                                       delimited by size
                 conv-layout           delimited by space
                 " length"             delimited by size
                 into disp-msg
          call "BJ_DISPLAY" using disp-msg
          go to abort-goback
     end-evaluate.
     move conv-new-len to bjf-f2-record-size.
     move conv-rec(1:conv-new-len)
       to bjf-f2-record-buffer(1:conv-new-len).
conv-exit.
     exit.
***********************
end-prc section.
***********************
end-prc-01.
            " record(s) copied"  delimited by size
            into disp-msg.
     call "BJ_DISPLAY" using disp-msg.
     if conv-layout not = space
          move conv-cnt to cnt-disp
          move space to disp-msg
          string "QU_REPRO : "          delimited by size
                 cnt-disp               delimited by size
                 " record(s) converted to the current "
                                        delimited by size
                 conv-layout            delimited by space
                 " layout"              delimited by size
                 into disp-msg
          call "BJ_DISPLAY" using disp-msg
     end-if.
**************************
error-proc section.
**************************
