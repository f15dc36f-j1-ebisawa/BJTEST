identification division.
program-id. QU_MATCH.
*    two-file match step: executes the MATCH KEY1=(...),KEY2=(...)
*    line QU_PAN3 parses out of the JCL parameter file (BJ_MTCHP
*    area) - the balance-line run every master-against-
*    transactions job used to need its own program for.
*
*    F1= the left input (master), F2= the right (transactions),
*    both already in ascending key order (a QU_SORT step ahead of
*    this one if not).  each output is written only when its
*    Fn= line is given:
*        F3=  matched      - per matching right record, the left
*                            record, the right one or both joined
*                            (MATCHREC=L / R / LR)
*        F4=  left only    - left records no right record matched
*        F5=  right only   - right records with no left partner
*    all files go through BJF_IO, so every BJ_FINFO organization
*    works on any side (mind its two open files per native
*    organization - TXT, VSEQ, IDX, CSV).  keys compare as bytes, part for part;
*    a left key is expected once (a master) - a repeated left key
*    finds the right records already taken by the first and goes
*    to F4.  a key lower than the one before it on either input
*    fails the step (out of sequence, rc -1); the class counts
*    close the step summary.
environment              division.
configuration            section.
/
data                     division.
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
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f1==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f2==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f3==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f4==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f5==.
copy "BJ_MTCHP.CPY" replacing =='BJm'== by ==mtc==.
 01  bjf-f1-file-handle              pointer.
 01  bjf-f2-file-handle              pointer.
 01  bjf-f3-file-handle              pointer.
 01  bjf-f4-file-handle              pointer.
 01  bjf-f5-file-handle              pointer.
 01  bjf-f1-record-ptr               pointer.
 01  bjf-f2-record-ptr               pointer.
 01  bjf-f3-record-ptr               pointer.
 01  bjf-f4-record-ptr               pointer.
 01  bjf-f5-record-ptr               pointer.
 01  bjf-io-function                 pic 9(02) comp-x.
********* WORK-DATA **********
*   which outputs the parameter file gave
01  out-m-sw                 pic x value "N".
01  out-l-sw                 pic x value "N".
01  out-r-sw                 pic x value "N".
*   the current record's key per side, the one before it for
*   the sequence check, end-of-file and matched flags
01  l-key                    pic x(64).
01  l-prev-key               pic x(64).
01  l-eof                    pic x value "N".
01  l-matched                pic x value "N".
01  l-first                  pic x value "Y".
01  r-key                    pic x(64).
01  r-prev-key               pic x(64).
01  r-eof                    pic x value "N".
01  r-first                  pic x value "Y".
*   key build work
01  key-ix                   pic 9(2).
01  key-o                    pic s9(9) comp-5.
01  key-pos                  pic s9(9) comp-5.
01  key-cliplen              pic s9(9) comp-5.
01  key-buf                  pic x(64).
01  join-len                 pic s9(9) comp-5.
01  join-max                 pic s9(9) comp-5.
01  seq-side                 pic x(02).
*   class counts
01  l-cnt                    pic 9(9) comp-5 value 0.
01  r-cnt                    pic 9(9) comp-5 value 0.
01  m-cnt                    pic 9(9) comp-5 value 0.
01  lo-cnt                   pic 9(9) comp-5 value 0.
01  ro-cnt                   pic 9(9) comp-5 value 0.
*********disp-message************************
01  disp-msg                 pic x(256).
01  disp-msg-l               pic 999.
01  cnt-disp                 pic z(8)9.
01  cnt-disp2                pic z(8)9.
01  cnt-disp3                pic z(8)9.
01  cnt-disp4                pic z(8)9.
01  cnt-disp5                pic z(8)9.
/
procedure  division.
prog-start.
     perform init-prc.
     call "QURUNLOG" using "STR" "QU_MATCH" bjf-f1-file-name(1:80).
     perform open-prc.
     perform match-prc.
     perform end-prc.
     call "QURUNLOG" using "END" return-code.
prog-end.
     goback.

***********************
init-prc section.
***********************
init-prc-01.
     set bjf-f1-file-handle to address of bjf-f1-file-info.
     set bjf-f2-file-handle to address of bjf-f2-file-info.
     set bjf-f3-file-handle to address of bjf-f3-file-info.
     set bjf-f4-file-handle to address of bjf-f4-file-info.
     set bjf-f5-file-handle to address of bjf-f5-file-info.
     set bjf-f1-record-ptr  to address of bjf-f1-record-info.
     set bjf-f2-record-ptr  to address of bjf-f2-record-info.
     set bjf-f3-record-ptr  to address of bjf-f3-record-info.
     set bjf-f4-record-ptr  to address of bjf-f4-record-info.
     set bjf-f5-record-ptr  to address of bjf-f5-record-info.
     move space to bjf-f1-file-name bjf-f2-file-name
                   bjf-f3-file-name bjf-f4-file-name
                   bjf-f5-file-name.
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
                          omitted
                          mtc-match-info.
     if return-code = -1   go to abort-goback.
     if mtc-match-seen not = "Y"
        call "BJ_DISPLAY" using
             "QU_MATCH : no MATCH KEY1=,KEY2= line in the parameter file"
        go to abort-goback
     end-if.
     if bjf-f1-file-name = space or low-value
        or bjf-f2-file-name = space or low-value
        call "BJ_DISPLAY" using
             "QU_MATCH : F1= and F2= (the two inputs) are required"
        go to abort-goback
     end-if.
     if bjf-f3-file-name not = space and not = low-value
        move "Y" to out-m-sw
     end-if.
     if bjf-f4-file-name not = space and not = low-value
        move "Y" to out-l-sw
     end-if.
     if bjf-f5-file-name not = space and not = low-value
        move "Y" to out-r-sw
     end-if.

***********************
open-prc section.
***********************
open-01.
     move bjf-open-func   to    bjf-io-function.
     move bjf-file-input  to    bjf-f1-file-opmode.
     call "BJF_IO"        using bjf-io-function
                                bjf-f1-file-handle
                                bjf-f1-record-ptr.
     if   bjf-f1-file-sts not = "00"
          perform disp-f1-error
     end-if.
     move bjf-open-func   to    bjf-io-function.
     move bjf-file-input  to    bjf-f2-file-opmode.
     call "BJF_IO"        using bjf-io-function
                                bjf-f2-file-handle
                                bjf-f2-record-ptr.
     if   bjf-f2-file-sts not = "00"
          perform disp-f2-error
     end-if.
     if out-m-sw = "Y"
        move bjf-open-func   to    bjf-io-function
        move bjf-file-output to    bjf-f3-file-opmode
        call "BJF_IO"        using bjf-io-function
                                   bjf-f3-file-handle
                                   bjf-f3-record-ptr
        if   bjf-f3-file-sts not = "00"
             perform disp-f3-error
        end-if
     end-if.
     if out-l-sw = "Y"
        move bjf-open-func   to    bjf-io-function
        move bjf-file-output to    bjf-f4-file-opmode
        call "BJF_IO"        using bjf-io-function
                                   bjf-f4-file-handle
                                   bjf-f4-record-ptr
        if   bjf-f4-file-sts not = "00"
             perform disp-f4-error
        end-if
     end-if.
     if out-r-sw = "Y"
        move bjf-open-func   to    bjf-io-function
        move bjf-file-output to    bjf-f5-file-opmode
        call "BJF_IO"        using bjf-io-function
                                   bjf-f5-file-handle
                                   bjf-f5-record-ptr
        if   bjf-f5-file-sts not = "00"
             perform disp-f5-error
        end-if
     end-if.

***********************
match-prc section.
***********************
*    the balance line: the lower key moves on, equal keys match
*    and the right side moves on so one left record takes all
*    its transactions
match-01.
     perform read-left.
     perform read-right.
match-02.
     if l-eof = "Y" and r-eof = "Y"
        go to match-exit
     end-if.
     evaluate true
        when r-eof = "Y"
          or (l-eof = "N" and l-key < r-key)
             if l-matched = "N"
                add 1 to lo-cnt
                if out-l-sw = "Y"
                   perform write-left-only
                end-if
             end-if
             perform read-left
        when l-eof = "Y"
          or l-key > r-key
             add 1 to ro-cnt
             if out-r-sw = "Y"
                perform write-right-only
             end-if
             perform read-right
        when other
             add 1 to m-cnt
             move "Y" to l-matched
             if out-m-sw = "Y"
                perform write-matched
             end-if
             perform read-right
     end-evaluate.
     go to match-02.
match-exit.
*    the helpers below run only under PERFORM
     exit section.
read-left.
     move bjf-next-func   to    bjf-io-function.
     call "BJF_IO"        using bjf-io-function
                                bjf-f1-file-handle
                                bjf-f1-record-ptr.
     if   bjf-f1-file-sts = "10"
          move "Y" to l-eof
          exit paragraph
     end-if.
     if   bjf-f1-file-sts not = "00"
          perform disp-f1-error
     end-if.
     add 1 to l-cnt.
     move "N" to l-matched.
     perform build-left-key.
     if l-first = "N" and l-key < l-prev-key
        move "F1" to seq-side
        perform seq-error
     end-if.
     move "N"   to l-first.
     move l-key to l-prev-key.
read-right.
     move bjf-next-func   to    bjf-io-function.
     call "BJF_IO"        using bjf-io-function
                                bjf-f2-file-handle
                                bjf-f2-record-ptr.
     if   bjf-f2-file-sts = "10"
          move "Y" to r-eof
          exit paragraph
     end-if.
     if   bjf-f2-file-sts not = "00"
          perform disp-f2-error
     end-if.
     add 1 to r-cnt.
     perform build-right-key.
     if r-first = "N" and r-key < r-prev-key
        move "F2" to seq-side
        perform seq-error
     end-if.
     move "N"   to r-first.
     move r-key to r-prev-key.
*    the key parts of the record, each clipped to the record
*    length (missing bytes stay low-value)
build-left-key.
     move low-value to l-key.
     move 1 to key-o.
     perform varying key-ix from 1 by 1
             until key-ix > mtc-match-key-cnt
        move mtc-match-lpos(key-ix) to key-pos
        move low-value to key-buf
        compute key-cliplen = bjf-f1-record-size - key-pos + 1
        if key-cliplen > mtc-match-len(key-ix)
           move mtc-match-len(key-ix) to key-cliplen
        end-if
        if key-cliplen > 0
           move bjf-f1-record-buffer(key-pos:key-cliplen)
             to key-buf(1:key-cliplen)
        end-if
        move key-buf(1:mtc-match-len(key-ix))
          to l-key(key-o:mtc-match-len(key-ix))
        add mtc-match-len(key-ix) to key-o
     end-perform.
build-right-key.
     move low-value to r-key.
     move 1 to key-o.
     perform varying key-ix from 1 by 1
             until key-ix > mtc-match-key-cnt
        move mtc-match-rpos(key-ix) to key-pos
        move low-value to key-buf
        compute key-cliplen = bjf-f2-record-size - key-pos + 1
        if key-cliplen > mtc-match-len(key-ix)
           move mtc-match-len(key-ix) to key-cliplen
        end-if
        if key-cliplen > 0
           move bjf-f2-record-buffer(key-pos:key-cliplen)
             to key-buf(1:key-cliplen)
        end-if
        move key-buf(1:mtc-match-len(key-ix))
          to r-key(key-o:mtc-match-len(key-ix))
        add mtc-match-len(key-ix) to key-o
     end-perform.
write-matched.
     evaluate mtc-match-rec
        when "R "
             move bjf-f2-record-size to bjf-f3-record-size
             if bjf-f2-record-size > 0
                move bjf-f2-record-buffer(1:bjf-f2-record-size)
                  to bjf-f3-record-buffer(1:bjf-f2-record-size)
             end-if
        when "LR"
             compute join-len = bjf-f1-record-size
                              + bjf-f2-record-size
             move bjf-max-rec-buf-size to join-max
             if bjf-f3-max-rec-size > 0
                move bjf-f3-max-rec-size to join-max
             end-if
             if join-len > join-max
                call "BJ_DISPLAY" using
                     "QU_MATCH : MATCHREC=LR record longer than F3"
                perform close-all
                go to abort-goback
             end-if
             move join-len to bjf-f3-record-size
             if bjf-f1-record-size > 0
                move bjf-f1-record-buffer(1:bjf-f1-record-size)
                  to bjf-f3-record-buffer(1:bjf-f1-record-size)
             end-if
             if bjf-f2-record-size > 0
                move bjf-f2-record-buffer(1:bjf-f2-record-size)
                  to bjf-f3-record-buffer
                     (bjf-f1-record-size + 1:bjf-f2-record-size)
             end-if
        when other
             move bjf-f1-record-size to bjf-f3-record-size
             if bjf-f1-record-size > 0
                move bjf-f1-record-buffer(1:bjf-f1-record-size)
                  to bjf-f3-record-buffer(1:bjf-f1-record-size)
             end-if
     end-evaluate.
     move bjf-write-func  to    bjf-io-function.
     call "BJF_IO"        using bjf-io-function
                                bjf-f3-file-handle
                                bjf-f3-record-ptr.
     if   bjf-f3-file-sts not = "00"
          perform disp-f3-error
     end-if.
write-left-only.
     move bjf-f1-record-size to bjf-f4-record-size.
     if bjf-f1-record-size > 0
        move bjf-f1-record-buffer(1:bjf-f1-record-size)
          to bjf-f4-record-buffer(1:bjf-f1-record-size)
     end-if.
     move bjf-write-func  to    bjf-io-function.
     call "BJF_IO"        using bjf-io-function
                                bjf-f4-file-handle
                                bjf-f4-record-ptr.
     if   bjf-f4-file-sts not = "00"
          perform disp-f4-error
     end-if.
write-right-only.
     move bjf-f2-record-size to bjf-f5-record-size.
     if bjf-f2-record-size > 0
        move bjf-f2-record-buffer(1:bjf-f2-record-size)
          to bjf-f5-record-buffer(1:bjf-f2-record-size)
     end-if.
     move bjf-write-func  to    bjf-io-function.
     call "BJF_IO"        using bjf-io-function
                                bjf-f5-file-handle
                                bjf-f5-record-ptr.
     if   bjf-f5-file-sts not = "00"
          perform disp-f5-error
     end-if.
*    a key below its predecessor - the input named in
*    seq-side is not in key order; the step fails
seq-error.
     if seq-side = "F1"
        move l-cnt to cnt-disp
     else
        move r-cnt to cnt-disp
     end-if.
     move space to disp-msg.
     string "QU_MATCH : "               delimited by size
            seq-side                    delimited by size
            " out of sequence at record" delimited by size
            cnt-disp                    delimited by size
            into disp-msg.
     call "BJ_DISPLAY" using disp-msg.
     perform close-all.
     move -1 to return-code.
     call "QURUNLOG" using "END" return-code.
     go to abort-goback.
close-all.
     move bjf-close-func  to    bjf-io-function.
     call "BJF_IO"        using bjf-io-function
                                bjf-f1-file-handle
                                bjf-f1-record-ptr.
     call "BJF_IO"        using bjf-io-function
                                bjf-f2-file-handle
                                bjf-f2-record-ptr.
     if out-m-sw = "Y"
        call "BJF_IO"     using bjf-io-function
                                bjf-f3-file-handle
                                bjf-f3-record-ptr
     end-if.
     if out-l-sw = "Y"
        call "BJF_IO"     using bjf-io-function
                                bjf-f4-file-handle
                                bjf-f4-record-ptr
     end-if.
     if out-r-sw = "Y"
        call "BJF_IO"     using bjf-io-function
                                bjf-f5-file-handle
                                bjf-f5-record-ptr
     end-if.

***********************
end-prc section.
***********************
end-prc-01.
     perform close-all.
     move l-cnt  to cnt-disp.
     move r-cnt  to cnt-disp2.
     move m-cnt  to cnt-disp3.
     move lo-cnt to cnt-disp4.
     move ro-cnt to cnt-disp5.
     move space to disp-msg.
     string "QU_MATCH : left="       delimited by size
            cnt-disp                 delimited by size
            " right="                delimited by size
            cnt-disp2                delimited by size
            " matched="              delimited by size
            cnt-disp3                delimited by size
            " left-only="            delimited by size
            cnt-disp4                delimited by size
            " right-only="           delimited by size
            cnt-disp5                delimited by size
            into disp-msg.
     call "BJ_DISPLAY" using disp-msg.
**************************
error-proc section.
**************************
disp-f1-error.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "F1-FILE-ERROR : "        delimited by size
           bjf-f1-file-sts            delimited by size
           " "                        delimited by size
           bjf-f1-file-name           delimited by space
           into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     go to abort-goback.
disp-f2-error.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "F2-FILE-ERROR : "        delimited by size
           bjf-f2-file-sts            delimited by size
           " "                        delimited by size
           bjf-f2-file-name           delimited by space
           into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     go to abort-goback.
disp-f3-error.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "F3-FILE-ERROR : "        delimited by size
           bjf-f3-file-sts            delimited by size
           " "                        delimited by size
           bjf-f3-file-name           delimited by space
           into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     go to abort-goback.
disp-f4-error.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "F4-FILE-ERROR : "        delimited by size
           bjf-f4-file-sts            delimited by size
           " "                        delimited by size
           bjf-f4-file-name           delimited by space
           into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     go to abort-goback.
disp-f5-error.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "F5-FILE-ERROR : "        delimited by size
           bjf-f5-file-sts            delimited by size
           " "                        delimited by size
           bjf-f5-file-name           delimited by space
           into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     go to abort-goback.

abort-goback.
     move -1 to return-code.
     goback.
