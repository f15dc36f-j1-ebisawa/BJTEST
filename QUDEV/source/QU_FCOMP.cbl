                               organization  is  line sequential
                               access  mode  is  sequential
                               file  status  is  diffout-sts.
*     order-independent mode work files: each side sorted on
*     key + content, then the unmatched residue of each side
      select     bag-s1-file   assign  to    "WORK\QU_FCOMP_1.srt"
                               file  status  is  bag-sts.
      select     bag-s2-file   assign  to    "WORK\QU_FCOMP_2.srt"
                               file  status  is  bag-sts.
      select     bag-l1-file   assign  to    "WORK\QU_FCOMP_1.lft"
                               file  status  is  bag-sts.
      select     bag-l2-file   assign  to    "WORK\QU_FCOMP_2.lft"
                               file  status  is  bag-sts.
      select     bag-srt-file  assign  to    "WORK\QU_FCOMP.srt".
*     numeric tolerance rules (QU_FCOMP_TOLFILE) and the layout
*     that places their fields
      select     tol-file      assign  to    tol-fnm
                               organization  is  line sequential
                               access  mode  is  sequential
                               file  status  is  tol-sts.
      select     tol-lay-file  assign  to    tol-lay-path
                               organization  is  line sequential
                               access  mode  is  sequential
                               file  status  is  tol-sts.
/
data                     division.
file                     section.
01  acc-rec                  pic x(100).
fd  diffout-file.
01  diffout-rec              pic x(60).
fd  bag-s1-file.
01  bag-s1-rec               pic x(8271).
fd  bag-s2-file.
01  bag-s2-rec               pic x(8271).
fd  bag-l1-file.
01  bag-l1-rec               pic x(8271).
fd  bag-l2-file.
01  bag-l2-rec               pic x(8271).
fd  tol-file.
01  tol-rec                  pic x(100).
fd  tol-lay-file.
01  tol-lay-rec              pic x(160).
sd  bag-srt-file.
01  bag-srt-rec.
    03  bag-srt-key          pic x(64).
    03  bag-srt-data         pic x(8192).
    03  bag-srt-len          pic 9(5).
    03  bag-srt-recno        pic 9(10).
/
working-storage          section.
copy "BJ_FC78.CPY".
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f2==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f1==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f2==.
*    the previous run's output for the three-way compare - F2's
*    attributes under the QU_FCOMP_PREV name
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f3==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f3==.
 01  bjf-f1-file-handle              pointer.
 01  bjf-f2-file-handle              pointer.
 01  bjf-f3-file-handle              pointer.
 01  bjf-f1-record-ptr               pointer.
 01  bjf-f2-record-ptr               pointer.
 01  bjf-f3-record-ptr               pointer.
 01  bjf-io-function                 pic 9(02) comp-x.
copy "QUTESTIX.lks".
********* WORK-DATA **********
*    cascading mismatches.  key position/length come from
*    QU_FCOMP_KEYPOS / QU_FCOMP_KEYLEN (default 1 / 10, the
*    mk_FIDX fixture convention).
01  fcomp-mode               pic x(10).
    88  keyed-mode               value "KEYED".
    88  unordered-mode           value "UNORDERED".
01  key-pos                  pic 9(5) value 1.
01  key-len                  pic 9(5) value 10.
*----キーレンジ限定（QU_FCOMP_KEYLO / QU_FCOMP_KEYHI）
01  cnt-disp-1               pic z(9)9.
01  cnt-disp-2               pic z(9)9.
01  cnt-disp-3               pic z(9)9.
01  cnt-disp-4               pic z(9)9.
01  wk-rc-on-ng              pic x.
*----順序非依存比較（QU_FCOMP_MODE=UNORDERED、順編成／VSEQ出力向け）
*    both sides are sorted on key + content and matched as
*    multisets, so a job that writes the same records in a
*    different order compares clean.  identical records are
*    paired off first and a run present a different number of
*    times on each side is one duplicate-count finding; the
*    residue is then paired on the QU_FCOMP_KEYPOS/KEYLEN range
*    (when declared) as content differences, and whatever is
*    still unpaired is F1-only / F2-only.  the accepted-
*    differences record position is the F1 ordinal of the record
*    in F1 as read.  records are matched on their first 8192
*    bytes and their length.
01  bag-sts                  pic x(02).
01  bag-r1.
    03  bag-r1-tup.
        05  bag-r1-key       pic x(64).
        05  bag-r1-data      pic x(8192).
        05  bag-r1-len       pic 9(5).
    03  bag-r1-recno         pic 9(10).
01  bag-r2.
    03  bag-r2-tup.
        05  bag-r2-key       pic x(64).
        05  bag-r2-data      pic x(8192).
        05  bag-r2-len       pic 9(5).
    03  bag-r2-recno         pic 9(10).
01  bag-cur.
    03  bag-cur-tup.
        05  bag-cur-key      pic x(64).
        05  bag-cur-data     pic x(8192).
        05  bag-cur-len      pic 9(5).
    03  bag-cur-recno        pic 9(10).
01  bag-r1-eof-sw            pic x.
    88  bag-r1-eof               value "Y".
01  bag-r2-eof-sw            pic x.
    88  bag-r2-eof               value "Y".
01  bag-long-sw              pic x value "N".
    88  bag-long                 value "Y".
01  bag-n1                   pic 9(10).
01  bag-n2                   pic 9(10).
01  bag-save-cnt             pic 9(10).
01  bag-show-len             pic 9(5).
01  dup-cnt                  pic 9(10) value 0.
*----数値許容差比較（QU_FCOMP_TOLFILE + QU_FCOMP_LAYOUT）
*    "FIELD;ABS|REL|ULP;amount" lines against the layout's field
*    names.  a field whose two values decode within the amount
*    (ABS: absolute, REL: relative to the larger magnitude, ULP:
*    float steps for L/D, units of the last decimal otherwise)
*    counts as equal - it is overwritten with "~" in both buffers
*    like a mask - and is listed as a near miss at the end, so
*    cross-platform rounding stays visible without failing the
*    compare.  equal-length record pairs only.
01  tol-fnm                  pic x(128).
01  tol-sts                  pic x(02).
01  tol-lay-name             pic x(20).
01  tol-lay-path             pic x(200).
01  tol-lay-ver              pic 9(4).
01  tol-lay-rc               pic s9(4) comp.
78  tol-max                  value 40.
01  tol-cnt                  pic 9(2) value 0.
01  tol-tbl.
    03  tol-ent occurs 40 times.
        05  tol-fname        pic x(20).
        05  tol-kind         pic x(3).
        05  tol-amt          comp-2.
        05  tol-type         pic x.
        05  tol-fpos         pic 9(5).
        05  tol-flen         pic 9(5).
        05  tol-fdec         pic 9(2).
        05  tol-found        pic x.
01  tol-ix                   pic 9(2).
01  tol-lay-ix               pic 9(3).
01  tol-w-name               pic x(20).
01  tol-w-kind               pic x(10).
01  tol-w-amt                pic x(30).
01  tol-p-type               pic x(01).
01  tol-p-inpos              pic 9(03).
01  tol-p-inlen              pic 9(03).
01  tol-p-outpos             pic 9(03).
01  tol-p-digits             pic 9(02).
01  tol-p-decimals           pic 9(02).
01  tol-p-name               pic x(20).
01  tol-p-len                pic 9(05).
01  tol-fld                  pic x(32).
01  tol-num-ok               pic x.
01  tol-v                    comp-2.
01  tol-v1                   comp-2.
01  tol-v2                   comp-2.
01  tol-ok1                  pic x.
01  tol-ok2                  pic x.
01  tol-dv                   comp-2.
01  tol-mx                   comp-2.
01  tol-within               pic x.
01  tol-u                    pic 9(20).
01  tol-half                 pic 9(20).
01  tol-k                    pic s9(20).
01  tol-k1                   pic s9(20).
01  tol-k2                   pic s9(20).
01  tol-dist                 pic s9(20).
01  tol-bx                   pic 9(2).
01  tol-byte                 pic 9(3).
01  tol-scaled               pic s9(18).
01  tol-pk-hi                pic 9(2).
01  tol-pk-lo                pic 9(2).
01  tol-z18                  pic 9(18).
01  tol-z18-x redefines tol-z18   pic x(18).
01  tol-s18                  pic s9(18).
01  tol-s18-x redefines tol-s18   pic x(18).
01  tol-b2                   pic s9(4) comp.
01  tol-b2-x  redefines tol-b2    pic x(02).
01  tol-b4                   pic s9(9) comp.
01  tol-b4-x  redefines tol-b4    pic x(04).
01  tol-b8                   pic s9(18) comp.
01  tol-b8-x  redefines tol-b8    pic x(08).
01  tol-f                    comp-1.
01  tol-f-x   redefines tol-f     pic x(04).
01  tol-d                    comp-2.
01  tol-d-x   redefines tol-d     pic x(08).
*   float bit patterns are in the writing machine's byte order
01  tol-endian               pic 9(4) comp-5 value 1.
01  tol-endian-x redefines tol-endian pic x(02).
78  tol-nm-max               value 50.
01  tol-nm-cnt               pic 9(10) value 0.
01  tol-nm-tbl.
    03  tol-nm-ent occurs 50 times.
        05  tol-nm-rec       pic 9(10).
        05  tol-nm-fld       pic x(20).
        05  tol-nm-v1        pic x(27).
        05  tol-nm-v2        pic x(27).
01  tol-ed                   pic -(12)9.9(12).
*----三方比較（QU_FCOMP_PREV - 期待値／前回出力／今回出力）
*    lockstep mode: each record position is also compared between
*    the expected file and the previous run's output, and every
*    difference is classed NEW tonight (absent or different last
*    run), UNCHANGED since the last run, or FIXED tonight (differed
*    last run, matches now).  "*" names F2's newest kept ROTATE=
*    generation, F2 name + ".1".
01  prev-fnm                 pic x(256).
01  prev-sw                  pic x value "N".
    88  prev-on                  value "Y".
01  f3-cnt                   pic 9(10).
01  tw-prev-diff             pic x.
01  tw-prev-same             pic x.
01  tw-diff-before           pic 9(10).
01  tw-acc-before            pic 9(10).
01  tw-tol-before            pic 9(10).
01  tw-class                 pic x(26).
01  tw-new-cnt               pic 9(10) value 0.
01  tw-same-cnt              pic 9(10) value 0.
01  tw-fixed-cnt             pic 9(10) value 0.
01  tw-file-details.
    03  tw-fe-filesize       pic x(8) comp-x.
    03  tw-fe-filedate       pic x(4).
    03  tw-fe-filetime       pic x(4).
*----診断アドバイス（QUADVISE - 状態コード別の対処ガイド）
01  advise-sts               pic x(5).
*----チェックポイント／リスタート（QU_FCOMP_CKPT）
01  diffout-sts              pic x(02).
01  diffout-open-sw          pic x value "N".
    88  diffout-open             value "Y".
*   QU_FCOMP_DIFFOUT_SPLIT=Y: one line per run of differing bytes
*   instead of one first-to-last span, for the field heat map
*   (QUHEATMP) - split lines are not registry material
01  diffout-split-sw         pic x value "N".
    88  diffout-split            value "Y".
01  diffout-run-lo           pic s9(9) comp-5.
01  wk-env10                 pic x(10).
01  ck-wk1                   pic x(10).
01  ck-wk2                   pic x(10).
prog-start.
     perform init-prc.
     call "QURUNLOG" using "STR" "QU_FCOMP" bjf-f1-file-name(1:80).
     evaluate true
       when keyed-mode
          perform keyed-compare-prc
       when unordered-mode
          perform bag-compare-prc
       when other
          perform compare-prc
     end-evaluate.
     perform end-proc.
     call "QURUNLOG" using "END" return-code.
prog-end.
     set bjf-f2-file-handle to address of bjf-f2-file-info.
     set bjf-f1-record-ptr  to address of bjf-f1-record-info..
     set bjf-f2-record-ptr  to address of bjf-f2-record-info..
     set bjf-f3-file-handle to address of bjf-f3-file-info.
     set bjf-f3-record-ptr  to address of bjf-f3-record-info.
     perform bjf-stsmsg-load.
     call "QUMASKLD" using QUMASK-AREA.
     move 0 to f1-only-cnt f2-only-cnt key-diff-cnt
     move space to fcomp-mode.
     display "QU_FCOMP_MODE"    upon environment-name.
     accept  fcomp-mode         from environment-value.
     call "CBL_TOUPPER" using fcomp-mode value 10.
     if unordered-mode
        move 0 to key-len
     end-if.
     if keyed-mode or unordered-mode
        move space to wk-env6
        display "QU_FCOMP_KEYPOS" upon environment-name
        accept  wk-env6           from environment-value
        if wk-env6(1:1) >= "0" and wk-env6(1:1) <= "9"
           compute key-len = function numval(wk-env6)
        end-if
     end-if.
     if unordered-mode and key-len > 0
        if key-pos < 1 or key-len > 64
           call "BJ_DISPLAY" using
                "QU_FCOMP : bad KEYPOS/KEYLEN - whole-record match"
           move 0 to key-len
        end-if
     end-if.
     if keyed-mode
        if key-pos < 1 or key-len < 1 or key-len > 64
           call "BJ_DISPLAY" using
                "QU_FCOMP : bad KEYPOS/KEYLEN - keyed mode off"
        move space to wk-env10
        display "QU_FCOMP_RESTART"    upon environment-name
        accept  wk-env10              from environment-value
        if wk-env10(1:1) = "Y" and not unordered-mode
           perform ckpt-read-prc
        end-if
     end-if.

*
     perform acc-load-prc.
     perform tol-load-prc.
*
     call "QU_PAN3" using BJf-f1-file-info
                          BJf-f2-file-info
     
     if return-code = -1   go to abort-goback.
     perform prev-init-prc.
           move space to QUL-PARAM-ID.
     display "QUTESTID"      upon environment-name.
     accept QUL-PARAM-ID     from environment-value.
***********************
end-prc-01.
    perform acc-stale-rpt.
    perform tol-near-rpt.
    if check-result = space
       move "OK!!" to check-result
       move "OK"   to QUL-RES
              into disp-msg with pointer disp-msg-l
    end-if.
    call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
    if not keyed-mode and not unordered-mode
       move diff-cnt to cnt-disp-3
       move space to QUL-COMM1
       string "diff-cnt="       delimited by size
              cnt-disp-3(1:10)  delimited by size
              into QUL-COMM1
    end-if.
    if prev-on
       move tw-new-cnt   to cnt-disp-1
       move tw-same-cnt  to cnt-disp-2
       move tw-fixed-cnt to cnt-disp-3
       move space to QUL-COMM1
       string "new="           delimited by size
              cnt-disp-1(5:6)  delimited by size
              " same="         delimited by size
              cnt-disp-2(5:6)  delimited by size
              " fixed="        delimited by size
              cnt-disp-3(5:6)  delimited by size
              into QUL-COMM1
       move 1 to disp-msg-l
       string "QU_FCOMP : three-way "  delimited by size
              QUL-COMM1                delimited by size
              into disp-msg with pointer disp-msg-l
       call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
    end-if.
    if keyed-mode
*      the three-line truth goes into the QUTESTID comment:
*      records only in F1, only in F2, and key-matched differers
              into disp-msg with pointer disp-msg-l
       call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
    end-if.
    if unordered-mode
*      order-independent: only in F1, only in F2, identical
*      records present a different number of times, and
*      key-matched differers
       move f1-only-cnt  to cnt-disp-1
       move f2-only-cnt  to cnt-disp-2
       move dup-cnt      to cnt-disp-4
       move key-diff-cnt to cnt-disp-3
       move space to QUL-COMM1
       string "F1="            delimited by size
              cnt-disp-1(6:5)  delimited by size
              " F2="           delimited by size
              cnt-disp-2(6:5)  delimited by size
              " dup="          delimited by size
              cnt-disp-4(6:5)  delimited by size
              " diff="         delimited by size
              cnt-disp-3(6:5)  delimited by size
              into QUL-COMM1
       move 1 to disp-msg-l
       string "QU_FCOMP : "    delimited by size
              QUL-COMM1        delimited by size
              into disp-msg with pointer disp-msg-l
       call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
    end-if.
*   the final counter snapshot - QU_PCOMP harvests it from each
*   partitioned instance after the rc file lands
    if ckpt-fnm not = space
***********************
     perform f1-file-open-prc
     perform f2-file-open-prc.
     if prev-on
        perform f3-file-open-prc
     end-if.
     if ckpt-restart
        perform ckpt-skip-prc
     end-if.
     perform f1-read-prc.
     perform f2-read-prc.
     if prev-on
        perform f3-read-prc
     end-if.
     perform until bjf-f1-file-sts = "10" and
                   bjf-f2-file-sts = "10"
        if   bjf-f1-file-sts not = "00" or
        if QUMASK-CNT > 0
           perform mask-records-prc
        end-if
        if prev-on
           perform tw-pre-compare
        end-if
        perform rec-compare-one
        if prev-on
           perform tw-classify
        end-if
        move f1-cnt to ckpt-c1
        move f2-cnt to ckpt-c2
        if ckpt-fnm not = space and ckpt-c1 >= ckpt-next
        end-if
        perform f1-read-prc
        perform f2-read-prc
        if prev-on
           perform f3-read-prc
        end-if
     end-perform
     perform f1-file-close-prc
     perform f2-file-close-prc.
     if prev-on
        perform f3-file-close-prc
     end-if.
***********************
keyed-compare-prc section.
***********************
        end-if
        exit paragraph
     end-if.
     if tol-cnt > 0
        perform tol-apply
     end-if.
     if bjf-f1-record-buffer(1:bjf-f1-record-size) not =
        bjf-f2-record-buffer(1:bjf-f2-record-size)
        perform acc-span-calc
        end-if
     end-if.
***********************
bag-compare-prc section.
***********************
*    order-independent compare: sort each side, pair off the
*    identical records, then pair the residue by key
bag-01.
     sort bag-srt-file
          on ascending key bag-srt-key bag-srt-data bag-srt-len
          input procedure bag-f1-in-prc
          giving bag-s1-file.
     sort bag-srt-file
          on ascending key bag-srt-key bag-srt-data bag-srt-len
          input procedure bag-f2-in-prc
          giving bag-s2-file.
     if bag-long
        call "BJ_DISPLAY" using
             "QU_FCOMP : records over 8192 bytes - first 8192 matched"
     end-if.
     perform bag-match-prc.
     perform bag-pair-prc.
***********************
bag-work section.
***********************
bag-f1-in-prc.
     perform f1-file-open-prc.
     perform f1-read-prc.
     perform until bjf-f1-file-sts not = "00"
        if QUMASK-CNT > 0
           perform mask-records-prc
        end-if
        move space to bag-srt-rec
        if key-len > 0
           perform keyed-get-k1
           move k1-val to bag-srt-key
        end-if
        move bjf-f1-record-size to bag-srt-len
        if bag-srt-len > 8192
           move "Y" to bag-long-sw
           move bjf-f1-record-buffer(1:8192) to bag-srt-data
        else
           if bag-srt-len > 0
              move bjf-f1-record-buffer(1:bag-srt-len)
                to bag-srt-data
           end-if
        end-if
        move f1-cnt to bag-srt-recno
        release bag-srt-rec
        perform f1-read-prc
     end-perform.
     perform f1-file-close-prc.
bag-f2-in-prc.
     perform f2-file-open-prc.
     perform f2-read-prc.
     perform until bjf-f2-file-sts not = "00"
        if QUMASK-CNT > 0
           perform mask-records-prc
        end-if
        move space to bag-srt-rec
        if key-len > 0
           perform keyed-get-k2
           move k2-val to bag-srt-key
        end-if
        move bjf-f2-record-size to bag-srt-len
        if bag-srt-len > 8192
           move "Y" to bag-long-sw
           move bjf-f2-record-buffer(1:8192) to bag-srt-data
        else
           if bag-srt-len > 0
              move bjf-f2-record-buffer(1:bag-srt-len)
                to bag-srt-data
           end-if
        end-if
        move f2-cnt to bag-srt-recno
        release bag-srt-rec
        perform f2-read-prc
     end-perform.
     perform f2-file-close-prc.
*    pass 1: identical records pair off; a run of one record that
*    is present a different number of times on each side is one
*    duplicate-count finding; the rest goes to the residue files
bag-match-prc.
     open input bag-s1-file.
     if bag-sts not = "00"
        perform bag-work-error
     end-if.
     open input bag-s2-file.
     if bag-sts not = "00"
        perform bag-work-error
     end-if.
     open output bag-l1-file.
     if bag-sts not = "00"
        perform bag-work-error
     end-if.
     open output bag-l2-file.
     if bag-sts not = "00"
        perform bag-work-error
     end-if.
     move "N" to bag-r1-eof-sw bag-r2-eof-sw.
     perform bag-s1-read.
     perform bag-s2-read.
     perform until bag-r1-eof and bag-r2-eof
        evaluate true
          when bag-r1-eof
             write bag-l2-rec from bag-r2
             perform bag-s2-read
          when bag-r2-eof
             write bag-l1-rec from bag-r1
             perform bag-s1-read
          when bag-r1-tup < bag-r2-tup
             write bag-l1-rec from bag-r1
             perform bag-s1-read
          when bag-r1-tup > bag-r2-tup
             write bag-l2-rec from bag-r2
             perform bag-s2-read
          when other
             perform bag-dup-run
        end-evaluate
     end-perform.
     close bag-s1-file bag-s2-file bag-l1-file bag-l2-file.
bag-dup-run.
     move bag-r1 to bag-cur.
     move 0 to bag-n1 bag-n2.
     perform until bag-r1-eof or bag-r1-tup not = bag-cur-tup
        add 1 to bag-n1
        perform bag-s1-read
     end-perform.
     perform until bag-r2-eof or bag-r2-tup not = bag-cur-tup
        add 1 to bag-n2
        perform bag-s2-read
     end-perform.
     if bag-n1 not = bag-n2
        perform bag-dup-diff
     end-if.
bag-s1-read.
     read bag-s1-file into bag-r1
          at end move "Y" to bag-r1-eof-sw
     end-read.
bag-s2-read.
     read bag-s2-file into bag-r2
          at end move "Y" to bag-r2-eof-sw
     end-read.
*    pass 2: the residue, in key order - with a declared key, an
*    F1 and an F2 record on the same key are a content
*    difference; without one every residue record is one-sided
bag-pair-prc.
     open input bag-l1-file.
     if bag-sts not = "00"
        perform bag-work-error
     end-if.
     open input bag-l2-file.
     if bag-sts not = "00"
        perform bag-work-error
     end-if.
     move "N" to bag-r1-eof-sw bag-r2-eof-sw.
     perform bag-l1-read.
     perform bag-l2-read.
     perform until bag-r1-eof and bag-r2-eof
        evaluate true
          when bag-r1-eof
             perform bag-f2-only
             perform bag-l2-read
          when bag-r2-eof
             perform bag-f1-only
             perform bag-l1-read
          when key-len = 0
             perform bag-f1-only
             perform bag-l1-read
          when bag-r1-key < bag-r2-key
             perform bag-f1-only
             perform bag-l1-read
          when bag-r1-key > bag-r2-key
             perform bag-f2-only
             perform bag-l2-read
          when other
             perform bag-pair-diff
             perform bag-l1-read
             perform bag-l2-read
        end-evaluate
     end-perform.
     close bag-l1-file bag-l2-file.
bag-l1-read.
     read bag-l1-file into bag-r1
          at end move "Y" to bag-r1-eof-sw
     end-read.
bag-l2-read.
     read bag-l2-file into bag-r2
          at end move "Y" to bag-r2-eof-sw
     end-read.
*    the registry and QU_FCOMP_DIFFOUT key on f1-cnt - it holds
*    the F1 ordinal of the record in hand while they are consulted
bag-dup-diff.
     move f1-cnt to bag-save-cnt.
     move bag-cur-recno to f1-cnt.
     move 0 to diff-lo diff-hi.
     perform acc-lookup.
     if acc-match = 1
        add 1 to acc-hit-cnt
     else
        perform diffout-put
        add 1 to dup-cnt
        move "NG!!" to check-result
        add 1 to keyed-disp-cnt
        if keyed-disp-cnt not > keyed-disp-max
           move bag-n1 to cnt-disp-1
           move bag-n2 to cnt-disp-2
           perform bag-show-calc
           move space to disp-msg
           move 1 to disp-msg-l
           string "重複件数不一致: F1="     delimited by size
                  cnt-disp-1(6:5)         delimited by size
                  " F2="                  delimited by size
                  cnt-disp-2(6:5)         delimited by size
                  " : "                   delimited by size
                  into disp-msg with pointer disp-msg-l
           perform bag-show-put
        end-if
     end-if.
     move bag-save-cnt to f1-cnt.
bag-f1-only.
     move bag-r1 to bag-cur.
     move f1-cnt to bag-save-cnt.
     move bag-cur-recno to f1-cnt.
     move 0 to diff-lo diff-hi.
     perform acc-lookup.
     if acc-match = 1
        add 1 to acc-hit-cnt
     else
        perform diffout-put
        add 1 to f1-only-cnt
        move "NG!!" to check-result
        add 1 to keyed-disp-cnt
        if keyed-disp-cnt not > keyed-disp-max
           perform bag-show-calc
           move space to disp-msg
           move 1 to disp-msg-l
           string "F1のみ: "               delimited by size
                  into disp-msg with pointer disp-msg-l
           perform bag-show-put
        end-if
     end-if.
     move bag-save-cnt to f1-cnt.
*    an F2-only record has no F1 ordinal for the registry to name
bag-f2-only.
     move bag-r2 to bag-cur.
     add 1 to f2-only-cnt.
     move "NG!!" to check-result.
     add 1 to keyed-disp-cnt.
     if keyed-disp-cnt > keyed-disp-max
        exit paragraph
     end-if.
     perform bag-show-calc.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "F2のみ: "               delimited by size
            into disp-msg with pointer disp-msg-l.
     perform bag-show-put.
*    the same key on both sides: the record buffers are loaded
*    and compared exactly as a keyed-mode match
bag-pair-diff.
     move bag-r1-len to bjf-f1-record-size.
     move space to bjf-f1-record-buffer.
     move bag-r1-data to bjf-f1-record-buffer(1:8192).
     move bag-r2-len to bjf-f2-record-size.
     move space to bjf-f2-record-buffer.
     move bag-r2-data to bjf-f2-record-buffer(1:8192).
     move f1-cnt to bag-save-cnt.
     move bag-r1-recno to f1-cnt.
     perform keyed-match-compare.
     move bag-save-cnt to f1-cnt.
*    what identifies a record on a display line: its key when one
*    is declared, otherwise its leading bytes
bag-show-calc.
     if key-len > 0
        move key-len to bag-show-len
     else
        move bag-cur-len to bag-show-len
        if bag-show-len > 200
           move 200 to bag-show-len
        end-if
     end-if.
bag-show-put.
     if bag-show-len > 0
        if key-len > 0
           string bag-cur-key(1:bag-show-len) delimited by size
                  into disp-msg with pointer disp-msg-l
        else
           string bag-cur-data(1:bag-show-len) delimited by size
                  into disp-msg with pointer disp-msg-l
        end-if
     end-if.
     compute disp-msg-l = disp-msg-l - 1.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
bag-work-error.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "QU_FCOMP : work file error "  delimited by size
            bag-sts                         delimited by size
            " under WORK\"                  delimited by size
            into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     go to abort-goback.
***********************
rec-compare-prc section.
***********************
*    one lockstep record pair, with the accepted-differences
        end-if
        exit paragraph
     end-if.
     if tol-cnt > 0
        perform tol-apply
     end-if.
     if bjf-f1-record-buffer(1:bjf-f1-record-size) not =
        bjf-f2-record-buffer(1:bjf-f2-record-size)
        perform acc-span-calc
     move space to diffout-fnm.
     display "QU_FCOMP_DIFFOUT" upon environment-name.
     accept  diffout-fnm        from environment-value.
     display "QU_FCOMP_DIFFOUT_SPLIT" upon environment-name.
     accept  diffout-split-sw         from environment-value.
     if acc-fnm = space
        exit paragraph
     end-if.
        end-if
        move "Y" to diffout-open-sw
     end-if.
     if diffout-split and diff-lo > 0
        perform diffout-split-put
        exit paragraph
     end-if.
     move space to diffout-rec.
     if diff-lo = 0
        string f1-cnt delimited by size
               into diffout-rec
     end-if.
     write diffout-rec.
*    each maximal run of differing bytes inside the span
diffout-split-put.
     move 0 to diffout-run-lo.
     perform varying diff-bx from diff-lo by 1
             until diff-bx > diff-hi + 1
        if diff-bx <= diff-hi and
           bjf-f1-record-buffer(diff-bx:1) not =
           bjf-f2-record-buffer(diff-bx:1)
           if diffout-run-lo = 0
              move diff-bx to diffout-run-lo
           end-if
        else
           if diffout-run-lo > 0
              move diffout-run-lo to diff-lo-d
              compute diff-ln-d = diff-bx - diffout-run-lo
              move space to diffout-rec
              string f1-cnt    delimited by size
                     ";"       delimited by size
                     diff-lo-d delimited by size
                     ";"       delimited by size
                     diff-ln-d delimited by size
                     into diffout-rec
              write diffout-rec
              move 0 to diffout-run-lo
           end-if
        end-if
     end-perform.
*    run summary for the registry: how many mismatches the
*    registry absorbed, and which entries never matched (the
*    candidates for retirement)
        end-if
     end-perform.
***********************
three-way-proc section.
***********************
*    the previous run's file takes F2's attributes; no previous
*    file (the first run after a baseline) is a plain compare
prev-init-prc.
     move space to prev-fnm.
     display "QU_FCOMP_PREV"    upon environment-name.
     accept  prev-fnm           from environment-value.
     if prev-fnm = space
        exit paragraph
     end-if.
     if keyed-mode or unordered-mode
        call "BJ_DISPLAY" using
             "QU_FCOMP : QU_FCOMP_PREV is for the lockstep compare"
        exit paragraph
     end-if.
     if prev-fnm = "*"
        move space to prev-fnm
        string bjf-f2-file-name delimited by space
               ".1"             delimited by size
               into prev-fnm
     end-if.
     move bjf-f2-file-info to bjf-f3-file-info.
     move prev-fnm to bjf-f3-file-name.
     call "CBL_CHECK_FILE_EXIST" using bjf-f3-file-name
                                       tw-file-details.
     if return-code not = 0
        move 0 to return-code
        move space to disp-msg
        move 1 to disp-msg-l
        string "QU_FCOMP : no previous run output - two-way only: "
                                 delimited by size
               prev-fnm          delimited by space
               into disp-msg with pointer disp-msg-l
        call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
        exit paragraph
     end-if.
     move "Y" to prev-sw.
*    before the expected/current compare touches the buffers:
*    did the expected record differ last run, and is tonight's
*    record the same as last run's
tw-pre-compare.
     move diff-cnt    to tw-diff-before.
     move acc-hit-cnt to tw-acc-before.
     move tol-nm-cnt  to tw-tol-before.
     move "Y" to tw-prev-diff.
     move "N" to tw-prev-same.
     if bjf-f3-file-sts not = "00"
        exit paragraph
     end-if.
     if bjf-f1-record-size = bjf-f3-record-size
        if bjf-f1-record-size = 0
           move "N" to tw-prev-diff
        else
           if bjf-f1-record-buffer(1:bjf-f1-record-size) =
              bjf-f3-record-buffer(1:bjf-f3-record-size)
              move "N" to tw-prev-diff
           end-if
        end-if
     end-if.
     if bjf-f2-record-size = bjf-f3-record-size
        if bjf-f2-record-size = 0
           move "Y" to tw-prev-same
        else
           if bjf-f2-record-buffer(1:bjf-f2-record-size) =
              bjf-f3-record-buffer(1:bjf-f3-record-size)
              move "Y" to tw-prev-same
           end-if
        end-if
     end-if.
*    a record that matches only through the registry or the
*    tolerances is not counted as fixed
tw-classify.
     move space to tw-class.
     evaluate true
       when diff-cnt > tw-diff-before and tw-prev-diff = "N"
          add 1 to tw-new-cnt
          move "NEW tonight" to tw-class
       when diff-cnt > tw-diff-before and tw-prev-same = "Y"
          add 1 to tw-same-cnt
          move "UNCHANGED since last run" to tw-class
       when diff-cnt > tw-diff-before
          add 1 to tw-new-cnt
          move "NEW tonight (changed)" to tw-class
       when tw-prev-diff = "Y" and acc-hit-cnt = tw-acc-before
            and tol-nm-cnt = tw-tol-before
          add 1 to tw-fixed-cnt
          move "FIXED tonight" to tw-class
       when other
          exit paragraph
     end-evaluate.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "three-way : rec="    delimited by size
            f1-cnt                delimited by size
            " "                   delimited by size
            tw-class              delimited by "  "
            into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
***********************
tol-proc section.
***********************
*    the rules, then the layout that gives each ruled field its
*    position, width, type and decimals
tol-load-prc.
     move space to tol-fnm.
     display "QU_FCOMP_TOLFILE" upon environment-name.
     accept  tol-fnm            from environment-value.
     if tol-fnm = space
        exit paragraph
     end-if.
     open input tol-file.
     if tol-sts not = "00"
        call "BJ_DISPLAY" using
             "QU_FCOMP : QU_FCOMP_TOLFILE unreadable - ignored"
        exit paragraph
     end-if.
     perform until 1 = 0
        move space to tol-rec
        read tol-file at end exit perform end-read
        if tol-rec not = space and tol-rec(1:1) not = "*"
           and tol-cnt < tol-max
           perform tol-rule-line
        end-if
     end-perform.
     close tol-file.
     if tol-cnt = 0
        exit paragraph
     end-if.
     move space to tol-lay-name.
     display "QU_FCOMP_LAYOUT"  upon environment-name.
     accept  tol-lay-name       from environment-value.
     if tol-lay-name = space
        display "MKFSEQ_LAYOUT" upon environment-name
        accept  tol-lay-name    from environment-value
     end-if.
     if tol-lay-name = space
        call "BJ_DISPLAY" using
             "QU_FCOMP : tolerance rules need QU_FCOMP_LAYOUT - ignored"
        move 0 to tol-cnt
        exit paragraph
     end-if.
     call "QULAYRES" using tol-lay-name tol-lay-path tol-lay-ver
                           tol-lay-rc.
     if tol-lay-rc not = 0
        move tol-lay-name to tol-lay-path
     end-if.
     open input tol-lay-file.
     if tol-sts not = "00"
        move space to disp-msg
        move 1 to disp-msg-l
        string "QU_FCOMP : layout unreadable - tolerances ignored: "
                                 delimited by size
               tol-lay-path      delimited by space
               into disp-msg with pointer disp-msg-l
        call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
        move 0 to tol-cnt
        exit paragraph
     end-if.
     move 0 to tol-lay-ix.
     perform until 1 = 0
        move space to tol-lay-rec
        read tol-lay-file at end exit perform end-read
        if tol-lay-rec not = space and tol-lay-rec(1:1) not = "*"
           perform tol-layout-line
        end-if
     end-perform.
     close tol-lay-file.
     perform varying tol-ix from 1 by 1 until tol-ix > tol-cnt
        if tol-found(tol-ix) not = "Y"
           move space to disp-msg
           move 1 to disp-msg-l
           string "QU_FCOMP : tolerance field not in layout: "
                                       delimited by size
                  tol-fname(tol-ix)    delimited by space
                  into disp-msg with pointer disp-msg-l
           call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
        end-if
     end-perform.
tol-rule-line.
     move space to tol-w-name tol-w-kind tol-w-amt.
     unstring tol-rec delimited by ";"
         into tol-w-name tol-w-kind tol-w-amt.
     call "CBL_TOUPPER" using tol-w-name value 20.
     call "CBL_TOUPPER" using tol-w-kind value 10.
     if (tol-w-kind not = "ABS" and not = "REL" and not = "ULP")
        or tol-w-name = space
        or not (tol-w-amt(1:1) >= "0" and tol-w-amt(1:1) <= "9")
        move space to disp-msg
        move 1 to disp-msg-l
        string "QU_FCOMP : bad tolerance rule ignored: "
                               delimited by size
               tol-rec         delimited by "  "
               into disp-msg with pointer disp-msg-l
        call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
        exit paragraph
     end-if.
     add 1 to tol-cnt.
     move tol-w-name     to tol-fname(tol-cnt).
     move tol-w-kind     to tol-kind(tol-cnt).
     compute tol-amt(tol-cnt) = function numval(tol-w-amt).
     move "N"            to tol-found(tol-cnt).
*    "type,inpos,inlen,outpos,digits,decimals,name" - the record
*    position is outpos, the width the one mk_FSEQ writes
tol-layout-line.
     add 1 to tol-lay-ix.
     move 0 to tol-p-inpos tol-p-inlen tol-p-outpos
               tol-p-digits tol-p-decimals.
     move space to tol-p-type tol-p-name.
     unstring tol-lay-rec delimited by ","
         into tol-p-type tol-p-inpos tol-p-inlen
              tol-p-outpos tol-p-digits tol-p-decimals
              tol-p-name.
     if tol-p-name = space
        string "F"        delimited by size
               tol-lay-ix delimited by size
               into tol-p-name
     end-if.
     call "CBL_TOUPPER" using tol-p-name value 20.
     evaluate tol-p-type
       when "9"   move tol-p-digits to tol-p-len
       when "S"   move tol-p-digits to tol-p-len
       when "B"
         evaluate true
           when tol-p-digits <= 4  move 2 to tol-p-len
           when tol-p-digits <= 9  move 4 to tol-p-len
           when other              move 8 to tol-p-len
         end-evaluate
       when "P"
         compute tol-p-len = (tol-p-digits + tol-p-decimals) / 2 + 1
       when "L"   move 4 to tol-p-len
       when "D"   move 8 to tol-p-len
       when other move tol-p-inlen  to tol-p-len
     end-evaluate.
     perform varying tol-ix from 1 by 1 until tol-ix > tol-cnt
        if tol-fname(tol-ix) = tol-p-name
           move "Y"            to tol-found(tol-ix)
           move tol-p-type     to tol-type(tol-ix)
           move tol-p-outpos   to tol-fpos(tol-ix)
           move tol-p-len      to tol-flen(tol-ix)
           move tol-p-decimals to tol-fdec(tol-ix)
           if tol-p-type = "X" or tol-p-len > 18
              move "N" to tol-found(tol-ix)
              move space to disp-msg
              move 1 to disp-msg-l
              string "QU_FCOMP : tolerance field not numeric: "
                                          delimited by size
                     tol-fname(tol-ix)    delimited by space
                     into disp-msg with pointer disp-msg-l
              call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
           end-if
        end-if
     end-perform.
*    an equal-length differing pair: every ruled field that
*    differs is decoded on both sides and judged
tol-apply.
     perform varying tol-ix from 1 by 1 until tol-ix > tol-cnt
        if tol-found(tol-ix) = "Y"
           and tol-fpos(tol-ix) + tol-flen(tol-ix) - 1
               <= bjf-f1-record-size
           and bjf-f1-record-buffer
                   (tol-fpos(tol-ix):tol-flen(tol-ix)) not =
               bjf-f2-record-buffer
                   (tol-fpos(tol-ix):tol-flen(tol-ix))
           move bjf-f1-record-buffer
                   (tol-fpos(tol-ix):tol-flen(tol-ix)) to tol-fld
           perform tol-decode
           move tol-v to tol-v1
           move tol-num-ok to tol-ok1
           move tol-k to tol-k1
           move bjf-f2-record-buffer
                   (tol-fpos(tol-ix):tol-flen(tol-ix)) to tol-fld
           perform tol-decode
           move tol-v to tol-v2
           move tol-num-ok to tol-ok2
           move tol-k to tol-k2
           perform tol-judge
           if tol-within = "Y"
              perform tol-near-put
              move all "~" to bjf-f1-record-buffer
                   (tol-fpos(tol-ix):tol-flen(tol-ix))
              move all "~" to bjf-f2-record-buffer
                   (tol-fpos(tol-ix):tol-flen(tol-ix))
           end-if
        end-if
     end-perform.
*    tol-fld into tol-v (and, for floats, the ordered bit pattern
*    tol-k that ULP distances are measured on)
tol-decode.
     move "Y" to tol-num-ok.
     move 0 to tol-v tol-k.
     evaluate tol-type(tol-ix)
       when "9"
         move 0 to tol-z18
         move tol-fld(1:tol-flen(tol-ix))
           to tol-z18-x(19 - tol-flen(tol-ix):tol-flen(tol-ix))
         if tol-z18 is numeric
            compute tol-v = tol-z18 / 10 ** tol-fdec(tol-ix)
         else
            move "N" to tol-num-ok
         end-if
       when "S"
         move 0 to tol-s18
         move tol-fld(1:tol-flen(tol-ix))
           to tol-s18-x(19 - tol-flen(tol-ix):tol-flen(tol-ix))
         if tol-s18 is numeric
            compute tol-v = tol-s18 / 10 ** tol-fdec(tol-ix)
         else
            move "N" to tol-num-ok
         end-if
       when "P"
         perform tol-unpack
       when "B"
         evaluate tol-flen(tol-ix)
           when 2
             move tol-fld(1:2) to tol-b2-x
             compute tol-v = tol-b2 / 10 ** tol-fdec(tol-ix)
           when 4
             move tol-fld(1:4) to tol-b4-x
             compute tol-v = tol-b4 / 10 ** tol-fdec(tol-ix)
           when other
             move tol-fld(1:8) to tol-b8-x
             compute tol-v = tol-b8 / 10 ** tol-fdec(tol-ix)
         end-evaluate
       when "L"
         move tol-fld(1:4) to tol-f-x
         compute tol-v = tol-f
         move 2147483648 to tol-half
         perform tol-bits
       when "D"
         move tol-fld(1:8) to tol-d-x
         compute tol-v = tol-d
         move 9223372036854775808 to tol-half
         perform tol-bits
       when other
         move "N" to tol-num-ok
     end-evaluate.
tol-unpack.
     move 0 to tol-scaled.
     perform varying tol-bx from 1 by 1 until tol-bx > tol-flen(tol-ix)
        compute tol-byte = function ord(tol-fld(tol-bx:1)) - 1
        divide tol-byte by 16 giving tol-pk-hi remainder tol-pk-lo
        if tol-pk-hi > 9
           move "N" to tol-num-ok
           move 0 to tol-pk-hi
        end-if
        compute tol-scaled = tol-scaled * 10 + tol-pk-hi
        if tol-bx < tol-flen(tol-ix)
           if tol-pk-lo > 9
              move "N" to tol-num-ok
              move 0 to tol-pk-lo
           end-if
           compute tol-scaled = tol-scaled * 10 + tol-pk-lo
        else
           if tol-pk-lo = 13
              compute tol-scaled = tol-scaled * -1
           end-if
        end-if
     end-perform.
     compute tol-v = tol-scaled / 10 ** tol-fdec(tol-ix).
*    sign-magnitude bit pattern to an ordered integer: adjacent
*    floats are adjacent integers, +0 and -0 both land on zero
tol-bits.
     move 0 to tol-u.
     if tol-endian-x(1:1) = x"01"
        perform varying tol-bx from tol-flen(tol-ix) by -1
                until tol-bx < 1
           compute tol-u = tol-u * 256
                         + function ord(tol-fld(tol-bx:1)) - 1
        end-perform
     else
        perform varying tol-bx from 1 by 1
                until tol-bx > tol-flen(tol-ix)
           compute tol-u = tol-u * 256
                         + function ord(tol-fld(tol-bx:1)) - 1
        end-perform
     end-if.
     if tol-u >= tol-half
        compute tol-k = tol-half - tol-u
     else
        move tol-u to tol-k
     end-if.
tol-judge.
     move "N" to tol-within.
     if tol-ok1 not = "Y" or tol-ok2 not = "Y"
        exit paragraph
     end-if.
     compute tol-dv = tol-v1 - tol-v2.
     if tol-dv < 0
        compute tol-dv = tol-dv * -1
     end-if.
     evaluate tol-kind(tol-ix)
       when "ABS"
         if tol-dv <= tol-amt(tol-ix)
            move "Y" to tol-within
         end-if
       when "REL"
         move tol-v1 to tol-mx
         if tol-mx < 0
            compute tol-mx = tol-mx * -1
         end-if
         if tol-v2 > tol-mx or tol-v2 * -1 > tol-mx
            move tol-v2 to tol-mx
            if tol-mx < 0
               compute tol-mx = tol-mx * -1
            end-if
         end-if
         if tol-dv <= tol-amt(tol-ix) * tol-mx
            move "Y" to tol-within
         end-if
       when "ULP"
         if tol-type(tol-ix) = "L" or tol-type(tol-ix) = "D"
            compute tol-dist = tol-k1 - tol-k2
            if tol-dist < 0
               compute tol-dist = tol-dist * -1
            end-if
            if tol-dist <= tol-amt(tol-ix)
               move "Y" to tol-within
            end-if
         else
            if tol-dv <= tol-amt(tol-ix) / 10 ** tol-fdec(tol-ix)
               move "Y" to tol-within
            end-if
         end-if
     end-evaluate.
*    the near miss, kept for the informational section; the
*    record position is the F1 ordinal as elsewhere
tol-near-put.
     add 1 to tol-nm-cnt.
     if tol-nm-cnt > tol-nm-max
        exit paragraph
     end-if.
     move f1-cnt            to tol-nm-rec(tol-nm-cnt).
     move tol-fname(tol-ix) to tol-nm-fld(tol-nm-cnt).
     compute tol-ed = tol-v1
        on size error move all "*" to tol-ed
     end-compute.
     move tol-ed            to tol-nm-v1(tol-nm-cnt).
     compute tol-ed = tol-v2
        on size error move all "*" to tol-ed
     end-compute.
     move tol-ed            to tol-nm-v2(tol-nm-cnt).
*    informational: fields that differed but within tolerance -
*    they do not make the run NG
tol-near-rpt.
     if tol-nm-cnt = 0
        exit paragraph
     end-if.
     move tol-nm-cnt to cnt-disp-1.
     move space to disp-msg.
     move 1 to disp-msg-l.
     string "QU_FCOMP : within tolerance (informational) : "
                               delimited by size
            cnt-disp-1         delimited by size
            into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     perform varying tol-ix from 1 by 1
             until tol-ix > tol-nm-cnt or tol-ix > tol-nm-max
        move space to disp-msg
        move 1 to disp-msg-l
        string "  rec="                 delimited by size
               tol-nm-rec(tol-ix)       delimited by size
               " "                      delimited by size
               tol-nm-fld(tol-ix)       delimited by space
               " f1="                   delimited by size
               tol-nm-v1(tol-ix)        delimited by size
               " f2="                   delimited by size
               tol-nm-v2(tol-ix)        delimited by size
               into disp-msg with pointer disp-msg-l
        call "BJ_DISPLAY" using disp-msg(1:disp-msg-l)
     end-perform.
***********************
mask-records-prc section.
***********************
*    blank the masked ranges in both freshly read record buffers,
           move all "*" to bjf-f2-record-buffer
                           (QUMASK-POS(QUMASK-IX):msk-cliplen)
        end-if
        if prev-on and QUMASK-POS(QUMASK-IX) <= bjf-f3-record-size
           compute msk-cliplen = bjf-f3-record-size
                               - QUMASK-POS(QUMASK-IX) + 1
           if msk-cliplen > QUMASK-LEN(QUMASK-IX)
              move QUMASK-LEN(QUMASK-IX) to msk-cliplen
           end-if
           move all "*" to bjf-f3-record-buffer
                           (QUMASK-POS(QUMASK-IX):msk-cliplen)
        end-if
     end-perform.

***********************
        perform disp-f2-error
    end-evaluate.

***********************
f3-file-open-prc section.
***********************
     move bjf-open-func   to    bjf-io-function
     move bjf-file-input  to    bjf-f3-file-opmode.
     call "BJF_IO"        using bjf-io-function
                                bjf-f3-file-handle
                                bjf-f3-record-ptr
     if   return-code = -1   go to abort-goback.
     if   bjf-f3-file-sts not = "00"
            perform disp-f3-error
     end-if.
     move 0 to f3-cnt.
***********************
f3-read-prc section.
***********************
*    the previous run may be shorter - past its end every record
*    counts as absent last run
    if bjf-f3-file-sts = "10"
       move 0 to bjf-f3-record-size
       exit section
    end-if.
    move bjf-next-func   to    bjf-io-function
    call "BJF_IO"   using bjf-io-function
                          bjf-f3-file-handle
                          bjf-f3-record-ptr.
    if   return-code = -1   go to abort-goback.
    evaluate bjf-f3-file-sts
     when "00"
        add 1 to f3-cnt
     when "10"
        move 0 to bjf-f3-record-size
     when other
        perform disp-f3-error
    end-evaluate.

***********************
f1-file-close-prc section.
***********************
     call "BJF_IO"          using bjf-io-function
                                  bjf-f2-file-handle
                                  bjf-f2-record-ptr.
***********************
f3-file-close-prc section.
***********************
     move bjf-close-func    to    bjf-io-function
     call "BJF_IO"          using bjf-io-function
                                  bjf-f3-file-handle
                                  bjf-f3-record-ptr.

**************************
ckpt-proc section.
                or bjf-f2-file-sts = "10"
        perform f2-read-prc
     end-perform.
     if prev-on
        perform until f3-cnt >= ckpt-skip-f1
                   or bjf-f3-file-sts = "10"
           perform f3-read-prc
        end-perform
     end-if.

**************************
error-proc section.
     move bjf-f2-file-sts to advise-sts(1:2).
     call "QUADVISE" using "QU_FCOMP" advise-sts.
     go to abort-goback.

disp-f3-error.
     move bjf-f3-file-sts to BJF-STSMSG-IN.
     perform bjf-stsmsg-lookup.
     move space to disp-msg .
     move 1 to disp-msg-l.
     string "PREV-FILE-ERROR : "      delimited by size
           bjf-f3-file-sts            delimited by size
           " "                        delimited by size
           BJF-STSMSG-OUT             delimited by size
           " "                        delimited by size
           bjf-f3-file-name           delimited by space
           into disp-msg with pointer disp-msg-l.
     call "BJ_DISPLAY" using disp-msg(1:disp-msg-l).
     move space to advise-sts.
     move bjf-f3-file-sts to advise-sts(1:2).
     call "QUADVISE" using "QU_FCOMP" advise-sts.
     go to abort-goback.
*
*    shared file-status message table load/lookup - see
*    BJF_STSMSG.CPY; loaded once from init-prc, looked up by
