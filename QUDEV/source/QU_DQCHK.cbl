identification division.
program-id. QU_DQCHK.
*    field-level data quality validator: reads a fixture file of
*    any BJ_FINFO organization through BJF_IO and checks every
*    record field by field against its layout (MKFSEQ_LAYOUT
*    through the QULAYRES dictionary, or MKFSEQ_CTLFILE) -
*      9/S  zoned fields hold digits (S: sign in the last byte)
*      P    packed fields have digit nibbles and a C/D/F sign
*      B/L/D binary and float fields are taken as they come
*      date fields - a name containing DATE or ending in -DT or
*           YMD, or an explicit DATE domain - hold real dates
*           (yyyymmdd, yymmdd, or yyyy-mm-dd / yyyy/mm/dd); all
*           zeros or spaces count as "no date" and pass
*      domain rules, three optional tokens after the mk_FSEQ
*      generation rule on the layout line -
*           ...,name,rule,p1,p2,RNG,min,max   value within min-max
*                                              (either may be empty)
*           ...,name,rule,p1,p2,VAL,a|b|c     one of the values
*           ...,name,rule,p1,p2,DATE          date check forced
*           ...,name,rule,p1,p2,NODT          no date check
*    every violation is one report line
*        record#,field,offset,problem,value
*    (value in hex for packed, binary and non-display bytes).
*    the run ends with a summary and, when QUTESTID is set, a
*    QUTESTID verdict: OK with no violations, NG otherwise.
*
*    QUDQCHK_FNAME    input data file (required)
*    QUDQCHK_ORG      SEQ/TXT/REL/IDX/VSEQ (default SEQ)
*    QUDQCHK_RECL     record length (required for SEQ/REL)
*    QUDQCHK_OUTTXT   report file (default data\QUDQCHK.txt)
*    QUDQCHK_MAXERR   violations listed (default 1000; all are
*                     counted)
*    MKFSEQ_LAYOUT    layout name (or MKFSEQ_CTLFILE path)
*    QUTESTID         test id for the verdict
environment              division.
configuration            section.
input-output             section.
file-control.
      select out-txt     assign  to    out-txt-name
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  out-txt-sts.
      select ctl-file    assign  to    ctl-filenm
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  ctl-sts.
data                     division.
file                     section.
fd  out-txt.
01  out-rec                  pic x(256).
fd  ctl-file.
01  ctl-rec                  pic x(160).
working-storage          section.
copy "BJ_FC78.CPY".
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f1==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f1==.
01  bjf-f1-file-handle       pointer.
01  bjf-f1-record-ptr        pointer.
01  bjf-io-function          pic 9(02) comp-x.
copy "QUTESTIX.lks".
01  out-txt-name             pic x(128).
01  out-txt-sts              pic x(02).
01  ctl-filenm               pic x(200).
01  ctl-sts                  pic x(02).
01  lay-name                 pic x(20).
01  lay-path                 pic x(200).
01  lay-ver                  pic 9(4).
01  lay-rc                   pic s9(4) comp.
01  wk-env                   pic x(10).
01  rec-cnt                  pic 9(9) value 0.
01  bad-rec-cnt              pic 9(9) value 0.
01  err-cnt                  pic 9(9) value 0.
01  err-max                  pic 9(9) value 1000.
01  rec-bad-sw               pic x(01).
01  rec-len                  pic 9(5).
01  cnt-ed                   pic zzzzzzzz9.
01  cnt-ed2                  pic zzzzzzzz9.
01  off-ed                   pic zzzz9.
*    layout table, the mk_FSEQ control-file shape plus the
*    domain tokens
01  ctl-cnt                  pic 9(3) value 0.
01  ctl-idx                  pic 9(3).
01  ctl-p-type               pic x(01).
01  ctl-p-inpos              pic 9(03).
01  ctl-p-inlen              pic 9(03).
01  ctl-p-outpos             pic 9(03).
01  ctl-p-digits             pic 9(02).
01  ctl-p-decimals           pic 9(02).
01  ctl-p-name               pic x(20).
01  ctl-p-rule               pic x(04).
01  ctl-p-r1                 pic x(40).
01  ctl-p-r2                 pic x(20).
01  ctl-p-dom                pic x(04).
01  ctl-p-d1                 pic x(60).
01  ctl-p-d2                 pic x(20).
01  ctl-table.
    03  ctl-entry occurs 20 times.
        05  ctl-type         pic x(01).
        05  ctl-len          pic 9(03).
        05  ctl-outpos       pic 9(03).
        05  ctl-digits       pic 9(02).
        05  ctl-decimals     pic 9(02).
        05  ctl-name         pic x(20).
        05  ctl-dom          pic x(04).
        05  ctl-d1           pic x(60).
        05  ctl-d2           pic x(20).
        05  ctl-date-sw      pic x(01).
*    the field under check
01  fld-x                    pic x(256).
01  fld-num-sw               pic x(01).
01  fld-val                  pic s9(13)v9(5).
01  fld-int                  pic s9(18).
01  w-pos                    pic 9(3).
01  w-i                      pic 9(3).
01  w-lim                    pic 9(3).
01  w-byte                   pic 9(3).
01  w-hi                     pic 9(2).
01  w-lo                     pic 9(2).
01  gen-z18                  pic 9(18).
01  gen-z18-x redefines gen-z18   pic x(18).
01  gen-s18                  pic s9(18).
01  gen-s18-x redefines gen-s18   pic x(18).
01  gen-b2                   pic s9(4) comp.
01  gen-b2-x  redefines gen-b2    pic x(02).
01  gen-b4                   pic s9(9) comp.
01  gen-b4-x  redefines gen-b4    pic x(04).
01  gen-b8                   pic s9(18) comp.
01  gen-b8-x  redefines gen-b8    pic x(08).
*    date check
01  dt-text                  pic x(10).
01  dt-ymd                   pic x(08).
01  dt-ymd-r  redefines dt-ymd.
    03  dt-yyyy              pic 9(4).
    03  dt-mm                pic 9(2).
    03  dt-dd                pic 9(2).
01  dt-int                   pic 9(8).
01  dt-max-dd                pic 9(2).
01  dt-ok-sw                 pic x(01).
*    domain check
01  dom-lo                   pic s9(13)v9(5).
01  dom-hi                   pic s9(13)v9(5).
01  dom-item                 pic x(40).
01  dom-ptr                  pic 9(3).
01  dom-hit-sw               pic x(01).
*    report line
01  err-problem              pic x(30).
01  err-value                pic x(60).
01  hex-digits               pic x(16) value "0123456789ABCDEF".
01  p-line                   pic x(256).
procedure  division.
prog-start.
     perform init-prc.
     call "QURUNLOG" using "STR" "QU_DQCHK" bjf-f1-file-name(1:80).
     perform load-ctl-prc.
     perform check-prc.
     perform end-prc.
     call "QURUNLOG" using "END" return-code.
     goback.
init-prc.
     move all x"00" to bjf-f1-file-info.
     move space to bjf-f1-file-name.
     display "QUDQCHK_FNAME"  upon environment-name.
     accept  bjf-f1-file-name from environment-value.
     if bjf-f1-file-name = space
        display "QU_DQCHK : QUDQCHK_FNAME not set"
        move -1 to return-code
        goback
     end-if.
     move space to wk-env.
     display "QUDQCHK_ORG"    upon environment-name.
     accept  wk-env           from environment-value.
     call "CBL_TOUPPER" using wk-env value 5.
     evaluate wk-env(1:1)
       when "T"   move bjf-file-org-txt  to bjf-f1-file-org
       when "R"   move bjf-file-org-rel  to bjf-f1-file-org
       when "I"   move bjf-file-org-idx  to bjf-f1-file-org
       when "V"   move bjf-file-org-vseq to bjf-f1-file-org
       when other move bjf-file-org-seq  to bjf-f1-file-org
     end-evaluate.
     move space to wk-env.
     display "QUDQCHK_RECL"   upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute bjf-f1-max-rec-size = function numval(wk-env)
        move bjf-f1-max-rec-size to bjf-f1-min-rec-size
     end-if.
     move space to wk-env.
     display "QUDQCHK_MAXERR" upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute err-max = function numval(wk-env)
     end-if.
     move space to out-txt-name.
     display "QUDQCHK_OUTTXT" upon environment-name.
     accept  out-txt-name     from environment-value.
     if out-txt-name = space
        move "data\QUDQCHK.txt" to out-txt-name
     end-if.
     move space to QUL-PARAM-ID.
     display "QUTESTID"       upon environment-name.
     accept  QUL-PARAM-ID     from environment-value.
     set bjf-f1-file-handle to address of bjf-f1-file-info.
     set bjf-f1-record-ptr  to address of bjf-f1-record-info.
load-ctl-prc.
     move space to ctl-filenm.
     display "MKFSEQ_CTLFILE" upon environment-name.
     accept  ctl-filenm       from environment-value.
     perform layout-resolve.
     if ctl-filenm = space
        move "WORK\MKFSEQ.CTL" to ctl-filenm
     end-if.
     open input ctl-file.
     if ctl-sts not = "00"
        display "QU_DQCHK : cannot open " ctl-filenm
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     perform until 1 = 0
        read ctl-file at end exit perform end-read
        if ctl-rec not = space and ctl-rec(1:1) not = "*"
           and ctl-cnt < 20
           perform load-ctl-line
        end-if
     end-perform.
     close ctl-file.
load-ctl-line.
     move 0 to ctl-p-inpos ctl-p-inlen ctl-p-outpos
               ctl-p-digits ctl-p-decimals.
     move space to ctl-p-type ctl-p-name ctl-p-rule ctl-p-r1
                   ctl-p-r2 ctl-p-dom ctl-p-d1 ctl-p-d2.
     unstring ctl-rec delimited by ","
         into ctl-p-type ctl-p-inpos ctl-p-inlen
              ctl-p-outpos ctl-p-digits ctl-p-decimals
              ctl-p-name ctl-p-rule ctl-p-r1 ctl-p-r2
              ctl-p-dom ctl-p-d1 ctl-p-d2.
     add 1 to ctl-cnt.
     move ctl-p-type     to ctl-type(ctl-cnt).
     move ctl-p-outpos   to ctl-outpos(ctl-cnt).
     move ctl-p-digits   to ctl-digits(ctl-cnt).
     move ctl-p-decimals to ctl-decimals(ctl-cnt).
*    bytes the field occupies, the widths mk_FSEQ writes
     evaluate ctl-p-type
       when "X"   move ctl-p-inlen  to ctl-len(ctl-cnt)
       when "9"   move ctl-p-digits to ctl-len(ctl-cnt)
       when "S"   move ctl-p-digits to ctl-len(ctl-cnt)
       when "B"
         evaluate true
           when ctl-p-digits <= 4  move 2 to ctl-len(ctl-cnt)
           when ctl-p-digits <= 9  move 4 to ctl-len(ctl-cnt)
           when other              move 8 to ctl-len(ctl-cnt)
         end-evaluate
       when "P"
         compute ctl-len(ctl-cnt) =
                 (ctl-p-digits + ctl-p-decimals) / 2 + 1
       when "L"   move 4 to ctl-len(ctl-cnt)
       when "D"   move 8 to ctl-len(ctl-cnt)
       when other move ctl-p-inlen  to ctl-len(ctl-cnt)
     end-evaluate.
     if ctl-p-name = space
        string "F" delimited size
               ctl-cnt delimited size
               into ctl-p-name
     end-if.
     move ctl-p-name     to ctl-name(ctl-cnt).
     call "CBL_TOUPPER" using ctl-p-dom value 4.
     move ctl-p-dom      to ctl-dom(ctl-cnt).
     move ctl-p-d1       to ctl-d1(ctl-cnt).
     move ctl-p-d2       to ctl-d2(ctl-cnt).
*    date fields by name unless the layout says otherwise
     move "N" to ctl-date-sw(ctl-cnt).
     move 0 to w-i.
     inspect ctl-p-name tallying w-i for all "DATE" all "date".
     move 20 to w-pos.
     perform until w-pos < 1 or ctl-p-name(w-pos:1) not = space
        subtract 1 from w-pos
     end-perform.
     if w-pos >= 3
        if ctl-p-name(w-pos - 2:3) = "-DT" or "YMD" or "-dt"
                                     or "ymd"
           add 1 to w-i
        end-if
     end-if.
     if w-i > 0 or ctl-p-dom = "DATE"
        move "Y" to ctl-date-sw(ctl-cnt)
     end-if.
     if ctl-p-dom = "NODT"
        move "N" to ctl-date-sw(ctl-cnt)
     end-if.
*    LAYOUT=name through the central dictionary: MKFSEQ_LAYOUT
*    set means QULAYRES resolves the named, versioned layout and
*    overrides any raw MKFSEQ_CTLFILE path
layout-resolve.
     move space to lay-name.
     display "MKFSEQ_LAYOUT"  upon environment-name.
     accept  lay-name         from environment-value.
     if lay-name = space
        exit paragraph
     end-if.
     call "QULAYRES" using lay-name lay-path lay-ver lay-rc.
     if lay-rc = 0
        move lay-path to ctl-filenm
        display "QU_DQCHK : layout " lay-name " v" lay-ver
     else
        display "QU_DQCHK : unknown layout " lay-name
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
check-prc.
     move bjf-file-input to bjf-f1-file-opmode.
     move bjf-open-func  to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
     if bjf-f1-file-sts not = "00"
        display "QU_DQCHK : open failed sts=" bjf-f1-file-sts
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     open output out-txt.
     move space to p-line.
     string "QU_DQCHK  "          delimited size
            bjf-f1-file-name      delimited space
            "  layout "           delimited size
            ctl-filenm            delimited space
            into p-line.
     write out-rec from p-line.
     move "RECORD#,FIELD,OFFSET,PROBLEM,VALUE" to out-rec.
     write out-rec.
     perform until 1 = 0
        move bjf-next-func to bjf-io-function
        call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                            bjf-f1-record-ptr
        if bjf-f1-file-sts not = "00"
           exit perform
        end-if
        add 1 to rec-cnt
        if bjf-f1-file-org = bjf-file-org-vseq
           move bjf-f1-cur-rec-size to rec-len
        else
           move bjf-f1-max-rec-size to rec-len
        end-if
        move "N" to rec-bad-sw
        perform varying ctl-idx from 1 by 1
                until ctl-idx > ctl-cnt
           perform check-field
        end-perform
        if rec-bad-sw = "Y"
           add 1 to bad-rec-cnt
        end-if
     end-perform.
     move bjf-close-func to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
*    one field of the current record: representation first, then
*    date and domain on a field that decoded cleanly
check-field.
     if rec-len > 0
        and ctl-outpos(ctl-idx) + ctl-len(ctl-idx) - 1 > rec-len
        move "field beyond record end" to err-problem
        move space to err-value
        perform put-error
        exit paragraph
     end-if.
     move space to fld-x.
     move bjf-f1-record-buffer(ctl-outpos(ctl-idx):ctl-len(ctl-idx))
       to fld-x(1:ctl-len(ctl-idx)).
     move "N" to fld-num-sw.
     move 0 to fld-val fld-int.
     evaluate ctl-type(ctl-idx)
       when "9"
         move 0 to gen-z18
         compute w-pos = 19 - ctl-len(ctl-idx)
         move fld-x(1:ctl-len(ctl-idx))
           to gen-z18-x(w-pos:ctl-len(ctl-idx))
         if gen-z18 is not numeric
            move "zoned field not numeric" to err-problem
            perform put-error-value
            exit paragraph
         end-if
         move gen-z18 to fld-int fld-val
         move "Y" to fld-num-sw
       when "S"
         move 0 to gen-s18
         compute w-pos = 19 - ctl-len(ctl-idx)
         move fld-x(1:ctl-len(ctl-idx))
           to gen-s18-x(w-pos:ctl-len(ctl-idx))
         if gen-s18 is not numeric
            move "signed zoned field not numeric" to err-problem
            perform put-error-value
            exit paragraph
         end-if
         move gen-s18 to fld-int fld-val
         move "Y" to fld-num-sw
       when "P"
         perform check-packed
         if err-problem not = space
            perform put-error-hex
            exit paragraph
         end-if
         compute fld-val = fld-int / 10 ** ctl-decimals(ctl-idx)
         move "Y" to fld-num-sw
       when "B"
         evaluate ctl-len(ctl-idx)
           when 2
             move fld-x(1:2) to gen-b2-x
             move gen-b2 to fld-int
           when 4
             move fld-x(1:4) to gen-b4-x
             move gen-b4 to fld-int
           when other
             move fld-x(1:8) to gen-b8-x
             move gen-b8 to fld-int
         end-evaluate
         move fld-int to fld-val
         move "Y" to fld-num-sw
     end-evaluate.
     if ctl-date-sw(ctl-idx) = "Y"
        perform check-date
        if dt-ok-sw = "N"
           move "not a valid date" to err-problem
           perform put-error-value
           exit paragraph
        end-if
     end-if.
     evaluate ctl-dom(ctl-idx)
       when "RNG"
         perform check-range
       when "VAL"
         perform check-values
     end-evaluate.
*    packed: a digit in every nibble but the last, the last a sign
check-packed.
     move space to err-problem.
     move 0 to fld-int.
     perform varying w-i from 1 by 1 until w-i > ctl-len(ctl-idx)
        compute w-byte = function ord(fld-x(w-i:1)) - 1
        divide w-byte by 16 giving w-hi remainder w-lo
        if w-hi > 9
           move "packed field bad digit nibble" to err-problem
           exit paragraph
        end-if
        compute fld-int = fld-int * 10 + w-hi
        if w-i < ctl-len(ctl-idx)
           if w-lo > 9
              move "packed field bad digit nibble" to err-problem
              exit paragraph
           end-if
           compute fld-int = fld-int * 10 + w-lo
        else
           evaluate w-lo
             when 12
             when 15
               continue
             when 13
               compute fld-int = fld-int * -1
             when other
               move "packed field bad sign nibble" to err-problem
           end-evaluate
        end-if
     end-perform.
*    the field as a calendar date; zeros or spaces mean no date
check-date.
     move "Y" to dt-ok-sw.
     move space to dt-text dt-ymd.
     if fld-num-sw = "Y"
        if fld-int = 0
           exit paragraph
        end-if
        move fld-int to dt-int
        move dt-int to dt-ymd
        if fld-int < 1000000
           perform expand-yymmdd
        end-if
     else
        if fld-x(1:ctl-len(ctl-idx)) = space
           or fld-x(1:ctl-len(ctl-idx)) = all "0"
           exit paragraph
        end-if
        move fld-x(1:10) to dt-text
        evaluate true
          when ctl-len(ctl-idx) >= 10
           and (dt-text(5:1) = "-" or dt-text(5:1) = "/")
           and dt-text(8:1) = dt-text(5:1)
            string dt-text(1:4) dt-text(6:2) dt-text(9:2)
                   delimited size into dt-ymd
          when ctl-len(ctl-idx) = 6
            move "00" to dt-ymd(1:2)
            move dt-text(1:6) to dt-ymd(3:6)
            perform expand-yymmdd
          when other
            move dt-text(1:8) to dt-ymd
        end-evaluate
     end-if.
     if dt-ymd is not numeric
        move "N" to dt-ok-sw
        exit paragraph
     end-if.
     if dt-yyyy < 1900 or dt-mm < 1 or dt-mm > 12 or dt-dd < 1
        move "N" to dt-ok-sw
        exit paragraph
     end-if.
     evaluate dt-mm
       when 4 when 6 when 9 when 11
         move 30 to dt-max-dd
       when 2
         if function mod(dt-yyyy, 4) = 0
            and (function mod(dt-yyyy, 100) not = 0
                 or function mod(dt-yyyy, 400) = 0)
            move 29 to dt-max-dd
         else
            move 28 to dt-max-dd
         end-if
       when other
         move 31 to dt-max-dd
     end-evaluate.
     if dt-dd > dt-max-dd
        move "N" to dt-ok-sw
     end-if.
*    two-digit years: 00-49 are 20xx, 50-99 19xx
expand-yymmdd.
     if dt-ymd(3:2) < "50"
        move "20" to dt-ymd(1:2)
     else
        move "19" to dt-ymd(1:2)
     end-if.
*    RNG,min,max: numbers for numeric fields, text otherwise
check-range.
     if fld-num-sw = "Y"
        if ctl-d1(ctl-idx) not = space
           compute dom-lo = function numval(ctl-d1(ctl-idx))
           if fld-val < dom-lo
              move "below domain minimum" to err-problem
              perform put-error-value
              exit paragraph
           end-if
        end-if
        if ctl-d2(ctl-idx) not = space
           compute dom-hi = function numval(ctl-d2(ctl-idx))
           if fld-val > dom-hi
              move "above domain maximum" to err-problem
              perform put-error-value
           end-if
        end-if
     else
        if ctl-d1(ctl-idx) not = space
           and fld-x(1:ctl-len(ctl-idx)) < ctl-d1(ctl-idx)
           move "below domain minimum" to err-problem
           perform put-error-value
           exit paragraph
        end-if
        if ctl-d2(ctl-idx) not = space
           and fld-x(1:ctl-len(ctl-idx)) > ctl-d2(ctl-idx)
           move "above domain maximum" to err-problem
           perform put-error-value
        end-if
     end-if.
*    VAL,a|b|c: the field is one of the listed values
check-values.
     move "N" to dom-hit-sw.
     move 1 to dom-ptr.
     perform until dom-ptr > 60 or dom-hit-sw = "Y"
        move space to dom-item
        unstring ctl-d1(ctl-idx) delimited by "|"
            into dom-item with pointer dom-ptr
        if dom-item = space
           exit perform
        end-if
        if fld-num-sw = "Y"
           if function numval(dom-item) = fld-val
              move "Y" to dom-hit-sw
           end-if
        else
           if fld-x(1:ctl-len(ctl-idx)) = dom-item
              move "Y" to dom-hit-sw
           end-if
        end-if
     end-perform.
     if dom-hit-sw = "N"
        move "value not in domain list" to err-problem
        perform put-error-value
     end-if.
*    the bad value as text when it prints, in hex when it does not
put-error-value.
     if ctl-type(ctl-idx) = "P" or "B" or "L" or "D"
        perform put-error-hex
        exit paragraph
     end-if.
     move space to err-value.
     move ctl-len(ctl-idx) to w-lim.
     if w-lim > 60
        move 60 to w-lim
     end-if.
     move fld-x(1:w-lim) to err-value(1:w-lim).
     perform varying w-i from 1 by 1 until w-i > w-lim
        if err-value(w-i:1) < space or err-value(w-i:1) = ","
           perform put-error-hex
           exit paragraph
        end-if
     end-perform.
     perform put-error.
put-error-hex.
     move space to err-value.
     move "X'" to err-value(1:2).
     move ctl-len(ctl-idx) to w-lim.
     if w-lim > 28
        move 28 to w-lim
     end-if.
     move 3 to w-pos.
     perform varying w-i from 1 by 1 until w-i > w-lim
        compute w-byte = function ord(fld-x(w-i:1)) - 1
        divide w-byte by 16 giving w-hi remainder w-lo
        move hex-digits(w-hi + 1:1) to err-value(w-pos:1)
        move hex-digits(w-lo + 1:1) to err-value(w-pos + 1:1)
        add 2 to w-pos
     end-perform.
     move "'" to err-value(w-pos:1).
     perform put-error.
put-error.
     add 1 to err-cnt.
     move "Y" to rec-bad-sw.
     if err-cnt > err-max
        move space to err-problem
        exit paragraph
     end-if.
     move rec-cnt to cnt-ed.
     move ctl-outpos(ctl-idx) to off-ed.
     move space to p-line.
     string cnt-ed               delimited size
            ","                  delimited size
            ctl-name(ctl-idx)    delimited space
            ","                  delimited size
            off-ed               delimited size
            ","                  delimited size
            err-problem          delimited "  "
            ","                  delimited size
            err-value            delimited "  "
            into p-line.
     write out-rec from p-line.
     move space to err-problem.
end-prc.
     move space to p-line.
     string "** TOTALS **  records="  delimited size
            rec-cnt                   delimited size
            "  bad records="          delimited size
            bad-rec-cnt               delimited size
            "  violations="           delimited size
            err-cnt                   delimited size
            into p-line.
     write out-rec from p-line.
     if err-cnt > err-max
        move space to p-line
        string "(first "          delimited size
               err-max            delimited size
               " violations listed)" delimited size
               into p-line
        write out-rec from p-line
     end-if.
     close out-txt.
     move space to QUL-COMM1.
     if err-cnt = 0
        move "OK" to QUL-RES
        move rec-cnt to cnt-ed
        string "DQ clean rec="    delimited size
               cnt-ed             delimited size
               into QUL-COMM1
        display "QU_DQCHK : OK - " rec-cnt " record(s) clean"
     else
        move "NG" to QUL-RES
        move bad-rec-cnt to cnt-ed
        move err-cnt     to cnt-ed2
        string "DQ bad rec="      delimited size
               cnt-ed             delimited size
               " err="            delimited size
               cnt-ed2            delimited size
               into QUL-COMM1
        display "QU_DQCHK : NG - " err-cnt " violation(s) in "
                bad-rec-cnt " of " rec-cnt " record(s)"
        move 4 to return-code
     end-if.
     if QUL-PARAM-ID not = space
        call "QUTESTID" using "INT"
        call "QUTESTID" using "WRT"
                 QUL-PARAM-ID QUL-RES QUL-COMM1 QUL-RETURNCD
        call "QUTESTID" using "TRM"
     end-if.
