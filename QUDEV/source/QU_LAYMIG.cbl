identification division.
program-id. QU_LAYMIG.
*    layout version migration: converts a fixture file written
*    under one version of a dictionary layout to another version
*    of it, so a widened, inserted or retyped field does not mean
*    regenerating every fixture from text.  F1 (old) and F2 (new)
*    are declared in the QU_PAN3 parameter file like any other
*    BJF_IO step (FN=, ORG=, RECL=); the two layouts come from the
*    QULAYRES dictionary, name:version.
*    fields are matched by name -
*      same name       the value is decoded from the old type and
*                      encoded into the new one (X, 9, S, P, B, L,
*                      D in any combination)
*      only in new     filled with its default - the p1 of a FIX
*                      generation rule on its layout line, else
*                      spaces (X) or zero
*      only in old     dropped
*    every conversion that cannot keep the value is counted per
*    field and the first occurrences listed -
*      truncated       text longer than the new field
*      digits lost     integer part too wide for the new field
*      decimals lost   more decimal places than the new field has
*      sign lost       a negative value into an unsigned field
*      not numeric     text that is no number into a numeric field
*                      (zero is written)
*    the report opens with the field map (KEPT, CONVERTED, NEW,
*    DROPPED) and ends with the loss totals; RC 4 when any value
*    was lost or a field dropped.
*
*    QULAYMIG_FROM     old layout, name:version (CUSTREC:1)
*    QULAYMIG_TO       new layout, name[:version] (default the
*                      latest version of the FROM name)
*    QULAYMIG_FNAME    report (default data\QULAYMIG.txt)
*    QULAYMIG_MAXLIST  losses listed (default 100; all counted)
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
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f2==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f1==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f2==.
01  bjf-f1-file-handle       pointer.
01  bjf-f2-file-handle       pointer.
01  bjf-f1-record-ptr        pointer.
01  bjf-f2-record-ptr        pointer.
01  bjf-io-function          pic 9(02) comp-x.
01  out-txt-name             pic x(128).
01  out-txt-sts              pic x(02).
01  ctl-filenm               pic x(200).
01  ctl-sts                  pic x(02).
01  from-name                pic x(20).
01  to-name                  pic x(20).
01  lay-name                 pic x(20).
01  lay-path                 pic x(200).
01  lay-ver                  pic 9(4).
01  lay-rc                   pic s9(4) comp.
01  from-path                pic x(200).
01  from-ver                 pic 9(4).
01  to-path                  pic x(200).
01  to-ver                   pic 9(4).
01  wk-env                   pic x(10).
01  rec-cnt                  pic 9(9) value 0.
01  loss-cnt                 pic 9(9) value 0.
01  max-list                 pic 9(9) value 100.
01  drop-cnt                 pic 9(3) value 0.
01  new-cnt                  pic 9(3) value 0.
01  new-recl                 pic 9(5) value 0.
01  cnt-ed                   pic zzzzzzzz9.
*    the two layouts: side 1 old, side 2 new
01  ctl-side                 pic 9.
01  ctl-p-type               pic x(01).
01  ctl-p-inpos              pic 9(03).
01  ctl-p-inlen              pic 9(03).
01  ctl-p-outpos             pic 9(03).
01  ctl-p-digits             pic 9(02).
01  ctl-p-decimals           pic 9(02).
01  ctl-p-name               pic x(20).
01  ctl-p-rule               pic x(04).
01  ctl-p-r1                 pic x(40).
78  lay-max                      value 40.
01  lay-cnt                  pic 9(3) occurs 2.
01  lay-table.
    03  lay-side occurs 2.
        05  lay-entry occurs 40.
            07  lay-type     pic x(01).
            07  lay-len      pic 9(03).
            07  lay-pos      pic 9(03).
            07  lay-digits   pic 9(02).
            07  lay-decimals pic 9(02).
            07  lay-name-f   pic x(20).
            07  lay-dflt     pic x(40).
            07  lay-match    pic 9(03).
            07  lay-trunc    pic 9(09).
            07  lay-digloss  pic 9(09).
            07  lay-decloss  pic 9(09).
            07  lay-signloss pic 9(09).
            07  lay-notnum   pic 9(09).
01  ix                       pic 9(3).
01  jx                       pic 9(3).
01  w-i                      pic 9(3).
01  w-pos                    pic 9(3).
*    the value in hand, numeric or text
01  val-num-sw               pic x(01).
01  val-num                  pic s9(18)v9(9).
01  val-text                 pic x(256).
01  val-tlen                 pic 9(3).
01  val-int                  pic s9(18).
01  val-frac                 pic s9(18)v9(9).
01  val-scaled               pic s9(18).
01  num-ed                   pic -(18)9.9(9).
01  lim-val                  pic 9(18).
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
01  gen-f                    comp-1.
01  gen-f-x   redefines gen-f     pic x(04).
01  gen-d                    comp-2.
01  gen-d-x   redefines gen-d     pic x(08).
*    packed nibbles
01  pk-digits                pic x(19).
01  pk-nd                    pic 9(2).
01  pk-byte                  pic 9(3).
01  pk-hi                    pic 9(2).
01  pk-lo                    pic 9(2).
01  pk-i                     pic 9(2).
01  pk-sign                  pic 9(2).
*    report
01  loss-problem             pic x(20).
01  map-state                pic x(10).
01  p-line                   pic x(256).
procedure  division.
prog-start.
     perform init-prc.
     call "QURUNLOG" using "STR" "QULAYMIG" bjf-f1-file-name(1:80).
     perform load-layouts.
     perform map-prc.
     perform migrate-prc.
     perform end-prc.
     call "QURUNLOG" using "END" return-code.
     goback.
init-prc.
     set bjf-f1-file-handle to address of bjf-f1-file-info.
     set bjf-f2-file-handle to address of bjf-f2-file-info.
     set bjf-f1-record-ptr  to address of bjf-f1-record-info.
     set bjf-f2-record-ptr  to address of bjf-f2-record-info.
     call "QU_PAN3" using bjf-f1-file-info
                          bjf-f2-file-info.
     if return-code = -1
        goback
     end-if.
     move space to from-name.
     display "QULAYMIG_FROM"  upon environment-name.
     accept  from-name        from environment-value.
     move space to to-name.
     display "QULAYMIG_TO"    upon environment-name.
     accept  to-name          from environment-value.
     if to-name = space
        unstring from-name delimited by ":" into to-name
     end-if.
     if from-name = space
        display "QU_LAYMIG : QULAYMIG_FROM not set"
        move -1 to return-code
        goback
     end-if.
     move space to wk-env.
     display "QULAYMIG_MAXLIST" upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute max-list = function numval(wk-env)
     end-if.
     move space to out-txt-name.
     display "QULAYMIG_FNAME" upon environment-name.
     accept  out-txt-name     from environment-value.
     if out-txt-name = space
        move "data\QULAYMIG.txt" to out-txt-name
     end-if.
*    both versions through the dictionary
load-layouts.
     move from-name to lay-name.
     call "QULAYRES" using lay-name lay-path lay-ver lay-rc.
     if lay-rc not = 0
        display "QU_LAYMIG : unknown layout " from-name
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     move lay-path to from-path.
     move lay-ver  to from-ver.
     move to-name to lay-name.
     call "QULAYRES" using lay-name lay-path lay-ver lay-rc.
     if lay-rc not = 0
        display "QU_LAYMIG : unknown layout " to-name
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     move lay-path to to-path.
     move lay-ver  to to-ver.
     display "QU_LAYMIG : layout v" from-ver " to v" to-ver.
     move 1 to ctl-side.
     move from-path to ctl-filenm.
     perform load-one-layout.
     move 2 to ctl-side.
     move to-path to ctl-filenm.
     perform load-one-layout.
load-one-layout.
     move 0 to lay-cnt(ctl-side).
     open input ctl-file.
     if ctl-sts not = "00"
        display "QU_LAYMIG : cannot open " ctl-filenm
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     perform until 1 = 0
        read ctl-file at end exit perform end-read
        if ctl-rec not = space and ctl-rec(1:1) not = "*"
           and lay-cnt(ctl-side) < lay-max
           perform load-ctl-line
        end-if
     end-perform.
     close ctl-file.
load-ctl-line.
     move 0 to ctl-p-inpos ctl-p-inlen ctl-p-outpos
               ctl-p-digits ctl-p-decimals.
     move space to ctl-p-type ctl-p-name ctl-p-rule ctl-p-r1.
     unstring ctl-rec delimited by ","
         into ctl-p-type ctl-p-inpos ctl-p-inlen
              ctl-p-outpos ctl-p-digits ctl-p-decimals
              ctl-p-name ctl-p-rule ctl-p-r1.
     add 1 to lay-cnt(ctl-side).
     move lay-cnt(ctl-side) to ix.
     move ctl-p-type     to lay-type(ctl-side, ix).
     move ctl-p-outpos   to lay-pos(ctl-side, ix).
     move ctl-p-digits   to lay-digits(ctl-side, ix).
     move ctl-p-decimals to lay-decimals(ctl-side, ix).
*    bytes the field occupies, the widths mk_FSEQ writes
     evaluate ctl-p-type
       when "X"   move ctl-p-inlen  to lay-len(ctl-side, ix)
       when "9"   move ctl-p-digits to lay-len(ctl-side, ix)
       when "S"   move ctl-p-digits to lay-len(ctl-side, ix)
       when "B"
         evaluate true
           when ctl-p-digits <= 4  move 2 to lay-len(ctl-side, ix)
           when ctl-p-digits <= 9  move 4 to lay-len(ctl-side, ix)
           when other              move 8 to lay-len(ctl-side, ix)
         end-evaluate
       when "P"
         compute lay-len(ctl-side, ix) =
                 (ctl-p-digits + ctl-p-decimals) / 2 + 1
       when "L"   move 4 to lay-len(ctl-side, ix)
       when "D"   move 8 to lay-len(ctl-side, ix)
       when other move ctl-p-inlen  to lay-len(ctl-side, ix)
     end-evaluate.
     if ctl-p-name = space
        string "F" delimited size
               ix  delimited size
               into ctl-p-name
     end-if.
     call "CBL_TOUPPER" using ctl-p-name value 20.
     move ctl-p-name to lay-name-f(ctl-side, ix).
     call "CBL_TOUPPER" using ctl-p-rule value 4.
     move space to lay-dflt(ctl-side, ix).
     if ctl-p-rule = "FIX"
        move ctl-p-r1 to lay-dflt(ctl-side, ix)
     end-if.
     move 0 to lay-match(ctl-side, ix) lay-trunc(ctl-side, ix)
               lay-digloss(ctl-side, ix) lay-decloss(ctl-side, ix)
               lay-signloss(ctl-side, ix) lay-notnum(ctl-side, ix).
*    fields matched by name, and the field map reported
map-prc.
     open output out-txt.
     move space to p-line.
     string "QU_LAYMIG  "         delimited size
            bjf-f1-file-name      delimited space
            "  "                  delimited size
            from-name             delimited space
            " v"                  delimited size
            from-ver              delimited size
            " -> "                delimited size
            bjf-f2-file-name      delimited space
            "  "                  delimited size
            to-name               delimited space
            " v"                  delimited size
            to-ver                delimited size
            into p-line.
     write out-rec from p-line.
     move "** FIELD MAP **" to out-rec.
     write out-rec.
     perform varying ix from 1 by 1 until ix > lay-cnt(2)
        perform varying jx from 1 by 1 until jx > lay-cnt(1)
           if lay-name-f(1, jx) = lay-name-f(2, ix)
              move jx to lay-match(2, ix)
              move ix to lay-match(1, jx)
              exit perform
           end-if
        end-perform
        if lay-pos(2, ix) + lay-len(2, ix) - 1 > new-recl
           compute new-recl = lay-pos(2, ix) + lay-len(2, ix) - 1
        end-if
        move lay-match(2, ix) to jx
        evaluate true
          when jx = 0
            move "NEW" to map-state
            add 1 to new-cnt
          when lay-type(1, jx) = lay-type(2, ix)
           and lay-len(1, jx) = lay-len(2, ix)
           and lay-digits(1, jx) = lay-digits(2, ix)
           and lay-decimals(1, jx) = lay-decimals(2, ix)
            move "KEPT" to map-state
          when other
            move "CONVERTED" to map-state
        end-evaluate
        move space to p-line
        string map-state             delimited space
               ","                   delimited size
               lay-name-f(2, ix)     delimited space
               ","                   delimited size
               lay-type(2, ix)       delimited size
               lay-pos(2, ix)        delimited size
               "/"                   delimited size
               lay-len(2, ix)        delimited size
               into p-line
        if jx > 0
           string p-line             delimited "  "
                  " from "           delimited size
                  lay-type(1, jx)    delimited size
                  lay-pos(1, jx)     delimited size
                  "/"                delimited size
                  lay-len(1, jx)     delimited size
                  into out-rec
        else
           move space to out-rec
           string p-line             delimited "  "
                  " default '"       delimited size
                  lay-dflt(2, ix)    delimited "  "
                  "'"                delimited size
                  into out-rec
        end-if
        write out-rec
     end-perform.
     perform varying jx from 1 by 1 until jx > lay-cnt(1)
        if lay-match(1, jx) = 0
           add 1 to drop-cnt
           move space to p-line
           string "DROPPED,"           delimited size
                  lay-name-f(1, jx)    delimited space
                  ","                  delimited size
                  lay-type(1, jx)      delimited size
                  lay-pos(1, jx)       delimited size
                  "/"                  delimited size
                  lay-len(1, jx)       delimited size
                  into p-line
           write out-rec from p-line
        end-if
     end-perform.
     if bjf-f2-max-rec-size = 0
        move new-recl to bjf-f2-max-rec-size bjf-f2-min-rec-size
     end-if.
     if new-recl > bjf-f2-max-rec-size
        move bjf-f2-max-rec-size to cnt-ed
        move space to p-line
        string "NOT DONE,new layout needs "  delimited size
               new-recl                      delimited size
               " bytes, F2 RECL is"          delimited size
               cnt-ed                        delimited size
               into p-line
        write out-rec from p-line
        close out-txt
        display "QU_LAYMIG : " p-line(1:80)
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     move "** LOSSES **" to out-rec.
     write out-rec.
     move "RECORD#,FIELD,PROBLEM,OLD VALUE" to out-rec.
     write out-rec.
migrate-prc.
     move bjf-open-func   to    bjf-io-function.
     move bjf-file-input  to    bjf-f1-file-opmode.
     call "BJF_IO"        using bjf-io-function
                                bjf-f1-file-handle
                                bjf-f1-record-ptr.
     if bjf-f1-file-sts not = "00"
        display "QU_LAYMIG : F1 open failed sts=" bjf-f1-file-sts
        close out-txt
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     move bjf-open-func   to    bjf-io-function.
     move bjf-file-output to    bjf-f2-file-opmode.
     call "BJF_IO"        using bjf-io-function
                                bjf-f2-file-handle
                                bjf-f2-record-ptr.
     if bjf-f2-file-sts not = "00"
        display "QU_LAYMIG : F2 open failed sts=" bjf-f2-file-sts
        close out-txt
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     perform until 1 = 0
        move bjf-next-func to bjf-io-function
        call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                            bjf-f1-record-ptr
        if bjf-f1-file-sts not = "00"
           exit perform
        end-if
        add 1 to rec-cnt
        move space to bjf-f2-record-buffer(1:bjf-f2-max-rec-size)
        perform varying ix from 1 by 1 until ix > lay-cnt(2)
           perform migrate-field
        end-perform
        if bjf-f2-file-org = bjf-file-org-vseq
           move new-recl to bjf-f2-record-size
        else
           move bjf-f2-max-rec-size to bjf-f2-record-size
        end-if
        move bjf-write-func to bjf-io-function
        call "BJF_IO" using bjf-io-function bjf-f2-file-handle
                            bjf-f2-record-ptr
        if bjf-f2-file-sts not = "00"
           display "QU_LAYMIG : F2 write failed sts="
                   bjf-f2-file-sts " at record " rec-cnt
           move -1 to return-code
           exit perform
        end-if
     end-perform.
     move bjf-close-func to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
     move bjf-close-func to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f2-file-handle
                         bjf-f2-record-ptr.
*    new field ix: the old value decoded, or its default
migrate-field.
     move lay-match(2, ix) to jx.
     if jx = 0
        move "N" to val-num-sw
        move lay-dflt(2, ix) to val-text
        move 40 to val-tlen
        if lay-type(2, ix) not = "X"
           if lay-dflt(2, ix) = space
              move 0 to val-num
           else
              compute val-num = function numval-c(lay-dflt(2, ix))
           end-if
           move "Y" to val-num-sw
        end-if
     else
        perform decode-old
     end-if.
     perform encode-new.
*    old field jx into val-num or val-text
decode-old.
     move "Y" to val-num-sw.
     move 0 to val-num.
     move lay-pos(1, jx) to w-pos.
     evaluate lay-type(1, jx)
       when "9"
         move 0 to gen-z18
         compute w-i = 19 - lay-len(1, jx)
         move bjf-f1-record-buffer(w-pos:lay-len(1, jx))
           to gen-z18-x(w-i:lay-len(1, jx))
         if gen-z18 is numeric
            move gen-z18 to val-num
         end-if
       when "S"
         move 0 to gen-s18
         compute w-i = 19 - lay-len(1, jx)
         move bjf-f1-record-buffer(w-pos:lay-len(1, jx))
           to gen-s18-x(w-i:lay-len(1, jx))
         if gen-s18 is numeric
            move gen-s18 to val-num
         end-if
       when "P"
         perform unpack-old
       when "B"
         evaluate lay-len(1, jx)
           when 2
             move bjf-f1-record-buffer(w-pos:2) to gen-b2-x
             move gen-b2 to val-num
           when 4
             move bjf-f1-record-buffer(w-pos:4) to gen-b4-x
             move gen-b4 to val-num
           when other
             move bjf-f1-record-buffer(w-pos:8) to gen-b8-x
             move gen-b8 to val-num
         end-evaluate
       when "L"
         move bjf-f1-record-buffer(w-pos:4) to gen-f-x
         compute val-num = gen-f
       when "D"
         move bjf-f1-record-buffer(w-pos:8) to gen-d-x
         compute val-num = gen-d
       when other
         move "N" to val-num-sw
         move space to val-text
         move bjf-f1-record-buffer(w-pos:lay-len(1, jx))
           to val-text(1:lay-len(1, jx))
         move lay-len(1, jx) to val-tlen
     end-evaluate.
*    packed: digit nibbles, sign nibble D negative; decimals from
*    the old layout
unpack-old.
     move 0 to val-scaled.
     perform varying pk-i from 1 by 1 until pk-i > lay-len(1, jx)
        compute pk-byte =
            function ord(bjf-f1-record-buffer(w-pos + pk-i - 1:1)) - 1
        divide pk-byte by 16 giving pk-hi remainder pk-lo
        if pk-hi > 9
           move 0 to pk-hi
        end-if
        compute val-scaled = val-scaled * 10 + pk-hi
        if pk-i < lay-len(1, jx)
           if pk-lo > 9
              move 0 to pk-lo
           end-if
           compute val-scaled = val-scaled * 10 + pk-lo
        else
           if pk-lo = 13
              compute val-scaled = val-scaled * -1
           end-if
        end-if
     end-perform.
     compute val-num = val-scaled / 10 ** lay-decimals(1, jx).
*    val-num / val-text into new field ix, counting what is lost
encode-new.
     move lay-pos(2, ix) to w-pos.
     if lay-type(2, ix) = "X"
        if val-num-sw = "Y"
           perform number-to-text
        end-if
        if val-tlen > lay-len(2, ix)
           if val-text(lay-len(2, ix) + 1:val-tlen - lay-len(2, ix))
              not = space
              add 1 to lay-trunc(2, ix)
              move "truncated" to loss-problem
              perform put-loss
           end-if
        end-if
        move val-text(1:lay-len(2, ix))
          to bjf-f2-record-buffer(w-pos:lay-len(2, ix))
        exit paragraph
     end-if.
     if val-num-sw = "N"
        if val-text(1:val-tlen) = space
           move 0 to val-num
        else
           if function test-numval(val-text(1:val-tlen)) = 0
              compute val-num = function numval(val-text(1:val-tlen))
           else
              move 0 to val-num
              add 1 to lay-notnum(2, ix)
              move "not numeric" to loss-problem
              perform put-loss
           end-if
        end-if
     end-if.
     perform check-number-fits.
     evaluate lay-type(2, ix)
       when "9"
         compute gen-z18 = function abs(val-num)
         compute w-i = 19 - lay-len(2, ix)
         move gen-z18-x(w-i:lay-len(2, ix))
           to bjf-f2-record-buffer(w-pos:lay-len(2, ix))
       when "S"
         compute gen-s18 = val-num
         compute w-i = 19 - lay-len(2, ix)
         move gen-s18-x(w-i:lay-len(2, ix))
           to bjf-f2-record-buffer(w-pos:lay-len(2, ix))
       when "P"
         perform pack-new
       when "B"
         evaluate lay-len(2, ix)
           when 2
             compute gen-b2 = val-num
             move gen-b2-x to bjf-f2-record-buffer(w-pos:2)
           when 4
             compute gen-b4 = val-num
             move gen-b4-x to bjf-f2-record-buffer(w-pos:4)
           when other
             compute gen-b8 = val-num
             move gen-b8-x to bjf-f2-record-buffer(w-pos:8)
         end-evaluate
       when "L"
         compute gen-f = val-num
         move gen-f-x to bjf-f2-record-buffer(w-pos:4)
       when "D"
         compute gen-d = val-num
         move gen-d-x to bjf-f2-record-buffer(w-pos:8)
     end-evaluate.
*    sign, integer digits and decimal places against the new
*    field's shape (floats take what they get)
check-number-fits.
     if lay-type(2, ix) = "L" or lay-type(2, ix) = "D"
        exit paragraph
     end-if.
     if val-num < 0 and lay-type(2, ix) = "9"
        add 1 to lay-signloss(2, ix)
        move "sign lost" to loss-problem
        perform put-loss
     end-if.
     compute val-int = function abs(val-num).
     if lay-digits(2, ix) < 18
        compute lim-val = 10 ** lay-digits(2, ix)
        if lay-type(2, ix) = "B"
           evaluate lay-len(2, ix)
             when 2  move 10000 to lim-val
             when 4  move 1000000000 to lim-val
           end-evaluate
        end-if
        if val-int >= lim-val
           add 1 to lay-digloss(2, ix)
           move "digits lost" to loss-problem
           perform put-loss
        end-if
     end-if.
     if lay-type(2, ix) = "P"
        compute val-frac = function abs(val-num)
                         * 10 ** lay-decimals(2, ix)
     else
        compute val-frac = function abs(val-num)
     end-if.
     if val-frac not = function integer-part(val-frac)
        add 1 to lay-decloss(2, ix)
        move "decimals lost" to loss-problem
        perform put-loss
     end-if.
*    the number as text, no leading blanks, no trailing zero
*    decimals
number-to-text.
     move val-num to num-ed.
     move space to val-text.
     move 0 to w-i.
     inspect num-ed tallying w-i for leading space.
     move num-ed(w-i + 1:) to val-text.
     move 29 to val-tlen.
     perform until val-tlen < 1 or val-text(val-tlen:1) not = space
        subtract 1 from val-tlen
     end-perform.
     perform until val-text(val-tlen:1) not = "0"
        move space to val-text(val-tlen:1)
        subtract 1 from val-tlen
     end-perform.
     if val-text(val-tlen:1) = "."
        move space to val-text(val-tlen:1)
        subtract 1 from val-tlen
     end-if.
*    val-num as packed digits+decimals with a C/D sign
pack-new.
     compute val-scaled = val-num * 10 ** lay-decimals(2, ix).
     move 12 to pk-sign.
     if val-scaled < 0
        move 13 to pk-sign
     end-if.
     compute gen-z18 = function abs(val-scaled).
     compute pk-nd = lay-len(2, ix) * 2 - 1.
     move all "0" to pk-digits.
     if pk-nd > 18
        move gen-z18-x to pk-digits(pk-nd - 17:18)
     else
        move gen-z18-x(19 - pk-nd:pk-nd) to pk-digits(1:pk-nd)
     end-if.
     perform varying pk-i from 1 by 1 until pk-i > lay-len(2, ix)
        move pk-digits(pk-i * 2 - 1:1) to pk-hi
        if pk-i < lay-len(2, ix)
           move pk-digits(pk-i * 2:1) to pk-lo
        else
           move pk-sign to pk-lo
        end-if
        compute pk-byte = pk-hi * 16 + pk-lo
        move function char(pk-byte + 1)
          to bjf-f2-record-buffer(w-pos + pk-i - 1:1)
     end-perform.
put-loss.
     add 1 to loss-cnt.
     if loss-cnt > max-list
        exit paragraph
     end-if.
     move rec-cnt to cnt-ed.
     move space to p-line.
     if jx > 0
        if lay-type(1, jx) = "X"
           string cnt-ed                delimited size
                  ","                   delimited size
                  lay-name-f(2, ix)     delimited space
                  ","                   delimited size
                  loss-problem          delimited "  "
                  ","                   delimited size
                  val-text(1:60)        delimited "  "
                  into p-line
        else
           move val-num to num-ed
           string cnt-ed                delimited size
                  ","                   delimited size
                  lay-name-f(2, ix)     delimited space
                  ","                   delimited size
                  loss-problem          delimited "  "
                  ","                   delimited size
                  num-ed                delimited size
                  into p-line
        end-if
     else
        string cnt-ed                delimited size
               ","                   delimited size
               lay-name-f(2, ix)     delimited space
               ","                   delimited size
               loss-problem          delimited "  "
               ",default "           delimited size
               lay-dflt(2, ix)       delimited "  "
               into p-line
     end-if.
     write out-rec from p-line.
end-prc.
     move "** LOSS TOTALS **" to out-rec.
     write out-rec.
     perform varying ix from 1 by 1 until ix > lay-cnt(2)
        if lay-trunc(2, ix) + lay-digloss(2, ix) + lay-decloss(2, ix)
           + lay-signloss(2, ix) + lay-notnum(2, ix) > 0
           move space to p-line
           string lay-name-f(2, ix)     delimited space
                  "  truncated="        delimited size
                  lay-trunc(2, ix)      delimited size
                  "  digits lost="      delimited size
                  lay-digloss(2, ix)    delimited size
                  "  decimals lost="    delimited size
                  lay-decloss(2, ix)    delimited size
                  "  sign lost="        delimited size
                  lay-signloss(2, ix)   delimited size
                  "  not numeric="      delimited size
                  lay-notnum(2, ix)     delimited size
                  into p-line
           write out-rec from p-line
        end-if
     end-perform.
     move space to p-line.
     string "** TOTALS **  records="  delimited size
            rec-cnt                   delimited size
            "  new fields="           delimited size
            new-cnt                   delimited size
            "  dropped="              delimited size
            drop-cnt                  delimited size
            "  losses="               delimited size
            loss-cnt                  delimited size
            into p-line.
     write out-rec from p-line.
     if loss-cnt > max-list
        move space to p-line
        string "(first "          delimited size
               max-list           delimited size
               " losses listed)"  delimited size
               into p-line
        write out-rec from p-line
     end-if.
     close out-txt.
     display "QU_LAYMIG : " rec-cnt " record(s) migrated, "
             loss-cnt " loss(es), " drop-cnt " field(s) dropped".
     if return-code = 0 and (loss-cnt > 0 or drop-cnt > 0)
        move 4 to return-code
     end-if.
