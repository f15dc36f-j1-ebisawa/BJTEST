identification division.
program-id. QU_PROF.
*    data profiler: reads a file of any BJ_FINFO organization
*    through BJF_IO and, per layout field (MKFSEQ_LAYOUT through
*    the QULAYRES dictionary, or MKFSEQ_CTLFILE), decodes every
*    value the way QU_FMTPRT and COBDUMP do and reports -
*      min and max   numeric for 9/S/B/P/L/D fields, text order for
*                    X fields; blanks and low-values left out
*      distinct      estimated by linear counting over a 4096-slot
*                    bitmap (exact while few values are seen)
*      top values    the most frequent values (a 50-entry table;
*                    counts of the heavy hitters are exact, rarer
*                    ones approximate once the table is full)
*      blanks, low-values and zeros
*    and, for VSEQ files, the record length distribution.
*    the text report is for reading, the CSV for charting -
*        FIELD,name,type,offset,count,min,max,distinct,blank,
*              lowvalue,zero
*        TOP,name,rank,value,count
*        LEN,length,count
*
*    QUPROF_FNAME   input data file (required)
*    QUPROF_ORG     SEQ/TXT/REL/IDX/VSEQ (default SEQ)
*    QUPROF_RECL    record length (required for SEQ/REL)
*    QUPROF_TOP     top values per field (default 5, at most 10)
*    QUPROF_OUTTXT  text report (default data\QUPROF.txt)
*    QUPROF_OUTCSV  CSV (default data\QUPROF.csv)
*    MKFSEQ_LAYOUT  layout name (or MKFSEQ_CTLFILE path)
environment              division.
configuration            section.
input-output             section.
file-control.
      select out-txt     assign  to    out-txt-name
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  out-txt-sts.
      select out-csv     assign  to    out-csv-name
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  out-csv-sts.
      select ctl-file    assign  to    ctl-filenm
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  ctl-sts.
data                     division.
file                     section.
fd  out-txt.
01  out-rec                  pic x(256).
fd  out-csv.
01  csv-rec                  pic x(256).
fd  ctl-file.
01  ctl-rec                  pic x(160).
working-storage          section.
copy "BJ_FC78.CPY".
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f1==.
copy "BJ_FREC.CPY"  replacing =='BJf'== by ==bjf-f1==.
01  bjf-f1-file-handle       pointer.
01  bjf-f1-record-ptr        pointer.
01  bjf-io-function          pic 9(02) comp-x.
01  out-txt-name             pic x(128).
01  out-txt-sts              pic x(02).
01  out-csv-name             pic x(128).
01  out-csv-sts              pic x(02).
01  ctl-filenm               pic x(200).
01  ctl-sts                  pic x(02).
01  lay-name                 pic x(20).
01  lay-path                 pic x(200).
01  lay-ver                  pic 9(4).
01  lay-rc                   pic s9(4) comp.
01  wk-env                   pic x(10).
01  rec-cnt                  pic 9(9) value 0.
01  top-show                 pic 9(2) value 5.
01  ctl-cnt                  pic 9(3) value 0.
01  ctl-idx                  pic 9(3).
01  ctl-p-type               pic x(01).
01  ctl-p-inpos              pic 9(03).
01  ctl-p-inlen              pic 9(03).
01  ctl-p-outpos             pic 9(03).
01  ctl-p-digits             pic 9(02).
01  ctl-p-decimals           pic 9(02).
01  ctl-p-name               pic x(20).
01  ctl-table.
    03  ctl-entry occurs 20 times.
        05  ctl-type         pic x(01).
        05  ctl-inlen        pic 9(03).
        05  ctl-outpos       pic 9(03).
        05  ctl-digits       pic 9(02).
        05  ctl-decimals     pic 9(02).
        05  ctl-name         pic x(20).
        05  ctl-len          pic 9(03).
*    per-field statistics
78  top-limit                value 50.
78  slot-limit               value 4096.
01  st-table.
    03  st-entry occurs 20 times.
        05  st-blank         pic 9(9).
        05  st-lowv          pic 9(9).
        05  st-zero          pic 9(9).
*        text min/max and numeric min/max are seeded apart - a
*        value that would not decode never seeds the numbers
        05  st-set-sw        pic x(01).
        05  st-nset-sw       pic x(01).
        05  st-min-n         pic s9(13)v9(5).
        05  st-max-n         pic s9(13)v9(5).
        05  st-min-x         pic x(40).
        05  st-max-x         pic x(40).
        05  st-used          pic 9(5).
        05  st-slots         pic x(4096).
        05  st-top-cnt       pic 9(3).
        05  st-top occurs 50 times.
            07  st-tv        pic x(40).
            07  st-tc        pic 9(9).
            07  st-td        pic x(01).
*    VSEQ record lengths
78  len-limit                value 200.
01  len-cnt                  pic 9(3) value 0.
01  len-other                pic 9(9) value 0.
01  len-ix                   pic 9(3).
01  len-table.
    03  len-entry occurs 200 times.
        05  len-len          pic 9(5).
        05  len-num          pic 9(9).
01  cur-len                  pic 9(5).
*    decode workspace, the same shapes mk_FSEQ builds
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
01  gen-p7-0                 pic s9(7) comp-3.
01  gen-p7-0-x redefines gen-p7-0 pic x(04).
01  gen-p5-3                 pic s9(5)v9(3) comp-3.
01  gen-p5-3-x redefines gen-p5-3 pic x(05).
01  gen-f                    float.
01  gen-f-x   redefines gen-f     pic x(04).
01  gen-d                    double.
01  gen-d-x   redefines gen-d     pic x(08).
01  dec-int-ed               pic -(17)9.
01  dec-dec-ed               pic -(12)9.9(3).
01  dec-flt-ed               pic -(11)9.9(6).
01  dec-val                  pic x(256).
01  dec-mvl                   pic 9(4).
01  dec-lx                   pic 9(2).
01  dec-ll                   pic 9(2).
01  w-pos                    pic 9(3).
*    the value under count
01  fld-raw                  pic x(256).
01  fld-num-sw               pic x(01).
01  fld-num                  pic s9(13)v9(5).
01  fld-key                  pic x(40).
01  hs-i                     pic 9(3).
01  hs-h                     pic 9(9).
01  hs-slot                  pic 9(5).
01  tp-ix                    pic 9(3).
01  tp-min-ix                pic 9(3).
01  tp-hit-sw                pic x(01).
01  w-rank                   pic 9(2).
01  w-est                    pic 9(9).
01  w-fill                   pic 9v9(6).
01  num-ed                   pic -(13)9.9(5).
01  cnt-ed                   pic zzzzzzzz9.
01  est-ed                   pic zzzzzzzz9.
01  off-ed                   pic zzzz9.
01  p-min                    pic x(40).
01  p-max                    pic x(40).
01  p-est                    pic x(12).
01  p-line                   pic x(256).
procedure  division.
prog-start.
     perform init-prc.
     call "QURUNLOG" using "STR" "QU_PROF " bjf-f1-file-name(1:80).
     perform load-ctl-prc.
     perform scan-prc.
     perform report-prc.
     display "QU_PROF : " rec-cnt " record(s), " ctl-cnt
             " field(s) profiled".
     call "QURUNLOG" using "END" return-code.
     goback.
init-prc.
     move all x"00" to bjf-f1-file-info.
     move space to bjf-f1-file-name.
     display "QUPROF_FNAME"   upon environment-name.
     accept  bjf-f1-file-name from environment-value.
     if bjf-f1-file-name = space
        display "QU_PROF : QUPROF_FNAME not set"
        move -1 to return-code
        goback
     end-if.
     move space to wk-env.
     display "QUPROF_ORG"     upon environment-name.
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
     display "QUPROF_RECL"    upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute bjf-f1-max-rec-size = function numval(wk-env)
        move bjf-f1-max-rec-size to bjf-f1-min-rec-size
     end-if.
     move space to wk-env.
     display "QUPROF_TOP"     upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute top-show = function numval(wk-env)
        if top-show > 10
           move 10 to top-show
        end-if
     end-if.
     move space to out-txt-name.
     display "QUPROF_OUTTXT"  upon environment-name.
     accept  out-txt-name     from environment-value.
     if out-txt-name = space
        move "data\QUPROF.txt" to out-txt-name
     end-if.
     move space to out-csv-name.
     display "QUPROF_OUTCSV"  upon environment-name.
     accept  out-csv-name     from environment-value.
     if out-csv-name = space
        move "data\QUPROF.csv" to out-csv-name
     end-if.
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
        display "QU_PROF : cannot open " ctl-filenm
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     perform until 1 = 0
        read ctl-file at end exit perform end-read
        if ctl-rec not = space and ctl-rec(1:1) not = "*"
           and ctl-cnt < 20
           move 0 to ctl-p-inpos ctl-p-inlen ctl-p-outpos
                     ctl-p-digits ctl-p-decimals
           move space to ctl-p-type ctl-p-name
           unstring ctl-rec delimited by ","
               into ctl-p-type ctl-p-inpos ctl-p-inlen
                    ctl-p-outpos ctl-p-digits ctl-p-decimals
                    ctl-p-name
           add 1 to ctl-cnt
           move ctl-p-type     to ctl-type(ctl-cnt)
           move ctl-p-inlen    to ctl-inlen(ctl-cnt)
           move ctl-p-outpos   to ctl-outpos(ctl-cnt)
           move ctl-p-digits   to ctl-digits(ctl-cnt)
           move ctl-p-decimals to ctl-decimals(ctl-cnt)
           if ctl-p-name = space
              string "F" delimited size
                     ctl-cnt delimited size
                     into ctl-p-name
           end-if
           move ctl-p-name     to ctl-name(ctl-cnt)
           evaluate ctl-p-type
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
           end-evaluate
           move 0     to st-blank(ctl-cnt) st-lowv(ctl-cnt)
                         st-zero(ctl-cnt) st-used(ctl-cnt)
                         st-top-cnt(ctl-cnt)
           move "N"   to st-set-sw(ctl-cnt) st-nset-sw(ctl-cnt)
           move space to st-slots(ctl-cnt)
        end-if
     end-perform.
     close ctl-file.
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
        display "QU_PROF : layout " lay-name " v" lay-ver
     else
        display "QU_PROF : unknown layout " lay-name
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
scan-prc.
     move bjf-file-input to bjf-f1-file-opmode.
     move bjf-open-func  to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
     if bjf-f1-file-sts not = "00"
        display "QU_PROF : open failed sts=" bjf-f1-file-sts
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
        if bjf-f1-file-org = bjf-file-org-vseq
           move bjf-f1-cur-rec-size to cur-len
           perform count-length
        end-if
        perform varying ctl-idx from 1 by 1
                until ctl-idx > ctl-cnt
           perform profile-field
        end-perform
     end-perform.
     move bjf-close-func to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
count-length.
     perform varying len-ix from 1 by 1
             until len-ix > len-cnt
                or len-len(len-ix) = cur-len
     end-perform.
     if len-ix <= len-cnt
        add 1 to len-num(len-ix)
     else
        if len-cnt < len-limit
           add 1 to len-cnt
           move cur-len to len-len(len-cnt)
           move 1 to len-num(len-cnt)
        else
           add 1 to len-other
        end-if
     end-if.
*    one field of the current record into its statistics
profile-field.
     move space to fld-raw.
     move bjf-f1-record-buffer(ctl-outpos(ctl-idx):ctl-len(ctl-idx))
       to fld-raw(1:ctl-len(ctl-idx)).
     if fld-raw(1:ctl-len(ctl-idx)) = space
        add 1 to st-blank(ctl-idx)
        move "(blank)" to fld-key
        perform count-value
        exit paragraph
     end-if.
     if fld-raw(1:ctl-len(ctl-idx)) = low-value
        add 1 to st-lowv(ctl-idx)
        move "(low-values)" to fld-key
        perform count-value
        exit paragraph
     end-if.
     perform decode-field.
     move "N" to fld-num-sw.
     if ctl-type(ctl-idx) not = "X"
        and dec-val(1:1) not = "?"
        move "Y" to fld-num-sw
        compute fld-num = function numval(dec-val)
        move dec-val(1:40) to fld-key
        if fld-num = 0
           add 1 to st-zero(ctl-idx)
        end-if
     else
        move fld-raw(1:40) to fld-key
        if fld-raw(1:ctl-len(ctl-idx)) = all "0"
           add 1 to st-zero(ctl-idx)
        end-if
     end-if.
     if fld-num-sw = "Y"
        if st-nset-sw(ctl-idx) = "N"
           move "Y"     to st-nset-sw(ctl-idx)
           move fld-num to st-min-n(ctl-idx) st-max-n(ctl-idx)
        else
           if fld-num < st-min-n(ctl-idx)
              move fld-num to st-min-n(ctl-idx)
           end-if
           if fld-num > st-max-n(ctl-idx)
              move fld-num to st-max-n(ctl-idx)
           end-if
        end-if
     else
        if st-set-sw(ctl-idx) = "N"
           move "Y"     to st-set-sw(ctl-idx)
           move fld-key to st-min-x(ctl-idx) st-max-x(ctl-idx)
        else
           if fld-key < st-min-x(ctl-idx)
              move fld-key to st-min-x(ctl-idx)
           end-if
           if fld-key > st-max-x(ctl-idx)
              move fld-key to st-max-x(ctl-idx)
           end-if
        end-if
     end-if.
     perform count-value.
*    distinct bitmap and the top-value table
count-value.
     move 0 to hs-h.
     perform varying hs-i from 1 by 1 until hs-i > 40
        compute hs-h = function mod(hs-h * 31
                       + function ord(fld-key(hs-i:1)), 999999937)
     end-perform.
     compute hs-slot = function mod(hs-h, slot-limit) + 1.
     if st-slots(ctl-idx)(hs-slot:1) = space
        move "1" to st-slots(ctl-idx)(hs-slot:1)
        add 1 to st-used(ctl-idx)
     end-if.
     move "N" to tp-hit-sw.
     perform varying tp-ix from 1 by 1
             until tp-ix > st-top-cnt(ctl-idx)
        if st-tv(ctl-idx tp-ix) = fld-key
           add 1 to st-tc(ctl-idx tp-ix)
           move "Y" to tp-hit-sw
           exit perform
        end-if
     end-perform.
     if tp-hit-sw = "Y"
        exit paragraph
     end-if.
     if st-top-cnt(ctl-idx) < top-limit
        add 1 to st-top-cnt(ctl-idx)
        move fld-key to st-tv(ctl-idx st-top-cnt(ctl-idx))
        move 1       to st-tc(ctl-idx st-top-cnt(ctl-idx))
        move "N"     to st-td(ctl-idx st-top-cnt(ctl-idx))
        exit paragraph
     end-if.
*    table full: the new value takes over the rarest entry and
*    inherits its count (space-saving)
     move 1 to tp-min-ix.
     perform varying tp-ix from 2 by 1 until tp-ix > top-limit
        if st-tc(ctl-idx tp-ix) < st-tc(ctl-idx tp-min-ix)
           move tp-ix to tp-min-ix
        end-if
     end-perform.
     move fld-key to st-tv(ctl-idx tp-min-ix).
     add 1 to st-tc(ctl-idx tp-min-ix).
*    one field decoded to display form (the QU_FMTPRT shapes)
decode-field.
     move space to dec-val.
     evaluate ctl-type(ctl-idx)
       when "X"
         move ctl-inlen(ctl-idx) to dec-mvl
         if dec-mvl > 256
            move 256 to dec-mvl
         end-if
         move bjf-f1-record-buffer(ctl-outpos(ctl-idx):dec-mvl)
           to dec-val(1:dec-mvl)
       when "9"
         move 0 to gen-z18
         compute w-pos = 19 - ctl-digits(ctl-idx)
         move bjf-f1-record-buffer(ctl-outpos(ctl-idx):
                                   ctl-digits(ctl-idx))
           to gen-z18-x(w-pos:ctl-digits(ctl-idx))
         if gen-z18 is numeric
            move gen-z18 to dec-int-ed
            perform dec-ed-int
         else
            move "?zoned?" to dec-val
         end-if
       when "S"
         move 0 to gen-s18
         compute w-pos = 19 - ctl-digits(ctl-idx)
         move bjf-f1-record-buffer(ctl-outpos(ctl-idx):
                                   ctl-digits(ctl-idx))
           to gen-s18-x(w-pos:ctl-digits(ctl-idx))
         if gen-s18 is numeric
            move gen-s18 to dec-int-ed
            perform dec-ed-int
         else
            move "?zoned?" to dec-val
         end-if
       when "B"
         evaluate true
           when ctl-digits(ctl-idx) <= 4
             move bjf-f1-record-buffer(ctl-outpos(ctl-idx):2)
               to gen-b2-x
             move gen-b2 to dec-int-ed
           when ctl-digits(ctl-idx) <= 9
             move bjf-f1-record-buffer(ctl-outpos(ctl-idx):4)
               to gen-b4-x
             move gen-b4 to dec-int-ed
           when other
             move bjf-f1-record-buffer(ctl-outpos(ctl-idx):8)
               to gen-b8-x
             move gen-b8 to dec-int-ed
         end-evaluate
         perform dec-ed-int
       when "P"
         evaluate true
           when ctl-digits(ctl-idx) = 7
            and ctl-decimals(ctl-idx) = 0
             move bjf-f1-record-buffer(ctl-outpos(ctl-idx):4)
               to gen-p7-0-x
             if gen-p7-0 is numeric
                move gen-p7-0 to dec-int-ed
                perform dec-ed-int
             else
                move "?packed?" to dec-val
             end-if
           when ctl-digits(ctl-idx) = 5
            and ctl-decimals(ctl-idx) = 3
             move bjf-f1-record-buffer(ctl-outpos(ctl-idx):5)
               to gen-p5-3-x
             if gen-p5-3 is numeric
                move gen-p5-3 to dec-dec-ed
                perform dec-ed-dec
             else
                move "?packed?" to dec-val
             end-if
           when other
             move "?packed?" to dec-val
         end-evaluate
       when "L"
         move bjf-f1-record-buffer(ctl-outpos(ctl-idx):4)
           to gen-f-x
         move gen-f to dec-flt-ed
         perform dec-ed-flt
       when "D"
         move bjf-f1-record-buffer(ctl-outpos(ctl-idx):8)
           to gen-d-x
         move gen-d to dec-flt-ed
         perform dec-ed-flt
     end-evaluate.
dec-ed-int.
     move 0 to dec-lx.
     inspect dec-int-ed tallying dec-lx for leading space.
     move space to dec-val.
     compute dec-lx = dec-lx + 1.
     compute dec-ll = 19 - dec-lx.
     move dec-int-ed(dec-lx:dec-ll) to dec-val(1:dec-ll).
dec-ed-dec.
     move 0 to dec-lx.
     inspect dec-dec-ed tallying dec-lx for leading space.
     move space to dec-val.
     compute dec-lx = dec-lx + 1.
     compute dec-ll = 18 - dec-lx.
     move dec-dec-ed(dec-lx:dec-ll) to dec-val(1:dec-ll).
dec-ed-flt.
     move 0 to dec-lx.
     inspect dec-flt-ed tallying dec-lx for leading space.
     move space to dec-val.
     compute dec-lx = dec-lx + 1.
     compute dec-ll = 20 - dec-lx.
     move dec-flt-ed(dec-lx:dec-ll) to dec-val(1:dec-ll).
report-prc.
     open output out-txt.
     open output out-csv.
     move space to p-line.
     move rec-cnt to cnt-ed.
     string "QU_PROF  "          delimited size
            bjf-f1-file-name     delimited space
            "  records "         delimited size
            cnt-ed               delimited size
            "  layout "          delimited size
            ctl-filenm           delimited space
            into p-line.
     write out-rec from p-line.
     move "FIELD,NAME,TYPE,OFFSET,COUNT,MIN,MAX,DISTINCT,BLANK,"
       to csv-rec.
     move "LOWVALUE,ZERO" to csv-rec(53:).
     write csv-rec.
     perform varying ctl-idx from 1 by 1 until ctl-idx > ctl-cnt
        perform report-field
     end-perform.
     if bjf-f1-file-org = bjf-file-org-vseq
        perform report-lengths
     end-if.
     close out-txt.
     close out-csv.
report-field.
*    a numeric field none of whose values decoded shows the
*    undecodable values' text range instead
     move space to p-min p-max.
     evaluate true
       when ctl-type(ctl-idx) not = "X"
            and st-nset-sw(ctl-idx) = "Y"
           move st-min-n(ctl-idx) to num-ed
           move num-ed to p-min
           move st-max-n(ctl-idx) to num-ed
           move num-ed to p-max
           move function trim(p-min) to p-min
           move function trim(p-max) to p-max
       when st-set-sw(ctl-idx) = "Y"
           move st-min-x(ctl-idx) to p-min
           move st-max-x(ctl-idx) to p-max
     end-evaluate.
*    linear counting: n = -m * ln(empty slots / m)
     move space to p-est.
     if st-used(ctl-idx) >= slot-limit
        move ">100000" to p-est
     else
        compute w-fill = (slot-limit - st-used(ctl-idx)) / slot-limit
        compute w-est rounded = 0 - slot-limit * function log(w-fill)
        if st-top-cnt(ctl-idx) < top-limit
           move st-top-cnt(ctl-idx) to w-est
        end-if
        move w-est to est-ed
        move function trim(est-ed) to p-est
     end-if.
     move ctl-outpos(ctl-idx) to off-ed.
     move space to out-rec.
     write out-rec.
     move space to p-line.
     string "FIELD "              delimited size
            ctl-name(ctl-idx)     delimited space
            "  type "             delimited size
            ctl-type(ctl-idx)     delimited size
            "  offset "           delimited size
            off-ed                delimited size
            "  length "           delimited size
            ctl-len(ctl-idx)      delimited size
            into p-line.
     write out-rec from p-line.
     move space to p-line.
     string "  min "              delimited size
            p-min                 delimited "  "
            "   max "             delimited size
            p-max                 delimited "  "
            "   distinct ~"       delimited size
            p-est                 delimited space
            into p-line.
     write out-rec from p-line.
     move space to p-line.
     string "  blank "            delimited size
            st-blank(ctl-idx)     delimited size
            "  low-values "       delimited size
            st-lowv(ctl-idx)      delimited size
            "  zero "             delimited size
            st-zero(ctl-idx)      delimited size
            into p-line.
     write out-rec from p-line.
     move space to p-line.
     string "FIELD,"              delimited size
            ctl-name(ctl-idx)     delimited space
            ","                   delimited size
            ctl-type(ctl-idx)     delimited size
            ","                   delimited size
            ctl-outpos(ctl-idx)   delimited size
            ","                   delimited size
            rec-cnt               delimited size
            ","                   delimited size
            p-min                 delimited "  "
            ","                   delimited size
            p-max                 delimited "  "
            ","                   delimited size
            p-est                 delimited space
            ","                   delimited size
            st-blank(ctl-idx)     delimited size
            ","                   delimited size
            st-lowv(ctl-idx)      delimited size
            ","                   delimited size
            st-zero(ctl-idx)      delimited size
            into p-line.
     write csv-rec from p-line.
     move "  top values" to out-rec.
     write out-rec.
     perform varying w-rank from 1 by 1
             until w-rank > top-show
                or w-rank > st-top-cnt(ctl-idx)
        perform report-top
     end-perform.
*    the next most frequent value: the largest count not yet
*    printed
report-top.
     move 0 to tp-min-ix.
     perform varying tp-ix from 1 by 1
             until tp-ix > st-top-cnt(ctl-idx)
        if st-td(ctl-idx tp-ix) = "N"
           if tp-min-ix = 0
              move tp-ix to tp-min-ix
           else
              if st-tc(ctl-idx tp-ix) > st-tc(ctl-idx tp-min-ix)
                 move tp-ix to tp-min-ix
              end-if
           end-if
        end-if
     end-perform.
     if tp-min-ix = 0
        exit paragraph
     end-if.
     move st-tc(ctl-idx tp-min-ix) to cnt-ed.
     move space to p-line.
     string "    "                           delimited size
            cnt-ed                           delimited size
            "  "                             delimited size
            st-tv(ctl-idx tp-min-ix)         delimited "  "
            into p-line.
     write out-rec from p-line.
     move space to p-line.
     string "TOP,"                           delimited size
            ctl-name(ctl-idx)                delimited space
            ","                              delimited size
            w-rank                           delimited size
            ","                              delimited size
            st-tv(ctl-idx tp-min-ix)         delimited "  "
            ","                              delimited size
            st-tc(ctl-idx tp-min-ix)         delimited size
            into p-line.
     write csv-rec from p-line.
     move "Y" to st-td(ctl-idx tp-min-ix).
report-lengths.
     move space to out-rec.
     write out-rec.
     move "RECORD LENGTHS (VSEQ)" to out-rec.
     write out-rec.
     perform varying len-ix from 1 by 1 until len-ix > len-cnt
        move len-num(len-ix) to cnt-ed
        move space to p-line
        string "  length "           delimited size
               len-len(len-ix)       delimited size
               "  records "          delimited size
               cnt-ed                delimited size
               into p-line
        write out-rec from p-line
        move space to p-line
        string "LEN,"                delimited size
               len-len(len-ix)       delimited size
               ","                   delimited size
               len-num(len-ix)       delimited size
               into p-line
        write csv-rec from p-line
     end-perform.
     if len-other > 0
        move len-other to cnt-ed
        move space to p-line
        string "  other lengths  records " delimited size
               cnt-ed                      delimited size
               into p-line
        write out-rec from p-line
     end-if.
