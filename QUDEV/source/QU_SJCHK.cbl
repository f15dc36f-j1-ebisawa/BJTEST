identification division.
program-id. QU_SJCHK.
*    Shift-JIS field boundary scanner: reads a file of any BJ_FINFO
*    organization through BJF_IO and walks every alphanumeric (X)
*    field of its layout (MKFSEQ_LAYOUT through the QULAYRES
*    dictionary, or MKFSEQ_CTLFILE) character by character.
*    CS2002 and CS_FCONV convert whole areas, so a name cut short
*    in the middle of a double-byte character only shows up later
*    as garbage; this finds it at the field.  problems reported -
*      split at field end      the last byte is a lead byte whose
*                              trail byte fell outside the field
*      invalid lead byte       80, A0 or FD-FF where a character
*                              starts
*      invalid trail byte      a lead byte not followed by 40-7E
*                              or 80-FC
*      half-width katakana     A1-DF in a field the layout declares
*                              full-width (domain token DBCS -
*                              ...,name,rule,p1,p2,DBCS)
*    lead bytes are 81-9F and E0-FC (F0-FC the user-defined area).
*    each field is reported once, for the first problem in it -
*        record#,field,offset,problem,value(hex)
*    the run ends with a summary and, when QUTESTID is set, a
*    QUTESTID verdict: OK with no problems, NG otherwise.
*
*    QUSJCHK_FNAME    input data file (required)
*    QUSJCHK_ORG      SEQ/TXT/REL/IDX/VSEQ (default SEQ)
*    QUSJCHK_RECL     record length (required for SEQ/REL)
*    QUSJCHK_OUTTXT   report file (default data\QUSJCHK.txt)
*    QUSJCHK_MAXERR   problems listed (default 1000; all are
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
01  split-cnt                pic 9(9) value 0.
01  lead-cnt                 pic 9(9) value 0.
01  trail-cnt                pic 9(9) value 0.
01  kana-cnt                 pic 9(9) value 0.
01  rec-bad-sw               pic x(01).
01  rec-len                  pic 9(5).
01  cnt-ed                   pic zzzzzzzz9.
01  cnt-ed2                  pic zzzzzzzz9.
01  off-ed                   pic zzzz9.
*    the alphanumeric fields of the layout
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
01  ctl-line-no              pic 9(3) value 0.
01  ctl-table.
    03  ctl-entry occurs 20 times.
        05  ctl-len          pic 9(03).
        05  ctl-outpos       pic 9(03).
        05  ctl-name         pic x(20).
        05  ctl-full-sw      pic x(01).
*    the field under scan
01  fld-x                    pic x(256).
01  w-i                      pic 9(3).
01  w-pos                    pic 9(3).
01  w-lim                    pic 9(3).
01  w-byte                   pic 9(3).
01  w-trail                  pic 9(3).
01  w-hi                     pic 9(2).
01  w-lo                     pic 9(2).
01  err-at                   pic 9(3).
01  err-byte                 pic 9(3).
*    report line
01  err-problem              pic x(30).
01  err-value                pic x(60).
01  hex-digits               pic x(16) value "0123456789ABCDEF".
01  p-line                   pic x(256).
procedure  division.
prog-start.
     perform init-prc.
     call "QURUNLOG" using "STR" "QU_SJCHK" bjf-f1-file-name(1:80).
     perform load-ctl-prc.
     perform scan-prc.
     perform end-prc.
     call "QURUNLOG" using "END" return-code.
     goback.
init-prc.
     move all x"00" to bjf-f1-file-info.
     move space to bjf-f1-file-name.
     display "QUSJCHK_FNAME"  upon environment-name.
     accept  bjf-f1-file-name from environment-value.
     if bjf-f1-file-name = space
        display "QU_SJCHK : QUSJCHK_FNAME not set"
        move -1 to return-code
        goback
     end-if.
     move space to wk-env.
     display "QUSJCHK_ORG"    upon environment-name.
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
     display "QUSJCHK_RECL"   upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute bjf-f1-max-rec-size = function numval(wk-env)
        move bjf-f1-max-rec-size to bjf-f1-min-rec-size
     end-if.
     move space to wk-env.
     display "QUSJCHK_MAXERR" upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute err-max = function numval(wk-env)
     end-if.
     move space to out-txt-name.
     display "QUSJCHK_OUTTXT" upon environment-name.
     accept  out-txt-name     from environment-value.
     if out-txt-name = space
        move "data\QUSJCHK.txt" to out-txt-name
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
        display "QU_SJCHK : cannot open " ctl-filenm
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
     if ctl-cnt = 0
        display "QU_SJCHK : the layout has no alphanumeric fields"
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
*    only X fields carry characters; numeric shapes are QU_DQCHK's
load-ctl-line.
     move 0 to ctl-p-inpos ctl-p-inlen ctl-p-outpos
               ctl-p-digits ctl-p-decimals.
     move space to ctl-p-type ctl-p-name ctl-p-rule ctl-p-r1
                   ctl-p-r2 ctl-p-dom.
     unstring ctl-rec delimited by ","
         into ctl-p-type ctl-p-inpos ctl-p-inlen
              ctl-p-outpos ctl-p-digits ctl-p-decimals
              ctl-p-name ctl-p-rule ctl-p-r1 ctl-p-r2
              ctl-p-dom.
     add 1 to ctl-line-no.
     if ctl-p-type not = "X" or ctl-p-inlen = 0
        exit paragraph
     end-if.
     add 1 to ctl-cnt.
     move ctl-p-inlen    to ctl-len(ctl-cnt).
     move ctl-p-outpos   to ctl-outpos(ctl-cnt).
     if ctl-p-name = space
        string "F" delimited size
               ctl-line-no delimited size
               into ctl-p-name
     end-if.
     move ctl-p-name     to ctl-name(ctl-cnt).
     call "CBL_TOUPPER" using ctl-p-dom value 4.
     if ctl-p-dom = "DBCS"
        move "Y" to ctl-full-sw(ctl-cnt)
     else
        move "N" to ctl-full-sw(ctl-cnt)
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
        display "QU_SJCHK : layout " lay-name " v" lay-ver
     else
        display "QU_SJCHK : unknown layout " lay-name
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
        display "QU_SJCHK : open failed sts=" bjf-f1-file-sts
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     open output out-txt.
     move space to p-line.
     string "QU_SJCHK  "          delimited size
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
           perform scan-field
        end-perform
        if rec-bad-sw = "Y"
           add 1 to bad-rec-cnt
        end-if
     end-perform.
     move bjf-close-func to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
*    one field, character by character; a lead byte takes its
*    trail byte with it
scan-field.
     if rec-len > 0
        and ctl-outpos(ctl-idx) + ctl-len(ctl-idx) - 1 > rec-len
        exit paragraph
     end-if.
     move space to fld-x.
     move bjf-f1-record-buffer(ctl-outpos(ctl-idx):ctl-len(ctl-idx))
       to fld-x(1:ctl-len(ctl-idx)).
     move space to err-problem.
     move 1 to w-i.
     perform until w-i > ctl-len(ctl-idx)
        compute w-byte = function ord(fld-x(w-i:1)) - 1
        evaluate true
          when (w-byte >= 129 and w-byte <= 159)
            or (w-byte >= 224 and w-byte <= 252)
            if w-i = ctl-len(ctl-idx)
               move "split at field end" to err-problem
               add 1 to split-cnt
               exit perform
            end-if
            compute w-trail = function ord(fld-x(w-i + 1:1)) - 1
            if w-trail < 64 or w-trail = 127 or w-trail > 252
               move "invalid trail byte" to err-problem
               add 1 to trail-cnt
               exit perform
            end-if
            add 2 to w-i
          when w-byte >= 161 and w-byte <= 223
            if ctl-full-sw(ctl-idx) = "Y"
               move "half-width katakana" to err-problem
               add 1 to kana-cnt
               exit perform
            end-if
            add 1 to w-i
          when w-byte = 128 or w-byte = 160 or w-byte > 252
            move "invalid lead byte" to err-problem
            add 1 to lead-cnt
            exit perform
          when other
            add 1 to w-i
        end-evaluate
     end-perform.
     if err-problem not = space
        move w-i to err-at err-byte
        perform put-error-hex
     end-if.
*    the field in hex up to and just past the bad byte, so the
*    report shows what the character was cut from
put-error-hex.
     move space to err-value.
     move "X'" to err-value(1:2).
     move 1 to w-pos.
     if err-at > 12
        compute w-pos = err-at - 11
     end-if.
     compute w-lim = err-at + 1.
     if w-lim > ctl-len(ctl-idx)
        move ctl-len(ctl-idx) to w-lim
     end-if.
     move 3 to err-at.
     perform varying w-i from w-pos by 1 until w-i > w-lim
        compute w-byte = function ord(fld-x(w-i:1)) - 1
        divide w-byte by 16 giving w-hi remainder w-lo
        move hex-digits(w-hi + 1:1) to err-value(err-at:1)
        move hex-digits(w-lo + 1:1) to err-value(err-at + 1:1)
        add 2 to err-at
     end-perform.
     move "'" to err-value(err-at:1).
     perform put-error.
put-error.
     add 1 to err-cnt.
     move "Y" to rec-bad-sw.
     if err-cnt > err-max
        exit paragraph
     end-if.
     move rec-cnt to cnt-ed.
     compute off-ed = ctl-outpos(ctl-idx) + err-byte - 1.
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
end-prc.
     move space to p-line.
     string "** TOTALS **  records="  delimited size
            rec-cnt                   delimited size
            "  bad records="          delimited size
            bad-rec-cnt               delimited size
            "  fields reported="      delimited size
            err-cnt                   delimited size
            into p-line.
     write out-rec from p-line.
     move space to p-line.
     string "  split="                delimited size
            split-cnt                 delimited size
            "  bad lead="             delimited size
            lead-cnt                  delimited size
            "  bad trail="            delimited size
            trail-cnt                 delimited size
            "  half-width kana="      delimited size
            kana-cnt                  delimited size
            into p-line.
     write out-rec from p-line.
     if err-cnt > err-max
        move space to p-line
        string "(first "          delimited size
               err-max            delimited size
               " fields listed)"  delimited size
               into p-line
        write out-rec from p-line
     end-if.
     close out-txt.
     move space to QUL-COMM1.
     if err-cnt = 0
        move "OK" to QUL-RES
        move rec-cnt to cnt-ed
        string "SJIS clean rec="  delimited size
               cnt-ed             delimited size
               into QUL-COMM1
        display "QU_SJCHK : OK - " rec-cnt " record(s) clean"
     else
        move "NG" to QUL-RES
        move bad-rec-cnt to cnt-ed
        move err-cnt     to cnt-ed2
        string "SJIS bad rec="    delimited size
               cnt-ed             delimited size
               " fld="            delimited size
               cnt-ed2            delimited size
               into QUL-COMM1
        display "QU_SJCHK : NG - " err-cnt " field(s) in "
                bad-rec-cnt " of " rec-cnt " record(s)"
        move 4 to return-code
     end-if.
     if QUL-PARAM-ID not = space
        call "QUTESTID" using "INT"
        call "QUTESTID" using "WRT"
                 QUL-PARAM-ID QUL-RES QUL-COMM1 QUL-RETURNCD
        call "QUTESTID" using "TRM"
     end-if.
