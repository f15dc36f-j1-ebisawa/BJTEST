identification division.
program-id. QU_PIISCN.
*    unmasked-PII scanner: proof that a QUANON copy really is
*    masked.  the rule file only masks what it names, so this
*    sweeps the data itself for anything that still looks like
*    personal data -
*      CARD    13-19 digits (plain, or in groups of four split by
*              hyphens or single spaces) passing the Luhn check
*      PHONE   0n-nnnn-nnnn style numbers (10 or 11 digits, two
*              hyphens, last group four digits) and 11-digit
*              070/080/090 mobile numbers
*      POSTAL  nnn-nnnn followed by address text (letters, kana or
*              kanji), or any nnn-nnnn after the postal mark
*      EMAIL   local@domain.tld
*    one file (QUPIISCN_FNAME), or, without one, every mk_CATLG
*    entry of the test-copy retention class (QUPIISCN_CLASS,
*    default TCPY).  files are read through BJF_IO, so every
*    BJ_FINFO organization is covered.
*    each hit is one report line
*        path,record#,offset,field,kind,value
*    offset is the byte within the record and field the layout
*    field holding it: a catalog entry uses the layout registered
*    under its file name (QULAYRES, extension dropped) and falls
*    back to MKFSEQ_LAYOUT / MKFSEQ_CTLFILE; "-" when there is no
*    layout.  the value is printed with its middle starred, so the
*    report does not become a copy of the data.
*    any hit fails the step (RC 8), raises a QUACTION item per
*    file with hits and, when QUTESTID is set, an NG verdict - a
*    copy that fails must not go onto a shared test machine.
*
*    QUPIISCN_FNAME    file to scan (empty = catalog sweep)
*    QUPIISCN_ORG      SEQ/TXT/REL/IDX/VSEQ (default SEQ)
*    QUPIISCN_RECL     record length (required for SEQ/REL)
*    BJ_CATLG_MAST     the catalog, for the sweep
*    QUPIISCN_CLASS    retention class swept (default TCPY)
*    QUPIISCN_OUTTXT   report file (default data\QUPIISCN.txt)
*    QUPIISCN_MAXHIT   hits listed (default 1000; all are counted)
*    MKFSEQ_LAYOUT     layout name (or MKFSEQ_CTLFILE path)
*    QUTESTID          test id for the verdict
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
copy "BJ_CATLG_SL.CPY".
data                     division.
file                     section.
fd  out-txt.
01  out-rec                  pic x(256).
fd  ctl-file.
01  ctl-rec                  pic x(160).
copy "BJ_CATLG_FD.CPY".
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
01  dflt-ctl-filenm          pic x(200).
01  catlg-fname              pic x(128).
01  f-sts                    pic x(02).
01  scan-class               pic x(04).
01  lay-name                 pic x(20).
01  lay-path                 pic x(200).
01  lay-ver                  pic 9(4).
01  lay-rc                   pic s9(4) comp.
01  wk-env                   pic x(10).
01  one-fname                pic x(256).
01  one-org                  pic 9.
01  one-recl                 pic 9(5) value 0.
01  file-cnt                 pic 9(5) value 0.
01  open-err-cnt             pic 9(5) value 0.
01  hit-file-cnt             pic 9(5) value 0.
01  rec-cnt                  pic 9(9).
01  file-hit-cnt             pic 9(9).
01  hit-cnt                  pic 9(9) value 0.
01  hit-max                  pic 9(9) value 1000.
01  card-cnt                 pic 9(9) value 0.
01  phone-cnt                pic 9(9) value 0.
01  postal-cnt               pic 9(9) value 0.
01  email-cnt                pic 9(9) value 0.
01  rec-len                  pic 9(5).
01  cnt-ed                   pic zzzzzzzz9.
01  off-ed                   pic zzzz9.
01  act-finding              pic x(80).
*    the layout of the file under scan
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
        05  ctl-len          pic 9(03).
        05  ctl-outpos       pic 9(03).
        05  ctl-name         pic x(20).
*    base name of a catalog path, for its layout
01  w-base                   pic x(60).
01  w-cx                     pic 9(4).
01  w-last                   pic 9(4).
*    scanning
01  s-pos                    pic 9(5).
01  s-end                    pic 9(5).
01  s-j                      pic 9(5).
01  s-c                      pic x(01).
01  s-prev                   pic x(01).
01  s-byte                   pic 9(3).
*    the digit token at s-pos
01  tk-nd                    pic 9(3).
01  tk-nh                    pic 9(3).
01  tk-ns                    pic 9(3).
01  tk-grp                   pic 9(3).
01  tk-last-grp              pic 9(3).
01  tk-grp1                  pic 9(3).
01  tk-grp-bad               pic x(01).
01  tk-digits                pic x(40).
01  tk-len                   pic 9(3).
*    Luhn
01  ln-sum                   pic 9(4).
01  ln-d                     pic 9(2).
01  ln-i                     pic 9(3).
01  ln-dbl                   pic x(01).
*    e-mail around an "@"
01  em-start                 pic 9(5).
01  em-end                   pic 9(5).
01  em-dot                   pic 9(5).
01  em-tld                   pic 9(3).
*    the hit
01  hit-kind                 pic x(06).
01  hit-off                  pic 9(5).
01  hit-len                  pic 9(3).
01  hit-value                pic x(40).
01  hit-field                pic x(20).
01  p-line                   pic x(256).
procedure  division.
prog-start.
     perform init-prc.
     call "QURUNLOG" using "STR" "QUPIISCN" out-txt-name(1:80).
     open output out-txt.
     move "PATH,RECORD#,OFFSET,FIELD,KIND,VALUE" to out-rec.
     write out-rec.
     if one-fname not = space
        move all x"00" to bjf-f1-file-info
        move one-fname to bjf-f1-file-name
        move one-org   to bjf-f1-file-org
        move one-recl  to bjf-f1-max-rec-size bjf-f1-min-rec-size
        move dflt-ctl-filenm to ctl-filenm
        perform scan-file
     else
        perform sweep-catalog
     end-if.
     perform end-prc.
     call "QURUNLOG" using "END" return-code.
     goback.
init-prc.
     move space to one-fname.
     display "QUPIISCN_FNAME" upon environment-name.
     accept  one-fname        from environment-value.
     move space to wk-env.
     display "QUPIISCN_ORG"   upon environment-name.
     accept  wk-env           from environment-value.
     call "CBL_TOUPPER" using wk-env value 5.
     evaluate wk-env(1:1)
       when "T"   move bjf-file-org-txt  to one-org
       when "R"   move bjf-file-org-rel  to one-org
       when "I"   move bjf-file-org-idx  to one-org
       when "V"   move bjf-file-org-vseq to one-org
       when other move bjf-file-org-seq  to one-org
     end-evaluate.
     move space to wk-env.
     display "QUPIISCN_RECL"  upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute one-recl = function numval(wk-env)
     end-if.
     move space to catlg-fname.
     display "BJ_CATLG_MAST"  upon environment-name.
     accept  catlg-fname      from environment-value.
     if one-fname = space and catlg-fname = space
        display "QU_PIISCN : set QUPIISCN_FNAME or BJ_CATLG_MAST"
        move -1 to return-code
        goback
     end-if.
     move space to scan-class.
     display "QUPIISCN_CLASS" upon environment-name.
     accept  scan-class       from environment-value.
     if scan-class = space
        move "TCPY" to scan-class
     end-if.
     move space to wk-env.
     display "QUPIISCN_MAXHIT" upon environment-name.
     accept  wk-env           from environment-value.
     if wk-env(1:1) >= "0" and wk-env(1:1) <= "9"
        compute hit-max = function numval(wk-env)
     end-if.
     move space to out-txt-name.
     display "QUPIISCN_OUTTXT" upon environment-name.
     accept  out-txt-name     from environment-value.
     if out-txt-name = space
        move "data\QUPIISCN.txt" to out-txt-name
     end-if.
     move space to QUL-PARAM-ID.
     display "QUTESTID"       upon environment-name.
     accept  QUL-PARAM-ID     from environment-value.
*    the default layout: MKFSEQ_LAYOUT through the dictionary,
*    else the raw MKFSEQ_CTLFILE path
     move space to dflt-ctl-filenm.
     display "MKFSEQ_CTLFILE" upon environment-name.
     accept  dflt-ctl-filenm  from environment-value.
     move space to lay-name.
     display "MKFSEQ_LAYOUT"  upon environment-name.
     accept  lay-name         from environment-value.
     if lay-name not = space
        call "QULAYRES" using lay-name lay-path lay-ver lay-rc
        if lay-rc = 0
           move lay-path to dflt-ctl-filenm
           display "QU_PIISCN : layout " lay-name " v" lay-ver
        else
           display "QU_PIISCN : unknown layout " lay-name
        end-if
     end-if.
     set bjf-f1-file-handle to address of bjf-f1-file-info.
     set bjf-f1-record-ptr  to address of bjf-f1-record-info.
*    every catalog entry of the test-copy class
sweep-catalog.
     open input catlg-f.
     if f-sts not = "00"
        display "QU_PIISCN : cannot open catalog " catlg-fname
        move -1 to return-code
        call "QURUNLOG" using "END" return-code
        goback
     end-if.
     perform until 1 = 0
        read catlg-f at end exit perform end-read
        if catlg-retclass = scan-class
           perform scan-catalog-entry
        end-if
     end-perform.
     close catlg-f.
scan-catalog-entry.
     move all x"00" to bjf-f1-file-info.
     move catlg-fpath to bjf-f1-file-name.
     evaluate catlg-forg
       when "TXT"   move bjf-file-org-txt  to bjf-f1-file-org
       when "REL"   move bjf-file-org-rel  to bjf-f1-file-org
       when "IDX"   move bjf-file-org-idx  to bjf-f1-file-org
       when "VSEQ"  move bjf-file-org-vseq to bjf-f1-file-org
       when other   move bjf-file-org-seq  to bjf-f1-file-org
     end-evaluate.
     move catlg-max-recl to bjf-f1-max-rec-size.
     move catlg-min-recl to bjf-f1-min-rec-size.
*    the layout registered under the file's own name, if any
     move 0 to w-last.
     perform varying w-cx from 1 by 1 until w-cx > 128
        if catlg-fpath(w-cx:1) = "/" or catlg-fpath(w-cx:1) = "\"
           move w-cx to w-last
        end-if
     end-perform.
     move space to w-base lay-name.
     compute w-cx = 128 - w-last.
     if w-cx > 60
        move 60 to w-cx
     end-if.
     if w-cx > 0
        move catlg-fpath(w-last + 1:w-cx) to w-base
     end-if.
     unstring w-base delimited by "." or space into lay-name.
     call "CBL_TOUPPER" using lay-name value 20.
     move dflt-ctl-filenm to ctl-filenm.
     if lay-name not = space
        call "QULAYRES" using lay-name lay-path lay-ver lay-rc
        if lay-rc = 0
           move lay-path to ctl-filenm
        end-if
     end-if.
     perform scan-file.
*    one file, record by record
scan-file.
     perform load-layout.
     add 1 to file-cnt.
     move 0 to rec-cnt file-hit-cnt.
     move bjf-file-input to bjf-f1-file-opmode.
     move bjf-open-func  to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
     if bjf-f1-file-sts not = "00"
        add 1 to open-err-cnt
        move space to p-line
        string bjf-f1-file-name     delimited space
               ",,,,ERROR,open failed sts=" delimited size
               bjf-f1-file-sts      delimited size
               into p-line
        write out-rec from p-line
        exit paragraph
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
           or bjf-f1-file-org = bjf-file-org-txt
           move bjf-f1-record-size to rec-len
        else
           move bjf-f1-max-rec-size to rec-len
        end-if
        if rec-len = 0
           move bjf-f1-max-rec-size to rec-len
        end-if
        perform scan-record
     end-perform.
     move bjf-close-func to bjf-io-function.
     call "BJF_IO" using bjf-io-function bjf-f1-file-handle
                         bjf-f1-record-ptr.
     if file-hit-cnt > 0
        add 1 to hit-file-cnt
        move file-hit-cnt to cnt-ed
        move space to act-finding
        string "PII in masked copy hits="  delimited size
               cnt-ed                      delimited size
               " "                         delimited size
               bjf-f1-file-name            delimited space
               into act-finding
        call "QUACTPUT" using "QUPIISCN" "1" act-finding
     end-if.
     move rec-cnt to cnt-ed.
     display "QU_PIISCN : " bjf-f1-file-name(1:50) " rec=" cnt-ed
             " hits=" file-hit-cnt.
load-layout.
     move 0 to ctl-cnt.
     if ctl-filenm = space
        exit paragraph
     end-if.
     open input ctl-file.
     if ctl-sts not = "00"
        exit paragraph
     end-if.
     perform until 1 = 0
        read ctl-file at end exit perform end-read
        if ctl-rec not = space and ctl-rec(1:1) not = "*"
           and ctl-cnt < 20
           perform load-ctl-line
        end-if
     end-perform.
     close ctl-file.
*    bytes the field occupies, the widths mk_FSEQ writes
load-ctl-line.
     move 0 to ctl-p-inpos ctl-p-inlen ctl-p-outpos
               ctl-p-digits ctl-p-decimals.
     move space to ctl-p-type ctl-p-name.
     unstring ctl-rec delimited by ","
         into ctl-p-type ctl-p-inpos ctl-p-inlen
              ctl-p-outpos ctl-p-digits ctl-p-decimals
              ctl-p-name.
     add 1 to ctl-cnt.
     move ctl-p-outpos to ctl-outpos(ctl-cnt).
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
     move ctl-p-name to ctl-name(ctl-cnt).
*    the record byte by byte: a digit that starts a token, or an
*    "@"; a hit moves the scan past itself
scan-record.
     move space to s-prev.
     move 1 to s-pos.
     perform until s-pos > rec-len
        move bjf-f1-record-buffer(s-pos:1) to s-c
        move space to hit-kind
        evaluate true
          when s-c >= "0" and s-c <= "9"
           and not (s-prev >= "0" and s-prev <= "9")
           and s-prev not = "-"
            perform check-number
          when s-c = "@"
            perform check-email
        end-evaluate
        if hit-kind not = space
           perform put-hit
           compute s-pos = hit-off + hit-len
           move space to s-prev
        else
           move s-c to s-prev
           add 1 to s-pos
        end-if
     end-perform.
*    the digit token at s-pos: digits, hyphens between digits, and
*    single spaces after a group of four (card style)
check-number.
     move 0 to tk-nd tk-nh tk-ns tk-grp tk-grp1.
     move "N" to tk-grp-bad.
     move space to tk-digits.
     move s-pos to s-j.
     perform until s-j > rec-len
        move bjf-f1-record-buffer(s-j:1) to s-c
        evaluate true
          when s-c >= "0" and s-c <= "9"
            if tk-nd >= 40
               exit perform
            end-if
            add 1 to tk-nd tk-grp
            move s-c to tk-digits(tk-nd:1)
            add 1 to s-j
          when (s-c = "-" or s-c = space) and s-j < rec-len
            if bjf-f1-record-buffer(s-j + 1:1) < "0"
               or bjf-f1-record-buffer(s-j + 1:1) > "9"
               exit perform
            end-if
            if s-c = space and tk-grp not = 4
               exit perform
            end-if
            if tk-grp1 = 0
               move tk-grp to tk-grp1
            end-if
            if tk-grp not = 4
               move "Y" to tk-grp-bad
            end-if
            if s-c = "-"
               add 1 to tk-nh
            else
               add 1 to tk-ns
            end-if
            move 0 to tk-grp
            add 1 to s-j
          when other
            exit perform
        end-evaluate
     end-perform.
     move tk-grp to tk-last-grp.
     if tk-grp1 = 0
        move tk-grp to tk-grp1
     end-if.
*    a token running straight into more letters or digits is a
*    code, not a number on its own
     if s-j <= rec-len
        move bjf-f1-record-buffer(s-j:1) to s-c
        if (s-c >= "A" and s-c <= "Z") or (s-c >= "a" and s-c <= "z")
           exit paragraph
        end-if
     end-if.
     compute tk-len = s-j - s-pos.
     move s-pos to hit-off.
     move tk-len to hit-len.
     evaluate true
       when tk-nd >= 13 and tk-nd <= 19
        and (tk-nh + tk-ns = 0 or tk-grp-bad = "N")
        and not (tk-nh > 0 and tk-ns > 0)
         perform check-luhn
         if ln-dbl = "Y"
            move "CARD" to hit-kind
            add 1 to card-cnt
         end-if
       when tk-ns = 0 and tk-nh = 1 and tk-nd = 7 and tk-grp1 = 3
         perform check-postal
       when tk-ns = 0 and tk-digits(1:1) = "0"
        and tk-nh = 2 and tk-last-grp = 4
        and (tk-nd = 10 or tk-nd = 11)
         move "PHONE" to hit-kind
         add 1 to phone-cnt
       when tk-ns = 0 and tk-nh = 0 and tk-nd = 11
        and (tk-digits(1:3) = "070" or "080" or "090")
         move "PHONE" to hit-kind
         add 1 to phone-cnt
     end-evaluate.
*    Luhn over tk-digits; ln-dbl ends "Y" when the sum divides by
*    ten
check-luhn.
     move 0 to ln-sum.
     move "N" to ln-dbl.
     perform varying ln-i from tk-nd by -1 until ln-i < 1
        move tk-digits(ln-i:1) to ln-d
        if ln-dbl = "Y"
           compute ln-d = ln-d * 2
           if ln-d > 9
              subtract 9 from ln-d
           end-if
           move "N" to ln-dbl
        else
           move "Y" to ln-dbl
        end-if
        add ln-d to ln-sum
     end-perform.
     if function mod(ln-sum, 10) = 0 and tk-digits(1:tk-nd)
                                         not = all "0"
        move "Y" to ln-dbl
     else
        move "N" to ln-dbl
     end-if.
*    nnn-nnnn counts as a postal code after the postal mark, or
*    when address text follows (a space or two, then a letter,
*    kana or a double-byte character)
check-postal.
     if s-pos > 2
        if bjf-f1-record-buffer(s-pos - 2:2) = x"81A7"
           move "POSTAL" to hit-kind
           add 1 to postal-cnt
           exit paragraph
        end-if
     end-if.
     move s-j to s-end.
     perform 2 times
        if s-end <= rec-len
           if bjf-f1-record-buffer(s-end:1) = space
              add 1 to s-end
           else
              if s-end < rec-len
                 and bjf-f1-record-buffer(s-end:2) = x"8140"
                 add 2 to s-end
              end-if
           end-if
        end-if
     end-perform.
     if s-end > rec-len
        exit paragraph
     end-if.
     move bjf-f1-record-buffer(s-end:1) to s-c.
     compute s-byte = function ord(s-c) - 1.
     if (s-c >= "A" and s-c <= "Z") or (s-c >= "a" and s-c <= "z")
        or (s-byte >= 129 and s-byte <= 159)
        or (s-byte >= 161 and s-byte <= 252)
        move "POSTAL" to hit-kind
        add 1 to postal-cnt
     end-if.
*    local@domain.tld: a local part before the "@", a domain with
*    a dot after it and at least two letters past the last dot
check-email.
     move s-pos to em-start.
     perform until em-start <= 1
        move bjf-f1-record-buffer(em-start - 1:1) to s-c
        if (s-c >= "A" and s-c <= "Z") or (s-c >= "a" and s-c <= "z")
           or (s-c >= "0" and s-c <= "9")
           or s-c = "." or s-c = "_" or s-c = "-" or s-c = "+"
           or s-c = "%"
           subtract 1 from em-start
        else
           exit perform
        end-if
     end-perform.
     if em-start = s-pos
        exit paragraph
     end-if.
     move 0 to em-dot em-tld.
     compute em-end = s-pos + 1.
     perform until em-end > rec-len
        move bjf-f1-record-buffer(em-end:1) to s-c
        evaluate true
          when (s-c >= "A" and s-c <= "Z")
            or (s-c >= "a" and s-c <= "z")
            add 1 to em-tld
          when (s-c >= "0" and s-c <= "9") or s-c = "-"
            move 9 to em-tld
          when s-c = "."
            move em-end to em-dot
            move 0 to em-tld
          when other
            exit perform
        end-evaluate
        add 1 to em-end
     end-perform.
     if em-dot = 0 or em-dot = s-pos + 1 or em-tld < 2
        or em-tld > 8
        exit paragraph
     end-if.
     move em-start to hit-off.
     compute hit-len = em-end - em-start.
     move "EMAIL" to hit-kind.
     add 1 to email-cnt.
*    one hit: the field it sits in, the value with its middle
*    starred
put-hit.
     add 1 to hit-cnt file-hit-cnt.
     if hit-cnt > hit-max
        exit paragraph
     end-if.
     move "-" to hit-field.
     perform varying ctl-idx from 1 by 1 until ctl-idx > ctl-cnt
        if hit-off >= ctl-outpos(ctl-idx)
           and hit-off < ctl-outpos(ctl-idx) + ctl-len(ctl-idx)
           move ctl-name(ctl-idx) to hit-field
           exit perform
        end-if
     end-perform.
     if hit-len > 40
        move 40 to hit-len
     end-if.
     move space to hit-value.
     move bjf-f1-record-buffer(hit-off:hit-len)
       to hit-value(1:hit-len).
     if hit-len > 4
        move all "*" to hit-value(3:hit-len - 4)
     end-if.
     move rec-cnt to cnt-ed.
     move hit-off to off-ed.
     move space to p-line.
     string bjf-f1-file-name     delimited space
            ","                  delimited size
            cnt-ed               delimited size
            ","                  delimited size
            off-ed               delimited size
            ","                  delimited size
            hit-field            delimited space
            ","                  delimited size
            hit-kind             delimited space
            ","                  delimited size
            hit-value(1:hit-len) delimited size
            into p-line.
     write out-rec from p-line.
end-prc.
     move space to p-line.
     string "** TOTALS **  files="    delimited size
            file-cnt                  delimited size
            "  with hits="            delimited size
            hit-file-cnt              delimited size
            "  not opened="           delimited size
            open-err-cnt              delimited size
            "  hits="                 delimited size
            hit-cnt                   delimited size
            into p-line.
     write out-rec from p-line.
     move space to p-line.
     string "  card="                 delimited size
            card-cnt                  delimited size
            "  phone="                delimited size
            phone-cnt                 delimited size
            "  postal="               delimited size
            postal-cnt                delimited size
            "  email="                delimited size
            email-cnt                 delimited size
            into p-line.
     write out-rec from p-line.
     if hit-cnt > hit-max
        move space to p-line
        string "(first "          delimited size
               hit-max            delimited size
               " hits listed)"    delimited size
               into p-line
        write out-rec from p-line
     end-if.
     close out-txt.
     move space to QUL-COMM1.
     evaluate true
       when hit-cnt > 0
         move "NG" to QUL-RES
         move hit-cnt to cnt-ed
         string "PII hits="        delimited size
                cnt-ed             delimited size
                into QUL-COMM1
         display "QU_PIISCN : NG - " hit-cnt " hit(s) in "
                 hit-file-cnt " file(s)"
         move 8 to return-code
       when open-err-cnt > 0
         move "NG" to QUL-RES
         move open-err-cnt to cnt-ed
         string "PII scan not opened=" delimited size
                cnt-ed             delimited size
                into QUL-COMM1
         display "QU_PIISCN : " open-err-cnt
                 " file(s) could not be opened"
         move 4 to return-code
       when other
         move "OK" to QUL-RES
         move file-cnt to cnt-ed
         string "PII clean files=" delimited size
                cnt-ed             delimited size
                into QUL-COMM1
         display "QU_PIISCN : OK - " file-cnt " file(s) clean"
     end-evaluate.
     if QUL-PARAM-ID not = space
        call "QUTESTID" using "INT"
        call "QUTESTID" using "WRT"
                 QUL-PARAM-ID QUL-RES QUL-COMM1 QUL-RETURNCD
        call "QUTESTID" using "TRM"
     end-if.
