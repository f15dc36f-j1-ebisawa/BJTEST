                               organization  is  line sequential
                               access  mode  is  sequential
                               file  status  is  xref-sts.
*     QU_RESTART_STEP: the restart-point marker and the input
*     fingerprints QULINPUT journals per step
      select     rst-file      assign  to    rst-fnm
                               organization  is  line sequential
                               access  mode  is  sequential
                               file  status  is  rst-sts.
/
data                         division.
file                         section.
01  cond-rec                 pic x(100).
fd  xref-file.
01  xref-rec                 pic x(300).
fd  rst-file.
01  rst-rec                  pic x(300).
COPY "BJ_CATLG_FD.CPY".

********************************************************************************
*    &ENV(name) for any environment variable.  a "." right after a
*    symbol terminates it and is swallowed, JCL style - write ".."
*    for a literal dot: FN=out\&JOBNAME..&DATE..dat comes out as
*    out\JOB1.20260822.dat.  "&&" (a temporary dataset name such
*    as &&F1TMP) is never a symbol and is kept as written.
01  wk-run-date              pic 9(8).
01  wk-run-time              pic 9(8).
01  wk-exp                   pic x(9998).
01  wk-env-val               pic x(64).
01  wk-env-name              pic x(32).
01  wk-amp-cnt               pic 9(3).
*    inside a QU_REPEAT block every iteration gets its own
*    symbols: &<var> (the REPEAT VAR= name, default ITEM) is the
*    iteration's list entry and &ITERNO its number (001..), from
*    the QU_REPEAT_VAR / QU_REPEAT_VAL / QU_REPEAT_ITER
*    environment QU_REPEAT sets before it calls each step.  VAR=
*    must not be one of the built-in names above.
01  rpt-var                  pic x(16).
01  rpt-var-l                pic s9(4) comp.
01  rpt-val                  pic x(128).
01  rpt-val-l                pic s9(4) comp.
01  rpt-iter                 pic x(3).
*    &<var> is only the whole name - not the front of a longer one
01  rpt-var-nx               pic x.
01  rpt-var-sw               pic x.
*    MATCH line work: which side's KEYn= is being read, the parts
*    per side and KEY2='s lengths (they must equal KEY1='s)
01  mtc-side                 pic 9.
01  mtc-k1-cnt               pic 9(2).
01  mtc-k2-cnt               pic 9(2).
01  mtc-len2                 pic 9(5) occurs 4.
01  mtc-tot                  pic 9(5).
01  mtc-ix                   pic 9(2).
*    FN=CATLG:name looks the file up in the mk_CATLG catalog and
*    fills path, organization and record sizes from the entry, so
*    the parameter file stops hard-coding what the catalog knows
01  xref-sts                 pic x(02).
01  xref-testid              pic x(20).
01  xref-env                 pic x(3).
01  xref-i                   pic 99.
*    QU_RESTART_STEP=stepname reruns a failed job from that step.
*    every step ahead of it that QU_PAN3 serves is skipped, its
*    outputs (&&scratch files included - QU_TMPCLN keeps them
*    after a failed job) taken as they are, provided
*      - WORK\<jobname>.steprc holds a completed run of the step
*        (rc 0-4), and
*      - none of the step's inputs has changed since it ran: the
*        size and timestamp QULINPUT journaled in
*        WORK\<jobname>.stepin when the step opened them
*    otherwise the restart is refused and the job stops.  the
*    named step leaves WORK\<jobname>.rstmark, so the steps after
*    it run normally; QU_TMPCLN removes the marker at job end.
01  rst-step                 pic x(8).
01  rst-cur-step             pic x(8).
01  rst-fnm                  pic x(128).
01  rst-sts                  pic x(02).
01  rst-have-rc              pic 9.
01  rst-rc                   pic s9(9) comp-5.
01  rst-rc-disp              pic -(8)9.
01  rst-w-step               pic x(8).
01  rst-w-size               pic x(20).
01  rst-w-stamp              pic x(20).
01  rst-w-file               pic x(256).
01  rst-in-cnt               pic 9(2).
01  rst-in-tbl.
    03  rst-in-ent           occurs 16 times.
        05  rst-in-file      pic x(256).
        05  rst-in-size      pic 9(18).
        05  rst-in-stamp     pic 9(14).
01  rst-ix                   pic 9(2).
01  rst-bad                  pic 9.
01  rst-now-size             pic 9(18).
01  rst-now-stamp            pic 9(14).
01  rst-file-details.
    03  rst-fe-size          pic x(8) comp-x.
    03  rst-fe-day           pic x comp-x.
    03  rst-fe-mon           pic x comp-x.
    03  rst-fe-year          pic x(2) comp-x.
    03  rst-fe-hh            pic x comp-x.
    03  rst-fe-mm            pic x comp-x.
    03  rst-fe-ss            pic x comp-x.
    03  rst-fe-hs            pic x comp-x.
01  rst-exist-sts            pic x(2) comp-5.
01  wk-catlg-name            pic x(60).
01  wk-catlg-found           pic 9.
*    the cataloged paths the step's Fn= lines resolved - handed
*    to QUFIXLK (fixture leak journal) once the parse is through
01  fix-cnt                  pic 99 value 0.
01  fix-path                 pic x(128) occurs 20.
01  fix-i                    pic 99.
01  fix-opt                  pic x(2).
01  fn-slot-ok               pic 9.
*    BJF_IO_DD_F1..F9: the file behind each Fn= of this step, for
*    BJF_IO's fault rules that name a DD rather than a file
01  dd-env-name              pic x(16).
01  wk-base-i                pic s9(4) comp.
01  wk-base-l                pic s9(4) comp.
01  work-filenm              pic x(256).
01  WK-PAN3-DRYRUN           PIC X VALUE SPACE.
    88  PAN3-DRYRUN-ON           VALUE "Y".
01  WK-DRYRUN-ERR-CNT        PIC 9(03) VALUE 0.
*   which analysis section is running, so a dry-run error can
*   leave through that section's own exit
01  WK-ANAL-SECT             PIC X VALUE SPACE.
    88  ANAL-IN-PARAM            VALUE SPACE.
    88  ANAL-IN-SYMBOL           VALUE "X".
    88  ANAL-IN-INCLUDE          VALUE "P".
    88  ANAL-IN-FN               VALUE "F".
    88  ANAL-IN-INLINE           VALUE "I".
    88  ANAL-IN-SORT             VALUE "S".
    88  ANAL-IN-MATCH            VALUE "M".
    88  ANAL-IN-COND             VALUE "C".
    88  ANAL-IN-RPT              VALUE "R".
    88  ANAL-IN-RPT-STEP         VALUE "T".
    88  ANAL-IN-RPT-END          VALUE "E".
01  wk-mod-opt.
    03  wk-dlt-in            pic 9(01).
    03  wk-lck-in            pic 9(01).
*    SORT step parameter area - only QU_SORT passes it; a SORT
*    line in any other program's parameter file is a keyword error
    copy "BJ_SORTP.CPY" replacing =='BJs'== by ==bjp==.
*    REPEAT block parameter area - only QU_REPEAT passes it; the
*    block's lines in any other program's parameter file are
*    keyword errors
    copy "BJ_RPTP.CPY" replacing =='BJr'== by ==bjr==.
*    MATCH step parameter area - only QU_MATCH passes it
    copy "BJ_MTCHP.CPY" replacing =='BJm'== by ==bjm==.

/
procedure  division  using     bjf-f1-file-info
                     optional  bjf-f7-file-info
                     optional  bjf-f8-file-info
                     optional  bjf-f9-file-info
                     optional  bjp-sort-info
                     optional  bjr-rpt-info
                     optional  bjm-match-info.
declaratives.
param-file-err section.
           use after standard error procedure on param-file.
house-keep section.
prog-start.
     perform init-prc.
*    the steps QU_REPEAT calls are not restart-checked - a repeat
*    block restarts as one step, QU_REPEAT's own
     if not PAN3-DRYRUN-ON and rpt-iter = space
        perform restart-check
     end-if.
     perform anal-prc.
     if PAN3-DRYRUN-ON
        perform dryrun-summary
     end-if.
     perform xref-put.
     if not PAN3-DRYRUN-ON
        perform fixture-note
        perform dd-publish
     end-if.
     perform end-proc.
prog-end.
     exit program.
          move "N" to bjp-sort-seen
          move 0   to bjp-sort-key-cnt
    end-if.
    if address of bjr-rpt-info not = null
          move "N"   to bjr-rpt-seen
          move "N"   to bjr-rpt-closed
          move "ITEM" to bjr-rpt-var
          move space to bjr-rpt-src
          move space to bjr-rpt-spec
          move 0     to bjr-rpt-item-cnt
          move 0     to bjr-rpt-step-cnt
    end-if.
    if address of bjm-match-info not = null
          move "N"   to bjm-match-seen
          move 0     to bjm-match-key-cnt
          move "L"   to bjm-match-rec
    end-if.
*
    move space to rpt-var rpt-val rpt-iter.
    display "QU_REPEAT_ITER"  upon environment-name.
    accept  rpt-iter          from environment-value.
    move 0 to rpt-var-l rpt-val-l.
    if rpt-iter not = space
          display "QU_REPEAT_VAR"   upon environment-name
          accept  rpt-var           from environment-value
          display "QU_REPEAT_VAL"   upon environment-name
          accept  rpt-val           from environment-value
          inspect rpt-var tallying rpt-var-l
                  for characters before initial space
          move 128 to rpt-val-l
          perform until rpt-val-l < 1
                     or rpt-val(rpt-val-l:1) not = space
             subtract 1 from rpt-val-l
          end-perform
    end-if.
*
   initialize wk-mod-opt.
   move 0 to fix-cnt.
***********************
end-proc section.
***********************
symbol-expand section.
***********************
symbol-expand-01.
    set ANAL-IN-SYMBOL to true.
*   only the used part of the line is scanned - the buffer tail
*   is spaces and copying it would overrun the output cursor
    move wk-param-l-max to exp-l.
*   one symbol at wk-param(exp-i:) - copies the value to wk-exp,
*   advances both cursors, swallows one "." terminator
symbol-one.
    perform symbol-var-end.
    evaluate true
      when wk-param(exp-i:2) = "&&"
           move "&&" to wk-exp(exp-o:2)
           add 2 to exp-i
           add 2 to exp-o
      when wk-param(exp-i:5) = "&DATE"
           move wk-run-date to wk-exp(exp-o:8)
           add 8 to exp-o
           display wk-env-name  upon environment-name
           accept  wk-env-val   from environment-value
           perform symbol-value
      when rpt-iter not = space
           and wk-param(exp-i:7) = "&ITERNO"
           move rpt-iter to wk-exp(exp-o:3)
           add 3 to exp-o
           add 7 to exp-i
           perform symbol-dot
      when rpt-var-sw = "Y"
           compute exp-i = exp-i + 1 + rpt-var-l
           if rpt-val-l > 0
                move rpt-val(1:rpt-val-l)
                  to wk-exp(exp-o:rpt-val-l)
                add rpt-val-l to exp-o
           end-if
           perform symbol-dot
      when other
           move "&" to wk-exp(exp-o:1)
           add 1 to exp-i
           add 1 to exp-o
    end-evaluate.
*   rpt-var-sw "Y" when the repeat variable's name stands at
*   wk-param(exp-i + 1:) and is not followed by a letter, digit
*   or "-" (the "." terminator, a space or any other delimiter
*   ends it)
symbol-var-end.
    move "N" to rpt-var-sw.
    if rpt-var-l = 0
       or exp-i + rpt-var-l > exp-l
         exit paragraph
    end-if.
    if wk-param(exp-i + 1:rpt-var-l) not = rpt-var(1:rpt-var-l)
         exit paragraph
    end-if.
    move space to rpt-var-nx.
    if exp-i + rpt-var-l < exp-l
         move wk-param(exp-i + 1 + rpt-var-l:1) to rpt-var-nx
    end-if.
    if rpt-var-nx is numeric
       or rpt-var-nx = "-"
       or (rpt-var-nx is alphabetic and rpt-var-nx not = space)
         exit paragraph
    end-if.
    move "Y" to rpt-var-sw.
symbol-value.
    move 0 to exp-vl.
    inspect wk-env-val tallying exp-vl
         move incl-line-cnt to rec-incl-line
         if param-rec(1:8) = "INCLUDE="
              move 303 to MSG-OUT-NO
              set ANAL-IN-INCLUDE to true
              go to param-anal-err
         end-if
         go to phys-read-exit.
         perform symbol-expand
    end-if.
anal-01.
    set ANAL-IN-PARAM to true.
    move  wk-param-l-max      to wk-param-l.  
    perform   varying wk-i    from 1    by 1
              until   wk-i > wk-param-l-max        or 
             perform sort-param-anal
       when  wk-param(wk-qq:5) = "COND=" or "cond="
             perform cond-param-anal
       when  wk-param(wk-qq:6) = "MATCH " or "match "
             perform match-param-anal
       when  wk-param(wk-qq:7) = "REPEAT " or "repeat "
             perform rpt-param-anal
       when  wk-param(wk-qq:5) = "STEP " or "step "
             perform rpt-step-anal
       when  wk-param(wk-qq:9) = "ENDREPEAT" or "endrepeat"
             perform rpt-end-anal
       when  other
             move 302 TO MSG-OUT-NO    *>302:キーワードパラメタ誤り
             go to param-anal-err
fn-param-anal section.
**************************************
fn-anal-01.
         set ANAL-IN-FN to true.
*
         move  all X"00" to    bjf-fn-file-info.
         move     0      to    bjf-fn-file-org.
         move     "N"    to    bjf-fn-altkey-sw.
         move     space  to    bjf-fn-file-codeset.
         move     space  to    bjf-fn-file-jrn-sw.
         move     space  to    bjf-fn-ctl-fields.
         move     0      to    bjf-fn-altkey-pos.
         move     0      to    bjf-fn-altkey-len.
         move     "N"    to    bjf-fn-altkey-dup.
         if wk-char = "ALTKEY" or "altkey" go to fn-anal-altkey.
         if wk-char = "CODESET" or "codeset"
                                           go to fn-anal-codeset.
         if wk-char = "DELIM"  or "delim"  go to fn-anal-delim.
         if wk-char = "QUOTE"  or "quote"  go to fn-anal-quote.
         if wk-char = "LAYOUT" or "layout" go to fn-anal-layout.
         if wk-char = "BDW"    or "bdw"    go to fn-anal-bdw.
         if wk-char = "BLKSIZE" or "blksize"
                                           go to fn-anal-blksize.
         if wk-char = "CTL"    or "ctl"    go to fn-anal-ctl.
         go to param-anal-err.
fn-anal-org.
*  ORG={Seq*>Txt*>Rel*>Idx*>Vseq*>Csv*>Vb}
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                     move bjf-file-org-idx  to  bjf-fn-file-org
            when  wk-char = "V" or "VSEQ"
                     move bjf-file-org-vseq to  bjf-fn-file-org
            when  wk-char = "C" or "CSV"
                     move bjf-file-org-csv  to  bjf-fn-file-org
            when  wk-char = "VB"
                     move bjf-file-org-vb   to  bjf-fn-file-org
            when  other
                     go to param-anal-err
         end-evaluate.
         move wk-char(1:1) to bjf-fn-file-codeset.
         if wk-del = ")"              go to fn-anal-05.
         go to fn-anal-04.
fn-anal-delim.
* DELIM={COMMA*>TAB*>SEMI*>PIPE*>c}   ORG=CSV column delimiter
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del  = "," or ")"      next sentence
                  else                go to param-anal-err.
         move wk-char to wk-char-uc.
         call "CBL_TOUPPER" using wk-char-uc value 10.
         evaluate true
            when  wk-char-uc = "COMMA"
                     move ","     to bjf-fn-csv-delim
            when  wk-char-uc = "TAB"
                     move x"09"   to bjf-fn-csv-delim
            when  wk-char-uc = "SEMI"
                     move ";"     to bjf-fn-csv-delim
            when  wk-char-uc = "PIPE"
                     move "|"     to bjf-fn-csv-delim
            when  wk-char(1:1) not = space
              and wk-char(2:1) = space
                     move wk-char(1:1) to bjf-fn-csv-delim
            when  other
                     go to param-anal-err
         end-evaluate.
         if wk-del = ")"              go to fn-anal-05.
         go to fn-anal-04.
fn-anal-quote.
* QUOTE={DQ*>SQ*>NONE*>c}   ORG=CSV quote character
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del  = "," or ")"      next sentence
                  else                go to param-anal-err.
         move wk-char to wk-char-uc.
         call "CBL_TOUPPER" using wk-char-uc value 10.
         evaluate true
            when  wk-char-uc = "DQ"
                     move '"'     to bjf-fn-csv-quote
            when  wk-char-uc = "SQ"
                     move "'"     to bjf-fn-csv-quote
            when  wk-char-uc = "NONE"
                     move x"FF"   to bjf-fn-csv-quote
            when  wk-char(1:1) not = space
              and wk-char(2:1) = space
                     move wk-char(1:1) to bjf-fn-csv-quote
            when  other
                     go to param-anal-err
         end-evaluate.
         if wk-del = ")"              go to fn-anal-05.
         go to fn-anal-04.
fn-anal-layout.
* LAYOUT=name[:ver]   ORG=CSV column layout (QULAYRES dictionary)
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del  = "," or ")"      next sentence
                  else                go to param-anal-err.
         if wk-char = space or wk-char(21:) not = space
                                      go to param-anal-err.
         move wk-char(1:20) to bjf-fn-csv-layout.
         if wk-del = ")"              go to fn-anal-05.
         go to fn-anal-04.
fn-anal-bdw.
* BDW={Y*>N}   ORG=VB blocks carry block descriptor words
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del  = "," or ")"      next sentence
                  else                go to param-anal-err.
         call "CBL_TOUPPER" using wk-char value 10.
         evaluate true
            when  wk-char = "Y" or "YES"
                     move "Y"     to bjf-fn-vb-bdw
            when  wk-char = "N" or "NO"
                     move "N"     to bjf-fn-vb-bdw
            when  other
                     go to param-anal-err
         end-evaluate.
         if wk-del = ")"              go to fn-anal-05.
         go to fn-anal-04.
fn-anal-blksize.
* BLKSIZE=n   ORG=VB,BDW=Y largest block written (9-32760)
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del  = "," or ")"      next sentence
                  else                go to param-anal-err.
         perform char-num-conv.
         if wk-num < 9 or wk-num > 32760
                                      go to param-anal-err.
         move  wk-num  to bjf-fn-vb-blksize.
         if wk-del = ")"              go to fn-anal-05.
         go to fn-anal-04.
fn-anal-ctl.
* CTL=COUNT*>name[+name...]   control totals carried to the next
*                step: the writing step leaves the record count
*                and the sums of the named layout fields beside
*                the file (BJF_CTOT), the reading step checks
*                them at end of file
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del  = "," or ")"      next sentence
                  else                go to param-anal-err.
         if wk-char = space or wk-char(61:) not = space
                                      go to param-anal-err.
         move wk-char(1:60) to bjf-fn-ctl-fields.
         if wk-del = ")"              go to fn-anal-05.
         go to fn-anal-04.
fn-anal-altkey.
* ALTKEY=pos,len[,DUPS]
         unstring wk-param delimited by "," or ")" or " "
            evaluate true                               
              when bjf-fn-file-org =  bjf-file-org-idx  
                   continue                             
              when bjf-fn-file-org =  bjf-file-org-csv
                   continue
              when bjf-fn-file-org =  bjf-file-org-vb
                   continue
              when WK-RECL-ZERO = "Y"                   
                   continue                             
              when other                                
*    the F-number.  the look-ahead buffer already holds the
*    first data line when we get here.
inline-collect-01.
         set ANAL-IN-INLINE to true.
         move 0 to inline-pending.
         open output inline-file.
         if inline-sts not = "00"
*  ZD (zoned decimal) or BI (binary, big-endian bytes); A/D is
*  the order.  up to 8 key fields.
sort-anal-01.
         set ANAL-IN-SORT to true.
         if address of bjp-sort-info = null
               move 302 to MSG-OUT-NO
               go to param-anal-err.
sort-anal-exit.
         exit.

**************************************
match-param-anal section.
**************************************
*  MATCH KEY1=(pos,len[,pos,len...]),KEY2=(pos,len[,...])
*        [,MATCHREC=L|R|LR]
*  a two-file match step: F1= is the left input (the master),
*  F2= the right (the transactions), both in key order, and
*  QU_MATCH writes the matched records to F3=, the left-only to
*  F4= and the right-only to F5= - each output only when it is
*  given.  KEY1 is the key on the F1 record, KEY2 on the F2
*  record, part for part of the same lengths, up to 4 parts and
*  64 bytes, compared as bytes.  MATCHREC says what a match
*  writes to F3: the left record (default), the right one, or
*  both joined left then right.
match-anal-01.
         set ANAL-IN-MATCH to true.
         if address of bjm-match-info = null
               move 302 to MSG-OUT-NO
               go to param-anal-err.
         if bjm-match-seen = "Y"
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         move 0 to mtc-k1-cnt mtc-k2-cnt.
         compute wk-col = wk-qq + 6.
match-anal-02.
         perform until wk-col > wk-param-l
                    or wk-param(wk-col:1) not = space
            add 1 to wk-col
         end-perform.
         unstring wk-param delimited by "=" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del not = "="         go to param-anal-err.
         call "CBL_TOUPPER" using wk-char value 10.
         if wk-char = "KEY1"
               if mtc-k1-cnt > 0     go to param-anal-err
               end-if
               move 1 to mtc-side
               go to match-anal-key.
         if wk-char = "KEY2"
               if mtc-k2-cnt > 0     go to param-anal-err
               end-if
               move 2 to mtc-side
               go to match-anal-key.
         if wk-char = "MATCHREC"     go to match-anal-rec.
         go to param-anal-err.
match-anal-key.
         if wk-param(wk-col:1) not = "("
                                     go to param-anal-err.
         add 1 to wk-col.
match-anal-key-01.
*  one pos,len pair
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del not = ","         go to param-anal-err.
         perform char-num-conv.
         if wk-num < 1               go to param-anal-err.
         if mtc-side = 1
               if mtc-k1-cnt >= 4
                     move 303 to MSG-OUT-NO
                     go to param-anal-err
               end-if
               add 1 to mtc-k1-cnt
               move wk-num to bjm-match-lpos(mtc-k1-cnt)
         else
               if mtc-k2-cnt >= 4
                     move 303 to MSG-OUT-NO
                     go to param-anal-err
               end-if
               add 1 to mtc-k2-cnt
               move wk-num to bjm-match-rpos(mtc-k2-cnt)
         end-if.
         unstring wk-param delimited by "," or ")" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del = "," or ")"      next sentence
                  else               go to param-anal-err.
         perform char-num-conv.
         if wk-num < 1 or wk-num > 64
                                     go to param-anal-err.
         if mtc-side = 1
               move wk-num to bjm-match-len(mtc-k1-cnt)
         else
               move wk-num to mtc-len2(mtc-k2-cnt)
         end-if.
         if wk-del = ","             go to match-anal-key-01.
         if wk-col <= wk-param-l and wk-param(wk-col:1) = ","
               add 1 to wk-col
               go to match-anal-02.
         go to match-anal-end.
match-anal-rec.
         unstring wk-param delimited by "," or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         call "CBL_TOUPPER" using wk-char value 10.
         if wk-char = "L" or "R" or "LR"  next sentence
                  else               go to param-anal-err.
         move wk-char(1:2) to bjm-match-rec.
         if wk-del = ","             go to match-anal-02.
match-anal-end.
*  both sides keyed, part for part the same lengths
         if mtc-k1-cnt = 0 or mtc-k2-cnt not = mtc-k1-cnt
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         move 0 to mtc-tot.
         perform varying mtc-ix from 1 by 1
                 until mtc-ix > mtc-k1-cnt
            if mtc-len2(mtc-ix) not = bjm-match-len(mtc-ix)
                  move 303 to MSG-OUT-NO
                  go to param-anal-err
            end-if
            add bjm-match-len(mtc-ix) to mtc-tot
         end-perform.
         if mtc-tot > 64
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         if wk-col <= wk-param-l and
            wk-param(wk-col:) not = space
                                     go to param-anal-err
         end-if.
         move mtc-k1-cnt to bjm-match-key-cnt.
         move "Y" to bjm-match-seen.
match-anal-exit.
         exit.

**************************************
cond-param-anal section.
**************************************
*  with a note.  a false condition ends the run unit cleanly -
*  that IS the skip, the caller program never executes.
cond-anal-01.
         set ANAL-IN-COND to true.
         compute wk-col = wk-qq + 5.
         if wk-param(wk-col:1) not = "("
               go to param-anal-err.
                 to MSG-EDIT
               perform MESSAGE-OUT-SUB
               perform end-proc
               if rpt-iter not = space
*                   a step QU_REPEAT called - flag the skip back to
*                   it instead of ending its run unit
                    display "QU_REPEAT_SKIP" upon environment-name
                    display "Y"              upon environment-value
                    move -1 to return-code
                    exit program
               end-if
               move 0 to return-code
               stop run
         end-if.
         end-perform.
         close cond-file.

**************************************
rpt-param-anal section.
**************************************
*  REPEAT [VAR=name,]{LIST=(v1,v2,...)|DIR=dir\pattern|
*         CATLG=pattern}
*  STEP NAME=stepname,PGM=program,PARAM=parameter-file
*  ...
*  ENDREPEAT
*  a repeat block: QU_REPEAT runs the enclosed steps, in order,
*  once per list entry - the inline values, the files matching
*  the wildcard (full paths) or the mk_CATLG entries whose file
*  name matches the pattern (names for FN=CATLG:).  up to 100
*  entries and 16 steps, one block per parameter file.
rpt-anal-01.
         set ANAL-IN-RPT to true.
         if address of bjr-rpt-info = null
               move 302 to MSG-OUT-NO
               go to param-anal-err.
         if bjr-rpt-seen = "Y"
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         move "Y" to bjr-rpt-seen.
         compute wk-col = wk-qq + 7.
rpt-anal-02.
         perform until wk-col > wk-param-l
                    or wk-param(wk-col:1) not = space
            add 1 to wk-col
         end-perform.
         unstring wk-param delimited by "=" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del not = "="         go to param-anal-err.
         call "CBL_TOUPPER" using wk-char value 10.
         if wk-char = "VAR"          go to rpt-anal-var.
         if bjr-rpt-src not = space  go to param-anal-err.
         if wk-char = "LIST"         go to rpt-anal-list.
         if wk-char = "DIR"          go to rpt-anal-dir.
         if wk-char = "CATLG"        go to rpt-anal-catlg.
         go to param-anal-err.
rpt-anal-var.
         unstring wk-param delimited by "," or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-char = space or wk-char(17:) not = space
                                     go to param-anal-err.
         move wk-char(1:16) to bjr-rpt-var.
         go to rpt-anal-next.
rpt-anal-list.
         if wk-param(wk-col:1) not = "("
                                     go to param-anal-err.
         add 1 to wk-col.
rpt-anal-list-01.
         move space to work-filenm.
         unstring wk-param delimited by "," or ")" or " "
                  into work-filenm
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del = "," or ")"      next sentence
                  else               go to param-anal-err.
         if work-filenm = space or work-filenm(129:) not = space
                                     go to param-anal-err.
         if bjr-rpt-item-cnt >= 100
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         add 1 to bjr-rpt-item-cnt.
         move work-filenm to bjr-rpt-item(bjr-rpt-item-cnt).
         if wk-del = ","             go to rpt-anal-list-01.
         move "L" to bjr-rpt-src.
         move space to wk-del.
         if wk-col <= wk-param-l and wk-param(wk-col:1) = ","
               move "," to wk-del
               add 1 to wk-col
         end-if.
         go to rpt-anal-next.
rpt-anal-dir.
         move space to work-filenm.
         unstring wk-param delimited by "," or " "
                  into work-filenm
                  delimiter in wk-del
                  with pointer wk-col.
         if work-filenm = space      go to param-anal-err.
         move work-filenm to bjr-rpt-spec.
         move "D" to bjr-rpt-src.
         go to rpt-anal-next.
rpt-anal-catlg.
         move space to work-filenm.
         unstring wk-param delimited by "," or " "
                  into work-filenm
                  delimiter in wk-del
                  with pointer wk-col.
         if work-filenm = space      go to param-anal-err.
         move work-filenm to bjr-rpt-spec.
         move "C" to bjr-rpt-src.
rpt-anal-next.
         if wk-del = ","             go to rpt-anal-02.
         if bjr-rpt-src = space      go to param-anal-err.
         if wk-col <= wk-param-l and
            wk-param(wk-col:) not = space
                                     go to param-anal-err
         end-if.
rpt-anal-exit.
         exit.

**************************************
rpt-step-anal section.
**************************************
*  STEP NAME=stepname,PGM=program,PARAM=parameter-file - one
*  step of the open repeat block
rpt-step-01.
         set ANAL-IN-RPT-STEP to true.
         if address of bjr-rpt-info = null
               move 302 to MSG-OUT-NO
               go to param-anal-err.
         if bjr-rpt-seen not = "Y" or bjr-rpt-closed = "Y"
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         if bjr-rpt-step-cnt >= 16
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         add 1 to bjr-rpt-step-cnt.
         move space to bjr-rpt-step-ent(bjr-rpt-step-cnt).
         compute wk-col = wk-qq + 5.
rpt-step-02.
         perform until wk-col > wk-param-l
                    or wk-param(wk-col:1) not = space
            add 1 to wk-col
         end-perform.
         unstring wk-param delimited by "=" or " "
                  into wk-char
                  delimiter in wk-del
                  with pointer wk-col.
         if wk-del not = "="         go to param-anal-err.
         call "CBL_TOUPPER" using wk-char value 10.
         move space to work-filenm.
         unstring wk-param delimited by "," or " "
                  into work-filenm
                  delimiter in wk-del
                  with pointer wk-col.
         if work-filenm = space      go to param-anal-err.
         evaluate wk-char
           when "NAME"
                if work-filenm(9:) not = space
                                     go to param-anal-err
                end-if
                move work-filenm
                  to bjr-rpt-step-name(bjr-rpt-step-cnt)
           when "PGM"
                if work-filenm(31:) not = space
                                     go to param-anal-err
                end-if
                move work-filenm
                  to bjr-rpt-step-pgm(bjr-rpt-step-cnt)
           when "PARAM"
                if work-filenm(129:) not = space
                                     go to param-anal-err
                end-if
                move work-filenm
                  to bjr-rpt-step-parm(bjr-rpt-step-cnt)
           when other
                go to param-anal-err
         end-evaluate.
         if wk-del = ","             go to rpt-step-02.
         if bjr-rpt-step-name(bjr-rpt-step-cnt) = space
            or bjr-rpt-step-pgm(bjr-rpt-step-cnt) = space
            or bjr-rpt-step-parm(bjr-rpt-step-cnt) = space
                                     go to param-anal-err.
         if wk-col <= wk-param-l and
            wk-param(wk-col:) not = space
                                     go to param-anal-err
         end-if.
rpt-step-exit.
         exit.

**************************************
rpt-end-anal section.
**************************************
*  ENDREPEAT - closes the block; it must hold at least one step
rpt-end-01.
         set ANAL-IN-RPT-END to true.
         if address of bjr-rpt-info = null
               move 302 to MSG-OUT-NO
               go to param-anal-err.
         if bjr-rpt-seen not = "Y" or bjr-rpt-closed = "Y"
            or bjr-rpt-step-cnt = 0
               move 303 to MSG-OUT-NO
               go to param-anal-err.
         compute wk-col = wk-qq + 9.
         if wk-col <= wk-param-l and
            wk-param(wk-col:) not = space
                                     go to param-anal-err
         end-if.
         move "Y" to bjr-rpt-closed.
rpt-end-exit.
         exit.

***************************************************
restart-check section.
***************************************************
*    QU_RESTART_STEP - skip, refuse or run this step (see the
*    rst- working storage for the rules)
restart-01.
         move space to rst-step.
         display "QU_RESTART_STEP" upon environment-name.
         accept  rst-step          from environment-value.
         if rst-step = space
               go to restart-exit.
         move space to rst-cur-step.
         display "QU_STEPNAME"     upon environment-name.
         accept  rst-cur-step      from environment-value.
         if rst-cur-step = space
               go to restart-exit.
         perform get-jobname-stem.
*    past the restart point already - run as usual
         move space to rst-fnm.
         string "WORK"         delimited by size
                wk-fl-del      delimited by size
                tmp-jobname    delimited by space
                ".rstmark"     delimited by size
                into rst-fnm.
         open input rst-file.
         if rst-sts = "00"
               close rst-file
               go to restart-exit.
         if rst-cur-step = rst-step
               open output rst-file
               if rst-sts = "00"
                     move rst-step to rst-rec
                     write rst-rec
                     close rst-file
               end-if
               move space to MSG-EDIT
               string "QU_PAN3_RESTART: ステップ " delimited by size
                      rst-step                    delimited by space
                      " から再開します"            delimited by size
                      into MSG-EDIT
               perform MESSAGE-OUT-SUB
               go to restart-exit.
*    ahead of the restart point - the step must have completed
         move rst-cur-step to cond-step.
         perform cond-read-rc.
         move cond-have-rc to rst-have-rc.
         move cond-rc      to rst-rc.
         if rst-have-rc = 0 or rst-rc < 0 or rst-rc > 4
               move space to MSG-EDIT
               string "QU_PAN3_RESTART: 再開不可 - ステップ "
                                              delimited by size
                      rst-cur-step            delimited by space
                      " の正常終了が記録されていません"
                                              delimited by size
                      into MSG-EDIT
               go to restart-refuse.
*    ... and its inputs must be as it read them
         perform restart-read-inputs.
         move 0 to rst-bad.
         perform varying rst-ix from 1 by 1
                 until rst-ix > rst-in-cnt or rst-bad = 1
            perform restart-check-input
         end-perform.
         if rst-bad = 1
               move space to MSG-EDIT
               string "QU_PAN3_RESTART: 再開不可 - ステップ "
                                              delimited by size
                      rst-cur-step            delimited by space
                      " の入力が変更されています: "
                                              delimited by size
                      rst-in-file(rst-ix - 1) delimited by space
                      into MSG-EDIT
               go to restart-refuse.
         move rst-rc to rst-rc-disp.
         move space to MSG-EDIT.
         string "QU_PAN3_RESTART: 完了済みステップ "
                                        delimited by size
                rst-cur-step            delimited by space
                " をスキップします rc=" delimited by size
                function trim(rst-rc-disp)
                                        delimited by size
                into MSG-EDIT.
         perform MESSAGE-OUT-SUB.
         perform end-proc.
         move rst-rc to return-code.
         stop run.
restart-refuse.
         perform MESSAGE-OUT-SUB.
         perform end-proc.
         move -1 to return-code.
         stop run.
restart-exit.
*    the helpers below run only under PERFORM
         exit section.
*    the step's input fingerprints - the newest per file
restart-read-inputs.
         move 0 to rst-in-cnt.
         move space to rst-fnm.
         string "WORK"         delimited by size
                wk-fl-del      delimited by size
                tmp-jobname    delimited by space
                ".stepin"      delimited by size
                into rst-fnm.
         open input rst-file.
         if rst-sts not = "00"
               exit paragraph.
         perform until 1 = 0
            move space to rst-rec
            read rst-file at end exit perform end-read
            move space to rst-w-step rst-w-size rst-w-stamp
                          rst-w-file
            unstring rst-rec delimited by ";"
                into rst-w-step rst-w-size rst-w-stamp rst-w-file
            if rst-w-step = rst-cur-step and rst-w-file not = space
               perform varying rst-ix from 1 by 1
                       until rst-ix > rst-in-cnt
                          or rst-in-file(rst-ix) = rst-w-file
               end-perform
               if rst-ix <= 16
                  if rst-ix > rst-in-cnt
                     move rst-ix to rst-in-cnt
                  end-if
                  move rst-w-file to rst-in-file(rst-ix)
                  compute rst-in-size(rst-ix)
                        = function numval(rst-w-size)
                  compute rst-in-stamp(rst-ix)
                        = function numval(rst-w-stamp)
               end-if
            end-if
         end-perform.
         close rst-file.
*    one recorded input against the file as it is now
restart-check-input.
         call "CBL_CHECK_FILE_EXIST" using rst-in-file(rst-ix)
                                           rst-file-details
                                 returning rst-exist-sts.
         if rst-exist-sts not = 0
               move 1 to rst-bad
               exit paragraph.
         move rst-fe-size to rst-now-size.
         compute rst-now-stamp = rst-fe-year * 10000000000
                               + rst-fe-mon  * 100000000
                               + rst-fe-day  * 1000000
                               + rst-fe-hh   * 10000
                               + rst-fe-mm   * 100
                               + rst-fe-ss.
         if rst-now-size  not = rst-in-size(rst-ix)
            or rst-now-stamp not = rst-in-stamp(rst-ix)
               move 1 to rst-bad.

***************************************************
xref-put section.
***************************************************
*    the per-slot helper below runs only under PERFORM
     exit section.
xref-put-one.
     perform fn-slot-set.
     if fn-slot-ok = 0
        exit paragraph
     end-if.
     if bjf-fn-file-name = space
        or bjf-fn-file-name(1:1) = x"00"
        exit paragraph
            into xref-rec.
     write xref-rec.
***************************************************
fixture-note section.
***************************************************
*    every Fn= slot holding a cataloged file goes to QUFIXLK with
*    its F-number and MOD=DLT/ROTATE ("W"); QUFIXLK fingerprints
*    the ones the step reads before the step gets to open them.
*    the caller's return code is kept.
fixture-note-01.
     if fix-cnt = 0
        go to fixture-note-exit.
     move return-code to SV-RETURN-CODE.
     perform varying xref-i from 1 by 1 until xref-i > 9
        perform fixture-note-one
     end-perform.
     move SV-RETURN-CODE to return-code.
fixture-note-exit.
*    the per-slot helper below runs only under PERFORM
     exit section.
fixture-note-one.
     perform fn-slot-set.
     if fn-slot-ok = 0
        exit paragraph
     end-if.
     perform varying fix-i from 1 by 1
             until fix-i > fix-cnt
                or fix-path(fix-i) = bjf-fn-file-name
        continue
     end-perform.
     if fix-i > fix-cnt
        exit paragraph
     end-if.
     move xref-i(2:1) to fix-opt(1:1).
     move space       to fix-opt(2:1).
     if bjf-fn-file-disp-dlt not = 0
        or bjf-fn-file-disp-rotate not = 0
        move "W" to fix-opt(2:1)
     end-if.
     call "QUFIXLK" using "STP" bjf-fn-file-name fix-opt.
***************************************************
dd-publish section.
***************************************************
*    every slot is set, a blank one for an Fn the step does not
*    pass, so nothing is left over from the step before
dd-publish-01.
     perform varying xref-i from 1 by 1 until xref-i > 9
        perform dd-publish-one
     end-perform.
dd-publish-exit.
*    the per-slot helper below runs only under PERFORM
     exit section.
dd-publish-one.
     move space to dd-env-name.
     string "BJF_IO_DD_F"   delimited by size
            xref-i(2:1)     delimited by size
            into dd-env-name.
     display dd-env-name    upon environment-name.
     perform fn-slot-set.
     if fn-slot-ok = 0
        or bjf-fn-file-name(1:1) = x"00"
        display " "         upon environment-value
     else
        display bjf-fn-file-name upon environment-value
     end-if.
***************************************************
tmp-resolve section.
***************************************************
*    FN=&&name - the scratch path is WORK\<jobname>_<name>.tmp,
         if wk-catlg-name not = wk-char(1:60)
               go to catlg-resolve-02.
         move 1 to wk-catlg-found.
         if fix-cnt < 20
               add 1 to fix-cnt
               move CATLG-FPATH to fix-path(fix-cnt)
         end-if.
         move CATLG-FPATH     to bjf-fn-file-name.
         move CATLG-MIN-RECL  to bjf-fn-min-rec-size.
         move CATLG-MAX-RECL  to bjf-fn-max-rec-size.
                 move bjf-file-org-idx  to bjf-fn-file-org
            when "VSEQ"
                 move bjf-file-org-vseq to bjf-fn-file-org
            when "CSV "
                 move bjf-file-org-csv  to bjf-fn-file-org
            when "VB  "
                 move bjf-file-org-vb   to bjf-fn-file-org
            when "VBB "
                 move bjf-file-org-vb   to bjf-fn-file-org
                 move "Y"               to bjf-fn-vb-bdw
            when other
                 move bjf-file-org-seq  to bjf-fn-file-org
         end-evaluate.
          if tmp-i <= 50
                move space to tmp-jobname(tmp-i:)
          end-if.
***********************
 fn-slot-set.
***********************
*         point bjf-fn-file-info at the caller's F<xref-i> area;
*         fn-slot-ok 0 when the caller did not pass that one
          move 0 to fn-slot-ok.
          evaluate xref-i
            when 1
              set address of bjf-fn-file-info
               to address of bjf-f1-file-info
            when 2
              set address of bjf-fn-file-info
               to address of bjf-f2-file-info
            when 3
              if address of bjf-f3-file-info = null exit paragraph
              end-if
              set address of bjf-fn-file-info
               to address of bjf-f3-file-info
            when 4
              if address of bjf-f4-file-info = null exit paragraph
              end-if
              set address of bjf-fn-file-info
               to address of bjf-f4-file-info
            when 5
              if address of bjf-f5-file-info = null exit paragraph
              end-if
              set address of bjf-fn-file-info
               to address of bjf-f5-file-info
            when 6
              if address of bjf-f6-file-info = null exit paragraph
              end-if
              set address of bjf-fn-file-info
               to address of bjf-f6-file-info
            when 7
              if address of bjf-f7-file-info = null exit paragraph
              end-if
              set address of bjf-fn-file-info
               to address of bjf-f7-file-info
            when 8
              if address of bjf-f8-file-info = null exit paragraph
              end-if
              set address of bjf-fn-file-info
               to address of bjf-f8-file-info
            when 9
              if address of bjf-f9-file-info = null exit paragraph
              end-if
              set address of bjf-fn-file-info
               to address of bjf-f9-file-info
          end-evaluate.
          move 1 to fn-slot-ok.
***********************
 char-num-conv.
***********************
*        a bad keyword on an otherwise well-formed line is safe to
*        skip and keep validating; a bad continuation (329) leaves
*        wk-param itself unreliable, so that one still aborts even
*        in dry-run mode, as do a bad symbol and a nested INCLUDE=.
*        the skip leaves through the exit of whichever section
*        raised the error, so its PERFORM returns normally
         if PAN3-DRYRUN-ON and MSG-OUT-NO not = 329
            and not ANAL-IN-SYMBOL and not ANAL-IN-INCLUDE
              add 1 to WK-DRYRUN-ERR-CNT
              evaluate true
                when ANAL-IN-FN        go to fn-anal-exit
                when ANAL-IN-INLINE    go to inline-collect-exit
                when ANAL-IN-SORT      go to sort-anal-exit
                when ANAL-IN-MATCH     go to match-anal-exit
                when ANAL-IN-COND      go to cond-anal-exit
                when ANAL-IN-RPT       go to rpt-anal-exit
                when ANAL-IN-RPT-STEP  go to rpt-step-exit
                when ANAL-IN-RPT-END   go to rpt-end-exit
                when other             go to anal-exit
              end-evaluate
         end-if
         move -1 to return-code
         go to exit-pgm.
