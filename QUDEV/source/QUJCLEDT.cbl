       identification division.
       program-id. QUJCLEDT.
      *    maintenance screen for QU_PAN3 parameter files, in the
      *    QUMACMNT screen style: the file is loaded as logical
      *    lines (continuations joined) and edited one line at a
      *    time - an Fn= line shows one field per option (FN=,
      *    ORG=, RECL=, MOD= and the rest QU_PAN3 knows), any other
      *    line (SORT, COND=, INCLUDE=, STEP, inline data, comment)
      *    is plain text.  FN= can be picked from the catalog
      *    (BJ_CATLG_MAST, taken as CATLG:name with its ORG=) and
      *    LAYOUT= from the layout dictionary (QULAYOUT_REG).
      *    option 9 writes the lines to WORK/qujcledt.prm and runs
      *    QU_PAN3's dry run over them (QU_PANDRY); the file can be
      *    saved only after a clean dry run of what is on screen.
      *    saving needs the MAINT capability (QUPERMIT), keeps the
      *    previous version as <file>.<yyyymmddhhmmss>.bak, writes
      *    who/when/file/backup to QUJCLEDT_LOG (default
      *    data\QUJCLEDT.log) and enters the change in QUAUDIT.
       environment division.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
       input-output section.
       file-control.
       select prm-file
           assign to prm-io-fnm
           organization      line sequential
           status is prm-sts.
       select hist-file
           assign to hist-fnm
           organization      line sequential
           status is hist-sts.
       select reg-file
           assign to reg-fnm
           organization      line sequential
           status is reg-sts.
       COPY "BJ_CATLG_SL.CPY".
       data division.
       file section.
       fd  prm-file.
       01  prm-rec                 pic x(200).
       fd  hist-file.
       01  hist-rec                pic x(300).
       fd  reg-file.
       01  reg-rec                 pic x(256).
       COPY "BJ_CATLG_FD.CPY".
       working-storage section.
       01  F-STS                   pic x(2).
       01  CATLG-FNAME             pic x(128).
       01  prm-sts                 pic x(2).
       01  hist-sts                pic x(2).
       01  reg-sts                 pic x(2).
       01  prm-io-fnm              pic x(256).
       01  hist-fnm                pic x(128).
       01  reg-fnm                 pic x(128).
       77  menu-option             pic 9(2) value 0.
           88  open-selected           value 1.
           88  next-selected           value 2.
           88  prev-selected           value 3.
           88  apply-selected          value 4.
           88  insert-selected         value 5.
           88  delete-selected         value 6.
           88  catlg-selected          value 7.
           88  layout-selected         value 8.
           88  validate-selected       value 9.
           88  save-selected           value 10.
           88  end-selected            value 14.
       01  result-msg              pic x(60) value space.
       01  state-msg               pic x(24) value space.
       01  kakunin                 pic x.
       01  prm-fnm                 pic x(60) value space.
       01  cur-fnm                 pic x(60) value space.
      *    the file as logical lines
       78  ln-max                          value 400.
       01  ln-cnt                  pic 9(3) value 0.
       01  ln-tbl.
           03  ln-text occurs 400 times pic x(200).
       01  cur-ln                  pic 9(3) value 0.
       01  ix                      pic 9(3).
       01  chg-sw                  pic x value "N".
           88  file-changed            value "Y".
       01  val-sw                  pic x value "N".
           88  file-validated          value "Y".
       01  inline-sw               pic x.
       01  apply-sw                pic x.
           88  apply-failed            value "N".
       01  cur-inline              pic x.
      *    the current line split into its fields; ed-fields-old is
      *    the split as loaded, so an untouched line is never
      *    rewritten in another spelling
       01  ed-fields.
           03  ed-fno              pic x.
           03  ed-fn               pic x(60).
           03  ed-org              pic x(4).
           03  ed-recl             pic x(11).
           03  ed-codeset          pic x(1).
           03  ed-delim            pic x(5).
           03  ed-quote            pic x(4).
           03  ed-layout           pic x(24).
           03  ed-ctl              pic x(40).
           03  ed-altkey           pic x(16).
           03  ed-bdw              pic x(1).
           03  ed-blksize          pic x(5).
           03  ed-mod              pic x(40).
           03  ed-other            pic x(40).
           03  ed-text.
               05  ed-text-1       pic x(70).
               05  ed-text-2       pic x(70).
       01  ed-fields-old           pic x(392).
      *    line split / build work
       01  wk-line                 pic x(200).
       01  wk-uc                   pic x(200).
       01  wk-len                  pic 9(3).
       01  wk-ptr                  pic 9(3).
       01  wk-tok                  pic x(200).
       01  wk-del                  pic x.
       01  wk-key                  pic x(8).
       01  wk-val                  pic x(200).
       01  wk-eq                   pic 9(3).
       01  wk-last-key             pic x(8).
       01  wk-close                pic 9(3).
       01  wk-cut                  pic 9(3).
       01  wk-rest                 pic x(200).
       01  wk-rest-l               pic 9(3).
       01  wk-s                    pic 9(3).
      *    pick lists - catalog entries or layout names
       78  pk-max                          value 500.
       01  pk-cnt                  pic 9(3).
       01  pk-tbl.
           03  pk-ent occurs 500 times.
               05  pk-key          pic x(60).
               05  pk-org          pic x(4).
               05  pk-desc         pic x(60).
       01  pk-top                  pic 9(3).
       01  pk-row                  pic 9(2).
       01  pk-line                 pic 9(2).
       01  pk-no                   pic 9(3).
       01  pk-no-ed                pic zz9.
       01  pk-ans                  pic x(4).
       01  pk-title                pic x(40).
       01  bs-i                    pic 9(3).
       01  bs-last                 pic 9(3).
       01  w-name                  pic x(20).
       01  w-ver                   pic x(6).
       01  w-path                  pic x(200).
      *    dry run, save, backup, audit
       01  dry-fnm                 pic x(256)
                                   value "WORK/qujcledt.prm".
       01  dry-rc                  pic s9(4) comp.
       01  bak-fnm                 pic x(256).
       01  wk-rc                   pic s9(9) comp-5.
       01  wk-date                 pic 9(8).
       01  wk-time                 pic 9(8).
       01  wk-user                 pic x(12).
       01  old-cnt                 pic 9(3).
       01  cnt-ed                  pic zz9.
       01  cnt-ed2                 pic zz9.
       01  file-details.
           03 fe-filesize          pic x(8) comp-x.
           03 fe-filedate          pic x(4).
           03 fe-filetime          pic x(4).
       01  exist-sts               pic x(2) comp-5.
       01  permit-cap              pic x(12).
       01  permit-allowed          pic x(1).
       01  aud-action              pic x(3).
       01  audit-obj               pic x(60).
       01  audit-old               pic x(80).
       01  audit-new               pic x(80).
       01  ctx-line                pic 9(2).
       01  ctx-ix                  pic s9(4).
       01  ctx-mark                pic x(2).
       01  ctx-no                  pic zz9.
       screen section.
       01  record-screen.
           03  screen-head.
               05 label "QU_PAN3 PARAMETER FILE EDITOR"
                                          size 32 line 1 col 5.
           03  file-part.
               05  label "FILE: "        size  6  line 2  column 5.
               05  entry-field           size 60  line 2  column 14
                                         using prm-fnm pic x(60).
               05  label "LINE: "        size  6  line 3  column 5.
               05  entry-field           size  3  line 3  column 14
                                         from cur-ln pic zz9.
               05  label "OF "           size  3  line 3  column 18.
               05  entry-field           size  3  line 3  column 21
                                         from ln-cnt pic zz9.
               05  entry-field           size 24  line 3  column 28
                                         from state-msg pic x(24).
           03  fn-part.
               05  label "F(1-9): "      size  8  line 5  column 5.
               05  entry-field           size  1  line 5  column 14
                                         using ed-fno pic x.
               05  label "FN: "          size  4  line 5  column 17.
               05  entry-field           size 50  line 5  column 22
                                         using ed-fn pic x(60).
               05  label "ORG: "         size  5  line 6  column 5.
               05  entry-field           size  4  line 6  column 14
                                         using ed-org pic x(4).
               05  label "RECL: "        size  6  line 6  column 20.
               05  entry-field           size 11  line 6  column 27
                                         using ed-recl pic x(11).
               05  label "CODESET: "     size  9  line 6  column 40.
               05  entry-field           size  1  line 6  column 50
                                         using ed-codeset pic x.
               05  label "BDW: "         size  5  line 6  column 53.
               05  entry-field           size  1  line 6  column 59
                                         using ed-bdw pic x.
               05  label "BLKSIZE: "     size  9  line 6  column 62.
               05  entry-field           size  5  line 6  column 72
                                         using ed-blksize pic x(5).
               05  label "DELIM: "       size  7  line 7  column 5.
               05  entry-field           size  5  line 7  column 14
                                         using ed-delim pic x(5).
               05  label "QUOTE: "       size  7  line 7  column 20.
               05  entry-field           size  4  line 7  column 27
                                         using ed-quote pic x(4).
               05  label "LAYOUT: "      size  8  line 7  column 33.
               05  entry-field           size 24  line 7  column 42
                                         using ed-layout pic x(24).
               05  label "CTL: "         size  5  line 8  column 5.
               05  entry-field           size 40  line 8  column 14
                                         using ed-ctl pic x(40).
               05  label "ALTKEY: "      size  8  line 8  column 55.
               05  entry-field           size 16  line 8  column 64
                                         using ed-altkey pic x(16).
               05  label "MOD: "         size  5  line 9  column 5.
               05  entry-field           size 40  line 9  column 14
                                         using ed-mod pic x(40).
               05  label "OTHER: "       size  7  line 10 column 5.
               05  entry-field           size 40  line 10 column 14
                                         using ed-other pic x(40).
           03  text-part.
               05  label "TEXT: "        size  6  line 11 column 5.
               05  entry-field           size 70  line 11 column 11
                                         using ed-text-1 pic x(70).
               05  entry-field           size 70  line 12 column 11
                                         using ed-text-2 pic x(70).
       01  menu-screen.
           03  label "1. Open file"      size 13  line 14 column 5.
           03  label "2. Next line"      size 13  line 15 column 5.
           03  label "3. Previous line"  size 16  line 16 column 5.
           03  label "4. Apply fields"   size 15  line 14 column 24.
           03  label "5. Insert after"   size 15  line 15 column 24.
           03  label "6. Delete line"    size 14  line 16 column 24.
           03  label "7. Pick catalog FN="
                                         size 19  line 14 column 42.
           03  label "8. Pick LAYOUT="   size 15  line 15 column 42.
           03  label "9. Validate (dry run)"
                                         size 21  line 16 column 42.
           03  label "10. Save"          size  8  line 14 column 66.
           03  label "14. End"           size  7  line 15 column 66.
           03  label "Option: "          size  8  line 17 column 5.
           03  entry-field               size  2  line 17 column 14
                                         using menu-option pic 99.
       01  message-screen.
           03  label "Result: "          size  8  line 18 column 5.
           03  entry-field               size 60  line 18 column 14
                                         from result-msg pic x(60).
       procedure division.
       main-logic.
           perform redraw.
           perform get-option with test after until end-selected.
           goback.
       get-option.
           accept menu-screen.
           move space to result-msg.
           evaluate true
             when open-selected
               perform open-file
             when next-selected
               perform apply-fields
               if not apply-failed
                   if cur-ln < ln-cnt
                       add 1 to cur-ln
                   else
                       move "last line" to result-msg
                   end-if
                   perform split-line
               end-if
             when prev-selected
               perform apply-fields
               if not apply-failed
                   if cur-ln > 1
                       subtract 1 from cur-ln
                   else
                       move "first line" to result-msg
                   end-if
                   perform split-line
               end-if
             when apply-selected
               perform apply-fields
             when insert-selected
               perform apply-fields
               if not apply-failed
                   perform insert-line
               end-if
             when delete-selected
               perform delete-line
             when catlg-selected
               perform pick-catalog
             when layout-selected
               perform pick-layout
             when validate-selected
               perform apply-fields
               if not apply-failed
                   perform validate-file
               end-if
             when save-selected
               perform apply-fields
               if not apply-failed
                   perform save-file
               end-if
             when end-selected
               perform apply-fields
               if file-changed
                   display "unsaved changes are lost - sure? (Y/N)"
                           line 20 column 5
                   move space to kakunin
                   accept kakunin line 20 column 45
                   call "CBL_TOUPPER" using kakunin value 1
                   if kakunin not = "Y"
                       move 0 to menu-option
                       move "end cancelled" to result-msg
                   end-if
               end-if
           end-evaluate.
           perform redraw.
      *    the screens, the file state and five lines around the
      *    current one
       redraw.
           display " " line 1 column 1 erase eos.
           evaluate true
             when ln-cnt = 0
               move space to state-msg
             when file-changed and file-validated
               move "changed - dry run OK" to state-msg
             when file-changed
               move "changed - not validated" to state-msg
             when file-validated
               move "unchanged - dry run OK" to state-msg
             when other
               move "unchanged" to state-msg
           end-evaluate.
           display record-screen.
           display menu-screen.
           display message-screen.
           move 20 to ctx-line.
           compute ctx-ix = cur-ln - 2.
           perform until ctx-line > 24
              if ctx-ix >= 1 and ctx-ix <= ln-cnt
                  move ctx-ix to ctx-no
                  move space to ctx-mark
                  if ctx-ix = cur-ln
                      move "=>" to ctx-mark
                  end-if
                  display ctx-mark ctx-no " " ln-text(ctx-ix)(1:72)
                          line ctx-line column 1
              end-if
              add 1 to ctx-line
              add 1 to ctx-ix
           end-perform.
       confirm-op.
           display "sure? (Y/N)" line 20 column 5.
           move space to kakunin.
           accept kakunin line 20 column 20.
           call "CBL_TOUPPER" using kakunin value 1.
      *    load the file: physical lines ending in "," continue on
      *    the next one, as QU_PAN3 reads them; inline data after
      *    FN=* is kept line for line up to its /*
       open-file.
           if file-changed
               display "unsaved changes are lost - " line 20 column 5
               perform confirm-op
               if kakunin not = "Y"
                   move "open cancelled" to result-msg
                   exit paragraph
               end-if
           end-if.
           if prm-fnm = space
               move "enter the FILE name first" to result-msg
               exit paragraph
           end-if.
           move 0 to ln-cnt cur-ln.
           move "N" to chg-sw val-sw inline-sw.
           move prm-fnm to cur-fnm.
           move space to prm-io-fnm.
           move prm-fnm to prm-io-fnm.
           open input prm-file.
           if prm-sts not = "00"
               move "new file - insert lines with option 5"
                 to result-msg
               perform split-line
               exit paragraph
           end-if.
           perform until 1 = 0
              read prm-file at end exit perform end-read
              if ln-cnt >= ln-max
                  move "file too long - only the first 400 lines"
                    to result-msg
                  exit perform
              end-if
              if inline-sw = "N" and ln-cnt > 0
                 and ln-text(ln-cnt) not = space
                  move ln-text(ln-cnt) to wk-line
                  perform line-length
                  if wk-line(wk-len:1) = ","
                      perform join-continuation
                      exit perform cycle
                  end-if
              end-if
              add 1 to ln-cnt
              move prm-rec to ln-text(ln-cnt)
              move ln-cnt to ix
              perform track-inline
           end-perform.
           close prm-file.
           move 1 to cur-ln.
           if ln-cnt = 0
               move 0 to cur-ln
           end-if.
           perform split-line.
           if result-msg = space
               move ln-cnt to cnt-ed
               string "loaded "      delimited size
                      cnt-ed         delimited size
                      " line(s)"     delimited size
                      into result-msg
           end-if.
       join-continuation.
           move 0 to wk-s.
           inspect prm-rec tallying wk-s for leading space.
           if wk-s < 200 and wk-len < 200
               move prm-rec(wk-s + 1:) to wk-line(wk-len + 1:)
               move wk-line to ln-text(ln-cnt)
           end-if.
      *    ln-text(ix) opens or closes an inline data block
       track-inline.
           move ln-text(ix) to wk-uc.
           inspect wk-uc converting "abcdefghijklmnopqrstuvwxyz"
                                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if inline-sw = "Y"
               if wk-uc(1:2) = "/*"
                   move "N" to inline-sw
               end-if
           else
               move 0 to wk-eq
               inspect wk-uc tallying wk-eq for all "FN=*"
               if wk-eq > 0
                   move "Y" to inline-sw
               end-if
           end-if.
      *    wk-len = last non-blank column of wk-line
       line-length.
           perform varying wk-len from 200 by -1
                   until wk-len = 1 or wk-line(wk-len:1) not = space
               continue
           end-perform.
      *    is the current line inside an inline data block?
       inline-state.
           move "N" to inline-sw.
           perform varying ix from 1 by 1
                   until ix >= cur-ln or ix > ln-cnt
              perform track-inline
           end-perform.
           move inline-sw to cur-inline.
      *    the current line into the screen fields
       split-line.
           move space to ed-fields.
           if cur-ln < 1 or cur-ln > ln-cnt
               move ed-fields to ed-fields-old
               exit paragraph
           end-if.
           perform inline-state.
           move ln-text(cur-ln) to wk-line.
           move wk-line to wk-uc.
           inspect wk-uc converting "abcdefghijklmnopqrstuvwxyz"
                                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if cur-inline = "Y"
              or wk-uc(1:1) not = "F"
              or wk-uc(2:1) < "1" or wk-uc(2:1) > "9"
              or wk-uc(3:2) not = "=("
               move wk-line to ed-text
               move ed-fields to ed-fields-old
               exit paragraph
           end-if.
           move wk-line(2:1) to ed-fno.
           perform line-length.
           move space to wk-last-key.
           move 5 to wk-ptr.
           perform until wk-ptr > wk-len
              move space to wk-tok
              unstring wk-line delimited by "," or ")"
                  into wk-tok delimiter in wk-del
                  with pointer wk-ptr
              move wk-tok to wk-uc
              inspect wk-uc converting
                      "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      *       MOD= is the last option and runs to the closing ")"
              if wk-uc(1:4) = "MOD="
                  move wk-tok(5:) to ed-mod
                  if wk-del = ","
                      perform mod-rest
                  end-if
                  exit perform
              end-if
              if wk-tok not = space
                  perform put-token
              end-if
              if wk-del = ")"
                  exit perform
              end-if
           end-perform.
           move ed-fields to ed-fields-old.
       mod-rest.
           perform varying wk-close from wk-len by -1
                   until wk-close < wk-ptr
                      or wk-line(wk-close:1) = ")"
               continue
           end-perform.
           if wk-close > wk-ptr
               compute wk-rest-l = wk-close - wk-ptr
               move space to wk-val
               string ed-mod                     delimited space
                      ","                        delimited size
                      wk-line(wk-ptr:wk-rest-l)  delimited size
                      into wk-val
               move wk-val to ed-mod
           end-if.
      *    one option of an Fn= line; a value without "=" belongs to
      *    the option before it (RECL=l1,l2  ALTKEY=pos,len,DUPS)
       put-token.
           move 0 to wk-eq.
           inspect wk-tok tallying wk-eq
                   for characters before initial "=".
           if wk-eq >= 200
               perform append-bare
               exit paragraph
           end-if.
           move space to wk-key wk-val.
           move wk-uc(1:wk-eq) to wk-key.
           move wk-tok(wk-eq + 2:) to wk-val.
           move wk-key to wk-last-key.
           evaluate wk-key
             when "FN"       move wk-val to ed-fn
             when "ORG"      move wk-val to ed-org
             when "RECL"     move wk-val to ed-recl
             when "CODESET"  move wk-val to ed-codeset
             when "DELIM"    move wk-val to ed-delim
             when "QUOTE"    move wk-val to ed-quote
             when "LAYOUT"   move wk-val to ed-layout
             when "BDW"      move wk-val to ed-bdw
             when "BLKSIZE"  move wk-val to ed-blksize
             when "CTL"      move wk-val to ed-ctl
             when "ALTKEY"   move wk-val to ed-altkey
             when other
               move "OTHER" to wk-last-key
               move space to wk-rest
               if ed-other = space
                   move wk-tok to wk-rest
               else
                   string ed-other  delimited space
                          ","       delimited size
                          wk-tok    delimited space
                          into wk-rest
               end-if
               move wk-rest to ed-other
           end-evaluate.
       append-bare.
           move space to wk-rest.
           evaluate wk-last-key
             when "RECL"
               string ed-recl   delimited space
                      ","       delimited size
                      wk-tok    delimited space
                      into wk-rest
               move wk-rest to ed-recl
             when "ALTKEY"
               string ed-altkey delimited space
                      ","       delimited size
                      wk-tok    delimited space
                      into wk-rest
               move wk-rest to ed-altkey
             when other
               string ed-other  delimited space
                      ","       delimited size
                      wk-tok    delimited space
                      into wk-rest
               move wk-rest to ed-other
           end-evaluate.
      *    the screen fields back into the current line - only when
      *    the operator changed them
       apply-fields.
           move "Y" to apply-sw.
           if cur-ln < 1 or cur-ln > ln-cnt
               exit paragraph
           end-if.
           if ed-fields = ed-fields-old
               exit paragraph
           end-if.
           move space to wk-line.
           if ed-fno >= "1" and ed-fno <= "9"
               if ed-fn = space
                   move "FN= is required on an Fn= line"
                     to result-msg
                   move "N" to apply-sw
                   exit paragraph
               end-if
               perform build-fn-line
           else
               move ed-text to wk-line
           end-if.
           move wk-line to ln-text(cur-ln).
           move "Y" to chg-sw.
           move "N" to val-sw.
           perform split-line.
       build-fn-line.
           move 1 to wk-ptr.
           string "F"        delimited size
                  ed-fno     delimited size
                  "=(FN="    delimited size
                  ed-fn      delimited space
                  into wk-line with pointer wk-ptr.
           if ed-org not = space
               string ",ORG="     delimited size
                      ed-org      delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-recl not = space
               string ",RECL="    delimited size
                      ed-recl     delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-codeset not = space
               string ",CODESET=" delimited size
                      ed-codeset  delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-delim not = space
               string ",DELIM="   delimited size
                      ed-delim    delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-quote not = space
               string ",QUOTE="   delimited size
                      ed-quote    delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-layout not = space
               string ",LAYOUT="  delimited size
                      ed-layout   delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-bdw not = space
               string ",BDW="     delimited size
                      ed-bdw      delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-blksize not = space
               string ",BLKSIZE=" delimited size
                      ed-blksize  delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-ctl not = space
               string ",CTL="     delimited size
                      ed-ctl      delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-altkey not = space
               string ",ALTKEY="  delimited size
                      ed-altkey   delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-other not = space
               string ","         delimited size
                      ed-other    delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           if ed-mod not = space
               string ",MOD="     delimited size
                      ed-mod      delimited space
                      into wk-line with pointer wk-ptr
           end-if.
           string ")" delimited size
                  into wk-line with pointer wk-ptr.
       insert-line.
           if cur-fnm = space
               move "open a file first" to result-msg
               exit paragraph
           end-if.
           if ln-cnt >= ln-max
               move "file is full" to result-msg
               exit paragraph
           end-if.
           perform varying ix from ln-cnt by -1 until ix <= cur-ln
              move ln-text(ix) to ln-text(ix + 1)
           end-perform.
           add 1 to ln-cnt.
           add 1 to cur-ln.
           move space to ln-text(cur-ln).
           move "Y" to chg-sw.
           move "N" to val-sw.
           perform split-line.
           move "blank line inserted - fill F/FN or TEXT"
             to result-msg.
       delete-line.
           if cur-ln < 1 or cur-ln > ln-cnt
               move "no line to delete" to result-msg
               exit paragraph
           end-if.
           perform confirm-op.
           if kakunin not = "Y"
               move "cancelled" to result-msg
               exit paragraph
           end-if.
           perform varying ix from cur-ln by 1 until ix >= ln-cnt
              move ln-text(ix + 1) to ln-text(ix)
           end-perform.
           move space to ln-text(ln-cnt).
           subtract 1 from ln-cnt.
           if cur-ln > ln-cnt
               move ln-cnt to cur-ln
           end-if.
           move "Y" to chg-sw.
           move "N" to val-sw.
           perform split-line.
           move "line deleted" to result-msg.
      *    FN= from the catalog: CATLG:name resolves by file name at
      *    run time, ORG= comes with it
       pick-catalog.
           if ed-fno < "1" or ed-fno > "9"
               move "set F(1-9) first - pick fills an Fn= line"
                 to result-msg
               exit paragraph
           end-if.
           move space to CATLG-FNAME.
           display "BJ_CATLG_MAST" upon environment-name.
           accept  CATLG-FNAME     from environment-value.
           if CATLG-FNAME = space
               move "no catalog - BJ_CATLG_MAST not set" to result-msg
               exit paragraph
           end-if.
           move 0 to pk-cnt.
           open input CATLG-F.
           if F-STS not = "00"
               move "catalog cannot be opened" to result-msg
               exit paragraph
           end-if.
           perform until 1 = 0
              read CATLG-F at end exit perform end-read
              if CATLG-FPATH not = space and pk-cnt < pk-max
                  add 1 to pk-cnt
                  perform catlg-basename
                  move CATLG-FORG           to pk-org(pk-cnt)
                  move CATLG-FPATH(1:60)    to pk-desc(pk-cnt)
              end-if
           end-perform.
           close CATLG-F.
           move "CATALOG - FN=CATLG:name" to pk-title.
           perform pick-list.
           if pk-no = 0
               exit paragraph
           end-if.
           move space to ed-fn.
           string "CATLG:"         delimited size
                  pk-key(pk-no)    delimited space
                  into ed-fn.
           evaluate pk-org(pk-no)
             when "SEQ " when "TXT " when "REL " when "IDX "
             when "VSEQ" when "CSV " when "VB  "
               move pk-org(pk-no) to ed-org
           end-evaluate.
           move "catalog entry picked - apply or move on"
             to result-msg.
       catlg-basename.
           move 0 to bs-last.
           perform varying bs-i from 1 by 1 until bs-i > 128
              if CATLG-FPATH(bs-i:1) = "/" or CATLG-FPATH(bs-i:1) = "\"
                  move bs-i to bs-last
              end-if
           end-perform.
           move space to pk-key(pk-cnt).
           if bs-last < 128
               move CATLG-FPATH(bs-last + 1:) to pk-key(pk-cnt)
           end-if.
      *    LAYOUT= from the layout dictionary (one line per name and
      *    version - the plain name resolves to the latest)
       pick-layout.
           if ed-fno < "1" or ed-fno > "9"
               move "set F(1-9) first - pick fills an Fn= line"
                 to result-msg
               exit paragraph
           end-if.
           move space to reg-fnm.
           display "QULAYOUT_REG" upon environment-name.
           accept  reg-fnm        from environment-value.
           if reg-fnm = space
               move "data\QULAYOUT.reg" to reg-fnm
           end-if.
           move 0 to pk-cnt.
           open input reg-file.
           if reg-sts not = "00"
               move "layout dictionary cannot be opened"
                 to result-msg
               exit paragraph
           end-if.
           perform until 1 = 0
              read reg-file at end exit perform end-read
              if reg-rec not = space and reg-rec(1:1) not = "*"
                 and pk-cnt < pk-max
                  move space to w-name w-ver w-path
                  unstring reg-rec delimited by ";"
                      into w-name w-ver w-path
                  add 1 to pk-cnt
                  move space to pk-key(pk-cnt)
                  string w-name   delimited space
                         ":"      delimited size
                         w-ver    delimited space
                         into pk-key(pk-cnt)
                  move space          to pk-org(pk-cnt)
                  move w-path(1:60)   to pk-desc(pk-cnt)
              end-if
           end-perform.
           close reg-file.
           move "LAYOUT DICTIONARY - name:version" to pk-title.
           perform pick-list.
           if pk-no = 0
               exit paragraph
           end-if.
           move pk-key(pk-no) to ed-layout.
           move "layout picked - drop :n for the latest version"
             to result-msg.
      *    twenty entries a page; a number picks, N pages on, blank
      *    cancels.  pk-no comes back 0 when nothing was picked
       pick-list.
           move 0 to pk-no.
           if pk-cnt = 0
               move "nothing to pick from" to result-msg
               exit paragraph
           end-if.
           move 1 to pk-top.
           perform until 1 = 0
              display " " line 1 column 1 erase eos
              display pk-title line 1 column 5
              move 0 to pk-row
              perform until pk-row >= 20 or pk-top + pk-row > pk-cnt
                 compute pk-line = 3 + pk-row
                 compute ix = pk-top + pk-row
                 move ix to pk-no-ed
                 display pk-no-ed " " pk-key(ix)(1:30) " "
                         pk-org(ix) " " pk-desc(ix)(1:36)
                         line pk-line column 1
                 add 1 to pk-row
              end-perform
              display "number, N = next page, blank = cancel: "
                      line 24 column 1
              move space to pk-ans
              accept pk-ans line 24 column 41
              call "CBL_TOUPPER" using pk-ans value 4
              evaluate true
                when pk-ans = space
                  move "pick cancelled" to result-msg
                  exit perform
                when pk-ans(1:1) = "N"
                  add 20 to pk-top
                  if pk-top > pk-cnt
                      move 1 to pk-top
                  end-if
                when other
                  move 0 to pk-no
                  perform varying bs-i from 1 by 1
                          until bs-i > 3 or pk-ans(bs-i:1) = space
                     if pk-ans(bs-i:1) >= "0"
                        and pk-ans(bs-i:1) <= "9"
                         compute pk-no = pk-no * 10
                                       + function numval(
                                             pk-ans(bs-i:1))
                     end-if
                  end-perform
                  if pk-no >= 1 and pk-no <= pk-cnt
                      exit perform
                  end-if
                  move 0 to pk-no
              end-evaluate
           end-perform.
      *    QU_PAN3's dry run (QU_PANDRY) over what is on screen:
      *    every syntax error is reported by QU_PAN3's own messages
       validate-file.
           if ln-cnt = 0
               move "nothing to validate" to result-msg
               exit paragraph
           end-if.
           move dry-fnm to prm-io-fnm.
           perform write-lines.
           if prm-sts not = "00"
               move "cannot write WORK/qujcledt.prm" to result-msg
               exit paragraph
           end-if.
           display " " line 20 column 1 erase eos.
           call "QU_PANDRY" using dry-fnm dry-rc.
           cancel "QU_PANDRY".
           if dry-rc = 0
               move "Y" to val-sw
               move "dry run OK - no errors found" to result-msg
           else
               move "N" to val-sw
               move "dry run found errors - see QU_PAN3 messages"
                 to result-msg
           end-if.
      *    ln-text(1..ln-cnt) to prm-io-fnm; a parameter line longer
      *    than a card is broken after a comma and continued on the
      *    next.  inline data (its "/*" terminator included) and "*"
      *    comment lines go out exactly as they stand
       write-lines.
           open output prm-file.
           if prm-sts not = "00"
               exit paragraph
           end-if.
           move "N" to inline-sw.
           perform varying ix from 1 by 1 until ix > ln-cnt
              move ln-text(ix) to wk-line
              perform line-length
              if inline-sw = "Y" or wk-line(1:1) = "*"
                  move 0 to wk-len
              end-if
              perform track-inline
              perform until wk-len <= 72
                 perform varying wk-cut from 71 by -1
                         until wk-cut < 20
                            or wk-line(wk-cut:1) = ","
                     continue
                 end-perform
                 if wk-cut < 20
                     exit perform
                 end-if
                 move wk-line(1:wk-cut) to prm-rec
                 write prm-rec
                 move space to wk-rest
                 move wk-line(wk-cut + 1:) to wk-rest
                 move space to wk-line
                 move wk-rest to wk-line(5:)
                 perform line-length
              end-perform
              move wk-line to prm-rec
              write prm-rec
           end-perform.
           close prm-file.
           move "00" to prm-sts.
      *    save: a clean dry run of these lines first, the MAINT
      *    capability, then the previous version kept as a backup
       save-file.
           if cur-fnm = space or ln-cnt = 0
               move "nothing to save" to result-msg
               exit paragraph
           end-if.
           if not file-changed
               move "no changes to save" to result-msg
               exit paragraph
           end-if.
           if not file-validated
               move "run the dry run (9) first - save needs it clean"
                 to result-msg
               exit paragraph
           end-if.
           move "MAINT" to permit-cap.
           call "QUPERMIT" using permit-cap permit-allowed.
           if permit-allowed not = "Y"
               move "refused - no MAINT capability" to result-msg
               exit paragraph
           end-if.
           perform confirm-op.
           if kakunin not = "Y"
               move "cancelled" to result-msg
               exit paragraph
           end-if.
           accept wk-date from date yyyymmdd.
           accept wk-time from time.
           move space to wk-user.
           display "QU_USER_ID" upon environment-name.
           accept  wk-user      from environment-value.
           move space to bak-fnm.
           move 0 to old-cnt.
           call "CBL_CHECK_FILE_EXIST" using cur-fnm file-details
                                   returning exist-sts.
           if exist-sts = 0
               perform count-old-lines
               string cur-fnm           delimited space
                      "."               delimited size
                      wk-date           delimited size
                      wk-time(1:6)      delimited size
                      ".bak"            delimited size
                      into bak-fnm
               call "CBL_COPY_FILE" using cur-fnm bak-fnm
                                    returning wk-rc
               if wk-rc not = 0
                   move "backup copy failed - not saved"
                     to result-msg
                   exit paragraph
               end-if
               move "UPD" to aud-action
           else
               move "ADD" to aud-action
           end-if.
           move space to prm-io-fnm.
           move cur-fnm to prm-io-fnm.
           perform write-lines.
           if prm-sts not = "00"
               move "save failed - file cannot be written"
                 to result-msg
               exit paragraph
           end-if.
           move "N" to chg-sw.
           perform write-history.
           move cur-fnm to audit-obj.
           move space to audit-old audit-new.
           move old-cnt to cnt-ed.
           move ln-cnt  to cnt-ed2.
           if bak-fnm not = space
               string bak-fnm(1:66)     delimited space
                      " lines "         delimited size
                      cnt-ed            delimited size
                      into audit-old
           end-if.
           string "lines "              delimited size
                  cnt-ed2               delimited size
                  " dry run OK"         delimited size
                  into audit-new.
           call "QUAUDIT" using "QUJCLEDT" aud-action audit-obj
                                audit-old audit-new.
           move space to result-msg.
           if bak-fnm = space
               move "saved (new file, audited)" to result-msg
           else
               string "saved - previous kept as " delimited size
                      bak-fnm                     delimited space
                      into result-msg
           end-if.
       count-old-lines.
           move cur-fnm to prm-io-fnm.
           open input prm-file.
           if prm-sts = "00"
               perform until 1 = 0
                  read prm-file at end exit perform end-read
                  add 1 to old-cnt
               end-perform
               close prm-file
           end-if.
      *    who saved which file when, and where the old version is
       write-history.
           move space to hist-fnm.
           display "QUJCLEDT_LOG" upon environment-name.
           accept  hist-fnm       from environment-value.
           if hist-fnm = space
               move "data\QUJCLEDT.log" to hist-fnm
           end-if.
           open extend hist-file.
           if hist-sts not = "00" and hist-sts not = "05"
               open output hist-file
           end-if.
           if hist-sts not = "00" and hist-sts not = "05"
               exit paragraph
           end-if.
           move space to hist-rec.
           string wk-user       delimited space
                  ";"           delimited size
                  wk-date       delimited size
                  ";"           delimited size
                  wk-time       delimited size
                  ";"           delimited size
                  cur-fnm       delimited space
                  ";"           delimited size
                  bak-fnm       delimited space
                  ";"           delimited size
                  old-cnt       delimited size
                  ">"           delimited size
                  ln-cnt        delimited size
                  into hist-rec.
           write hist-rec.
           close hist-file.
