       identification division.
       program-id. QUCATMNT.
      *    maintenance screen for the mk_CATLG catalog, in the
      *    QUMACMNT screen style: list, add, change and retire
      *    entries (path, organization, min/max record length,
      *    retention class and expiry) without editing mk_CATLG's
      *    source text by hand.
      *    every add or change is first checked against the file on
      *    disk with QUCATCHK's own per-entry check (QUCATONE) - a
      *    finding is shown and the operator decides whether the
      *    entry is saved anyway (a fixture may not exist yet).
      *    retire drops the entry from the catalog (the data file is
      *    left alone - QUCATPRG is the tool that deletes files) and
      *    is refused while any JCL still resolves an Fn= to it: the
      *    JCL library is inventoried with QUJCLINV, the same view of
      *    "fixtures referenced by no JCL", and the first job found
      *    using the entry is named (with "in queue/suite" when a
      *    queue or suite file runs that job).
      *    every save rewrites BJ_CATLG_MAST (the previous catalog is
      *    kept as <catalog>.bak) and mk_CATLG's source text
      *    (QUCATMNT_SRC, default data\CATLG_org.txt, likewise kept
      *    as <source>.bak), so a later mk_CATLG rebuild gives the
      *    same catalog.  the text's "*" comment lines and any line
      *    mk_CATLG would reject are carried over as they stand.
      *    add and change need the MAINT capability, retire the
      *    RETIRE capability (QUPERMIT); every change is entered in
      *    QUAUDIT.
       environment division.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
       input-output section.
       file-control.
       COPY "BJ_CATLG_SL.CPY".
       select src-file
           assign to src-fnm
           organization      line sequential
           status is src-sts.
       select sbk-file
           assign to sbk-fnm
           organization      line sequential
           status is sbk-sts.
       select inv-file
           assign to inv-fnm
           organization      line sequential
           status is inv-sts.
       data division.
       file section.
       COPY "BJ_CATLG_FD.CPY".
       fd  src-file.
       01  src-rec                 pic x(200).
       fd  sbk-file.
       01  sbk-rec                 pic x(200).
       fd  inv-file.
       01  inv-rec                 pic x(200).
       working-storage section.
       01  F-STS                   pic x(2).
       01  CATLG-FNAME             pic x(128).
       01  src-sts                 pic x(2).
       01  inv-sts                 pic x(2).
       01  src-fnm                 pic x(128).
       01  inv-fnm                 pic x(128)
                                   value "WORK/qucatmnt.inv".
       01  bak-fnm                 pic x(140).
      *    the previous source text, read back while it is rewritten
       01  sbk-fnm                 pic x(140).
       01  sbk-sts                 pic x(2).
       01  sbk-sw                  pic x.
           88  sbk-open                value "Y".
       01  src-ok-sw               pic x.
           88  src-line-entry          value "Y".
       01  src-path                pic x(128).
       01  src-ret                 pic x(4).
       01  src-exp                 pic x(8).
       77  menu-option             pic 9(2) value 0.
           88  list-selected           value 1.
           88  next-selected           value 2.
           88  prev-selected           value 3.
           88  find-selected           value 4.
           88  add-selected            value 5.
           88  change-selected         value 6.
           88  retire-selected         value 7.
           88  check-selected          value 8.
           88  end-selected            value 14.
       01  result-msg              pic x(60) value space.
       01  disk-msg                pic x(70) value space.
       01  kakunin                 pic x.
      *    the whole catalog, held so it can be written back in one
      *    pass after every change
       78  ent-max                         value 2000.
       01  ent-cnt                 pic 9(4) value 0.
       01  ent-tbl.
           03  ent-rec occurs 2000 times pic x(154).
      *    "Y" once the entry is in the rewritten source text
       01  ent-done-tbl.
           03  ent-done occurs 2000 times pic x.
       01  cur-ent                 pic 9(4) value 0.
       01  ix                      pic 9(4).
       01  ovfl-sw                 pic x value "N".
           88  table-overflowed        value "Y".
      *    the entry on screen
       01  ed-fields.
           03  ed-path             pic x(128).
           03  ed-org              pic x(4).
           03  ed-minl             pic x(5).
           03  ed-maxl             pic x(5).
           03  ed-class            pic x(4).
           03  ed-exp              pic x(8).
      *    the entry as it will be written - the catalog record
      *    layout (BJ_CATLG_FD)
       01  new-rec.
           03  new-min-recl        pic 9(5).
           03  new-max-recl        pic 9(5).
           03  new-forg            pic x(4).
           03  new-fpath           pic x(128).
           03  new-retclass        pic x(4).
           03  new-expdate         pic 9(8).
       01  old-rec                 pic x(154).
       01  val-sw                  pic x.
           88  fields-invalid          value "N".
       01  num-x                   pic x(8).
       01  num-v                   pic 9(8).
       01  num-i                   pic 9(2).
       01  num-sw                  pic x.
           88  num-bad                 value "N".
       01  exp-mm                  pic 9(2).
       01  exp-dd                  pic 9(2).
       01  one-kind                pic x(12).
       01  one-line                pic x(200).
      *    pick list - catalog entries by file name
       78  pk-max                          value 2000.
       01  pk-cnt                  pic 9(4).
       01  pk-tbl.
           03  pk-ent occurs 2000 times.
               05  pk-key          pic x(60).
               05  pk-org          pic x(4).
               05  pk-desc         pic x(60).
       01  pk-top                  pic 9(4).
       01  pk-row                  pic 9(2).
       01  pk-line                 pic 9(2).
       01  pk-no                   pic 9(4).
       01  pk-no-ed                pic zzz9.
       01  pk-ans                  pic x(4).
       01  pk-title                pic x(40).
       01  bs-i                    pic 9(3).
       01  bs-last                 pic 9(3).
       01  bs-name                 pic x(60).
      *    retire reference check (QUJCLINV)
       01  save-inv-fnm            pic x(256).
       01  inv-section             pic x(40).
       01  inv-job                 pic x(20).
       01  ref-job                 pic x(20).
       01  ref-cnt                 pic 9(4).
       01  ref-queued              pic x(14).
       01  unref-sw                pic x.
           88  entry-unreferenced      value "Y".
       01  inv-ok-sw               pic x.
           88  inventory-read          value "Y".
       01  inv-t1                  pic x(8).
       01  inv-t2                  pic x(8).
       01  inv-t3                  pic x(12).
       01  inv-path                pic x(128).
       01  ref-cnt-ed              pic zzz9.
       01  save-sw                 pic x.
           88  save-failed             value "N".
       01  wk-rc                   pic s9(9) comp-5.
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
       screen section.
       01  record-screen.
           03  screen-head.
               05 label "mk_CATLG CATALOG MAINTENANCE"
                                          size 30 line 1 col 5.
           03  pos-part.
               05  label "ENTRY: "       size  7  line 3  column 5.
               05  entry-field           size  4  line 3  column 22
                                         from cur-ent pic zzz9.
               05  label "OF "           size  3  line 3  column 27.
               05  entry-field           size  4  line 3  column 30
                                         from ent-cnt pic zzz9.
           03  ent-part.
               05  label "PATH: "        size  6  line 5  column 5.
               05  entry-field           size 56  line 5  column 22
                                         using ed-path pic x(128).
               05  label "ORG: "         size  5  line 6  column 5.
               05  entry-field           size  4  line 6  column 22
                                         using ed-org pic x(4).
               05  label "(SEQ TXT REL IDX VSEQ CSV VB)"
                                         size 30  line 6  column 28.
               05  label "MIN RECL: "    size 10  line 7  column 5.
               05  entry-field           size  5  line 7  column 22
                                         using ed-minl pic x(5).
               05  label "MAX RECL: "    size 10  line 7  column 30.
               05  entry-field           size  5  line 7  column 41
                                         using ed-maxl pic x(5).
               05  label "RETENTION CLASS: "
                                         size 17  line 8  column 5.
               05  entry-field           size  4  line 8  column 22
                                         using ed-class pic x(4).
               05  label "EXPIRES: "     size  9  line 8  column 30.
               05  entry-field           size  8  line 8  column 41
                                         using ed-exp pic x(8).
               05  label "(YYYYMMDD, blank = never)"
                                         size 26  line 8  column 51.
               05  label "DISK: "        size  6  line 9  column 5.
               05  entry-field           size 56  line 9  column 22
                                         from disk-msg pic x(70).
       01  menu-screen.
           03  label "OPTIONS"           size 12  line 11 column 2.
           03  label "1. List entries"   size 16  line 12 column 5.
           03  label "2. Next entry"     size 14  line 13 column 5.
           03  label "3. Previous entry" size 18  line 14 column 5.
           03  label "4. Find PATH"      size 13  line 15 column 5.
           03  label "5. Add entry"      size 13  line 12 column 28.
           03  label "6. Change entry"   size 16  line 13 column 28.
           03  label "7. Retire entry"   size 16  line 14 column 28.
           03  label "8. Check on disk"  size 17  line 15 column 28.
           03  label "14. End"           size 10  line 16 column 28.
           03  label "Option: "          size  8  line 18 column 5.
           03  entry-field               size  2  line 18 column 14
                                         using menu-option pic 99.
       01  message-screen.
           03  label "Result: "          size  8  line 20 column 5.
           03  entry-field               size 60  line 20 column 14
                                         from result-msg pic x(60).
       procedure division.
       main-logic.
           move space to CATLG-FNAME.
           display "BJ_CATLG_MAST" upon environment-name.
           accept  CATLG-FNAME     from environment-value.
           if CATLG-FNAME = space
               display "QUCATMNT : BJ_CATLG_MAST not set"
               move -1 to return-code
               goback
           end-if.
           move space to src-fnm.
           display "QUCATMNT_SRC" upon environment-name.
           accept  src-fnm        from environment-value.
           if src-fnm = space
               move "data\CATLG_org.txt" to src-fnm
           end-if.
           perform load-catalog.
           if ent-cnt > 0
               move 1 to cur-ent
               perform show-entry
           end-if.
           if table-overflowed
               move "catalog exceeds 2000 entries - browse only"
                 to result-msg
           end-if.
           perform redraw.
           perform get-option with test after until end-selected.
           goback.
       get-option.
           accept menu-screen.
           move space to result-msg.
           evaluate true
             when list-selected
               perform list-entries
             when next-selected
               if cur-ent < ent-cnt
                   add 1 to cur-ent
                   perform show-entry
               else
                   move "last entry" to result-msg
               end-if
             when prev-selected
               if cur-ent > 1
                   subtract 1 from cur-ent
                   perform show-entry
               else
                   move "first entry" to result-msg
               end-if
             when find-selected
               perform find-entry
             when add-selected
               perform add-entry
             when change-selected
               perform change-entry
             when retire-selected
               perform retire-entry
             when check-selected
               perform validate-fields
               if not fields-invalid
                   perform disk-check
                   if one-kind = space
                       move "entry matches the file on disk"
                         to result-msg
                   end-if
               end-if
             when end-selected
               continue
           end-evaluate.
           perform redraw.
       redraw.
           display " " line 1 column 1 erase eos.
           display record-screen.
           display menu-screen.
           display message-screen.
       confirm-op.
           display "sure? (Y/N)" line 22 column 5.
           move space to kakunin.
           accept kakunin line 22 column 20.
           call "CBL_TOUPPER" using kakunin value 1.
      *    the catalog into the table
       load-catalog.
           move 0 to ent-cnt cur-ent.
           move "N" to ovfl-sw.
           open input CATLG-F.
           if F-STS not = "00"
               move "catalog cannot be opened - empty catalog"
                 to result-msg
               exit paragraph
           end-if.
           perform until 1 = 0
              read CATLG-F at end exit perform end-read
              if ent-cnt >= ent-max
                  set table-overflowed to true
                  exit perform
              end-if
              add 1 to ent-cnt
              move CATLG-REC to ent-rec(ent-cnt)
           end-perform.
           close CATLG-F.
      *    table entry cur-ent onto the screen
       show-entry.
           move ent-rec(cur-ent) to CATLG-REC.
           move CATLG-FPATH    to ed-path.
           move CATLG-FORG     to ed-org.
           move CATLG-MIN-RECL to ed-minl.
           move CATLG-MAX-RECL to ed-maxl.
           move CATLG-RETCLASS to ed-class.
           move space to ed-exp.
           if CATLG-EXPDATE not = 0
               move CATLG-EXPDATE to ed-exp
           end-if.
           move space to disk-msg.
      *    every entry, by file name; a pick shows it
       list-entries.
           move 0 to pk-cnt.
           perform varying ix from 1 by 1 until ix > ent-cnt
              move ent-rec(ix) to CATLG-REC
              add 1 to pk-cnt
              perform catlg-basename
              move bs-name              to pk-key(pk-cnt)
              move CATLG-FORG           to pk-org(pk-cnt)
              move CATLG-FPATH(1:60)    to pk-desc(pk-cnt)
           end-perform.
           move "CATALOG ENTRIES" to pk-title.
           perform pick-list.
           if pk-no = 0
               exit paragraph
           end-if.
           move pk-no to cur-ent.
           perform show-entry.
       catlg-basename.
           move 0 to bs-last.
           perform varying bs-i from 1 by 1 until bs-i > 128
              if CATLG-FPATH(bs-i:1) = "/" or CATLG-FPATH(bs-i:1) = "\"
                  move bs-i to bs-last
              end-if
           end-perform.
           move space to bs-name.
           if bs-last < 128
               move CATLG-FPATH(bs-last + 1:) to bs-name
           end-if.
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
                  move "list closed" to result-msg
                  exit perform
                when pk-ans(1:1) = "N"
                  add 20 to pk-top
                  if pk-top > pk-cnt
                      move 1 to pk-top
                  end-if
                when other
                  move 0 to pk-no
                  perform varying bs-i from 1 by 1
                          until bs-i > 4 or pk-ans(bs-i:1) = space
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
      *    the entry whose path is in PATH
       find-entry.
           if ed-path = space
               move "enter the PATH to find" to result-msg
               exit paragraph
           end-if.
           perform varying ix from 1 by 1 until ix > ent-cnt
              if ent-rec(ix)(15:128) = ed-path
                  exit perform
              end-if
           end-perform.
           if ix > ent-cnt
               move "PATH not in the catalog" to result-msg
           else
               move ix to cur-ent
               perform show-entry
           end-if.
      *    the screen fields by mk_CATLG's rules (a path, numeric
      *    lengths with min <= max, numeric expiry) plus a known
      *    organization and a real month/day in the expiry; the
      *    result is new-rec
       validate-fields.
           move space to val-sw.
           initialize new-rec.
           call "CBL_TOUPPER" using ed-org value 4.
           call "CBL_TOUPPER" using ed-class value 4.
           if ed-path = space
               move "PATH is required" to result-msg
               set fields-invalid to true
               exit paragraph
           end-if.
           move ed-path to new-fpath.
           evaluate ed-org
             when "SEQ " when "TXT " when "REL " when "IDX "
             when "VSEQ" when "CSV " when "VB  "
               move ed-org to new-forg
             when other
               move "ORG must be SEQ TXT REL IDX VSEQ CSV or VB"
                 to result-msg
               set fields-invalid to true
               exit paragraph
           end-evaluate.
           move space to num-x.
           move ed-minl to num-x.
           perform num-check.
           if num-bad
               move "MIN RECL must be numeric" to result-msg
               set fields-invalid to true
               exit paragraph
           end-if.
           move num-v to new-min-recl.
           move space to num-x.
           move ed-maxl to num-x.
           perform num-check.
           if num-bad
               move "MAX RECL must be numeric" to result-msg
               set fields-invalid to true
               exit paragraph
           end-if.
           move num-v to new-max-recl.
           if new-min-recl > new-max-recl
               move "MIN RECL is greater than MAX RECL" to result-msg
               set fields-invalid to true
               exit paragraph
           end-if.
           move ed-class to new-retclass.
           move ed-exp to num-x.
           perform num-check.
           if num-bad
               move "EXPIRES must be YYYYMMDD or blank" to result-msg
               set fields-invalid to true
               exit paragraph
           end-if.
           move num-v to new-expdate.
           if new-expdate not = 0
               move new-expdate(5:2) to exp-mm
               move new-expdate(7:2) to exp-dd
               if new-expdate < 19000101
                  or exp-mm < 1 or exp-mm > 12
                  or exp-dd < 1 or exp-dd > 31
                   move "EXPIRES is not a YYYYMMDD date"
                     to result-msg
                   set fields-invalid to true
                   exit paragraph
               end-if
           end-if.
      *    num-x: digits, left-justified, blank = 0 -> num-v
       num-check.
           move 0 to num-v.
           move "Y" to num-sw.
           perform varying num-i from 1 by 1
                   until num-i > 8 or num-x(num-i:1) = space
              if num-x(num-i:1) >= "0" and num-x(num-i:1) <= "9"
                  compute num-v = num-v * 10
                                + function numval(num-x(num-i:1))
              else
                  set num-bad to true
              end-if
           end-perform.
           if num-i <= 8 and num-x(num-i:) not = space
               set num-bad to true
           end-if.
      *    new-rec against the file on disk, as QUCATCHK checks it
       disk-check.
           move new-rec to CATLG-REC.
           call "QUCATONE" using CATLG-REC one-kind one-line.
           move space to disk-msg.
           if one-kind = space
               move "matches the file on disk" to disk-msg
           else
               move one-line(1:70) to disk-msg
           end-if.
      *    a finding is shown and the operator decides
       disk-confirm.
           move "Y" to kakunin.
           if one-kind not = space and one-kind not = "IDX-NOINFO"
               display record-screen
               display "disk check: " line 22 column 5
               display one-kind line 22 column 17
               display "save anyway? (Y/N)" line 23 column 5
               move space to kakunin
               accept kakunin line 23 column 25
               call "CBL_TOUPPER" using kakunin value 1
           end-if.
       add-entry.
           if table-overflowed
               move "catalog too large - browse only" to result-msg
               exit paragraph
           end-if.
           if ent-cnt >= ent-max
               move "catalog is full (2000 entries)" to result-msg
               exit paragraph
           end-if.
           perform validate-fields.
           if fields-invalid
               exit paragraph
           end-if.
           perform varying ix from 1 by 1 until ix > ent-cnt
              if ent-rec(ix)(15:128) = new-fpath
                  exit perform
              end-if
           end-perform.
           if ix <= ent-cnt
               move "PATH is already in the catalog - use change"
                 to result-msg
               exit paragraph
           end-if.
           move "MAINT" to permit-cap.
           call "QUPERMIT" using permit-cap permit-allowed.
           if permit-allowed not = "Y"
               move "refused - no MAINT capability" to result-msg
               exit paragraph
           end-if.
           perform disk-check.
           perform disk-confirm.
           if kakunin not = "Y"
               move "add cancelled" to result-msg
               exit paragraph
           end-if.
           add 1 to ent-cnt.
           move new-rec to ent-rec(ent-cnt).
           perform save-catalog.
           if save-failed
               subtract 1 from ent-cnt
               exit paragraph
           end-if.
           move ent-cnt to cur-ent.
           move "ADD" to aud-action.
           move space to old-rec.
           perform audit-entry.
           if result-msg = space
               move "entry added" to result-msg
           end-if.
       change-entry.
           if table-overflowed
               move "catalog too large - browse only" to result-msg
               exit paragraph
           end-if.
           if cur-ent = 0
               move "no entry on screen - add instead" to result-msg
               exit paragraph
           end-if.
           perform validate-fields.
           if fields-invalid
               exit paragraph
           end-if.
           if new-rec = ent-rec(cur-ent)
               move "no changes" to result-msg
               exit paragraph
           end-if.
           perform varying ix from 1 by 1 until ix > ent-cnt
              if ix not = cur-ent
                 and ent-rec(ix)(15:128) = new-fpath
                  exit perform
              end-if
           end-perform.
           if ix <= ent-cnt
               move "another entry already has this PATH"
                 to result-msg
               exit paragraph
           end-if.
           move "MAINT" to permit-cap.
           call "QUPERMIT" using permit-cap permit-allowed.
           if permit-allowed not = "Y"
               move "refused - no MAINT capability" to result-msg
               exit paragraph
           end-if.
           perform disk-check.
           perform disk-confirm.
           if kakunin not = "Y"
               move "change cancelled" to result-msg
               exit paragraph
           end-if.
           move ent-rec(cur-ent) to old-rec.
           move new-rec to ent-rec(cur-ent).
           perform save-catalog.
           if save-failed
               move old-rec to ent-rec(cur-ent)
               exit paragraph
           end-if.
           move "UPD" to aud-action.
           perform audit-entry.
           if result-msg = space
               move "entry changed" to result-msg
           end-if.
      *    drop the entry - only when no JCL uses it any more
       retire-entry.
           if table-overflowed
               move "catalog too large - browse only" to result-msg
               exit paragraph
           end-if.
           if cur-ent = 0
               move "no entry on screen" to result-msg
               exit paragraph
           end-if.
           move "RETIRE" to permit-cap.
           call "QUPERMIT" using permit-cap permit-allowed.
           if permit-allowed not = "Y"
               move "refused - no RETIRE capability" to result-msg
               exit paragraph
           end-if.
           perform show-entry.
           move ent-rec(cur-ent) to CATLG-REC.
           perform reference-check.
           if not inventory-read
               move "JCL inventory failed - retire refused"
                 to result-msg
               exit paragraph
           end-if.
           if not entry-unreferenced
               move ref-cnt to ref-cnt-ed
               move space to result-msg
               if ref-job = space
                   move "used by a JCL - retire refused"
                     to result-msg
               else
                   string "used by "        delimited size
                          ref-job           delimited space
                          " "               delimited size
                          ref-queued        delimited size
                          " ("              delimited size
                          ref-cnt-ed        delimited size
                          " ref) - retire refused"
                                            delimited size
                          into result-msg
               end-if
               exit paragraph
           end-if.
           display record-screen.
           display "retire (the data file stays on disk) - "
                   line 21 column 5.
           perform confirm-op.
           if kakunin not = "Y"
               move "retire cancelled" to result-msg
               exit paragraph
           end-if.
           move ent-rec(cur-ent) to old-rec.
           perform varying ix from cur-ent by 1 until ix >= ent-cnt
              move ent-rec(ix + 1) to ent-rec(ix)
           end-perform.
           subtract 1 from ent-cnt.
           perform save-catalog.
           if save-failed
               move result-msg to disk-msg
               perform load-catalog
               perform show-entry
               move disk-msg to result-msg
               move space to disk-msg
               exit paragraph
           end-if.
           move old-rec to new-rec.
           move "DEL" to aud-action.
           perform audit-entry.
           if cur-ent > ent-cnt
               move ent-cnt to cur-ent
           end-if.
           if cur-ent > 0
               perform show-entry
           else
               move space to ed-fields disk-msg
           end-if.
           if result-msg = space
               move "entry retired" to result-msg
           end-if.
      *    QUJCLINV over the JCL library: the entry is free when it
      *    is listed under FIXTURES REFERENCED BY NO JCL; the job
      *    listing names who uses it (same path or same file name,
      *    as QUJCLINV matches) and the queue/suite section tells
      *    whether that job is scheduled
       reference-check.
           move "N" to unref-sw inv-ok-sw.
           move space to ref-job ref-queued.
           move 0 to ref-cnt.
           perform catlg-basename.
           move space to save-inv-fnm.
           display "QUJCLINV_FNAME" upon environment-name.
           accept  save-inv-fnm     from environment-value.
           display "QUJCLINV_FNAME" upon environment-name.
           display inv-fnm          upon environment-value.
           call "CBL_DELETE_FILE" using inv-fnm returning wk-rc.
           display " " line 21 column 1 erase eos.
           call "QUJCLINV"
               on exception
                   continue
           end-call.
           cancel "QUJCLINV".
           display "QUJCLINV_FNAME" upon environment-name.
           display save-inv-fnm     upon environment-value.
           open input inv-file.
           if inv-sts not = "00"
               exit paragraph
           end-if.
           move space to inv-section inv-job.
           perform until 1 = 0
              read inv-file at end exit perform end-read
              evaluate true
                when inv-rec(1:5) = "JOB  "
                  move space to inv-section inv-job
                  unstring inv-rec(6:) delimited by all space
                      into inv-job
                when inv-rec(1:1) not = space
                  move inv-rec(1:40) to inv-section
                  if inv-section = "FIXTURES REFERENCED BY NO JCL"
                      set inventory-read to true
                  end-if
                when inv-section = space
                     and inv-rec(1:6) = space
                     and inv-rec(7:1) = "F"
                     and inv-rec(8:1) >= "1" and inv-rec(8:1) <= "9"
                  move space to inv-t1 inv-t2 inv-t3 inv-path
                  unstring inv-rec(7:) delimited by all space
                      into inv-t1 inv-t2 inv-t3 inv-path
                  perform reference-match
                when inv-section = "FIXTURES REFERENCED BY NO JCL"
                  if inv-rec(3:128) = CATLG-FPATH
                      set entry-unreferenced to true
                  end-if
                when inv-section = "JCLS IN NO QUEUE OR SUITE"
                  if ref-job not = space
                     and inv-rec(3:20) = ref-job
                      move space to ref-queued
                  end-if
              end-evaluate
           end-perform.
           close inv-file.
       reference-match.
           if inv-path = CATLG-FPATH
               continue
           else
               move 0 to bs-last
               perform varying bs-i from 1 by 1 until bs-i > 128
                  if inv-path(bs-i:1) = "/" or inv-path(bs-i:1) = "\"
                      move bs-i to bs-last
                  end-if
               end-perform
               if bs-last >= 128
                   exit paragraph
               end-if
               if inv-path(bs-last + 1:) not = bs-name
                   exit paragraph
               end-if
           end-if.
           add 1 to ref-cnt.
           if ref-job = space
               move inv-job to ref-job
               move "in queue/suite" to ref-queued
           end-if.
      *    the table back to BJ_CATLG_MAST (previous kept as .bak)
      *    and to mk_CATLG's source text.  save-failed when the
      *    catalog itself was not written; result-msg stays blank
      *    when everything was
       save-catalog.
           move space to result-msg.
           move "Y" to save-sw.
           call "CBL_CHECK_FILE_EXIST" using CATLG-FNAME file-details
                                   returning exist-sts.
           if exist-sts = 0
               move space to bak-fnm
               string CATLG-FNAME  delimited space
                      ".bak"       delimited size
                      into bak-fnm
               call "CBL_COPY_FILE" using CATLG-FNAME bak-fnm
                                    returning wk-rc
               if wk-rc not = 0
                   move "backup copy failed - not saved"
                     to result-msg
                   set save-failed to true
                   exit paragraph
               end-if
           end-if.
           open output CATLG-F.
           if F-STS not = "00"
               move "catalog cannot be written - not saved"
                 to result-msg
               set save-failed to true
               exit paragraph
           end-if.
           perform varying ix from 1 by 1 until ix > ent-cnt
              move ent-rec(ix) to CATLG-REC
              write CATLG-REC
           end-perform.
           close CATLG-F.
           perform save-source.
      *    mk_CATLG's source text: the previous text is kept as
      *    <source>.bak and read back, so its comment lines and any
      *    line mk_CATLG would reject go over unchanged; each entry
      *    line is replaced by its entry as it now stands (dropped
      *    once retired) and entries it did not have go at the end
       save-source.
           move space to ent-done-tbl.
           move "N" to sbk-sw.
           call "CBL_CHECK_FILE_EXIST" using src-fnm file-details
                                   returning exist-sts.
           if exist-sts = 0
               move space to sbk-fnm
               string src-fnm      delimited space
                      ".bak"       delimited size
                      into sbk-fnm
               call "CBL_COPY_FILE" using src-fnm sbk-fnm
                                    returning wk-rc
               if wk-rc not = 0
                   move "catalog saved - source text NOT written"
                     to result-msg
                   exit paragraph
               end-if
               open input sbk-file
               if sbk-sts not = "00"
                   move "catalog saved - source text NOT written"
                     to result-msg
                   exit paragraph
               end-if
               move "Y" to sbk-sw
           end-if.
           open output src-file.
           if src-sts not = "00"
               if sbk-open
                   close sbk-file
               end-if
               move "catalog saved - source text NOT written"
                 to result-msg
               exit paragraph
           end-if.
           if sbk-open
               perform until 1 = 0
                  move space to sbk-rec
                  read sbk-file at end exit perform end-read
                  perform source-line
               end-perform
               close sbk-file
           end-if.
           perform varying ix from 1 by 1 until ix > ent-cnt
              if ent-done(ix) not = "Y"
                  perform source-entry
              end-if
           end-perform.
           close src-file.
      *    one line of the previous text
       source-line.
           move sbk-rec to src-rec.
           if sbk-rec(1:1) = "*"
               write src-rec
               exit paragraph
           end-if.
           perform source-parse.
           if not src-line-entry
               write src-rec
               exit paragraph
           end-if.
           move CATLG-FPATH to src-path.
           perform varying ix from 1 by 1 until ix > ent-cnt
              if ent-done(ix) not = "Y"
                 and ent-rec(ix)(15:128) = src-path
                  exit perform
              end-if
           end-perform.
           if ix <= ent-cnt
               perform source-entry
           end-if.
      *    the line as mk_CATLG's BUILD-CATLG-REC reads it
       source-parse.
           initialize CATLG-REC.
           move "Y" to src-ok-sw.
           move space to src-ret src-exp.
           unstring sbk-rec delimited by ";"
               into CATLG-MIN-RECL
                    CATLG-MAX-RECL
                    CATLG-FORG
                    CATLG-FPATH
                    src-ret
                    src-exp.
           if src-exp is not numeric and src-exp not = space
               move "N" to src-ok-sw
           end-if.
           if CATLG-FPATH = space
               move "N" to src-ok-sw
           end-if.
           if CATLG-MIN-RECL not numeric or
              CATLG-MAX-RECL not numeric
               move "N" to src-ok-sw
           end-if.
           if src-line-entry and
              CATLG-MIN-RECL > CATLG-MAX-RECL
               move "N" to src-ok-sw
           end-if.
      *    table entry ix as a source line
       source-entry.
           move "Y" to ent-done(ix).
           move ent-rec(ix) to CATLG-REC.
           move space to src-rec.
           string CATLG-MIN-RECL  delimited size
                  ";"             delimited size
                  CATLG-MAX-RECL  delimited size
                  ";"             delimited size
                  CATLG-FORG      delimited space
                  ";"             delimited size
                  CATLG-FPATH     delimited space
                  ";"             delimited size
                  CATLG-RETCLASS  delimited space
                  ";"             delimited size
                  CATLG-EXPDATE   delimited size
                  into src-rec.
           write src-rec.
       audit-entry.
           move new-fpath(1:60) to audit-obj.
           move space to audit-old audit-new.
           if old-rec not = space
               move old-rec to CATLG-REC
               string CATLG-FORG      delimited space
                      " recl "        delimited size
                      CATLG-MIN-RECL  delimited size
                      "/"             delimited size
                      CATLG-MAX-RECL  delimited size
                      " class "       delimited size
                      CATLG-RETCLASS  delimited size
                      " exp "         delimited size
                      CATLG-EXPDATE   delimited size
                      " "             delimited size
                      CATLG-FPATH     delimited space
                      into audit-old
           end-if.
           if aud-action not = "DEL"
               move new-rec to CATLG-REC
               string CATLG-FORG      delimited space
                      " recl "        delimited size
                      CATLG-MIN-RECL  delimited size
                      "/"             delimited size
                      CATLG-MAX-RECL  delimited size
                      " class "       delimited size
                      CATLG-RETCLASS  delimited size
                      " exp "         delimited size
                      CATLG-EXPDATE   delimited size
                      " "             delimited size
                      CATLG-FPATH     delimited space
                      into audit-new
           end-if.
           call "QUAUDIT" using "QUCATMNT" aud-action audit-obj
                                audit-old audit-new.
