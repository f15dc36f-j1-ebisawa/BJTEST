identification division.
program-id. QU_LOCKGEN.
*    lock-behaviour matrix generator: instead of the scenarios
*    someone thought to write for QU_LOCKORC, every pairing of
*    open mode (INPUT, I-O, EXTEND) and share mode (no phrase,
*    ALL, NO, READ ONLY - the STEST/RTEST FTEST_SHARE/RTEST_SHARE
*    values 0-3) across two or three participants, once as
*    file locks (the participants open one after another) and
*    once as record locks (the ones that opened then read the
*    same first record one after another).  each step carries
*    the status the reference table expects, QU_LOCKORC runs the
*    lot, and the verdicts come back as one pass/fail matrix per
*    organization (SEQ through STEST, REL through RTEST) - a
*    runtime upgrade that changes the locking semantics shows as
*    cells turning from ok to NG.
*
*    reference table (QU_LOCKGEN_REFFILE) - the statuses that
*    are NOT "00", one line each:
*        org;kind;holder;requester;status
*    org SEQ, REL or "*"; kind FILE (the requester's open) or
*    RECORD (the requester's read); holder and requester as
*    mode/share - IN, IO or EX, 0-3, e.g. IO/2 - with "*" for
*    either half or the whole; status as STEST expects it ("93",
*    "9/065").  the first matching line wins; a requester facing
*    several holders takes the first holder's non-"00" status.
*    a participant whose open is expected to fail takes no
*    further part; EXTEND openers do not read.
*    ("*" comments and blanks ignored; a line for any org
*    starts "*;")
*
*    QU_LOCKGEN_ORG      SEQ, REL or ALL (default ALL)
*    QU_LOCKGEN_PARTIES  participants per scenario, 2 or 3
*                        (default 2)
*    QU_LOCKGEN_REFFILE  reference table
*                        (default data\QU_LOCKGEN.ref)
*    QU_LOCKGEN_FNAME    matrix report (default data\QU_LOCKGEN.txt)
*    QU_LOCKGEN_GENONLY  Y: write the scenario files
*                        (WORK/lockgen_<org>.scn) and stop
*    QU_LOCKORC_RUNNER and QU_LOCKORC_TIMEOUT go through to
*    QU_LOCKORC as they are.  the participants share a
*    three-record fixture (WORK/lockgen_<org>.dat) built fresh
*    for each organization.
*
*    RC 4 when any cell is NG or has no verdict, -1 on a setup
*    error.
environment              division.
configuration            section.
input-output             section.
file-control.
      select ref-file    assign  to    ref-fnm
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  ref-sts.
      select scn-file    assign  to    scn-fnm
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  scn-sts.
      select optional res-file assign to res-fnm
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  res-sts.
      select rpt-file    assign  to    rpt-fnm
                         organization  is  line sequential
                         access  mode  is  sequential
                         file  status  is  rpt-sts.
*     the fixture in the STEST/RTEST ftest record shape
      select fix-seq     assign  to    fix-fnm
                         organization  is  sequential
                         access  mode  is  sequential
                         file  status  is  fix-sts.
      select fix-rel     assign  to    fix-fnm
                         organization  is  relative
                         access  mode  is  sequential
                         relative key  is  fix-relkey
                         file  status  is  fix-sts.
data                     division.
file                     section.
fd  ref-file.
01  ref-rec                  pic x(200).
fd  scn-file.
01  scn-rec                  pic x(200).
fd  res-file.
01  res-rec                  pic x(132).
fd  rpt-file.
01  rpt-rec                  pic x(132).
fd  fix-seq.
01  fix-seq-rec.
    03  fix-key              pic x(4).
    03  fix-altkey1          pic x(10).
    03  fix-altkey2          pic x(10).
    03  fix-number           pic s9(4)v99.
    03  fix-info             pic x(10).
fd  fix-rel.
01  fix-rel-rec              pic x(40).
working-storage          section.
01  ref-fnm                  pic x(128).
01  ref-sts                  pic x(02).
01  scn-fnm                  pic x(128).
01  scn-sts                  pic x(02).
01  res-fnm                  pic x(128).
01  res-sts                  pic x(02).
01  rpt-fnm                  pic x(128).
01  rpt-sts                  pic x(02).
01  fix-fnm                  pic x(128).
01  fix-sts                  pic x(02).
01  fix-relkey               pic 9(4).
01  wk-env                   pic x(10).
01  org-sel                  pic x(3) value "ALL".
01  gen-only                 pic x value "N".
01  cur-org                  pic x(3).
01  cur-org-lc               pic x(3).
01  cur-prog                 pic x(8).
01  cur-share-env            pic x(11).
*    the twelve participant states: mode code and share digit
01  mode-codes               pic x(6) value "INIOEX".
01  letters                  pic x(3) value "ABC".
01  parties                  pic 9 value 2.
01  pst-tbl.
    03  pst-ent occurs 3 times.
        05  pst-mode         pic 9.
        05  pst-share        pic 9.
        05  pst-open-ok      pic x.
        05  pst-exp-open     pic x(5).
        05  pst-reads        pic x.
        05  pst-exp-read     pic x(5).
01  px                       pic 9.
01  hx                       pic 9.
01  kind                     pic 9.
01  kind-chr                 pic x.
01  combo                    pic 9(5).
01  combo-max                pic 9(5).
01  row                      pic 9(5).
01  row-max                  pic 9(5).
01  colx                     pic 9(2).
01  cw                       pic 9(5).
01  st                       pic 9(2).
01  scen-name                pic x(20).
01  name-ptr                 pic 9(3).
01  scr-line                 pic x(47).
01  scr-opt                  pic x(2).
01  scr-exp                  pic x(5).
*    ref-find: the kind of conflict looked up and its status
01  find-kind                pic x.
01  exp-sts                  pic x(5).
*    the reference table
78  ref-max                  value 200.
01  ref-cnt                  pic 9(3) value 0.
01  ref-tbl.
    03  ref-ent occurs 200 times.
        05  ref-org          pic x(3).
        05  ref-kind         pic x.
        05  ref-hm           pic x(2).
        05  ref-hs           pic x.
        05  ref-rm           pic x(2).
        05  ref-rs           pic x.
        05  ref-exp          pic x(5).
01  rx                       pic 9(3).
01  w-org                    pic x(10).
01  w-kind                   pic x(10).
01  w-hold                   pic x(10).
01  w-req                    pic x(10).
01  w-sts                    pic x(10).
01  w-part                   pic x(10).
01  w-pm                     pic x(2).
01  w-ps                     pic x.
01  w-num                    pic 9(3).
*    one verdict cell per scenario: kind, then combination
01  cell-tbl.
    03  cell occurs 3456 times pic x(2).
01  cx                       pic 9(5).
01  r-name                   pic x(20).
01  r-res                    pic x(2).
01  r-comm                   pic x(100).
01  ok-cnt                   pic 9(5).
01  ng-cnt                   pic 9(5).
01  miss-cnt                 pic 9(5).
01  tot-ok                   pic 9(5) value 0.
01  tot-bad                  pic 9(5) value 0.
01  scen-cnt                 pic 9(5).
01  p-line                   pic x(132).
01  lbl-ptr                  pic 9(3).
procedure  division.
prog-start.
     perform init-prc.
     if org-sel = "ALL" or org-sel = "SEQ"
        move "SEQ"         to cur-org
        move "seq"         to cur-org-lc
        move "STEST"       to cur-prog
        move "FTEST_SHARE" to cur-share-env
        perform gen-org
     end-if.
     if org-sel = "ALL" or org-sel = "REL"
        move "REL"         to cur-org
        move "rel"         to cur-org-lc
        move "RTEST"       to cur-prog
        move "RTEST_SHARE" to cur-share-env
        perform gen-org
     end-if.
     close rpt-file.
     if gen-only = "Y"
        display "QU_LOCKGEN : scenario files written"
        move 0 to return-code
        goback
     end-if.
     display "QU_LOCKGEN : cells ok " tot-ok
             ", NG or no verdict " tot-bad.
     if tot-bad > 0
        move 4 to return-code
     else
        move 0 to return-code
     end-if.
     goback.
init-prc.
     move space to wk-env.
     display "QU_LOCKGEN_ORG"     upon environment-name.
     accept  wk-env               from environment-value.
     if wk-env not = space
        move wk-env(1:3) to org-sel
        inspect org-sel converting "abcdefghijklmnopqrstuvwxyz"
                                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     end-if.
     if org-sel not = "ALL" and org-sel not = "SEQ"
        and org-sel not = "REL"
        display "QU_LOCKGEN : QU_LOCKGEN_ORG must be SEQ, REL "
                "or ALL"
        move -1 to return-code
        goback
     end-if.
     move space to wk-env.
     display "QU_LOCKGEN_PARTIES" upon environment-name.
     accept  wk-env               from environment-value.
     if wk-env(1:1) = "3"
        move 3 to parties
     end-if.
     compute combo-max = 12 ** parties.
     compute row-max = combo-max / 12.
     move space to wk-env.
     display "QU_LOCKGEN_GENONLY" upon environment-name.
     accept  wk-env               from environment-value.
     if wk-env(1:1) = "Y" or wk-env(1:1) = "y"
        move "Y" to gen-only
     end-if.
     move space to ref-fnm.
     display "QU_LOCKGEN_REFFILE" upon environment-name.
     accept  ref-fnm              from environment-value.
     if ref-fnm = space
        move "data\QU_LOCKGEN.ref" to ref-fnm
     end-if.
     perform load-ref.
     move space to rpt-fnm.
     display "QU_LOCKGEN_FNAME"   upon environment-name.
     accept  rpt-fnm              from environment-value.
     if rpt-fnm = space
        move "data\QU_LOCKGEN.txt" to rpt-fnm
     end-if.
     open output rpt-file.
     if rpt-sts not = "00"
        display "QU_LOCKGEN : cannot open " rpt-fnm
        move -1 to return-code
        goback
     end-if.
*    the reference table; a line that does not parse is shown
*    and left out
load-ref.
     open input ref-file.
     if ref-sts not = "00"
        display "QU_LOCKGEN : cannot open reference table "
                ref-fnm
        move -1 to return-code
        goback
     end-if.
     perform until 1 = 0
        read ref-file at end exit perform end-read
        if ref-rec = space
           or (ref-rec(1:1) = "*" and ref-rec(1:2) not = "*;")
           exit perform cycle
        end-if
        perform ref-line
     end-perform.
     close ref-file.
     display "QU_LOCKGEN : " ref-cnt " reference line(s)".
ref-line.
     if ref-cnt >= ref-max
        display "QU_LOCKGEN : reference lines past 200 ignored"
        exit paragraph
     end-if.
     inspect ref-rec(1:60) converting "abcdefghijklmnopqrstuvwxyz"
                                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     move space to w-org w-kind w-hold w-req w-sts.
     unstring ref-rec delimited by ";"
         into w-org w-kind w-hold w-req w-sts.
     if (w-org not = "SEQ" and w-org not = "REL"
         and w-org not = "*")
        or (w-kind not = "FILE" and w-kind not = "RECORD")
        or w-sts = space
        display "QU_LOCKGEN : reference line ignored - "
                ref-rec(1:60)
        exit paragraph
     end-if.
     add 1 to ref-cnt.
     move w-org       to ref-org(ref-cnt).
     move w-kind(1:1) to ref-kind(ref-cnt).
     move w-hold to w-part.
     perform split-part.
     move w-pm to ref-hm(ref-cnt).
     move w-ps to ref-hs(ref-cnt).
     move w-req to w-part.
     perform split-part.
     move w-pm to ref-rm(ref-cnt).
     move w-ps to ref-rs(ref-cnt).
*    9/65, 9-65 and 9/065 all go out as STEST compares them
     if w-sts(1:1) = "9"
        and (w-sts(2:1) = "/" or w-sts(2:1) = "-")
        compute w-num = function numval(w-sts(3:3))
        move space to ref-exp(ref-cnt)
        string "9/"  delimited by size
               w-num delimited by size
               into ref-exp(ref-cnt)
     else
        move w-sts(1:2) to ref-exp(ref-cnt)
     end-if.
*    IO/2, IO/*, */2, IO or * into mode code and share digit
split-part.
     move "*" to w-pm w-ps.
     evaluate true
       when w-part(1:1) = "*" and w-part(2:1) = space
         continue
       when w-part(2:1) = "/"
         move w-part(1:1) to w-pm
         move w-part(3:1) to w-ps
       when other
         move w-part(1:2) to w-pm
         if w-part(4:1) not = space
            move w-part(4:1) to w-ps
         end-if
     end-evaluate.
*    one organization: fixture, scenario file, the QU_LOCKORC
*    run and the matrix
gen-org.
     move space to fix-fnm scn-fnm res-fnm.
     string "WORK/lockgen_" delimited by size
            cur-org-lc      delimited by size
            ".dat"          delimited by size
            into fix-fnm.
     string "WORK/lockgen_" delimited by size
            cur-org-lc      delimited by size
            ".scn"          delimited by size
            into scn-fnm.
     string "WORK/lockgen_" delimited by size
            cur-org-lc      delimited by size
            ".res"          delimited by size
            into res-fnm.
     perform make-fixture.
     open output scn-file.
     if scn-sts not = "00"
        display "QU_LOCKGEN : cannot open " scn-fnm
        move -1 to return-code
        goback
     end-if.
     move 0 to scen-cnt.
     perform varying kind from 1 by 1 until kind > 2
        perform varying combo from 0 by 1
                until combo >= combo-max
           perform gen-scenario
        end-perform
     end-perform.
     close scn-file.
     display "QU_LOCKGEN : " cur-org " " scen-cnt
             " scenario(s) in " scn-fnm.
     if gen-only = "Y"
        exit paragraph
     end-if.
     call "C$DELETE" using res-fnm "S".
     display "QU_LOCKORC_SCENFILE" upon environment-name.
     display scn-fnm               upon environment-value.
     display "QU_LOCKORC_RESULTS"  upon environment-name.
     display res-fnm               upon environment-value.
     display cur-prog              upon environment-name.
     display fix-fnm               upon environment-value.
     call "QU_LOCKORC".
     cancel "QU_LOCKORC".
     perform load-results.
     perform print-matrix.
*    three records every participant can read the first of
make-fixture.
     move space       to fix-seq-rec.
     move "ALTKEY1"   to fix-altkey1.
     move "ALTKEY2"   to fix-altkey2.
     move 0           to fix-number.
     move "LOCKGEN"   to fix-info.
     if cur-org = "SEQ"
        open output fix-seq
     else
        open output fix-rel
     end-if.
     if fix-sts not = "00"
        display "QU_LOCKGEN : cannot create fixture " fix-fnm
        move -1 to return-code
        goback
     end-if.
     perform varying fix-relkey from 1 by 1 until fix-relkey > 3
        move fix-relkey(1:4) to fix-key
        if cur-org = "SEQ"
           write fix-seq-rec
        else
           move fix-seq-rec to fix-rel-rec
           write fix-rel-rec
        end-if
     end-perform.
     if cur-org = "SEQ"
        close fix-seq
     else
        close fix-rel
     end-if.
*    one scenario: the participants' states out of the
*    combination number, the expected statuses out of the
*    reference table, then the scripted steps with a BARRIER
*    after each
gen-scenario.
     move combo to cw.
     perform varying px from parties by -1 until px < 1
        divide cw by 12 giving cw remainder st
        divide st by 4 giving pst-mode(px)
                       remainder pst-share(px)
        add 1 to pst-mode(px)
     end-perform.
     if kind = 1
        move "F" to kind-chr
     else
        move "R" to kind-chr
     end-if.
     move space to scen-name.
     move 1 to name-ptr.
     string cur-org  delimited by size
            "-"      delimited by size
            kind-chr delimited by size
            into scen-name with pointer name-ptr.
     perform varying px from 1 by 1 until px > parties
        string "-"                                delimited by size
               mode-codes(pst-mode(px) * 2 - 1:2) delimited by size
               pst-share(px)                      delimited by size
               into scen-name with pointer name-ptr
     end-perform.
     perform expect-prc.
     add 1 to scen-cnt.
     move space to scn-rec.
     move 1 to name-ptr.
     string "SCENARIO,"  delimited by size
            scen-name    delimited by space
            into scn-rec with pointer name-ptr.
     perform varying px from 1 by 1 until px > parties
        string ","       delimited by size
               cur-prog  delimited by space
               into scn-rec with pointer name-ptr
     end-perform.
     write scn-rec.
     perform varying px from 1 by 1 until px > parties
        move space to scn-rec
        string "ENV,"            delimited by size
               letters(px:1)     delimited by size
               ","               delimited by size
               cur-share-env     delimited by space
               "="               delimited by size
               pst-share(px)     delimited by size
               into scn-rec
        write scn-rec
     end-perform.
*    a do-nothing option 00 declares every instance before the
*    first barrier
     perform varying px from 1 by 1 until px > parties
        move "00" to scr-opt
        move space to scr-exp
        perform put-step
     end-perform.
     perform varying px from 1 by 1 until px > parties
        move pst-mode(px) to st
        evaluate st
          when 1 move "10" to scr-opt
          when 2 move "12" to scr-opt
          when 3 move "13" to scr-opt
        end-evaluate
        move pst-exp-open(px) to scr-exp
        perform put-step
        perform put-barrier
     end-perform.
     if kind = 2
        perform varying px from 1 by 1 until px > parties
           if pst-reads(px) = "Y"
              move "01" to scr-opt
              move pst-exp-read(px) to scr-exp
              perform put-step
              perform put-barrier
           end-if
        end-perform
     end-if.
     perform varying px from 1 by 1 until px > parties
        if pst-open-ok(px) = "Y"
           move "14" to scr-opt
           move space to scr-exp
           perform put-step
        end-if
     end-perform.
     move "END" to scn-rec.
     write scn-rec.
*    each open against the participants already holding the
*    file; then, on RECORD scenarios, each read against the
*    readers before it
expect-prc.
     perform varying px from 1 by 1 until px > parties
        move "Y"  to pst-open-ok(px)
        move "00" to pst-exp-open(px)
        move "F"  to find-kind
        perform varying hx from 1 by 1 until hx >= px
           if pst-open-ok(hx) = "Y"
              and pst-exp-open(px) = "00"
              perform ref-find
              move exp-sts to pst-exp-open(px)
           end-if
        end-perform
        if pst-exp-open(px) not = "00"
           move "N" to pst-open-ok(px)
        end-if
        move "N" to pst-reads(px)
        if pst-open-ok(px) = "Y" and pst-mode(px) not = 3
           move "Y" to pst-reads(px)
        end-if
     end-perform.
     if kind = 1
        exit paragraph
     end-if.
     perform varying px from 1 by 1 until px > parties
        move "00" to pst-exp-read(px)
        move "R"  to find-kind
        perform varying hx from 1 by 1 until hx >= px
           if pst-reads(hx) = "Y" and pst-reads(px) = "Y"
              and pst-exp-read(px) = "00"
              perform ref-find
              move exp-sts to pst-exp-read(px)
           end-if
        end-perform
     end-perform.
*    first reference line for holder hx against requester px
ref-find.
     move "00" to exp-sts.
     perform varying rx from 1 by 1 until rx > ref-cnt
        if (ref-org(rx) = cur-org or ref-org(rx) = "*")
           and ref-kind(rx) = find-kind
           and (ref-hm(rx) = "*" or ref-hm(rx) =
                mode-codes(pst-mode(hx) * 2 - 1:2))
           and (ref-hs(rx) = "*" or ref-hs(rx) = pst-share(hx))
           and (ref-rm(rx) = "*" or ref-rm(rx) =
                mode-codes(pst-mode(px) * 2 - 1:2))
           and (ref-rs(rx) = "*" or ref-rs(rx) = pst-share(px))
           move ref-exp(rx) to exp-sts
           exit perform
        end-if
     end-perform.
*    an instance line: the stest-script-rec columns, number
*    field zero, expected status in scr-expect
put-step.
     move space    to scr-line.
     move scr-opt  to scr-line(1:2).
     move "000000" to scr-line(37:6).
     move scr-exp  to scr-line(43:5).
     move space to scn-rec.
     string letters(px:1) delimited by size
            ","           delimited by size
            scr-line      delimited by size
            into scn-rec.
     write scn-rec.
put-barrier.
     move "BARRIER" to scn-rec.
     write scn-rec.
*    QU_LOCKORC's one line per scenario into the cell table -
*    the name says where it belongs
load-results.
     move all "--" to cell-tbl.
     open input res-file.
     if res-sts not = "00" and res-sts not = "05"
        exit paragraph
     end-if.
     perform until 1 = 0
        read res-file at end exit perform end-read
        move space to r-name r-res r-comm
        unstring res-rec delimited by ";"
            into r-name r-res r-comm
        if r-name(1:3) = cur-org
           perform name-to-cell
           if cx > 0
              move r-res to cell(cx)
           end-if
        end-if
     end-perform.
     close res-file.
name-to-cell.
     move 0 to cx.
     evaluate r-name(5:1)
       when "F" move 0 to cw
       when "R" move 1 to cw
       when other exit paragraph
     end-evaluate.
     move 0 to combo.
     perform varying px from 1 by 1 until px > parties
        compute name-ptr = 7 + (px - 1) * 4
        move 0 to st
        perform varying hx from 1 by 1 until hx > 3
           if mode-codes(hx * 2 - 1:2) = r-name(name-ptr:2)
              move hx to st
           end-if
        end-perform
        if st = 0 or r-name(name-ptr + 2:1) < "0"
           or r-name(name-ptr + 2:1) > "3"
           exit paragraph
        end-if
        compute combo = combo * 12 + (st - 1) * 4
                + function numval(r-name(name-ptr + 2:1))
     end-perform.
     compute cx = cw * combo-max + combo + 1.
*    holders down the side, the last participant across
print-matrix.
     move 0 to ok-cnt ng-cnt miss-cnt.
     perform varying kind from 1 by 1 until kind > 2
        move space to p-line
        if kind = 1
           string "LOCK MATRIX  ORG=" delimited by size
                  cur-org             delimited by size
                  "  FILE LOCKS (open against open)"
                                      delimited by size
                  into p-line
        else
           string "LOCK MATRIX  ORG=" delimited by size
                  cur-org             delimited by size
                  "  RECORD LOCKS (read against read)"
                                      delimited by size
                  into p-line
        end-if
        write rpt-rec from p-line after page
        move "  holder(s)" to p-line
        perform varying colx from 0 by 1 until colx > 11
           compute lbl-ptr = 19 + colx * 6
           divide colx by 4 giving st remainder cw
           move mode-codes(st * 2 + 1:2) to p-line(lbl-ptr:2)
           move cw(5:1) to p-line(lbl-ptr + 2:1)
        end-perform
        write rpt-rec from p-line after 2
        perform varying row from 0 by 1 until row >= row-max
           perform matrix-row
        end-perform
     end-perform.
     move space to p-line.
     string "  ok = every status as the reference table has it,"
                                      delimited by size
            " NG = a participant saw another status,"
                                      delimited by size
            " -- = no verdict"        delimited by size
            into p-line.
     write rpt-rec from p-line after 2.
     move space to p-line.
     string "  " cur-org " cells ok " delimited by size
            ok-cnt                    delimited by size
            "  NG "                   delimited by size
            ng-cnt                    delimited by size
            "  no verdict "           delimited by size
            miss-cnt                  delimited by size
            into p-line.
     write rpt-rec from p-line after 1.
     add ok-cnt to tot-ok.
     add ng-cnt miss-cnt to tot-bad.
     perform ng-detail.
matrix-row.
     move space to p-line.
     move row to cw.
     move 3 to lbl-ptr.
     perform varying px from parties by -1 until px < 2
        divide cw by 12 giving cw remainder st
        divide st by 4 giving pst-mode(px - 1)
                       remainder pst-share(px - 1)
        add 1 to pst-mode(px - 1)
     end-perform.
     perform varying px from 1 by 1 until px >= parties
        move mode-codes(pst-mode(px) * 2 - 1:2)
          to p-line(lbl-ptr:2)
        move pst-share(px) to p-line(lbl-ptr + 2:1)
        add 4 to lbl-ptr
     end-perform.
     perform varying colx from 0 by 1 until colx > 11
        compute cx = (kind - 1) * combo-max + row * 12 + colx + 1
        compute lbl-ptr = 19 + colx * 6
        move cell(cx) to p-line(lbl-ptr:2)
        if cell(cx) = "OK"
           move "ok" to p-line(lbl-ptr:2)
           add 1 to ok-cnt
        else
           if cell(cx) = "NG"
              add 1 to ng-cnt
           else
              add 1 to miss-cnt
           end-if
        end-if
     end-perform.
     write rpt-rec from p-line after 1.
*    the NG cells again with the instances' return codes
ng-detail.
     if ng-cnt = 0
        exit paragraph
     end-if.
     write rpt-rec from space after 1.
     open input res-file.
     if res-sts not = "00" and res-sts not = "05"
        exit paragraph
     end-if.
     perform until 1 = 0
        read res-file at end exit perform end-read
        move space to r-name r-res r-comm
        unstring res-rec delimited by ";"
            into r-name r-res r-comm
        if r-name(1:3) = cur-org and r-res = "NG"
           move space to p-line
           string "  NG "  delimited by size
                  r-name   delimited by size
                  " "      delimited by size
                  r-comm   delimited by size
                  into p-line
           write rpt-rec from p-line after 1
        end-if
     end-perform.
     close res-file.
