    assign to  stest-capture-fnm
    organization is line sequential
    status is stest-capture-sts.

*> parameter table named by a script's TABLE= line
select stest-tbl-file
    assign to  stest-tbl-fnm
    organization is line sequential
    status is stest-tbl-sts.
data division.
file section.

    03  scr-info             pic x(10).
    03  scr-number           pic S9(4)V99.
    03  scr-expect           pic x(5).
*> the same line as text - the TABLE= line, and the number field
*> while it still holds a parameter table reference
01  stest-script-line        pic x(160).

fd  stest-capture-file.
01  stest-capture-rec.
    03  cap-number           pic S9(4)V99.
    03  cap-expect           pic x(5).

fd  stest-tbl-file.
01  stest-tbl-rec            pic x(400).

working-storage section.
*>-----------------------------------------------------------
*> STEST_SCRIPT names a control file of stest-script-rec
01  stest-actual-fmt         pic x(5).
01  stest-expect-fmt         pic x(5).
01  stest-err-dec            pic 999.
*>-----------------------------------------------------------
*> a script whose first line is TABLE=<file> runs once for
*> every row of that parameter table - a text file of ";"
*> separated values whose first line names the columns ("*"
*> lines are comments).  a key, alt key, info, number or
*> expect field written as &<column> (or &<column number>,
*> for the narrow key field) takes the value of the row being
*> run.  each row judges itself: its verdict goes through
*> QUTESTID under <testid>#<row number>.
*>-----------------------------------------------------------
01  stest-tbl-fnm            pic x(128).
01  stest-tbl-sts            pic xx.
01  stest-tbl-sw             pic x value "N".
    88  stest-tbl-on             value "Y".
01  stest-tbl-col-cnt        pic 99 value 0.
01  stest-tbl-cols.
    03  stest-tbl-col        pic x(16) occurs 20 times.
01  stest-tbl-row-cnt        pic 999 value 0.
01  stest-tbl-rows.
    03  stest-tbl-row        occurs 200 times.
        05  stest-tbl-val    pic x(20) occurs 20 times.
01  stest-tbl-row-no         pic 999 value 0.
01  stest-tbl-fail-cnt       pic 999 value 0.
01  stest-tbl-ix             pic 99.
01  stest-tbl-ptr            pic 9(4).
01  stest-tbl-id             pic x(16) value space.
01  stest-sub-fld            pic x(10).
01  stest-sub-name           pic x(16).
01  stest-sub-val            pic x(20).
01  stest-sub-num            pic s9(4)v99.
01  stest-sub-sw             pic x.
01  ftest-status.
    05 ftest-status-1       pic x.
    05 ftest-status-2       pic x.
*> a scripted run that carried expectations judges itself, the
*> way QUCOMP's last-proc does
script-verdict.
    if stest-tbl-on
        perform tbl-summary
        exit paragraph
    end-if.
    if not stest-script-on or stest-expect-cnt = 0
        exit paragraph
    end-if.
        open input stest-script-file
        if stest-script-sts = "00"
            set stest-script-on to true
            perform tbl-check
        else
            display "STEST : unable to open script file '"
                    stest-script-fnm "' status=" stest-script-sts
                set stest-script-eof to true
        end-read
    end-if.
    if stest-script-eof and stest-tbl-on
        perform tbl-row-verdict
        if stest-tbl-row-no < stest-tbl-row-cnt
            perform tbl-next-row
        end-if
    end-if.
    if stest-script-eof
        move 18 to menu-option
        move space to stest-cur-expect
    else
        add 1 to stest-line-no
        if stest-tbl-on
            perform tbl-subst-line
        end-if
        move scr-option    to menu-option
        move scr-key       to ftest-key
        move scr-altkey1   to ftest-altkey1
        move scr-expect    to stest-cur-expect
    end-if.

*> a TABLE= first line switches the script to one run per row of
*> the parameter table; any other first line is read again as the
*> script's first operation
tbl-check.
    move space to stest-script-line.
    read stest-script-file
        at end
            exit paragraph
    end-read.
    if stest-script-line(1:6) not = "TABLE="
        close stest-script-file
        open input stest-script-file
        exit paragraph
    end-if.
    move stest-script-line(7:) to stest-tbl-fnm.
    perform tbl-load.
    if stest-tbl-row-cnt = 0
        display "STEST : no rows in parameter table '"
                stest-tbl-fnm(1:40) "'"
                line 24 column 40
        set stest-script-eof to true
        exit paragraph
    end-if.
    set stest-tbl-on to true.
    move 1 to stest-tbl-row-no.
    move 1 to stest-line-no.

tbl-load.
    move 0 to stest-tbl-col-cnt stest-tbl-row-cnt.
    open input stest-tbl-file.
    if stest-tbl-sts not = "00"
        display "STEST : unable to open parameter table '"
                stest-tbl-fnm(1:40) "' status=" stest-tbl-sts
                line 24 column 40
        exit paragraph
    end-if.
    perform until 1 = 0
        read stest-tbl-file
            at end
                exit perform
        end-read
        if stest-tbl-rec not = space
           and stest-tbl-rec(1:1) not = "*"
            if stest-tbl-col-cnt = 0
                perform tbl-header
            else
                if stest-tbl-row-cnt < 200
                    add 1 to stest-tbl-row-cnt
                    perform tbl-row
                end-if
            end-if
        end-if
    end-perform.
    close stest-tbl-file.

tbl-header.
    move space to stest-tbl-cols.
    move 1 to stest-tbl-ptr.
    perform varying stest-tbl-ix from 1 by 1
            until stest-tbl-ix > 20 or stest-tbl-ptr > 400
        unstring stest-tbl-rec delimited by ";"
            into stest-tbl-col(stest-tbl-ix)
            with pointer stest-tbl-ptr
        move stest-tbl-ix to stest-tbl-col-cnt
    end-perform.

tbl-row.
    move space to stest-tbl-row(stest-tbl-row-cnt).
    move 1 to stest-tbl-ptr.
    perform varying stest-tbl-ix from 1 by 1
            until stest-tbl-ix > stest-tbl-col-cnt
               or stest-tbl-ptr > 400
        unstring stest-tbl-rec delimited by ";"
            into stest-tbl-val(stest-tbl-row-cnt, stest-tbl-ix)
            with pointer stest-tbl-ptr
    end-perform.

*> the script again from its first operation, for the next row
tbl-next-row.
    add 1 to stest-tbl-row-no.
    move 0 to stest-expect-cnt stest-miss-cnt stest-last-miss.
    move space to stest-cur-expect.
    close stest-script-file.
    open input stest-script-file.
    move "N" to stest-script-eof-sw.
    read stest-script-file
        at end
            set stest-script-eof to true
    end-read.
    move 1 to stest-line-no.
    if not stest-script-eof
        read stest-script-file
            at end
                set stest-script-eof to true
        end-read
    end-if.

*> &<column> fields of the script line take the row's values
tbl-subst-line.
    move scr-key to stest-sub-fld.
    perform tbl-subst.
    if stest-sub-sw = "Y"
        move stest-sub-val to scr-key
    end-if.
    move scr-altkey1 to stest-sub-fld.
    perform tbl-subst.
    if stest-sub-sw = "Y"
        move stest-sub-val to scr-altkey1
    end-if.
    move scr-altkey2 to stest-sub-fld.
    perform tbl-subst.
    if stest-sub-sw = "Y"
        move stest-sub-val to scr-altkey2
    end-if.
    move scr-info to stest-sub-fld.
    perform tbl-subst.
    if stest-sub-sw = "Y"
        move stest-sub-val to scr-info
    end-if.
    move stest-script-line(37:6) to stest-sub-fld.
    perform tbl-subst.
    if stest-sub-sw = "Y"
        move 0 to stest-sub-num
        if stest-sub-val not = space
            compute stest-sub-num = function numval(stest-sub-val)
        end-if
        move stest-sub-num to scr-number
    end-if.
    move scr-expect to stest-sub-fld.
    perform tbl-subst.
    if stest-sub-sw = "Y"
        move stest-sub-val to scr-expect
    end-if.

*> "&name" or "&name." - by column name, else by column number
tbl-subst.
    move "N" to stest-sub-sw.
    if stest-sub-fld(1:1) not = "&"
        exit paragraph
    end-if.
    move space to stest-sub-name.
    unstring stest-sub-fld(2:9) delimited by "." or space
        into stest-sub-name.
    perform varying stest-tbl-ix from 1 by 1
            until stest-tbl-ix > stest-tbl-col-cnt
               or stest-tbl-col(stest-tbl-ix) = stest-sub-name
    end-perform.
    if stest-tbl-ix > stest-tbl-col-cnt
       and stest-sub-name(1:1) >= "1"
       and stest-sub-name(1:1) <= "9"
        compute stest-tbl-ix = function numval(stest-sub-name)
    end-if.
    if stest-tbl-ix < 1 or stest-tbl-ix > stest-tbl-col-cnt
        display "STEST : line " stest-line-no
                " unknown column " stest-sub-name
        exit paragraph
    end-if.
    move stest-tbl-val(stest-tbl-row-no, stest-tbl-ix)
      to stest-sub-val.
    move "Y" to stest-sub-sw.

*> one row's verdict, the way script-verdict judges a whole run
tbl-row-verdict.
    if stest-expect-cnt = 0
        exit paragraph
    end-if.
    if stest-tbl-id = space
        move space to QUL-PARAM-ID
        display "QUTESTID"   upon environment-name
        accept QUL-PARAM-ID  from environment-value
        if QUL-PARAM-ID = space
            move "STEST_SCRIPT" to QUL-PARAM-ID
        end-if
        move QUL-PARAM-ID to stest-tbl-id
    end-if.
    move space to QUL-PARAM-ID.
    string stest-tbl-id     delimited space
           "#"              delimited size
           stest-tbl-row-no delimited size
           into QUL-PARAM-ID.
    move space to QUL-COMM1.
    if stest-miss-cnt = 0
        move "OK" to QUL-RES
        string "row="   delimited size
               stest-tbl-row-no delimited size
               " expects=" delimited size
               stest-expect-cnt delimited size
               " all met" delimited size
               into QUL-COMM1
    else
        move "NG" to QUL-RES
        add 1 to stest-tbl-fail-cnt
        string "row="   delimited size
               stest-tbl-row-no delimited size
               " expects=" delimited size
               stest-expect-cnt delimited size
               " miss="   delimited size
               stest-miss-cnt delimited size
               " line="   delimited size
               stest-last-miss delimited size
               into QUL-COMM1
    end-if.
    display "STEST : " QUL-PARAM-ID " " QUL-RES " " QUL-COMM1.
    call "QUTESTID" using "INT".
    call "QUTESTID" using "WRT"
             QUL-PARAM-ID QUL-RES QUL-COMM1 QUL-RETURNCD.
    call "QUTESTID" using "TRM".

tbl-summary.
    display "STEST : rows=" stest-tbl-row-no
            " of " stest-tbl-row-cnt
            " failed=" stest-tbl-fail-cnt.
    if stest-tbl-fail-cnt > 0
        move 4 to return-code
    end-if.
