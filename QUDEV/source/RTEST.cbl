    assign to  rtest-capture-fnm
    organization is line sequential
    status is rtest-capture-sts.

*> parameter table named by a script's TABLE= line
select rtest-tbl-file
    assign to  rtest-tbl-fnm
    organization is line sequential
    status is rtest-tbl-sts.
data division.
file section.

    03  scr-info             pic x(10).
    03  scr-number           pic S9(4)V99.
    03  scr-expect           pic x(5).
*> the same line as text - the TABLE= line, and the number field
*> while it still holds a parameter table reference
01  rtest-script-line        pic x(160).

fd  rtest-capture-file.
01  rtest-capture-rec.
    03  cap-number           pic S9(4)V99.
    03  cap-expect           pic x(5).

fd  rtest-tbl-file.
01  rtest-tbl-rec            pic x(400).

working-storage section.
01  rel-key                 pic 9(04).
*>-----------------------------------------------------------
01  rtest-actual-fmt         pic x(5).
01  rtest-expect-fmt         pic x(5).
01  rtest-err-dec            pic 999.
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
01  rtest-tbl-fnm            pic x(128).
01  rtest-tbl-sts            pic xx.
01  rtest-tbl-sw             pic x value "N".
    88  rtest-tbl-on             value "Y".
01  rtest-tbl-col-cnt        pic 99 value 0.
01  rtest-tbl-cols.
    03  rtest-tbl-col        pic x(16) occurs 20 times.
01  rtest-tbl-row-cnt        pic 999 value 0.
01  rtest-tbl-rows.
    03  rtest-tbl-row        occurs 200 times.
        05  rtest-tbl-val    pic x(20) occurs 20 times.
01  rtest-tbl-row-no         pic 999 value 0.
01  rtest-tbl-fail-cnt       pic 999 value 0.
01  rtest-tbl-ix             pic 99.
01  rtest-tbl-ptr            pic 9(4).
01  rtest-tbl-id             pic x(16) value space.
01  rtest-sub-fld            pic x(10).
01  rtest-sub-name           pic x(16).
01  rtest-sub-val            pic x(20).
01  rtest-sub-num            pic s9(4)v99.
01  rtest-sub-sw             pic x.
01  rtest-status.
    05 rtest-status-1       pic x.
    05 rtest-status-2       pic x.
*> a scripted run that carried expectations judges itself, the
*> way QUCOMP's last-proc does
script-verdict.
    if rtest-tbl-on
        perform tbl-summary
        exit paragraph
    end-if.
    if not rtest-script-on or rtest-expect-cnt = 0
        exit paragraph
    end-if.
        open input rtest-script-file
        if rtest-script-sts = "00"
            set rtest-script-on to true
            perform tbl-check
        else
            display "RTEST : unable to open script file '"
                    rtest-script-fnm "' status=" rtest-script-sts
                set rtest-script-eof to true
        end-read
    end-if.
    if rtest-script-eof and rtest-tbl-on
        perform tbl-row-verdict
        if rtest-tbl-row-no < rtest-tbl-row-cnt
            perform tbl-next-row
        end-if
    end-if.
    if rtest-script-eof
        move 18 to menu-option
        move space to rtest-cur-expect
    else
        add 1 to rtest-line-no
        if rtest-tbl-on
            perform tbl-subst-line
        end-if
        move scr-option    to menu-option
        move scr-key       to rtest-key
        move scr-altkey1   to rtest-altkey1
        move scr-number    to rtest-number
        move scr-expect    to rtest-cur-expect
    end-if.

*> a TABLE= first line switches the script to one run per row of
*> the parameter table; any other first line is read again as the
*> script's first operation
tbl-check.
    move space to rtest-script-line.
    read rtest-script-file
        at end
            exit paragraph
    end-read.
    if rtest-script-line(1:6) not = "TABLE="
        close rtest-script-file
        open input rtest-script-file
        exit paragraph
    end-if.
    move rtest-script-line(7:) to rtest-tbl-fnm.
    perform tbl-load.
    if rtest-tbl-row-cnt = 0
        display "RTEST : no rows in parameter table '"
                rtest-tbl-fnm(1:40) "'"
                line 24 column 40
        set rtest-script-eof to true
        exit paragraph
    end-if.
    set rtest-tbl-on to true.
    move 1 to rtest-tbl-row-no.
    move 1 to rtest-line-no.

tbl-load.
    move 0 to rtest-tbl-col-cnt rtest-tbl-row-cnt.
    open input rtest-tbl-file.
    if rtest-tbl-sts not = "00"
        display "RTEST : unable to open parameter table '"
                rtest-tbl-fnm(1:40) "' status=" rtest-tbl-sts
                line 24 column 40
        exit paragraph
    end-if.
    perform until 1 = 0
        read rtest-tbl-file
            at end
                exit perform
        end-read
        if rtest-tbl-rec not = space
           and rtest-tbl-rec(1:1) not = "*"
            if rtest-tbl-col-cnt = 0
                perform tbl-header
            else
                if rtest-tbl-row-cnt < 200
                    add 1 to rtest-tbl-row-cnt
                    perform tbl-row
                end-if
            end-if
        end-if
    end-perform.
    close rtest-tbl-file.

tbl-header.
    move space to rtest-tbl-cols.
    move 1 to rtest-tbl-ptr.
    perform varying rtest-tbl-ix from 1 by 1
            until rtest-tbl-ix > 20 or rtest-tbl-ptr > 400
        unstring rtest-tbl-rec delimited by ";"
            into rtest-tbl-col(rtest-tbl-ix)
            with pointer rtest-tbl-ptr
        move rtest-tbl-ix to rtest-tbl-col-cnt
    end-perform.

tbl-row.
    move space to rtest-tbl-row(rtest-tbl-row-cnt).
    move 1 to rtest-tbl-ptr.
    perform varying rtest-tbl-ix from 1 by 1
            until rtest-tbl-ix > rtest-tbl-col-cnt
               or rtest-tbl-ptr > 400
        unstring rtest-tbl-rec delimited by ";"
            into rtest-tbl-val(rtest-tbl-row-cnt, rtest-tbl-ix)
            with pointer rtest-tbl-ptr
    end-perform.

*> the script again from its first operation, for the next row
tbl-next-row.
    add 1 to rtest-tbl-row-no.
    move 0 to rtest-expect-cnt rtest-miss-cnt rtest-last-miss.
    move space to rtest-cur-expect.
    close rtest-script-file.
    open input rtest-script-file.
    move "N" to rtest-script-eof-sw.
    read rtest-script-file
        at end
            set rtest-script-eof to true
    end-read.
    move 1 to rtest-line-no.
    if not rtest-script-eof
        read rtest-script-file
            at end
                set rtest-script-eof to true
        end-read
    end-if.

*> &<column> fields of the script line take the row's values
tbl-subst-line.
    move scr-key to rtest-sub-fld.
    perform tbl-subst.
    if rtest-sub-sw = "Y"
        move rtest-sub-val to scr-key
    end-if.
    move scr-altkey1 to rtest-sub-fld.
    perform tbl-subst.
    if rtest-sub-sw = "Y"
        move rtest-sub-val to scr-altkey1
    end-if.
    move scr-altkey2 to rtest-sub-fld.
    perform tbl-subst.
    if rtest-sub-sw = "Y"
        move rtest-sub-val to scr-altkey2
    end-if.
    move scr-info to rtest-sub-fld.
    perform tbl-subst.
    if rtest-sub-sw = "Y"
        move rtest-sub-val to scr-info
    end-if.
    move rtest-script-line(37:6) to rtest-sub-fld.
    perform tbl-subst.
    if rtest-sub-sw = "Y"
        move 0 to rtest-sub-num
        if rtest-sub-val not = space
            compute rtest-sub-num = function numval(rtest-sub-val)
        end-if
        move rtest-sub-num to scr-number
    end-if.
    move scr-expect to rtest-sub-fld.
    perform tbl-subst.
    if rtest-sub-sw = "Y"
        move rtest-sub-val to scr-expect
    end-if.

*> "&name" or "&name." - by column name, else by column number
tbl-subst.
    move "N" to rtest-sub-sw.
    if rtest-sub-fld(1:1) not = "&"
        exit paragraph
    end-if.
    move space to rtest-sub-name.
    unstring rtest-sub-fld(2:9) delimited by "." or space
        into rtest-sub-name.
    perform varying rtest-tbl-ix from 1 by 1
            until rtest-tbl-ix > rtest-tbl-col-cnt
               or rtest-tbl-col(rtest-tbl-ix) = rtest-sub-name
    end-perform.
    if rtest-tbl-ix > rtest-tbl-col-cnt
       and rtest-sub-name(1:1) >= "1"
       and rtest-sub-name(1:1) <= "9"
        compute rtest-tbl-ix = function numval(rtest-sub-name)
    end-if.
    if rtest-tbl-ix < 1 or rtest-tbl-ix > rtest-tbl-col-cnt
        display "RTEST : line " rtest-line-no
                " unknown column " rtest-sub-name
        exit paragraph
    end-if.
    move rtest-tbl-val(rtest-tbl-row-no, rtest-tbl-ix)
      to rtest-sub-val.
    move "Y" to rtest-sub-sw.

*> one row's verdict, the way script-verdict judges a whole run
tbl-row-verdict.
    if rtest-expect-cnt = 0
        exit paragraph
    end-if.
    if rtest-tbl-id = space
        move space to QUL-PARAM-ID
        display "QUTESTID"   upon environment-name
        accept QUL-PARAM-ID  from environment-value
        if QUL-PARAM-ID = space
            move "RTEST_SCRIPT" to QUL-PARAM-ID
        end-if
        move QUL-PARAM-ID to rtest-tbl-id
    end-if.
    move space to QUL-PARAM-ID.
    string rtest-tbl-id     delimited space
           "#"              delimited size
           rtest-tbl-row-no delimited size
           into QUL-PARAM-ID.
    move space to QUL-COMM1.
    if rtest-miss-cnt = 0
        move "OK" to QUL-RES
        string "row="   delimited size
               rtest-tbl-row-no delimited size
               " expects=" delimited size
               rtest-expect-cnt delimited size
               " all met" delimited size
               into QUL-COMM1
    else
        move "NG" to QUL-RES
        add 1 to rtest-tbl-fail-cnt
        string "row="   delimited size
               rtest-tbl-row-no delimited size
               " expects=" delimited size
               rtest-expect-cnt delimited size
               " miss="   delimited size
               rtest-miss-cnt delimited size
               " line="   delimited size
               rtest-last-miss delimited size
               into QUL-COMM1
    end-if.
    display "RTEST : " QUL-PARAM-ID " " QUL-RES " " QUL-COMM1.
    call "QUTESTID" using "INT".
    call "QUTESTID" using "WRT"
             QUL-PARAM-ID QUL-RES QUL-COMM1 QUL-RETURNCD.
    call "QUTESTID" using "TRM".

tbl-summary.
    display "RTEST : rows=" rtest-tbl-row-no
            " of " rtest-tbl-row-cnt
            " failed=" rtest-tbl-fail-cnt.
    if rtest-tbl-fail-cnt > 0
        move 4 to return-code
    end-if.
