identification division.
program-id. QU_PANDRY.
*    dry run of one parameter file without a job around it:
*        CALL "QU_PANDRY" USING file rc
*    file  x(256)   the parameter file
*    rc    s9(4) comp   0 clean, -1 QU_PAN3 reported errors
*    QU_PAN3 runs with BJF_PAN3_DRYRUN=Y so every bad line is
*    reported through its own messages and counted, with every
*    optional area passed (SORT, REPEAT and MATCH lines are legal
*    here - which step type the file belongs to is the caller's
*    business) and the QUXREF journal switched off.  the
*    caller's BJ_JCL_PARAM is put back afterwards.
environment              division.
configuration            section.
data                     division.
working-storage          section.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f1==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f2==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f3==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f4==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f5==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f6==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f7==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f8==.
copy "BJ_FINFO.CPY" replacing =='BJf'== by ==bjf-f9==.
copy "BJ_SORTP.CPY" replacing =='BJs'== by ==srt==.
copy "BJ_RPTP.CPY"  replacing =='BJr'== by ==rpt==.
copy "BJ_MTCHP.CPY" replacing =='BJm'== by ==mtc==.
01  save-param               pic x(256).
01  save-dryrun              pic x(8).
01  save-xref                pic x(8).
linkage section.
01  p-file                   pic x(256).
01  p-rc                     pic s9(4) comp.
/
procedure  division using p-file p-rc.
prog-start.
     move space to save-param save-dryrun save-xref.
     display "BJ_JCL_PARAM"    upon environment-name.
     accept  save-param        from environment-value.
     display "BJF_PAN3_DRYRUN" upon environment-name.
     accept  save-dryrun       from environment-value.
     display "QUXREF_DISABLE"  upon environment-name.
     accept  save-xref         from environment-value.
     display "BJ_JCL_PARAM"    upon environment-name.
     display p-file            upon environment-value.
     display "BJF_PAN3_DRYRUN" upon environment-name.
     display "Y"               upon environment-value.
     display "QUXREF_DISABLE"  upon environment-name.
     display "Y"               upon environment-value.
     move 0 to return-code.
     call "QU_PAN3" using bjf-f1-file-info bjf-f2-file-info
                          bjf-f3-file-info bjf-f4-file-info
                          bjf-f5-file-info bjf-f6-file-info
                          bjf-f7-file-info bjf-f8-file-info
                          bjf-f9-file-info srt-sort-info
                          rpt-rpt-info     mtc-match-info.
     cancel "QU_PAN3".
     if return-code = 0
        move 0 to p-rc
     else
        move -1 to p-rc
     end-if.
     move 0 to return-code.
     display "BJ_JCL_PARAM"    upon environment-name.
     display save-param        upon environment-value.
     display "BJF_PAN3_DRYRUN" upon environment-name.
     display save-dryrun       upon environment-value.
     display "QUXREF_DISABLE"  upon environment-name.
     display save-xref         upon environment-value.
prog-end.
     goback.
