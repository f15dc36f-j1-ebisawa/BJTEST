*--  isTECH Japan File Utility   --------------------------------------*
*       REPEAT block parameter area                                    *
*       (REPEAT ... / STEP ... / ENDREPEAT in the QU_PAN3 parameter    *
*        file - filled by QU_PAN3, executed by QU_REPEAT)              *
*--------------------------------------------------------  26.10.15  --*
 01  'BJr'-rpt-info.
     03 'BJr'-rpt-seen                  pic x.      *>"Y":REPEAT行あり
     03 'BJr'-rpt-closed                pic x.      *>"Y":ENDREPEAT行あり
     03 'BJr'-rpt-var                   pic x(16).  *>symbol name
     03 'BJr'-rpt-src                   pic x.      *>L:LIST D:DIR C:CATLG
     03 'BJr'-rpt-spec                  pic x(256). *>DIR/CATLG pattern
     03 'BJr'-rpt-item-cnt              pic 9(03).
     03 'BJr'-rpt-item occurs 100 times pic x(128).
     03 'BJr'-rpt-step-cnt              pic 9(02).
     03 'BJr'-rpt-step-ent occurs 16 times.
        05 'BJr'-rpt-step-name          pic x(08).
        05 'BJr'-rpt-step-pgm           pic x(30).
        05 'BJr'-rpt-step-parm          pic x(128).

*--  End of REPEAT block parameter area  ------------------------------*
