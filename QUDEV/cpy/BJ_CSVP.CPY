*--  isTECH Japan File Utility   --------------------------------------*
*       ORG=CSV conversion interface                                   *
*       (BJF_IO -> BJF_CSV: L layout load, P row parse,                *
*        F row format - see BJF_CSV)                                   *
*--------------------------------------------------------  26.10.15  --*
 01  'BJc'-csv-ctl.
     03 'BJc'-csv-func                  pic x.      *>L/P/F
     03 'BJc'-csv-slot                  pic 9(02).  *>BJF_IO slot
     03 'BJc'-csv-layout                pic x(20).
     03 'BJc'-csv-delim                 pic x.
     03 'BJc'-csv-quote                 pic x.
     03 'BJc'-csv-fname                 pic x(256).
     03 'BJc'-csv-recl                  pic 9(05).  *>固定レコード長
     03 'BJc'-csv-line-len              pic 9(05).
     03 'BJc'-csv-rc                    pic 9.      *>0:ok 4:reject 8:error
     03 'BJc'-csv-reason                pic x(60).

*--  End of ORG=CSV conversion interface  -----------------------------*
