*--  isTECH Japan File Utility   --------------------------------------*
*       control totals interface                                       *
*       (BJF_IO -> BJF_CTOT: O open, A add a record, V verify at       *
*        end of file, W write the totals at close - see BJF_CTOT)      *
*--------------------------------------------------------  26.10.15  --*
 01  'BJt'-ctl-ctl.
     03 'BJt'-ctl-func                  pic x.      *>O/A/V/W
     03 'BJt'-ctl-slot                  pic 9(02).  *>BJF_IO slot
     03 'BJt'-ctl-mode                  pic x.      *>I:input O:output
     03 'BJt'-ctl-fields                pic x(60).  *>CTL=name+name
     03 'BJt'-ctl-layout                pic x(20).
     03 'BJt'-ctl-fname                 pic x(256).
     03 'BJt'-ctl-rec-len               pic 9(05).  *>record in hand
     03 'BJt'-ctl-rc                    pic 9.      *>0:ok 4:warn 8:error
     03 'BJt'-ctl-reason                pic x(60).

*--  End of control totals interface  ---------------------------------*
