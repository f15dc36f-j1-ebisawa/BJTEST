*--  isTECH Japan File Utility   --------------------------------------*
*       sandbox manifest record (<QU_SANDBOX dir>\SANDBOX.lst)         *
*       one line per file a sandbox run created - BJF_IO adds it      *
*       on first touch, QU_SANDBX lists/promotes/discards from it     *
*--------------------------------------------------------  26.10.15  --*
 01  'BJs'-sbx-rec.
     03 'BJs'-sbx-kind                  pic x.      *>N:new R:replace U:update
     03 filler                          pic x.
     03 'BJs'-sbx-name                  pic x(256). *>the sandbox copy
     03 filler                          pic x.
     03 'BJs'-sbx-real                  pic x(256). *>the real path

*--  End of sandbox manifest record  ----------------------------------*
