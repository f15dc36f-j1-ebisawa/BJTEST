     03 'BJf'-altkey-dup                pic x.     *>"Y":WITH DUPLICATES
     03 'BJf'-file-name                 pic x(256).
     03 'BJf'-index-file-handle         handle.
     03 'BJf'-csv-delim                 pic x.     *>ORG=CSV DELIM= (x"00":comma)
     03 'BJf'-csv-quote                 pic x.     *>ORG=CSV QUOTE= (x"FF":none)
     03 'BJf'-csv-layout                pic x(20). *>ORG=CSV LAYOUT=name[:ver]
     03 'BJf'-vb-bdw                    pic x.     *>ORG=VB BDW=Y:blocked
     03 'BJf'-vb-blksize                pic 9(05). *>ORG=VB BLKSIZE= (write)
     03 'BJf'-ctl-fields                pic x(60). *>CTL=name+name (COUNT:count only)

*--  End of File information area  ------------------------------------*
