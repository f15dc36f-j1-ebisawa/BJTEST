*--  isTECH Japan File Utility   --------------------------------------*
*       MATCH step parameter area                                      *
*       (MATCH KEY1=(pos,len,...),KEY2=(pos,len,...) in the QU_PAN3    *
*        parameter file - filled by QU_PAN3, executed by QU_MATCH)     *
*--------------------------------------------------------  26.10.15  --*
 01  'BJm'-match-info.
     03 'BJm'-match-seen                pic x.      *>"Y":MATCH行あり
     03 'BJm'-match-key-cnt             pic 9(02).
     03 'BJm'-match-key-ent occurs 4 times.
        05 'BJm'-match-lpos             pic 9(05).  *>F1側の位置
        05 'BJm'-match-rpos             pic 9(05).  *>F2側の位置
        05 'BJm'-match-len              pic 9(05).
     03 'BJm'-match-rec                 pic x(02).  *>L/R/LR:F3の内容

*--  End of MATCH step parameter area  --------------------------------*
