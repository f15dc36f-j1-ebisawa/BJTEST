*    maintenance loop.
*
*    QUUNLOAD_FNAME   input data file (required)
*    QUUNLOAD_ORG     SEQ/TXT/REL/IDX/VSEQ, VB (host RDW records)
*                     or VBB (RDW records in BDW blocks)
*                     (default SEQ)
*    QUUNLOAD_RECL    record length (required for SEQ/REL)
*    QUUNLOAD_OUTTXT  output text file (default data\QUUNLOAD.txt)
*    MKFSEQ_CTLFILE   field layout (the mk_FSEQ control file)
     display "QUUNLOAD_ORG"   upon environment-name.
     accept  wk-env           from environment-value.
     call "CBL_TOUPPER" using wk-env value 5.
     evaluate true
       when wk-env = "VB"
                  move bjf-file-org-vb   to bjf-f1-file-org
       when wk-env = "VBB"
                  move bjf-file-org-vb   to bjf-f1-file-org
                  move "Y"               to bjf-f1-vb-bdw
       when wk-env(1:1) = "T"
                  move bjf-file-org-txt  to bjf-f1-file-org
       when wk-env(1:1) = "R"
                  move bjf-file-org-rel  to bjf-f1-file-org
       when wk-env(1:1) = "I"
                  move bjf-file-org-idx  to bjf-f1-file-org
       when wk-env(1:1) = "V"
                  move bjf-file-org-vseq to bjf-f1-file-org
       when other
                  move bjf-file-org-seq  to bjf-f1-file-org
     end-evaluate.
     move space to wk-env.
     display "QUUNLOAD_RECL"  upon environment-name.
