 78  bjf-file-org-rel              VALUE 3.
 78  bjf-file-org-idx              VALUE 4.
 78  bjf-file-org-vseq             VALUE 5.
 78  bjf-file-org-csv              VALUE 6.
 78  bjf-file-org-vb               VALUE 7.
*
 78  bjf-file-input                VALUE 1.
 78  bjf-file-output               VALUE 2.
