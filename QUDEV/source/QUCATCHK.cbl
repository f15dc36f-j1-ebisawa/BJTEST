      *    indexed files the min/max lengths come from the I$IO
      *    logical-info report get_idx_info already produces) - plus
      *    files present in the data directory but absent from the
      *    catalog.  run it before a release suite.  the per-entry
      *    check is QUCATONE, shared with the catalog maintenance
      *    screen (QUCATMNT).
      *
      *    BJ_CATLG_MAST     the catalog (required)
      *    QUCATCHK_DATADIR  directory swept for uncataloged files
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS LST-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
       COPY "BJ_CATLG_FD.CPY".
       FD    LST-F.
       01    LST-REC                   PIC X(200).
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  LST-STS                     PIC XX.
       01  CATLG-FNAME                 PIC X(128).
       01  LST-FNM                     PIC X(128)
                                   VALUE "WORK/qucatchk.lst".
       01  PRINT-FNM                   PIC X(128).
       01  DATA-DIR                    PIC X(100).
       01  CMD-LINE                    PIC X(512).
       01  FLAGS                       PIC X(2) COMP-X.
       01  EXIT-STATUS                 PIC X(2) COMP-X.
       01  ONE-KIND                    PIC X(12).
       01  ONE-LINE                    PIC X(200).
      *    catalog names, kept for the uncataloged-files sweep
       78  CN-MAX                          VALUE 500.
       01  CN-CNT                      PIC 9(3) VALUE 0.
           CLOSE CATLG-F.
       CHECK-ONE-ENTRY.
           PERFORM REMEMBER-NAME.
           CALL "QUCATONE" USING CATLG-REC ONE-KIND ONE-LINE.
           EVALUATE ONE-KIND
             WHEN SPACE
               CONTINUE
             WHEN "IDX-NOINFO"
               DISPLAY "QUCATCHK : " ONE-LINE(1:64)
             WHEN OTHER
               EVALUATE ONE-KIND
                 WHEN "MISSING"    ADD 1 TO MISS-CNT
                 WHEN "RECL-DRIFT" ADD 1 TO RECL-CNT
                 WHEN "ORG-DRIFT"  ADD 1 TO ORG-CNT
               END-EVALUATE
               MOVE SPACE TO P-LINE
               MOVE ONE-LINE TO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-EVALUATE.
       REMEMBER-NAME.
           MOVE 0 TO WK-LAST.
           PERFORM VARYING WK-CX FROM 1 BY 1 UNTIL WK-CX > 128
