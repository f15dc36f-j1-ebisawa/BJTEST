      *    QUDIRCMP_PATTERN  wildcard (default "*")
      *    QUDIRCMP_FNAME    report (default data\QUDIRCMP.txt)
      *    BJ_CATLG_MAST     catalog consulted for ORG=IDX entries
      *    QUDIRCMP_LAYOUT   layout name[:version] of the files - every
      *                      pair then goes through QU_FCOMP (plain
      *                      files as ORG=SEQ, RECL the layout's
      *                      extent), each leaving a per-run
      *                      QU_FCOMP_DIFFOUT, and QUHEATMP ranks the
      *                      layout fields by mismatch count across all
      *                      of them
      *    QUDIRCMP_HEATMAP  heat map report (default
      *                      data\QUHEATMP.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS PAR-STS.
      *    the per-file diffouts, for QUHEATMP
       SELECT DFL-F           ASSIGN TO DFL-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS DFL-STS.
       SELECT LAY-F           ASSIGN TO LAY-PATH
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS LAY-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
       COPY "BJ_CATLG_FD.CPY".
       FD    PAR-F.
       01    PAR-REC                   PIC X(200).
       FD    DFL-F.
       01    DFL-REC                   PIC X(300).
       FD    LAY-F.
       01    LAY-REC                   PIC X(160).
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  IDX-SW                      PIC X.
       01  SAVE-RC                     PIC S9(9) COMP-5.
       01  P-LINE                      PIC X(200).
      *    field heat map (QUDIRCMP_LAYOUT)
       01  DFL-FNM                     PIC X(128)
                                       VALUE "WORK\QUDIRCMP.dfl".
       01  DFL-STS                     PIC XX.
       01  LAY-STS                     PIC XX.
       01  LAY-NAME                    PIC X(20).
       01  LAY-PATH                    PIC X(200).
       01  LAY-VER                     PIC 9(4).
       01  LAY-RC                      PIC S9(4) COMP.
       01  LAY-RECL                    PIC 9(5) VALUE 0.
       01  LAY-END                     PIC 9(5).
       01  P-TYPE                      PIC X(01).
       01  P-INPOS                     PIC 9(03).
       01  P-INLEN                     PIC 9(03).
       01  P-OUTPOS                    PIC 9(03).
       01  P-DIGITS                    PIC 9(02).
       01  P-DECIMALS                  PIC 9(02).
       01  P-LEN                       PIC 9(05).
       01  HEAT-FNM                    PIC X(128).
       01  DIF-FNM                     PIC X(128).
       01  DIF-SEQ                     PIC 9(3) VALUE 0.
      *    the caller's own QU_FCOMP diffout settings, put back once
      *    the pairs are done
       01  DIF-SAVE-FNM                PIC X(128).
       01  DIF-SAVE-SPLIT              PIC X(1).
       PROCEDURE DIVISION.
       DECLARATIVES.
       LS-FILE-ERROR SECTION.
               MOVE "data\QUDIRCMP.txt" TO PRINT-FNM
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO LAY-NAME.
           DISPLAY "QUDIRCMP_LAYOUT"   UPON ENVIRONMENT-NAME.
           ACCEPT  LAY-NAME            FROM ENVIRONMENT-VALUE.
           IF LAY-NAME NOT = SPACE
               PERFORM LAYOUT-EXTENT
           END-IF.
           MOVE SPACE TO DIF-SAVE-FNM DIF-SAVE-SPLIT.
           DISPLAY "QU_FCOMP_DIFFOUT"       UPON ENVIRONMENT-NAME.
           ACCEPT  DIF-SAVE-FNM             FROM ENVIRONMENT-VALUE.
           DISPLAY "QU_FCOMP_DIFFOUT_SPLIT" UPON ENVIRONMENT-NAME.
           ACCEPT  DIF-SAVE-SPLIT           FROM ENVIRONMENT-VALUE.
      *    enumerate both sides through ls into WORK list files
       LIST-PROC.
           MOVE "WORK/qudircmp1.lst" TO LST-FNM.
           DISPLAY "QUTESTID" UPON ENVIRONMENT-NAME.
           DISPLAY N1-NAME(IX)(1:20) UPON ENVIRONMENT-VALUE.
           MOVE 0 TO RETURN-CODE.
           IF IDX-SW = "Y" OR LAY-RECL > 0
              PERFORM RUN-FCOMP
           ELSE
              PERFORM RUN-QUCOMP
           DISPLAY "Y"              UPON ENVIRONMENT-VALUE.
           CALL "QUCOMP".
           CANCEL "QUCOMP".
      *    each compare is a step of its own to the lineage journal
           CANCEL "QULINPUT".
      *    QU_FCOMP reads its file pair from a QU_PAN3 parameter
      *    file - generate a throwaway one in WORK
       RUN-FCOMP.
                  DIR1         DELIMITED SPACE
                  "/"          DELIMITED SIZE
                  N1-NAME(IX)  DELIMITED SPACE
                  INTO PAR-REC.
           PERFORM FCOMP-ORG.
           WRITE PAR-REC.
           MOVE SPACE TO PAR-REC.
           STRING "F2=(FN="    DELIMITED SIZE
                  DIR2         DELIMITED SPACE
                  "/"          DELIMITED SIZE
                  N1-NAME(IX)  DELIMITED SPACE
                  INTO PAR-REC.
           PERFORM FCOMP-ORG.
           WRITE PAR-REC.
           CLOSE PAR-F.
           IF LAY-RECL > 0
               PERFORM DIFFOUT-SET
           END-IF.
           DISPLAY "BJ_JCL_PARAM" UPON ENVIRONMENT-NAME.
           DISPLAY PAR-FNM        UPON ENVIRONMENT-VALUE.
           DISPLAY "QU_FCOMP_RC_ON_NG" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"                UPON ENVIRONMENT-VALUE.
           CALL "QU_FCOMP".
           CANCEL "QU_FCOMP".
           CANCEL "QULINPUT".
      *    indexed per the catalog, else fixed-length records of the
      *    layout's extent
       FCOMP-ORG.
           MOVE 1 TO WK-CX.
           INSPECT PAR-REC TALLYING WK-CX FOR CHARACTERS
                   BEFORE INITIAL "   ".
           IF IDX-SW = "Y"
               STRING ",ORG=IDX)"  DELIMITED SIZE
                      INTO PAR-REC WITH POINTER WK-CX
           ELSE
               STRING ",ORG=SEQ,RECL=" DELIMITED SIZE
                      LAY-RECL         DELIMITED SIZE
                      ")"              DELIMITED SIZE
                      INTO PAR-REC WITH POINTER WK-CX
           END-IF.
      *    this pair's diffout - removed first, since QU_FCOMP only
      *    creates it when there is something to write - and its
      *    line in the QUHEATMP list
       DIFFOUT-SET.
           ADD 1 TO DIF-SEQ.
           MOVE SPACE TO DIF-FNM.
           STRING "WORK\QUDIRCMP_"  DELIMITED SIZE
                  DIF-SEQ           DELIMITED SIZE
                  ".dif"            DELIMITED SIZE
                  INTO DIF-FNM.
           CALL "CBL_DELETE_FILE" USING DIF-FNM.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "QU_FCOMP_DIFFOUT"       UPON ENVIRONMENT-NAME.
           DISPLAY DIF-FNM                  UPON ENVIRONMENT-VALUE.
           DISPLAY "QU_FCOMP_DIFFOUT_SPLIT" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"                      UPON ENVIRONMENT-VALUE.
           MOVE SPACE TO DFL-REC.
           STRING N1-NAME(IX)  DELIMITED SPACE
                  ";"          DELIMITED SIZE
                  DIF-FNM      DELIMITED SPACE
                  INTO DFL-REC.
           WRITE DFL-REC.
      *    the record length the layout describes: the furthest
      *    field end, widths as mk_FSEQ writes them
       LAYOUT-EXTENT.
           CALL "QULAYRES" USING LAY-NAME LAY-PATH LAY-VER LAY-RC.
           IF LAY-RC NOT = 0
               MOVE LAY-NAME TO LAY-PATH
           END-IF.
           OPEN INPUT LAY-F.
           IF LAY-STS NOT = "00"
               DISPLAY "QUDIRCMP : layout unreadable - no heat map "
                       LAY-PATH(1:50)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              MOVE SPACE TO LAY-REC
              READ LAY-F AT END EXIT PERFORM END-READ
              IF LAY-REC NOT = SPACE AND LAY-REC(1:1) NOT = "*"
                 MOVE 0 TO P-INPOS P-INLEN P-OUTPOS
                           P-DIGITS P-DECIMALS
                 MOVE SPACE TO P-TYPE
                 UNSTRING LAY-REC DELIMITED BY ","
                     INTO P-TYPE P-INPOS P-INLEN P-OUTPOS
                          P-DIGITS P-DECIMALS
                 EVALUATE P-TYPE
                   WHEN "9"   MOVE P-DIGITS TO P-LEN
                   WHEN "S"   MOVE P-DIGITS TO P-LEN
                   WHEN "B"
                     EVALUATE TRUE
                       WHEN P-DIGITS <= 4  MOVE 2 TO P-LEN
                       WHEN P-DIGITS <= 9  MOVE 4 TO P-LEN
                       WHEN OTHER          MOVE 8 TO P-LEN
                     END-EVALUATE
                   WHEN "P"
                     COMPUTE P-LEN = (P-DIGITS + P-DECIMALS) / 2 + 1
                   WHEN "L"   MOVE 4 TO P-LEN
                   WHEN "D"   MOVE 8 TO P-LEN
                   WHEN OTHER MOVE P-INLEN TO P-LEN
                 END-EVALUATE
                 COMPUTE LAY-END = P-OUTPOS + P-LEN - 1
                 IF LAY-END > LAY-RECL
                    MOVE LAY-END TO LAY-RECL
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LAY-F.
           IF LAY-RECL > 0
               OPEN OUTPUT DFL-F
           END-IF.
      *    is this name cataloged as an indexed file?
       CHECK-CATALOG.
           MOVE "N" TO IDX-SW.
                  MISS-CNT     DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF LAY-RECL > 0
              PERFORM HEATMAP-PROC
              PERFORM DIFFOUT-RESTORE
           END-IF.
           CLOSE PRINT-F.
           DISPLAY "QUDIRCMP : " P-LINE(1:60).
           IF DIFF-CNT > 0 OR MISS-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    the per-pair diffout settings must not outlive the run -
      *    a later QU_FCOMP step in the same job would write into
      *    the last pair's file
       DIFFOUT-RESTORE.
           DISPLAY "QU_FCOMP_DIFFOUT"       UPON ENVIRONMENT-NAME.
           IF DIF-SAVE-FNM = SPACE
               DISPLAY " "                  UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY DIF-SAVE-FNM         UPON ENVIRONMENT-VALUE
           END-IF.
           DISPLAY "QU_FCOMP_DIFFOUT_SPLIT" UPON ENVIRONMENT-NAME.
           IF DIF-SAVE-SPLIT = SPACE
               DISPLAY " "                  UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY DIF-SAVE-SPLIT       UPON ENVIRONMENT-VALUE
           END-IF.
      *    the field ranking over every pair's diffout
       HEATMAP-PROC.
           CLOSE DFL-F.
           MOVE SPACE TO HEAT-FNM.
           DISPLAY "QUDIRCMP_HEATMAP"  UPON ENVIRONMENT-NAME.
           ACCEPT  HEAT-FNM            FROM ENVIRONMENT-VALUE.
           IF HEAT-FNM = SPACE
               MOVE "data\QUHEATMP.txt" TO HEAT-FNM
           END-IF.
           DISPLAY "QUHEATMP_LIST"     UPON ENVIRONMENT-NAME.
           DISPLAY DFL-FNM             UPON ENVIRONMENT-VALUE.
           DISPLAY "QUHEATMP_LAYOUT"   UPON ENVIRONMENT-NAME.
           DISPLAY LAY-NAME            UPON ENVIRONMENT-VALUE.
           DISPLAY "QUHEATMP_FNAME"    UPON ENVIRONMENT-NAME.
           DISPLAY HEAT-FNM            UPON ENVIRONMENT-VALUE.
           MOVE RETURN-CODE TO SAVE-RC.
           CALL "QUHEATMP".
           CANCEL "QUHEATMP".
           MOVE SAVE-RC TO RETURN-CODE.
           MOVE SPACE TO P-REC.
           STRING "field heat map: "  DELIMITED SIZE
                  HEAT-FNM            DELIMITED SPACE
                  INTO P-REC.
           WRITE P-REC AFTER 1.
