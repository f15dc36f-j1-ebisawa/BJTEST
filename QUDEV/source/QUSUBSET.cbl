       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            QUSUBSET.
      *    referentially consistent subset of a set of production
      *    files, small enough for a test box and still joined up.
      *    a driver file is cut by a selection rule, then the REF=
      *    relationships of an mk_FSET plan are followed -
      *        FILE=path;ctlfile;gencount;recl
      *            gives the record length of path
      *        REF=path-B;pos;len;path-A;pos;len[;recl-B;recl-A]
      *            the field at pos/len of file B holds a key of
      *            file A (B is the child, A the parent)
      *    - the children of every selected record come along
      *      (orders of the picked customers, their order lines),
      *    - the parent of every selected child comes along (the
      *      product an order line names), so no reference in the
      *      subset points outside it.
      *    a record pulled in only as somebody's parent does not
      *    drag its own children in - that way the subset does not
      *    grow back into the whole file.  passes repeat until
      *    nothing new is selected.
      *    selection rules for the driver key -
      *        EVERY,n          record 1, n+1, 2n+1, ...
      *        RANGE,lo,hi      key from lo to hi
      *        SAMPLE,pct,seed  pct percent at random; the same
      *                         seed picks the same records
      *    each file of the plan is written, selected records in
      *    their original order, under QUSUBSET_OUTDIR with its own
      *    file name - ready for QUANON.
      *
      *    QUSUBSET_PLAN     plan or REF= list (default
      *                      data\MKFSET.txt, mk_FSET's plan)
      *    QUSUBSET_DRIVER   the driver file (a path of the plan)
      *    QUSUBSET_DKEY     driver key "pos;len" (default the key
      *                      the first REF names in the driver)
      *    QUSUBSET_RULE     selection rule (default EVERY,100)
      *    QUSUBSET_OUTDIR   output directory (default WORK\SUBSET)
      *    QUSUBSET_FNAME    report (default data\QUSUBSET.txt)
       ENVIRONMENT            DIVISION.
       CONFIGURATION          SECTION.
       SOURCE-COMPUTER.       PC.
       OBJECT-COMPUTER.       PC.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
       SELECT PLAN-F          ASSIGN TO PLAN-FNM
              ORGANIZATION    LINE SEQUENTIAL
              ACCESS MODE     SEQUENTIAL
              FILE STATUS     PLAN-STS.
      *    selected records, by file and record number
       SELECT SEL-F           ASSIGN TO "WORK\QUSUBSET.sel"
              ORGANIZATION    INDEXED
              ACCESS MODE     DYNAMIC
              RECORD KEY      SEL-KEY
              FILE STATUS     SEL-STS.
      *    the key values of one pass, by REF and side
       SELECT KEY-F           ASSIGN TO "WORK\QUSUBSET.key"
              ORGANIZATION    INDEXED
              ACCESS MODE     DYNAMIC
              RECORD KEY      KY-KEY
              FILE STATUS     KEY-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
              ORGANIZATION    LINE SEQUENTIAL
              ACCESS MODE     SEQUENTIAL
              FILE STATUS     F-STS.
       DATA                   DIVISION.
       FILE SECTION.
       FD    PLAN-F.
       01    PLAN-REC         PIC X(300).
       FD    SEL-F.
       01    SEL-REC.
           03  SEL-KEY.
               05  SEL-FIL    PIC 9(3).
               05  SEL-RNO    PIC 9(9).
      *        D driver, C child, P parent only
           03  SEL-HOW        PIC X.
       FD    KEY-F.
       01    KY-REC.
           03  KY-KEY.
               05  KY-REF     PIC 9(3).
               05  KY-SIDE    PIC X.
               05  KY-VAL     PIC X(40).
       FD    PRINT-F.
       01    P-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       01  PLAN-FNM           PIC X(128).
       01  PLAN-STS           PIC XX.
       01  SEL-STS            PIC XX.
       01  KEY-STS            PIC XX.
       01  F-STS              PIC XX.
       01  PRINT-FNM          PIC X(128).
       01  DRV-PATH           PIC X(128).
       01  DRV-KEYSPEC        PIC X(20).
       01  RULE-TEXT          PIC X(80).
       01  OUT-DIR            PIC X(100).
       01  W-PATH             PIC X(128).
       01  W-CTL              PIC X(128).
       01  W-CNT              PIC X(10).
       01  W-RECL             PIC X(5).
       01  W-BPATH            PIC X(128).
       01  W-BPOS             PIC X(5).
       01  W-BLEN             PIC X(5).
       01  W-APATH            PIC X(128).
       01  W-APOS             PIC X(5).
       01  W-ALEN             PIC X(5).
       01  W-BRECL            PIC X(5).
       01  W-ARECL            PIC X(5).
      *    the files of the plan
       01  FIL-CNT            PIC 9(3) VALUE 0.
       01  FIL-IDX            PIC 9(3).
       78  FIL-MAX                VALUE 50.
       01  FIL-TBL.
           03  FIL-ENT OCCURS 50 TIMES.
               05  FIL-PATH   PIC X(128).
               05  FIL-RECL   PIC 9(5).
               05  FIL-READ   PIC 9(9).
               05  FIL-SEL    PIC 9(9).
               05  FIL-OUT    PIC X(200).
      *    the relationships of the plan
       01  REF-CNT            PIC 9(3) VALUE 0.
       01  REF-IDX            PIC 9(3).
       78  REF-MAX                VALUE 50.
       01  REF-TBL.
           03  REF-ENT OCCURS 50 TIMES.
               05  REF-A      PIC 9(3).
               05  REF-A-POS  PIC 9(5).
               05  REF-B      PIC 9(3).
               05  REF-B-POS  PIC 9(5).
               05  REF-K-LEN  PIC 9(5).
       01  W-RECL-N           PIC 9(5).
       01  W-BRECL-N          PIC 9(5).
       01  W-ARECL-N          PIC 9(5).
       01  A-POS              PIC 9(5).
       01  A-LEN              PIC 9(5).
       01  B-POS              PIC 9(5).
       01  B-LEN              PIC 9(5).
      *    the driver and its rule
       01  DRV-IDX            PIC 9(3) VALUE 0.
       01  DRV-POS            PIC 9(5) VALUE 0.
       01  DRV-LEN            PIC 9(5) VALUE 0.
       01  RULE-KIND          PIC X(8).
       01  RULE-P1            PIC X(40).
       01  RULE-P2            PIC X(40).
       01  RULE-EVERY         PIC 9(9) VALUE 0.
       01  RULE-PCT           PIC 9(3)V99 VALUE 0.
       01  RULE-SEED          PIC 9(9) VALUE 1.
       01  RULE-LO            PIC X(40).
       01  RULE-HI            PIC X(40).
       01  RND-VAL            PIC 9V9(9).
       01  RND-FIRST          PIC X VALUE "Y".
      *    the scan in hand
       01  SCAN-MODE          PIC X(3).
       01  CUR-FIL            PIC 9(3).
       01  REC-NO             PIC 9(9).
       01  W-KEY              PIC X(40).
       01  W-HOW              PIC X.
       01  PASS-NO            PIC 9(3) VALUE 0.
       78  PASS-MAX               VALUE 20.
       01  CHG-CNT            PIC 9(9).
       01  ERR-CNT            PIC 9(3) VALUE 0.
       01  REC-DISP           PIC Z(8)9.
       01  REC-DISP2          PIC Z(8)9.
       01  P-LINE             PIC X(200).
      *    byte-stream reads and writes, as mk_FSET handles its files
       01  STRM-ACCESS        PIC X COMP-X.
       01  STRM-FLAGS         PIC X COMP-X VALUE 0.
       01  STRM-DEV           PIC X COMP-X VALUE 0.
       01  STRM-HANDLE        PIC X(4).
       01  OUT-HANDLE         PIC X(4).
       01  STRM-OFFSET        PIC X(8) COMP-X.
       01  STRM-NBYTES        PIC X(4) COMP-X.
       01  STRM-RC            PIC S9(9) COMP-5.
       01  IO-BUF             PIC X(4096).
       01  FILE-DETAILS.
           03 CBLTE-FE-FILESIZE  PIC X(8) COMP-X.
           03 CBLTE-FE-FILEDATE  PIC X(4).
           03 CBLTE-FE-FILETIME  PIC X(4).
       01  EXIST-STATUS       PIC X(2) COMP-5.
       01  F-SIZE             PIC 9(18) COMP-5.
       01  F-OFF              PIC 9(18) COMP-5.
       01  O-OFF              PIC 9(18) COMP-5.
       01  WK-CX              PIC 9(4).
       01  WK-LAST            PIC 9(4).
       01  WK-BASE            PIC X(128).
       PROCEDURE  DIVISION.
       DECLARATIVES.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " F-STS
              move -1 to return-code.
              goback.
       end declaratives.

       HAJIME.
           PERFORM GET-PARMS.
           CALL "QURUNLOG" USING "STR" "QUSUBSET" DRV-PATH.
           OPEN INPUT PLAN-F.
           IF PLAN-STS NOT = "00"
              DISPLAY "QUSUBSET : cannot open plan " PLAN-FNM
              MOVE -1 TO RETURN-CODE
              CALL "QURUNLOG" USING "END" RETURN-CODE
              goback
           END-IF.
           PERFORM FILE-PASS.
           CLOSE PLAN-F.
           OPEN INPUT PLAN-F.
           PERFORM REF-PASS.
           CLOSE PLAN-F.
           PERFORM CHECK-DRIVER.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "QUSUBSET  subset of "  DELIMITED SIZE
                  PLAN-FNM                DELIMITED SPACE
                  "  driver "             DELIMITED SIZE
                  DRV-PATH                DELIMITED SPACE
                  "  rule "               DELIMITED SIZE
                  RULE-TEXT               DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
           IF ERR-CNT > 0
              MOVE "NOT DONE,see the lines above" TO P-REC
              WRITE P-REC
              CLOSE PRINT-F
              MOVE -1 TO RETURN-CODE
              CALL "QURUNLOG" USING "END" RETURN-CODE
              goback
           END-IF.
           OPEN OUTPUT SEL-F.
           CLOSE SEL-F.
           OPEN I-O SEL-F.
           MOVE DRV-IDX TO CUR-FIL.
           MOVE "DRV" TO SCAN-MODE.
           PERFORM SCAN-FILE.
           MOVE 1 TO CHG-CNT.
           PERFORM UNTIL CHG-CNT = 0 OR PASS-NO >= PASS-MAX
              ADD 1 TO PASS-NO
              MOVE 0 TO CHG-CNT
              PERFORM VARYING REF-IDX FROM 1 BY 1
                      UNTIL REF-IDX > REF-CNT
                 PERFORM FOLLOW-REF
              END-PERFORM
           END-PERFORM.
           IF CHG-CNT > 0
              MOVE "WARNING,relationships still adding records after
      -            " the last pass" TO P-REC
              WRITE P-REC
              MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "CBL_CREATE_DIR" USING OUT-DIR.
           PERFORM VARYING CUR-FIL FROM 1 BY 1 UNTIL CUR-FIL > FIL-CNT
              PERFORM WRITE-SUBSET
           END-PERFORM.
           CLOSE SEL-F.
           MOVE PASS-NO TO REC-DISP.
           MOVE SPACE TO P-LINE.
           STRING "** TOTALS **  FILES="    DELIMITED SIZE
                  FIL-CNT                   DELIMITED SIZE
                  "  REFS="                 DELIMITED SIZE
                  REF-CNT                   DELIMITED SIZE
                  "  PASSES="               DELIMITED SIZE
                  REC-DISP                  DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
           CLOSE PRINT-F.
           DISPLAY "QUSUBSET : " FIL-CNT " file(s) cut from driver "
                   DRV-PATH(1:40).
           IF ERR-CNT > 0
              MOVE -1 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           goback.
      *
       GET-PARMS.
           move space to PLAN-FNM.
           display "QUSUBSET_PLAN"    upon environment-name.
           accept  PLAN-FNM           from environment-value.
           if PLAN-FNM = space
              move "data\MKFSET.txt" to PLAN-FNM
           end-if.
           move space to DRV-PATH.
           display "QUSUBSET_DRIVER"  upon environment-name.
           accept  DRV-PATH           from environment-value.
           move space to DRV-KEYSPEC.
           display "QUSUBSET_DKEY"    upon environment-name.
           accept  DRV-KEYSPEC        from environment-value.
           move space to RULE-TEXT.
           display "QUSUBSET_RULE"    upon environment-name.
           accept  RULE-TEXT          from environment-value.
           if RULE-TEXT = space
              move "EVERY,100" to RULE-TEXT
           end-if.
           move space to OUT-DIR.
           display "QUSUBSET_OUTDIR"  upon environment-name.
           accept  OUT-DIR            from environment-value.
           if OUT-DIR = space
              move "WORK\SUBSET" to OUT-DIR
           end-if.
           move space to PRINT-FNM.
           display "QUSUBSET_FNAME"   upon environment-name.
           accept  PRINT-FNM          from environment-value.
           if PRINT-FNM = space
              move "data\QUSUBSET.txt" to PRINT-FNM
           end-if.
      *    pass one: the record length of every FILE entry
       FILE-PASS.
           PERFORM UNTIL 1 = 0
              READ PLAN-F AT END EXIT PERFORM END-READ
              IF PLAN-REC(1:5) = "FILE="
                 MOVE SPACE TO W-PATH W-CTL W-CNT W-RECL
                 UNSTRING PLAN-REC(6:295) DELIMITED BY ";"
                     INTO W-PATH W-CTL W-CNT W-RECL
                 MOVE 0 TO W-RECL-N
                 IF W-RECL(1:1) >= "0" AND W-RECL(1:1) <= "9"
                    COMPUTE W-RECL-N = FUNCTION NUMVAL(W-RECL)
                 END-IF
                 PERFORM BOOK-FILE
              END-IF
           END-PERFORM.
      *    W-PATH into the file table (once); FIL-IDX points at it
       BOOK-FILE.
           PERFORM VARYING FIL-IDX FROM 1 BY 1
                   UNTIL FIL-IDX > FIL-CNT
              IF FIL-PATH(FIL-IDX) = W-PATH
                 IF FIL-RECL(FIL-IDX) = 0
                    MOVE W-RECL-N TO FIL-RECL(FIL-IDX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF FIL-CNT >= FIL-MAX
              MOVE SPACE TO P-LINE
              STRING "more than 50 files - " DELIMITED SIZE
                     W-PATH                  DELIMITED SPACE
                     " left out"             DELIMITED SIZE
                     INTO P-LINE
              DISPLAY "QUSUBSET : " P-LINE(1:100)
              ADD 1 TO ERR-CNT
              MOVE 0 TO FIL-IDX
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FIL-CNT.
           MOVE FIL-CNT TO FIL-IDX.
           MOVE W-PATH   TO FIL-PATH(FIL-IDX).
           MOVE W-RECL-N TO FIL-RECL(FIL-IDX).
           MOVE 0 TO FIL-READ(FIL-IDX) FIL-SEL(FIL-IDX).
           MOVE 0 TO WK-LAST.
           PERFORM VARYING WK-CX FROM 1 BY 1 UNTIL WK-CX > 128
              IF W-PATH(WK-CX:1) = "/" OR W-PATH(WK-CX:1) = "\"
                 MOVE WK-CX TO WK-LAST
              END-IF
           END-PERFORM.
           MOVE SPACE TO WK-BASE.
           COMPUTE WK-CX = 128 - WK-LAST.
           MOVE W-PATH(WK-LAST + 1:WK-CX) TO WK-BASE.
           MOVE SPACE TO FIL-OUT(FIL-IDX).
           STRING OUT-DIR             DELIMITED SPACE
                  "\"                 DELIMITED SIZE
                  WK-BASE             DELIMITED SPACE
                  INTO FIL-OUT(FIL-IDX).
      *    pass two: the REF entries, their files booked as well
       REF-PASS.
           PERFORM UNTIL 1 = 0
              READ PLAN-F AT END EXIT PERFORM END-READ
              IF PLAN-REC(1:4) = "REF="
                 PERFORM REF-ONE
              END-IF
           END-PERFORM.
       REF-ONE.
           MOVE SPACE TO W-BPATH W-BPOS W-BLEN
                         W-APATH W-APOS W-ALEN W-BRECL W-ARECL.
           UNSTRING PLAN-REC(5:296) DELIMITED BY ";"
               INTO W-BPATH W-BPOS W-BLEN W-APATH W-APOS W-ALEN
                    W-BRECL W-ARECL.
           MOVE 0 TO A-POS A-LEN B-POS B-LEN W-BRECL-N W-ARECL-N.
           IF W-APOS(1:1) >= "0" AND W-APOS(1:1) <= "9"
              COMPUTE A-POS = FUNCTION NUMVAL(W-APOS)
           END-IF.
           IF W-ALEN(1:1) >= "0" AND W-ALEN(1:1) <= "9"
              COMPUTE A-LEN = FUNCTION NUMVAL(W-ALEN)
           END-IF.
           IF W-BPOS(1:1) >= "0" AND W-BPOS(1:1) <= "9"
              COMPUTE B-POS = FUNCTION NUMVAL(W-BPOS)
           END-IF.
           IF W-BLEN(1:1) >= "0" AND W-BLEN(1:1) <= "9"
              COMPUTE B-LEN = FUNCTION NUMVAL(W-BLEN)
           END-IF.
           IF W-BRECL(1:1) >= "0" AND W-BRECL(1:1) <= "9"
              COMPUTE W-BRECL-N = FUNCTION NUMVAL(W-BRECL)
           END-IF.
           IF W-ARECL(1:1) >= "0" AND W-ARECL(1:1) <= "9"
              COMPUTE W-ARECL-N = FUNCTION NUMVAL(W-ARECL)
           END-IF.
           IF REF-CNT >= REF-MAX
              OR A-POS = 0 OR A-LEN = 0 OR A-LEN > 40
              OR B-POS = 0 OR B-LEN = 0
              DISPLAY "QUSUBSET : bad or surplus REF line "
                      PLAN-REC(1:60)
              ADD 1 TO ERR-CNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REF-CNT.
           MOVE W-APATH   TO W-PATH.
           MOVE W-ARECL-N TO W-RECL-N.
           PERFORM BOOK-FILE.
           MOVE FIL-IDX   TO REF-A(REF-CNT).
           MOVE W-BPATH   TO W-PATH.
           MOVE W-BRECL-N TO W-RECL-N.
           PERFORM BOOK-FILE.
           MOVE FIL-IDX   TO REF-B(REF-CNT).
           MOVE A-POS     TO REF-A-POS(REF-CNT).
           MOVE B-POS     TO REF-B-POS(REF-CNT).
      *    the shorter width is compared, the way mk_FSET clips the
      *    key it copies
           IF B-LEN > A-LEN
              MOVE A-LEN TO REF-K-LEN(REF-CNT)
           ELSE
              MOVE B-LEN TO REF-K-LEN(REF-CNT)
           END-IF.
      *    the driver must be a file of the plan; its key comes from
      *    QUSUBSET_DKEY or the first REF that names it
       CHECK-DRIVER.
           MOVE 0 TO DRV-IDX.
           PERFORM VARYING FIL-IDX FROM 1 BY 1
                   UNTIL FIL-IDX > FIL-CNT
              IF FIL-PATH(FIL-IDX) = DRV-PATH
                 MOVE FIL-IDX TO DRV-IDX
              END-IF
              IF FIL-RECL(FIL-IDX) = 0 OR FIL-RECL(FIL-IDX) > 4096
                 DISPLAY "QUSUBSET : no usable record length for "
                         FIL-PATH(FIL-IDX)(1:60)
                 ADD 1 TO ERR-CNT
              END-IF
           END-PERFORM.
           IF DRV-IDX = 0
              DISPLAY "QUSUBSET : driver is not a file of the plan - "
                      DRV-PATH(1:60)
              ADD 1 TO ERR-CNT
              EXIT PARAGRAPH
           END-IF.
           IF DRV-KEYSPEC NOT = SPACE
              MOVE SPACE TO W-APOS W-ALEN
              UNSTRING DRV-KEYSPEC DELIMITED BY ";" OR ","
                  INTO W-APOS W-ALEN
              IF W-APOS(1:1) >= "0" AND W-APOS(1:1) <= "9"
                 COMPUTE DRV-POS = FUNCTION NUMVAL(W-APOS)
              END-IF
              IF W-ALEN(1:1) >= "0" AND W-ALEN(1:1) <= "9"
                 COMPUTE DRV-LEN = FUNCTION NUMVAL(W-ALEN)
              END-IF
           ELSE
              PERFORM VARYING REF-IDX FROM 1 BY 1
                      UNTIL REF-IDX > REF-CNT OR DRV-LEN > 0
                 IF REF-A(REF-IDX) = DRV-IDX
                    MOVE REF-A-POS(REF-IDX) TO DRV-POS
                    MOVE REF-K-LEN(REF-IDX) TO DRV-LEN
                 END-IF
                 IF REF-B(REF-IDX) = DRV-IDX AND DRV-LEN = 0
                    MOVE REF-B-POS(REF-IDX) TO DRV-POS
                    MOVE REF-K-LEN(REF-IDX) TO DRV-LEN
                 END-IF
              END-PERFORM
           END-IF.
           IF DRV-POS = 0 OR DRV-LEN = 0 OR DRV-LEN > 40
              OR DRV-POS + DRV-LEN - 1 > FIL-RECL(DRV-IDX)
              DISPLAY "QUSUBSET : no usable driver key - set "
                      "QUSUBSET_DKEY pos;len"
              ADD 1 TO ERR-CNT
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO RULE-KIND RULE-P1 RULE-P2.
           UNSTRING RULE-TEXT DELIMITED BY ","
               INTO RULE-KIND RULE-P1 RULE-P2.
           CALL "CBL_TOUPPER" USING RULE-KIND VALUE 8.
           EVALUATE RULE-KIND
             WHEN "EVERY"
               IF RULE-P1(1:1) >= "0" AND RULE-P1(1:1) <= "9"
                  COMPUTE RULE-EVERY = FUNCTION NUMVAL(RULE-P1)
               END-IF
               IF RULE-EVERY = 0
                  MOVE 1 TO RULE-EVERY
               END-IF
             WHEN "RANGE"
               MOVE RULE-P1 TO RULE-LO
               MOVE RULE-P2 TO RULE-HI
               IF RULE-HI = SPACE
                  MOVE HIGH-VALUE TO RULE-HI
               END-IF
             WHEN "SAMPLE"
               IF RULE-P1(1:1) >= "0" AND RULE-P1(1:1) <= "9"
                  COMPUTE RULE-PCT = FUNCTION NUMVAL(RULE-P1)
               END-IF
               IF RULE-P2(1:1) >= "0" AND RULE-P2(1:1) <= "9"
                  COMPUTE RULE-SEED = FUNCTION NUMVAL(RULE-P2)
               END-IF
             WHEN OTHER
               DISPLAY "QUSUBSET : unknown rule " RULE-TEXT(1:40)
               ADD 1 TO ERR-CNT
           END-EVALUATE.
      *    one relationship, both ways: children of the principal
      *    parents, parents of every selected child
       FOLLOW-REF.
           OPEN OUTPUT KEY-F.
           CLOSE KEY-F.
           OPEN I-O KEY-F.
           MOVE REF-A(REF-IDX) TO CUR-FIL.
           MOVE "BKA" TO SCAN-MODE.
           PERFORM SCAN-FILE.
           MOVE REF-B(REF-IDX) TO CUR-FIL.
           MOVE "BKB" TO SCAN-MODE.
           PERFORM SCAN-FILE.
           MOVE REF-A(REF-IDX) TO CUR-FIL.
           MOVE "SLA" TO SCAN-MODE.
           PERFORM SCAN-FILE.
           MOVE REF-B(REF-IDX) TO CUR-FIL.
           MOVE "SLB" TO SCAN-MODE.
           PERFORM SCAN-FILE.
           CLOSE KEY-F.
      *    every record of file CUR-FIL through the paragraph SCAN-MODE
      *    names
       SCAN-FILE.
           MOVE 0 TO REC-NO.
           CALL "CBL_CHECK_FILE_EXIST" USING FIL-PATH(CUR-FIL)
                                             FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF EXIST-STATUS NOT = 0
              IF SCAN-MODE = "DRV" OR "OUT"
                 MOVE SPACE TO P-LINE
                 STRING "MISSING,"     DELIMITED SIZE
                        FIL-PATH(CUR-FIL)   DELIMITED SPACE
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE
                 ADD 1 TO ERR-CNT
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE CBLTE-FE-FILESIZE TO F-SIZE.
           MOVE 1 TO STRM-ACCESS.
           CALL "CBL_OPEN_FILE" USING FIL-PATH(CUR-FIL) STRM-ACCESS
                                      STRM-FLAGS STRM-DEV
                                      STRM-HANDLE
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO F-OFF REC-NO.
           PERFORM UNTIL F-OFF + FIL-RECL(CUR-FIL) > F-SIZE
              MOVE F-OFF TO STRM-OFFSET
              MOVE FIL-RECL(CUR-FIL) TO STRM-NBYTES
              CALL "CBL_READ_FILE" USING STRM-HANDLE STRM-OFFSET
                                         STRM-NBYTES STRM-FLAGS
                                         IO-BUF
                             RETURNING STRM-RC
              IF STRM-RC NOT = 0
                 EXIT PERFORM
              END-IF
              ADD 1 TO REC-NO
              MOVE CUR-FIL     TO SEL-FIL
              MOVE REC-NO TO SEL-RNO
              MOVE SPACE  TO W-HOW
              READ SEL-F
                  INVALID CONTINUE
                  NOT INVALID MOVE SEL-HOW TO W-HOW
              END-READ
              EVALUATE SCAN-MODE
                WHEN "DRV"  PERFORM DRIVER-ONE
                WHEN "BKA"  PERFORM BOOK-A-ONE
                WHEN "BKB"  PERFORM BOOK-B-ONE
                WHEN "SLA"  PERFORM SELECT-A-ONE
                WHEN "SLB"  PERFORM SELECT-B-ONE
                WHEN "OUT"  PERFORM OUT-ONE
              END-EVALUATE
              ADD FIL-RECL(CUR-FIL) TO F-OFF
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING STRM-HANDLE
                          RETURNING STRM-RC.
      *    the driver record against the selection rule
       DRIVER-ONE.
           MOVE SPACE TO W-KEY.
           MOVE IO-BUF(DRV-POS:DRV-LEN) TO W-KEY(1:DRV-LEN).
           EVALUATE RULE-KIND
             WHEN "EVERY"
               IF FUNCTION MOD(REC-NO - 1, RULE-EVERY) NOT = 0
                  EXIT PARAGRAPH
               END-IF
             WHEN "RANGE"
               IF W-KEY(1:DRV-LEN) < RULE-LO(1:DRV-LEN)
                  OR W-KEY(1:DRV-LEN) > RULE-HI(1:DRV-LEN)
                  EXIT PARAGRAPH
               END-IF
             WHEN "SAMPLE"
               IF RND-FIRST = "Y"
                  COMPUTE RND-VAL = FUNCTION RANDOM(RULE-SEED)
                  MOVE "N" TO RND-FIRST
               ELSE
                  COMPUTE RND-VAL = FUNCTION RANDOM
               END-IF
               IF RND-VAL * 100 >= RULE-PCT
                  EXIT PARAGRAPH
               END-IF
           END-EVALUATE.
           MOVE "D" TO W-HOW.
           PERFORM SELECT-RECORD.
      *    the key of a principal parent record
       BOOK-A-ONE.
           IF W-HOW = "D" OR W-HOW = "C"
              MOVE REF-IDX TO KY-REF
              MOVE "A" TO KY-SIDE
              MOVE SPACE TO KY-VAL
              MOVE IO-BUF(REF-A-POS(REF-IDX):REF-K-LEN(REF-IDX))
                TO KY-VAL(1:REF-K-LEN(REF-IDX))
              WRITE KY-REC INVALID CONTINUE END-WRITE
           END-IF.
      *    the reference of any selected child record
       BOOK-B-ONE.
           IF W-HOW NOT = SPACE
              MOVE REF-IDX TO KY-REF
              MOVE "B" TO KY-SIDE
              MOVE SPACE TO KY-VAL
              MOVE IO-BUF(REF-B-POS(REF-IDX):REF-K-LEN(REF-IDX))
                TO KY-VAL(1:REF-K-LEN(REF-IDX))
              IF KY-VAL NOT = SPACE AND KY-VAL NOT = LOW-VALUE
                 WRITE KY-REC INVALID CONTINUE END-WRITE
              END-IF
           END-IF.
      *    a parent some selected child points at
       SELECT-A-ONE.
           IF W-HOW NOT = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE REF-IDX TO KY-REF.
           MOVE "B" TO KY-SIDE.
           MOVE SPACE TO KY-VAL.
           MOVE IO-BUF(REF-A-POS(REF-IDX):REF-K-LEN(REF-IDX))
             TO KY-VAL(1:REF-K-LEN(REF-IDX)).
           READ KEY-F
               INVALID EXIT PARAGRAPH
           END-READ.
           MOVE "P" TO W-HOW.
           PERFORM SELECT-RECORD.
      *    a child of a principal parent; a record already in as a
      *    parent only becomes principal, so its children follow
       SELECT-B-ONE.
           IF W-HOW = "D" OR W-HOW = "C"
              EXIT PARAGRAPH
           END-IF.
           MOVE REF-IDX TO KY-REF.
           MOVE "A" TO KY-SIDE.
           MOVE SPACE TO KY-VAL.
           MOVE IO-BUF(REF-B-POS(REF-IDX):REF-K-LEN(REF-IDX))
             TO KY-VAL(1:REF-K-LEN(REF-IDX)).
           READ KEY-F
               INVALID EXIT PARAGRAPH
           END-READ.
           IF W-HOW = "P"
              MOVE CUR-FIL     TO SEL-FIL
              MOVE REC-NO TO SEL-RNO
              MOVE "C"    TO SEL-HOW
              REWRITE SEL-REC
              ADD 1 TO CHG-CNT
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO W-HOW.
           PERFORM SELECT-RECORD.
       SELECT-RECORD.
           MOVE CUR-FIL     TO SEL-FIL.
           MOVE REC-NO TO SEL-RNO.
           MOVE W-HOW  TO SEL-HOW.
           WRITE SEL-REC
               INVALID EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO FIL-SEL(CUR-FIL).
           ADD 1 TO CHG-CNT.
      *    the selected records of a file into the output directory
       WRITE-SUBSET.
           MOVE 2 TO STRM-ACCESS.
           CALL "CBL_CREATE_FILE" USING FIL-OUT(CUR-FIL) STRM-ACCESS
                                        STRM-FLAGS STRM-DEV
                                        OUT-HANDLE
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
              MOVE SPACE TO P-LINE
              STRING "NOT WRITTEN,"  DELIMITED SIZE
                     FIL-OUT(CUR-FIL)     DELIMITED SPACE
                     INTO P-LINE
              WRITE P-REC FROM P-LINE
              ADD 1 TO ERR-CNT
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO O-OFF.
           MOVE "OUT" TO SCAN-MODE.
           PERFORM SCAN-FILE.
           CALL "CBL_CLOSE_FILE" USING OUT-HANDLE
                          RETURNING STRM-RC.
           MOVE REC-NO TO FIL-READ(CUR-FIL).
           MOVE FIL-READ(CUR-FIL) TO REC-DISP.
           MOVE FIL-SEL(CUR-FIL)  TO REC-DISP2.
           MOVE SPACE TO P-LINE.
           STRING "FILE,"             DELIMITED SIZE
                  FIL-PATH(CUR-FIL)        DELIMITED SPACE
                  ",read="            DELIMITED SIZE
                  REC-DISP            DELIMITED SIZE
                  ",kept="            DELIMITED SIZE
                  REC-DISP2           DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  FIL-OUT(CUR-FIL)         DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
       OUT-ONE.
           IF W-HOW = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE O-OFF TO STRM-OFFSET.
           MOVE FIL-RECL(CUR-FIL) TO STRM-NBYTES.
           CALL "CBL_WRITE_FILE" USING OUT-HANDLE STRM-OFFSET
                                       STRM-NBYTES STRM-FLAGS
                                       IO-BUF
                          RETURNING STRM-RC.
           ADD FIL-RECL(CUR-FIL) TO O-OFF.
