       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            QUREFCHK.
      *    referential integrity checker over existing fixture files,
      *    driven by the same REF= relationships mk_FSET generates
      *    from.  the plan (QUREFCHK_PLAN) is an mk_FSET plan -
      *        FILE=path;ctlfile;gencount;recl
      *            gives the record length of path
      *        REF=path-B;pos;len;path-A;pos;len[;recl-B;recl-A]
      *            the field at pos/len of every file-B record must
      *            hold a key found at pos/len of some file-A record
      *    or a plain list of REF= lines carrying their own record
      *    lengths in the two trailing tokens.  for every REF the
      *    report lists -
      *        DUPLICATE     a key value held by more than one
      *                      file-A record
      *        ORPHAN        a file-B record whose reference matches
      *                      no file-A key
      *        UNREFERENCED  a file-A key no file-B record points at
      *    a file-B field of spaces or low-values is an empty
      *    reference and only counted.  when the two fields differ in
      *    width the shorter width is compared, the way mk_FSET clips
      *    the key it copies.
      *    return code 8 for duplicates or orphans, 4 when the only
      *    finding is unreferenced keys, -1 when a REF cannot be
      *    checked.
      *
      *    QUREFCHK_PLAN     plan or REF= list (default
      *                      data\MKFSET.txt, mk_FSET's plan)
      *    QUREFCHK_MAXLIST  lines listed per finding kind and REF
      *                      (default 100; all are counted)
      *    QUREFCHK_FNAME    report (default data\QUREFCHK.txt)
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
      *    the file-A keys of the current REF
       SELECT RK-F            ASSIGN TO "WORK\QUREFCHK.wrk"
              ORGANIZATION    INDEXED
              ACCESS MODE     DYNAMIC
              RECORD KEY      RK-KEY
              FILE STATUS     RK-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
              ORGANIZATION    LINE SEQUENTIAL
              ACCESS MODE     SEQUENTIAL
              FILE STATUS     F-STS.
       DATA                   DIVISION.
       FILE SECTION.
       FD    PLAN-F.
       01    PLAN-REC         PIC X(300).
       FD    RK-F.
       01    RK-REC.
           03  RK-KEY         PIC X(40).
           03  RK-A-REC       PIC 9(9).
           03  RK-A-CNT       PIC 9(7).
           03  RK-B-CNT       PIC 9(9).
       FD    PRINT-F.
       01    P-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       01  PLAN-FNM           PIC X(128).
       01  PLAN-STS           PIC XX.
       01  RK-STS             PIC XX.
       01  F-STS              PIC XX.
       01  PRINT-FNM          PIC X(128).
       01  W-ENV              PIC X(10).
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
      *    the plan's FILE entries, for the record lengths
       01  FIL-CNT            PIC 9(3) VALUE 0.
       01  FIL-IDX            PIC 9(3).
       78  FIL-MAX                VALUE 50.
       01  FIL-TBL.
           03  FIL-ENT OCCURS 50 TIMES.
               05  FIL-PATH   PIC X(128).
               05  FIL-RECL   PIC 9(5).
       01  A-RECL             PIC 9(5).
       01  B-RECL             PIC 9(5).
       01  A-POS              PIC 9(5).
       01  A-LEN              PIC 9(5).
       01  B-POS              PIC 9(5).
       01  B-LEN              PIC 9(5).
       01  K-LEN              PIC 9(5).
       01  MAX-LIST           PIC 9(7) VALUE 100.
       01  W-KEY              PIC X(40).
      *    per-REF counts
       01  A-REC-CNT          PIC 9(9).
       01  B-REC-CNT          PIC 9(9).
       01  DUP-CNT            PIC 9(9).
       01  ORPHAN-CNT         PIC 9(9).
       01  EMPTY-CNT          PIC 9(9).
       01  UNREF-CNT          PIC 9(9).
      *    "Y" when file B could not be read - nothing was looked up,
      *    so no A key can be called unreferenced
       01  B-MISSING-SW       PIC X.
      *    run totals
       01  REF-CNT            PIC 9(3) VALUE 0.
       01  FAIL-CNT           PIC 9(3) VALUE 0.
       01  TOT-DUP            PIC 9(9) VALUE 0.
       01  TOT-ORPHAN         PIC 9(9) VALUE 0.
       01  TOT-UNREF          PIC 9(9) VALUE 0.
       01  REC-DISP           PIC Z(8)9.
       01  REC-DISP2          PIC Z(8)9.
       01  P-LINE             PIC X(200).
      *    byte-stream reads, as mk_FSET reads its files
       01  STRM-ACCESS        PIC X COMP-X.
       01  STRM-FLAGS         PIC X COMP-X VALUE 0.
       01  STRM-DEV           PIC X COMP-X VALUE 0.
       01  STRM-HANDLE        PIC X(4).
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
           CALL "QURUNLOG" USING "STR" "QUREFCHK" PLAN-FNM.
           OPEN INPUT PLAN-F.
           IF PLAN-STS NOT = "00"
              DISPLAY "QUREFCHK : cannot open plan " PLAN-FNM
              MOVE -1 TO RETURN-CODE
              CALL "QURUNLOG" USING "END" RETURN-CODE
              goback
           END-IF.
           PERFORM FILE-PASS.
           CLOSE PLAN-F.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "QUREFCHK  referential integrity of "
                                      DELIMITED SIZE
                  PLAN-FNM            DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
           OPEN INPUT PLAN-F.
           PERFORM REF-PASS.
           CLOSE PLAN-F.
           MOVE SPACE TO P-LINE.
           STRING "** TOTALS **  REFS="     DELIMITED SIZE
                  REF-CNT                   DELIMITED SIZE
                  "  NOT CHECKED="          DELIMITED SIZE
                  FAIL-CNT                  DELIMITED SIZE
                  "  DUPLICATE="            DELIMITED SIZE
                  TOT-DUP                   DELIMITED SIZE
                  "  ORPHAN="               DELIMITED SIZE
                  TOT-ORPHAN                DELIMITED SIZE
                  "  UNREFERENCED="         DELIMITED SIZE
                  TOT-UNREF                 DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
           CLOSE PRINT-F.
           DISPLAY "QUREFCHK : " REF-CNT " reference(s) checked, "
                   TOT-DUP " duplicate, " TOT-ORPHAN " orphan, "
                   TOT-UNREF " unreferenced".
           EVALUATE TRUE
             WHEN FAIL-CNT > 0
               MOVE -1 TO RETURN-CODE
             WHEN TOT-DUP > 0 OR TOT-ORPHAN > 0
               MOVE 8 TO RETURN-CODE
             WHEN TOT-UNREF > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           goback.
      *
       GET-PARMS.
           move space to PLAN-FNM.
           display "QUREFCHK_PLAN"    upon environment-name.
           accept  PLAN-FNM           from environment-value.
           if PLAN-FNM = space
              move "data\MKFSET.txt" to PLAN-FNM
           end-if.
           move space to PRINT-FNM.
           display "QUREFCHK_FNAME"   upon environment-name.
           accept  PRINT-FNM          from environment-value.
           if PRINT-FNM = space
              move "data\QUREFCHK.txt" to PRINT-FNM
           end-if.
           move space to W-ENV.
           display "QUREFCHK_MAXLIST" upon environment-name.
           accept  W-ENV              from environment-value.
           if W-ENV(1:1) >= "0" and W-ENV(1:1) <= "9"
              compute MAX-LIST = function numval(W-ENV)
           end-if.
      *    pass one: the record length of every FILE entry
       FILE-PASS.
           PERFORM UNTIL 1 = 0
              READ PLAN-F AT END EXIT PERFORM END-READ
              IF PLAN-REC(1:5) = "FILE=" AND FIL-CNT < FIL-MAX
                 MOVE SPACE TO W-PATH W-CTL W-CNT W-RECL
                 UNSTRING PLAN-REC(6:295) DELIMITED BY ";"
                     INTO W-PATH W-CTL W-CNT W-RECL
                 ADD 1 TO FIL-CNT
                 MOVE W-PATH TO FIL-PATH(FIL-CNT)
                 MOVE 0 TO FIL-RECL(FIL-CNT)
                 IF W-RECL(1:1) >= "0" AND W-RECL(1:1) <= "9"
                    COMPUTE FIL-RECL(FIL-CNT) =
                            FUNCTION NUMVAL(W-RECL)
                 END-IF
              END-IF
           END-PERFORM.
      *    pass two: check every REF entry
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
           MOVE SPACE TO P-LINE.
           STRING "** REF "           DELIMITED SIZE
                  PLAN-REC(5:150)     DELIMITED "  "
                  " **"               DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
           PERFORM FIND-RECLS.
           IF A-RECL = 0 OR B-RECL = 0
              MOVE "NOT CHECKED,no record length for a file (FILE=
      -            " entry or trailing recl tokens)" TO P-REC
              WRITE P-REC
              ADD 1 TO FAIL-CNT
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO A-POS A-LEN B-POS B-LEN.
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
           IF A-POS = 0 OR A-LEN = 0 OR A-LEN > 40
              OR B-POS = 0 OR B-LEN = 0
              OR A-POS + A-LEN - 1 > A-RECL
              OR B-POS + B-LEN - 1 > B-RECL
              OR A-RECL > 4096 OR B-RECL > 4096
              MOVE "NOT CHECKED,bad REF line" TO P-REC
              WRITE P-REC
              ADD 1 TO FAIL-CNT
              EXIT PARAGRAPH
           END-IF.
           IF B-LEN > A-LEN
              MOVE A-LEN TO K-LEN
           ELSE
              MOVE B-LEN TO K-LEN
           END-IF.
           MOVE 0 TO A-REC-CNT B-REC-CNT DUP-CNT ORPHAN-CNT
                     EMPTY-CNT UNREF-CNT.
           OPEN OUTPUT RK-F.
           CLOSE RK-F.
           OPEN I-O RK-F.
           IF RK-STS NOT = "00"
              MOVE "NOT CHECKED,work file unusable" TO P-REC
              WRITE P-REC
              ADD 1 TO FAIL-CNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-A-KEYS.
           IF A-REC-CNT = 0
              MOVE "NOT CHECKED,file A missing or empty" TO P-REC
              WRITE P-REC
              CLOSE RK-F
              ADD 1 TO FAIL-CNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-B-REFS.
           IF B-MISSING-SW = "Y"
              CLOSE RK-F
              EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-UNREFERENCED.
           CLOSE RK-F.
           ADD 1 TO REF-CNT.
           ADD DUP-CNT    TO TOT-DUP.
           ADD ORPHAN-CNT TO TOT-ORPHAN.
           ADD UNREF-CNT  TO TOT-UNREF.
           MOVE SPACE TO P-LINE.
           STRING "A RECORDS="        DELIMITED SIZE
                  A-REC-CNT           DELIMITED SIZE
                  "  B RECORDS="      DELIMITED SIZE
                  B-REC-CNT           DELIMITED SIZE
                  "  DUPLICATE="      DELIMITED SIZE
                  DUP-CNT             DELIMITED SIZE
                  "  ORPHAN="         DELIMITED SIZE
                  ORPHAN-CNT          DELIMITED SIZE
                  "  EMPTY="          DELIMITED SIZE
                  EMPTY-CNT           DELIMITED SIZE
                  "  UNREFERENCED="   DELIMITED SIZE
                  UNREF-CNT           DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
      *    FILE= entries first, the REF line's own tokens otherwise
       FIND-RECLS.
           MOVE 0 TO A-RECL B-RECL.
           PERFORM VARYING FIL-IDX FROM 1 BY 1
                   UNTIL FIL-IDX > FIL-CNT
              IF FIL-PATH(FIL-IDX) = W-APATH
                 MOVE FIL-RECL(FIL-IDX) TO A-RECL
              END-IF
              IF FIL-PATH(FIL-IDX) = W-BPATH
                 MOVE FIL-RECL(FIL-IDX) TO B-RECL
              END-IF
           END-PERFORM.
           IF B-RECL = 0
              AND W-BRECL(1:1) >= "0" AND W-BRECL(1:1) <= "9"
              COMPUTE B-RECL = FUNCTION NUMVAL(W-BRECL)
           END-IF.
           IF A-RECL = 0
              AND W-ARECL(1:1) >= "0" AND W-ARECL(1:1) <= "9"
              COMPUTE A-RECL = FUNCTION NUMVAL(W-ARECL)
           END-IF.
      *    every file-A key into the work file; a key already there
      *    is a duplicate
       LOAD-A-KEYS.
           CALL "CBL_CHECK_FILE_EXIST" USING W-APATH FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF EXIST-STATUS NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE CBLTE-FE-FILESIZE TO F-SIZE.
           MOVE 1 TO STRM-ACCESS.
           CALL "CBL_OPEN_FILE" USING W-APATH STRM-ACCESS
                                      STRM-FLAGS STRM-DEV
                                      STRM-HANDLE
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO F-OFF.
           PERFORM UNTIL F-OFF + A-RECL > F-SIZE
              MOVE F-OFF TO STRM-OFFSET
              MOVE A-RECL TO STRM-NBYTES
              CALL "CBL_READ_FILE" USING STRM-HANDLE STRM-OFFSET
                                         STRM-NBYTES STRM-FLAGS
                                         IO-BUF
                             RETURNING STRM-RC
              IF STRM-RC NOT = 0
                 EXIT PERFORM
              END-IF
              ADD 1 TO A-REC-CNT
              MOVE SPACE TO W-KEY
              MOVE IO-BUF(A-POS:K-LEN) TO W-KEY(1:K-LEN)
              PERFORM BOOK-A-KEY
              ADD A-RECL TO F-OFF
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING STRM-HANDLE
                          RETURNING STRM-RC.
       BOOK-A-KEY.
           MOVE W-KEY TO RK-KEY.
           READ RK-F
               INVALID
                   MOVE W-KEY     TO RK-KEY
                   MOVE A-REC-CNT TO RK-A-REC
                   MOVE 1         TO RK-A-CNT
                   MOVE 0         TO RK-B-CNT
                   WRITE RK-REC
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO RK-A-CNT.
           REWRITE RK-REC.
           ADD 1 TO DUP-CNT.
           IF DUP-CNT > MAX-LIST
              EXIT PARAGRAPH
           END-IF.
           MOVE A-REC-CNT TO REC-DISP.
           MOVE RK-A-REC  TO REC-DISP2.
           MOVE SPACE TO P-LINE.
           STRING "DUPLICATE,A record "  DELIMITED SIZE
                  REC-DISP               DELIMITED SIZE
                  ",first at "           DELIMITED SIZE
                  REC-DISP2              DELIMITED SIZE
                  ","                    DELIMITED SIZE
                  W-KEY(1:K-LEN)         DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
      *    every file-B reference looked up among the keys
       CHECK-B-REFS.
           MOVE "N" TO B-MISSING-SW.
           CALL "CBL_CHECK_FILE_EXIST" USING W-BPATH FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF EXIST-STATUS NOT = 0
              MOVE "NOT CHECKED,file B missing" TO P-REC
              WRITE P-REC
              ADD 1 TO FAIL-CNT
              MOVE "Y" TO B-MISSING-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE CBLTE-FE-FILESIZE TO F-SIZE.
           MOVE 1 TO STRM-ACCESS.
           CALL "CBL_OPEN_FILE" USING W-BPATH STRM-ACCESS
                                      STRM-FLAGS STRM-DEV
                                      STRM-HANDLE
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
              MOVE "NOT CHECKED,file B cannot be read" TO P-REC
              WRITE P-REC
              ADD 1 TO FAIL-CNT
              MOVE "Y" TO B-MISSING-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO F-OFF.
           PERFORM UNTIL F-OFF + B-RECL > F-SIZE
              MOVE F-OFF TO STRM-OFFSET
              MOVE B-RECL TO STRM-NBYTES
              CALL "CBL_READ_FILE" USING STRM-HANDLE STRM-OFFSET
                                         STRM-NBYTES STRM-FLAGS
                                         IO-BUF
                             RETURNING STRM-RC
              IF STRM-RC NOT = 0
                 EXIT PERFORM
              END-IF
              ADD 1 TO B-REC-CNT
              PERFORM CHECK-ONE-REF
              ADD B-RECL TO F-OFF
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING STRM-HANDLE
                          RETURNING STRM-RC.
       CHECK-ONE-REF.
           IF IO-BUF(B-POS:B-LEN) = SPACE
              OR IO-BUF(B-POS:B-LEN) = LOW-VALUE
              ADD 1 TO EMPTY-CNT
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO W-KEY.
           MOVE IO-BUF(B-POS:K-LEN) TO W-KEY(1:K-LEN).
           MOVE W-KEY TO RK-KEY.
           READ RK-F
               INVALID
                   ADD 1 TO ORPHAN-CNT
                   IF ORPHAN-CNT <= MAX-LIST
                      MOVE B-REC-CNT TO REC-DISP
                      MOVE SPACE TO P-LINE
                      STRING "ORPHAN,B record "  DELIMITED SIZE
                             REC-DISP            DELIMITED SIZE
                             ","                 DELIMITED SIZE
                             W-KEY(1:K-LEN)      DELIMITED SIZE
                             INTO P-LINE
                      WRITE P-REC FROM P-LINE
                   END-IF
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO RK-B-CNT.
           REWRITE RK-REC.
      *    keys no file-B record pointed at
       LIST-UNREFERENCED.
           MOVE LOW-VALUE TO RK-KEY.
           START RK-F KEY >= RK-KEY
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ RK-F NEXT AT END EXIT PERFORM END-READ
              IF RK-B-CNT = 0
                 ADD 1 TO UNREF-CNT
                 IF UNREF-CNT <= MAX-LIST
                    MOVE RK-A-REC TO REC-DISP
                    MOVE SPACE TO P-LINE
                    STRING "UNREFERENCED,A record "  DELIMITED SIZE
                           REC-DISP                  DELIMITED SIZE
                           ","                       DELIMITED SIZE
                           RK-KEY(1:K-LEN)           DELIMITED SIZE
                           INTO P-LINE
                    WRITE P-REC FROM P-LINE
                 END-IF
              END-IF
           END-PERFORM.
