       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUJCLINV.
      *    static inventory of the JCL library: every .jcl in the
      *    library directory is read the way QU_PAN3 reads a
      *    parameter file - continuation lines, FN=* inline blocks
      *    skipped, one level of INCLUDE=, &JOBNAME / &STEPNAME /
      *    &ENV(name) resolved (run-time symbols such as &DATE or a
      *    repeat variable are left as written) and FN=CATLG:name
      *    taken from the catalog.  a STEP NAME=,PGM=,PARAM= line
      *    (or a job-stream line carrying PGM= / PARAM=) opens a
      *    step and its parameter file is read as part of it; SORT,
      *    MATCH and REPEAT name QU_SORT, QU_MATCH and QU_REPEAT.
      *
      *    per job the report lists the steps with their program,
      *    the Fn= files (R read / W written, organization, MOD=),
      *    the COND= branches and the includes; then four cross-
      *    sections - files written by more than one job, include
      *    members nobody uses, catalog fixtures no JCL references
      *    and JCLs no queue or suite file names.  read/write comes
      *    from the step program: F2-F9 are outputs unless the
      *    output map says otherwise (QU_SORT 2, QU_MATCH 3-5,
      *    QU_FCOMP none ...); MOD=DLT/ROTATE counts as a write.
      *
      *    QUJCLINV_DIR      JCL library (default "jcl")
      *    QUJCLINV_INCDIR   include/parameter members (default
      *                      the JCL library, .jcl files excluded)
      *    QUJCLINV_OUTMAP   extra output map lines "program;fnos"
      *                      (e.g. "MYPGM;23", "MYCMP;" = reads only)
      *    QUJCLINV_REFS     file listing the queue and suite files
      *                      to search for job names, one per line
      *                      (default: the files named by
      *                      BJ_LAUNCH_PLAN_FILE, BJ_LAUNCH_POLICY_FILE,
      *                      QUDISPAT_QUEUE and QUSUITE_DEFFILE)
      *    BJ_CATLG_MAST     the catalog (CATLG: names, fixtures)
      *    QUJCLINV_FNAME    report (default data\QUJCLINV.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT LST-F           ASSIGN TO LST-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS LST-STS.
       SELECT JCL-F           ASSIGN TO JCL-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS JCL-STS.
       SELECT PRM-F           ASSIGN TO PRM-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS PRM-STS.
       SELECT INC-F           ASSIGN TO INC-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS INC-STS.
       SELECT MAP-F           ASSIGN TO MAP-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS MAP-STS.
       SELECT REFL-F          ASSIGN TO REFL-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS REFL-STS.
       SELECT QREF-F          ASSIGN TO QREF-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS QREF-STS.
       COPY "BJ_CATLG_SL.CPY".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS P-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    LST-F.
       01    LST-REC                   PIC X(200).
       FD    JCL-F.
       01    JCL-REC                   PIC X(200).
       FD    PRM-F.
       01    PRM-REC                   PIC X(200).
       FD    INC-F.
       01    INC-REC                   PIC X(200).
       FD    MAP-F.
       01    MAP-REC                   PIC X(80).
       FD    REFL-F.
       01    REFL-REC                  PIC X(200).
       FD    QREF-F.
       01    QREF-REC                  PIC X(300).
       COPY "BJ_CATLG_FD.CPY".
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  P-STS                       PIC XX.
       01  LST-STS                     PIC XX.
       01  JCL-STS                     PIC XX.
       01  PRM-STS                     PIC XX.
       01  INC-STS                     PIC XX.
       01  MAP-STS                     PIC XX.
       01  REFL-STS                    PIC XX.
       01  QREF-STS                    PIC XX.
       01  LST-FNM                     PIC X(128)
                                   VALUE "WORK/qujclinv.lst".
       01  JCL-FNM                     PIC X(256).
       01  PRM-FNM                     PIC X(256).
       01  INC-FNM                     PIC X(256).
       01  MAP-FNM                     PIC X(128).
       01  REFL-FNM                    PIC X(128).
       01  QREF-FNM                    PIC X(200).
       01  CATLG-FNAME                 PIC X(128).
       01  PRINT-FNM                   PIC X(128).
       01  JCL-DIR                     PIC X(100).
       01  INC-DIR                     PIC X(100).
       01  CMD-LINE                    PIC X(512).
       01  FLAGS                       PIC X(2) COMP-X.
       01  EXIT-STATUS                 PIC X(2) COMP-X.
      *    jobs: the .jcl stems of the library, and whether a queue
      *    or suite file names them
       78  JB-MAX                          VALUE 500.
       01  JB-CNT                      PIC 9(4) VALUE 0.
       01  JB-TBL.
           03  JB-ENT OCCURS 500 TIMES.
               05  JB-NAME         PIC X(60).
               05  JB-UC           PIC X(60).
               05  JB-QREF         PIC X.
      *    every Fn= reference of every step
       78  FR-MAX                          VALUE 5000.
       01  FR-CNT                      PIC 9(5) VALUE 0.
       01  FR-TBL.
           03  FR-ENT OCCURS 5000 TIMES.
               05  FR-JOB          PIC 9(4).
               05  FR-FNO          PIC X.
               05  FR-DIR          PIC X.
               05  FR-KIND         PIC X.
               05  FR-ORG          PIC X(4).
               05  FR-MOD          PIC X(20).
               05  FR-NAME         PIC X(128).
               05  FR-BASE         PIC X(60).
       01  FR-FULL-SW                  PIC X VALUE "N".
      *    include and parameter members some job names
       78  MU-MAX                          VALUE 1000.
       01  MU-CNT                      PIC 9(4) VALUE 0.
       01  MU-TBL.
           03  MU-NAME OCCURS 1000 TIMES PIC X(60).
      *    the catalog, loaded once
       78  CT-MAX                          VALUE 1000.
       01  CT-CNT                      PIC 9(4) VALUE 0.
       01  CT-TBL.
           03  CT-ENT OCCURS 1000 TIMES.
               05  CT-PATH         PIC X(128).
               05  CT-BASE         PIC X(60).
               05  CT-ORG          PIC X(4).
       COPY "QUOUTMAP.wrk".
      *    the step being read
       01  ST-USED                     PIC X.
       01  ST-NO                       PIC 9(3).
       01  ST-NO-ED                    PIC ZZ9.
       01  ST-NAME                     PIC X(16).
       01  ST-PGM                      PIC X(12).
       01  ST-PARAM                    PIC X(128).
       01  ST-FR-FIRST                 PIC 9(5).
       01  WR-SET                      PIC X(9).
       01  WR-HIT                      PIC 9(2).
       78  DT-MAX                          VALUE 20.
       01  DT-CNT                      PIC 9(2).
       01  DT-TBL.
           03  DT-TEXT OCCURS 20 TIMES PIC X(120).
      *    the job being read: its name, the source stack (1 the
      *    .jcl, 2 a step's PARAM= file, 3 an include) and the
      *    logical line assembled from continued physical lines
       01  JOB-STEM                    PIC X(60).
       01  UNREC-CNT                   PIC 9(4).
       01  UNREC-ED                    PIC ZZZ9.
       01  SRC-TOP                     PIC 9 VALUE 0.
       01  SRC-TBL.
           03  SRC-ID OCCURS 3 TIMES   PIC 9.
       01  PRM-OPEN-SW                 PIC X.
       01  INC-OPEN-SW                 PIC X.
       01  INLINE-SW                   PIC X.
       01  PH-EOF                      PIC X.
       01  PH-REC                      PIC X(200).
       01  PH-S                        PIC 9(4).
       01  PH-E                        PIC 9(4).
       01  PH-L                        PIC 9(4).
       01  LG-LINE                     PIC X(1000).
       01  LG-UC                       PIC X(1000).
       01  LG-L                        PIC 9(4).
      *    symbol expansion
       01  EX-LINE                     PIC X(1000).
       01  EX-I                        PIC 9(4).
       01  EX-O                        PIC 9(4).
       01  EX-S                        PIC 9(4).
       01  SY-UC                       PIC X(10).
       01  SY-VAL                      PIC X(64).
       01  SY-VL                       PIC 9(3).
       01  SY-ENV                      PIC X(32).
       01  SY-EL                       PIC 9(3).
      *    keyword option lookup: OPT-KEY(1:OPT-KL) -> OPT-VAL
       01  OPT-KEY                     PIC X(8).
       01  OPT-KL                      PIC 9.
       01  OPT-VAL                     PIC X(128).
       01  OPT-POS                     PIC 9(4).
       01  OPT-PTR                     PIC 9(4).
       01  OPT-C                       PIC X.
      *    file name work
       01  WK-FN                       PIC X(128).
       01  WK-ORG                      PIC X(8).
       01  WK-MOD                      PIC X(20).
       01  WK-NAME                     PIC X(60).
       01  WK-UC                       PIC X(60).
       01  WK-TOK                      PIC X(128).
       01  BS-IN                       PIC X(128).
       01  BS-OUT                      PIC X(60).
       01  BS-I                        PIC 9(4).
       01  BS-LAST                     PIC 9(4).
       01  BS-L                        PIC 9(4).
       01  IX                          PIC 9(5).
       01  IX2                         PIC 9(5).
       01  FND                         PIC 9(5).
      *    multi-writer collection
       01  WJ-CNT                      PIC 9(2).
       01  WJ-TBL.
           03  WJ-JOB OCCURS 20 TIMES  PIC 9(4).
       01  WJ-IX                       PIC 9(2).
      *    totals
       01  STEP-TOT                    PIC 9(5) VALUE 0.
       01  MULTI-CNT                   PIC 9(4) VALUE 0.
       01  UNUSED-CNT                  PIC 9(4) VALUE 0.
       01  NOFIX-CNT                   PIC 9(4) VALUE 0.
       01  NOQ-CNT                     PIC 9(4) VALUE 0.
       01  QREF-FILES                  PIC 9(3) VALUE 0.
       01  CNT-ED1                     PIC ZZZ9.
       01  CNT-ED2                     PIC ZZZZ9.
       01  CNT-ED3                     PIC ZZZZ9.
       01  CNT-ED4                     PIC ZZZ9.
       01  CNT-ED5                     PIC ZZZ9.
       01  CNT-ED6                     PIC ZZZ9.
       01  CNT-ED7                     PIC ZZZ9.
       01  W-ENVNM                     PIC X(24).
       01  ENV-IX                      PIC 9.
       01  P-LINE                      PIC X(200).
       PROCEDURE DIVISION.
       DECLARATIVES.
       CT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON CATLG-F.
              DISPLAY "CATLG-F ERROR : " F-STS
              move -1 to return-code.
              goback.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " P-STS
              move -1 to return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           PERFORM JOBS-PROC.
           PERFORM XS-MULTI-PROC.
           PERFORM XS-MEMBER-PROC.
           PERFORM XS-FIXTURE-PROC.
           PERFORM XS-QUEUE-PROC.
           PERFORM TERM-PROC.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO JCL-DIR.
           DISPLAY "QUJCLINV_DIR"      UPON ENVIRONMENT-NAME.
           ACCEPT  JCL-DIR             FROM ENVIRONMENT-VALUE.
           IF JCL-DIR = SPACE
               MOVE "jcl" TO JCL-DIR
           END-IF.
           MOVE SPACE TO INC-DIR.
           DISPLAY "QUJCLINV_INCDIR"   UPON ENVIRONMENT-NAME.
           ACCEPT  INC-DIR             FROM ENVIRONMENT-VALUE.
           IF INC-DIR = SPACE
               MOVE JCL-DIR TO INC-DIR
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUJCLINV_FNAME"    UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUJCLINV.txt" TO PRINT-FNM
           END-IF.
           PERFORM LOAD-CATLG.
           PERFORM LOAD-OUTMAP.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "JCL INVENTORY  library " DELIMITED SIZE
                  JCL-DIR                   DELIMITED SPACE
                  "  members "              DELIMITED SIZE
                  INC-DIR                   DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    the catalog in core: path, name and organization
       LOAD-CATLG.
           MOVE SPACE TO CATLG-FNAME.
           DISPLAY "BJ_CATLG_MAST" UPON ENVIRONMENT-NAME.
           ACCEPT  CATLG-FNAME     FROM ENVIRONMENT-VALUE.
           IF CATLG-FNAME = SPACE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CATLG-F.
           PERFORM UNTIL 1 = 0
              READ CATLG-F AT END EXIT PERFORM END-READ
              IF CT-CNT < CT-MAX AND CATLG-FPATH NOT = SPACE
                 ADD 1 TO CT-CNT
                 MOVE CATLG-FPATH    TO CT-PATH(CT-CNT)
                 MOVE CATLG-FORG     TO CT-ORG(CT-CNT)
                 MOVE CATLG-FPATH    TO BS-IN
                 PERFORM BASE-OF
                 MOVE BS-OUT         TO CT-BASE(CT-CNT)
              END-IF
           END-PERFORM.
           CLOSE CATLG-F.
      *    site output map lines, then the built-in entries
       LOAD-OUTMAP.
           MOVE SPACE TO MAP-FNM.
           DISPLAY "QUJCLINV_OUTMAP" UPON ENVIRONMENT-NAME.
           ACCEPT  MAP-FNM           FROM ENVIRONMENT-VALUE.
           IF MAP-FNM NOT = SPACE
               OPEN INPUT MAP-F
               IF MAP-STS = "00"
                  PERFORM UNTIL 1 = 0
                     READ MAP-F AT END EXIT PERFORM END-READ
                     IF MAP-REC NOT = SPACE AND MAP-REC(1:1) NOT = "*"
                        AND OM-CNT < OM-MAX
                        ADD 1 TO OM-CNT
                        MOVE SPACE TO OM-ENT(OM-CNT)
                        UNSTRING MAP-REC DELIMITED BY ";"
                            INTO OM-PGM(OM-CNT) OM-FNOS(OM-CNT)
                        INSPECT OM-PGM(OM-CNT) CONVERTING
                                "abcdefghijklmnopqrstuvwxyz"
                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     END-IF
                  END-PERFORM
                  CLOSE MAP-F
               END-IF
           END-IF.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 8
              IF OM-CNT < OM-MAX
                 ADD 1 TO OM-CNT
                 MOVE OM-DEF-PGM(IX)  TO OM-PGM(OM-CNT)
                 MOVE OM-DEF-FNOS(IX) TO OM-FNOS(OM-CNT)
              END-IF
           END-PERFORM.
      *    the .jcl members of the library, one job each (the ls-
      *    through-BJ_CSYS idiom, see QUCATCHK)
       JOBS-PROC.
           MOVE SPACE TO CMD-LINE.
           STRING "bash -c ""ls -1 " DELIMITED SIZE
                  JCL-DIR            DELIMITED SPACE
                  " > "              DELIMITED SIZE
                  LST-FNM            DELIMITED SPACE
                  """"               DELIMITED SIZE
                  INTO CMD-LINE.
           MOVE H"0006" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
           OPEN INPUT LST-F.
           IF LST-STS NOT = "00"
               DISPLAY "QUJCLINV : cannot list " JCL-DIR
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ LST-F AT END EXIT PERFORM END-READ
              MOVE LST-REC(1:60) TO WK-NAME
              PERFORM JCL-STEM
              IF WK-NAME NOT = SPACE AND JB-CNT < JB-MAX
                 ADD 1 TO JB-CNT
                 MOVE WK-NAME TO JB-NAME(JB-CNT)
                 MOVE WK-UC   TO JB-UC(JB-CNT)
                 MOVE "N"     TO JB-QREF(JB-CNT)
              END-IF
           END-PERFORM.
           CLOSE LST-F.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > JB-CNT
              PERFORM JOB-ONE
           END-PERFORM.
      *    WK-NAME "x.jcl" -> stem "x" (WK-UC upper case); anything
      *    that is not a .jcl comes back as spaces
       JCL-STEM.
           MOVE 0 TO BS-LAST.
           PERFORM VARYING BS-I FROM 1 BY 1 UNTIL BS-I > 60
              IF WK-NAME(BS-I:1) = "."
                 MOVE BS-I TO BS-LAST
              END-IF
           END-PERFORM.
           MOVE WK-NAME TO WK-UC.
           INSPECT WK-UC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF BS-LAST < 2 OR BS-LAST > 56
               MOVE SPACE TO WK-NAME WK-UC
               EXIT PARAGRAPH
           END-IF.
           IF WK-UC(BS-LAST:5) NOT = ".JCL "
               MOVE SPACE TO WK-NAME WK-UC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WK-NAME(BS-LAST:) WK-UC(BS-LAST:).
      *    one job: its .jcl and everything it pulls in
       JOB-ONE.
           MOVE JB-NAME(IX) TO JOB-STEM.
           MOVE SPACE TO JCL-FNM.
           STRING JCL-DIR      DELIMITED SPACE
                  "/"          DELIMITED SIZE
                  JOB-STEM     DELIMITED SPACE
                  ".jcl"       DELIMITED SIZE
                  INTO JCL-FNM.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "JOB  "      DELIMITED SIZE
                  JOB-STEM     DELIMITED SPACE
                  "  ("        DELIMITED SIZE
                  JCL-FNM      DELIMITED SPACE
                  ")"          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           OPEN INPUT JCL-F.
           IF JCL-STS NOT = "00"
               MOVE "     (cannot be opened)" TO P-REC
               WRITE P-REC AFTER 1
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SRC-TOP.
           MOVE 1 TO SRC-ID(1).
           MOVE "N" TO PRM-OPEN-SW INC-OPEN-SW INLINE-SW.
           MOVE 0 TO UNREC-CNT ST-NO.
           PERFORM STEP-RESET.
           PERFORM UNTIL 1 = 0
              PERFORM READ-LOGICAL
              IF PH-EOF = "Y"
                 EXIT PERFORM
              END-IF
              PERFORM PROCESS-LINE
           END-PERFORM.
           PERFORM FLUSH-STEP.
           IF UNREC-CNT > 0
               MOVE UNREC-CNT TO UNREC-ED
               MOVE SPACE TO P-LINE
               STRING "     ("       DELIMITED SIZE
                      UNREC-ED       DELIMITED SIZE
                      " line(s) not recognised)"
                                     DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
      *    one physical line from the innermost open source; an
      *    exhausted source is closed and the next one out resumes
       READ-PHYS.
           MOVE "N" TO PH-EOF.
           PERFORM UNTIL 1 = 0
              IF SRC-TOP = 0
                 MOVE "Y" TO PH-EOF
                 EXIT PERFORM
              END-IF
              MOVE SPACE TO PH-REC
              EVALUATE SRC-ID(SRC-TOP)
                WHEN 1
                  READ JCL-F INTO PH-REC
                       AT END MOVE "E" TO PH-EOF
                  END-READ
                WHEN 2
                  READ PRM-F INTO PH-REC
                       AT END MOVE "E" TO PH-EOF
                  END-READ
                WHEN OTHER
                  READ INC-F INTO PH-REC
                       AT END MOVE "E" TO PH-EOF
                  END-READ
              END-EVALUATE
              IF PH-EOF = "E"
                 PERFORM POP-SOURCE
                 MOVE "N" TO PH-EOF
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
      *    the end of a step's PARAM= file is the end of that step
       POP-SOURCE.
           EVALUATE SRC-ID(SRC-TOP)
             WHEN 1
               CLOSE JCL-F
             WHEN 2
               CLOSE PRM-F
               MOVE "N" TO PRM-OPEN-SW
               PERFORM FLUSH-STEP
             WHEN OTHER
               CLOSE INC-F
               MOVE "N" TO INC-OPEN-SW
           END-EVALUATE.
           SUBTRACT 1 FROM SRC-TOP.
           MOVE "N" TO INLINE-SW.
      *    a logical line: physical lines ending in "," continue on
      *    the next one (inline data lines are taken as they are)
       READ-LOGICAL.
           MOVE SPACE TO LG-LINE.
           MOVE 0 TO LG-L.
           PERFORM READ-PHYS.
           IF PH-EOF = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPEND-PHYS.
           IF INLINE-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LG-L = 0 OR LG-L > 800
                      OR LG-LINE(LG-L:1) NOT = ","
              PERFORM READ-PHYS
              IF PH-EOF = "Y"
                 EXIT PERFORM
              END-IF
              PERFORM APPEND-PHYS
           END-PERFORM.
           MOVE "N" TO PH-EOF.
       APPEND-PHYS.
           PERFORM VARYING PH-S FROM 1 BY 1
                   UNTIL PH-S > 200 OR PH-REC(PH-S:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF PH-S > 200
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PH-E FROM 200 BY -1
                   UNTIL PH-REC(PH-E:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           COMPUTE PH-L = PH-E - PH-S + 1.
           IF LG-L + PH-L > 1000
               EXIT PARAGRAPH
           END-IF.
           MOVE PH-REC(PH-S:PH-L) TO LG-LINE(LG-L + 1:PH-L).
           ADD PH-L TO LG-L.
      *    one logical line of the job
       PROCESS-LINE.
           IF INLINE-SW = "Y"
               IF LG-LINE(1:2) = "/*"
                   MOVE "N" TO INLINE-SW
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LG-L = 0 OR LG-LINE(1:1) = "*"
              OR LG-LINE(1:3) = "//*"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UPPER-LINE.
           IF LG-UC(1:8) = "INCLUDE="
               PERFORM DO-INCLUDE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FND.
           INSPECT LG-LINE(1:LG-L) TALLYING FND FOR ALL "&".
           IF FND > 0
               PERFORM SYM-EXPAND
               PERFORM UPPER-LINE
           END-IF.
           EVALUATE TRUE
             WHEN LG-UC(1:1) = "F" AND LG-UC(3:1) = "="
              AND LG-UC(2:1) >= "1" AND LG-UC(2:1) <= "9"
               PERFORM DO-FN
             WHEN LG-UC(1:5) = "SORT "
               IF ST-PGM = SPACE
                   MOVE "QU_SORT" TO ST-PGM
               END-IF
               MOVE "Y" TO ST-USED
             WHEN LG-UC(1:6) = "MATCH "
               IF ST-PGM = SPACE
                   MOVE "QU_MATCH" TO ST-PGM
               END-IF
               MOVE "Y" TO ST-USED
             WHEN LG-UC(1:5) = "COND="
               PERFORM ADD-DETAIL
             WHEN LG-UC(1:7) = "REPEAT "
               IF ST-PGM = SPACE
                   MOVE "QU_REPEAT" TO ST-PGM
               END-IF
               PERFORM ADD-DETAIL
             WHEN LG-UC(1:9) = "ENDREPEAT"
               PERFORM FLUSH-STEP
               MOVE "  ENDREPEAT" TO P-REC
               WRITE P-REC AFTER 1
             WHEN LG-UC(1:5) = "STEP "
               PERFORM DO-STEP
             WHEN OTHER
               PERFORM DO-OTHER
           END-EVALUATE.
       UPPER-LINE.
           MOVE LG-LINE TO LG-UC.
           INSPECT LG-UC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *    the line as a detail of the current step
       ADD-DETAIL.
           MOVE "Y" TO ST-USED.
           IF DT-CNT < DT-MAX
               ADD 1 TO DT-CNT
               MOVE LG-LINE(1:120) TO DT-TEXT(DT-CNT)
           END-IF.
      *    INCLUDE=member: followed one level deep, as QU_PAN3 does
       DO-INCLUDE.
           MOVE SPACE TO WK-TOK.
           UNSTRING LG-LINE(9:) DELIMITED BY ALL SPACE INTO WK-TOK.
           MOVE WK-TOK TO BS-IN.
           PERFORM NOTE-MEMBER.
           EVALUATE TRUE
             WHEN INC-OPEN-SW = "Y"
               MOVE SPACE TO LG-LINE
               STRING "INCLUDE=" DELIMITED SIZE
                      WK-TOK     DELIMITED SPACE
                      "  (nested - not followed)" DELIMITED SIZE
                      INTO LG-LINE
             WHEN OTHER
               MOVE WK-TOK TO INC-FNM
               OPEN INPUT INC-F
               MOVE SPACE TO LG-LINE
               IF INC-STS = "00"
                   MOVE "Y" TO INC-OPEN-SW
                   ADD 1 TO SRC-TOP
                   MOVE 3 TO SRC-ID(SRC-TOP)
                   STRING "INCLUDE=" DELIMITED SIZE
                          WK-TOK     DELIMITED SPACE
                          INTO LG-LINE
               ELSE
                   STRING "INCLUDE=" DELIMITED SIZE
                          WK-TOK     DELIMITED SPACE
                          "  (missing)" DELIMITED SIZE
                          INTO LG-LINE
               END-IF
           END-EVALUATE.
           PERFORM ADD-DETAIL.
      *    STEP NAME=,PGM=,PARAM= - a new step whose parameter file
      *    is read as part of it
       DO-STEP.
           PERFORM FLUSH-STEP.
           MOVE "Y" TO ST-USED.
           MOVE "NAME=" TO OPT-KEY.
           MOVE 5 TO OPT-KL.
           PERFORM GET-OPT.
           MOVE OPT-VAL TO ST-NAME.
           MOVE "PGM=" TO OPT-KEY.
           MOVE 4 TO OPT-KL.
           PERFORM GET-OPT.
           MOVE OPT-VAL TO ST-PGM.
           MOVE "PARAM=" TO OPT-KEY.
           MOVE 6 TO OPT-KL.
           PERFORM GET-OPT.
           MOVE OPT-VAL TO ST-PARAM.
           IF ST-PARAM NOT = SPACE
               PERFORM FOLLOW-PARAM
           END-IF.
      *    a job-stream line: PGM= opens a step (named by a leading
      *    //name when there is one), PARAM= gives its parameter
      *    file; anything else is only counted
       DO-OTHER.
           MOVE 0 TO FND.
           MOVE "PGM=" TO OPT-KEY.
           MOVE 4 TO OPT-KL.
           PERFORM GET-OPT.
           IF OPT-VAL NOT = SPACE
               MOVE 1 TO FND
               PERFORM FLUSH-STEP
               MOVE "Y" TO ST-USED
               MOVE OPT-VAL TO ST-PGM
               IF LG-LINE(1:2) = "//"
                   UNSTRING LG-LINE(3:) DELIMITED BY ALL SPACE
                       INTO ST-NAME
               END-IF
           END-IF.
           MOVE "PARAM=" TO OPT-KEY.
           MOVE 6 TO OPT-KL.
           PERFORM GET-OPT.
           IF OPT-VAL NOT = SPACE
               MOVE 1 TO FND
               MOVE "Y" TO ST-USED
               MOVE OPT-VAL TO ST-PARAM
               PERFORM FOLLOW-PARAM
           END-IF.
           IF FND = 0
               ADD 1 TO UNREC-CNT
           END-IF.
       FOLLOW-PARAM.
           MOVE ST-PARAM TO BS-IN.
           PERFORM NOTE-MEMBER.
           MOVE 0 TO FND.
           INSPECT ST-PARAM TALLYING FND FOR ALL "&".
           EVALUATE TRUE
             WHEN FND > 0
               MOVE "(PARAM= symbolic - not followed)" TO LG-LINE
               PERFORM ADD-DETAIL
             WHEN PRM-OPEN-SW = "Y"
               MOVE "(PARAM= inside a parameter file - not followed)"
                 TO LG-LINE
               PERFORM ADD-DETAIL
             WHEN OTHER
               MOVE ST-PARAM TO PRM-FNM
               OPEN INPUT PRM-F
               IF PRM-STS = "00"
                   MOVE "Y" TO PRM-OPEN-SW
                   ADD 1 TO SRC-TOP
                   MOVE 2 TO SRC-ID(SRC-TOP)
               ELSE
                   MOVE "(PARAM= file missing)" TO LG-LINE
                   PERFORM ADD-DETAIL
               END-IF
           END-EVALUATE.
      *    Fn=(FN=name[,ORG=o][,...][,MOD=m]) of the current step
       DO-FN.
           MOVE "Y" TO ST-USED.
           IF FR-CNT >= FR-MAX
               MOVE "Y" TO FR-FULL-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FR-CNT.
           MOVE IX            TO FR-JOB(FR-CNT).
           MOVE LG-UC(2:1)    TO FR-FNO(FR-CNT).
           MOVE "R"           TO FR-DIR(FR-CNT).
           MOVE "FN=" TO OPT-KEY.
           MOVE 3 TO OPT-KL.
           PERFORM GET-OPT.
           MOVE OPT-VAL TO WK-FN.
           MOVE "ORG=" TO OPT-KEY.
           MOVE 4 TO OPT-KL.
           PERFORM GET-OPT.
           MOVE OPT-VAL TO WK-ORG.
           INSPECT WK-ORG CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *    MOD= is the last option and runs to the closing bracket
           MOVE SPACE TO WK-MOD.
           MOVE 0 TO OPT-POS.
           INSPECT LG-UC(1:LG-L) TALLYING OPT-POS
                   FOR CHARACTERS BEFORE INITIAL "MOD=".
           IF OPT-POS < LG-L
               COMPUTE OPT-PTR = OPT-POS + 5
               UNSTRING LG-LINE DELIMITED BY ")"
                   INTO WK-MOD WITH POINTER OPT-PTR
               INSPECT WK-MOD CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
           MOVE WK-MOD TO FR-MOD(FR-CNT).
           MOVE "P" TO FR-KIND(FR-CNT).
           EVALUATE TRUE
             WHEN WK-FN = "*"
               MOVE "I"               TO FR-KIND(FR-CNT)
               MOVE "(inline-data)"   TO FR-NAME(FR-CNT)
               MOVE "Y" TO INLINE-SW
             WHEN WK-FN(1:2) = "&&"
               MOVE "T" TO FR-KIND(FR-CNT)
               MOVE SPACE TO FR-NAME(FR-CNT)
               STRING "WORK/"         DELIMITED SIZE
                      JOB-STEM        DELIMITED SPACE
                      "_"             DELIMITED SIZE
                      WK-FN(3:)       DELIMITED SPACE
                      ".tmp"          DELIMITED SIZE
                      INTO FR-NAME(FR-CNT)
             WHEN WK-FN(1:6) = "CATLG:" OR "catlg:"
               PERFORM CATLG-FIND
             WHEN OTHER
               MOVE WK-FN TO FR-NAME(FR-CNT)
               MOVE 0 TO FND
               INSPECT WK-FN TALLYING FND FOR ALL "&"
               IF FND > 0
                   MOVE "S" TO FR-KIND(FR-CNT)
               END-IF
           END-EVALUATE.
      *    ORG= as QU_PAN3 takes it, one letter or the full name
           EVALUATE WK-ORG
             WHEN "S"     MOVE "SEQ"  TO WK-ORG
             WHEN "T"     MOVE "TXT"  TO WK-ORG
             WHEN "R"     MOVE "REL"  TO WK-ORG
             WHEN "I"     MOVE "IDX"  TO WK-ORG
             WHEN "V"     MOVE "VSEQ" TO WK-ORG
             WHEN "C"     MOVE "CSV"  TO WK-ORG
           END-EVALUATE.
           IF FR-ORG(FR-CNT) = SPACE
               MOVE WK-ORG(1:4) TO FR-ORG(FR-CNT)
           END-IF.
           IF FR-ORG(FR-CNT) = SPACE
               MOVE "SEQ" TO FR-ORG(FR-CNT)
           END-IF.
           MOVE FR-NAME(FR-CNT) TO BS-IN.
           PERFORM BASE-OF.
           MOVE BS-OUT TO FR-BASE(FR-CNT).
      *    CATLG:name - the entry whose file name matches gives path
      *    and organization
       CATLG-FIND.
           MOVE SPACE TO WK-NAME.
           MOVE WK-FN(7:60) TO WK-NAME.
           MOVE SPACE TO FR-ORG(FR-CNT).
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > CT-CNT
              IF CT-BASE(IX2) = WK-NAME
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF IX2 > CT-CNT
               MOVE "U" TO FR-KIND(FR-CNT)
               MOVE WK-FN TO FR-NAME(FR-CNT)
           ELSE
               MOVE "C" TO FR-KIND(FR-CNT)
               MOVE CT-PATH(IX2) TO FR-NAME(FR-CNT)
               IF WK-ORG = SPACE
                   MOVE CT-ORG(IX2) TO FR-ORG(FR-CNT)
               END-IF
           END-IF.
      *    OPT-KEY(1:OPT-KL) at the start of the line or after "(",
      *    "," or a space; its value runs to "," ")" or a space
       GET-OPT.
           MOVE SPACE TO OPT-VAL.
           MOVE 1 TO OPT-POS.
           PERFORM UNTIL OPT-POS + OPT-KL - 1 > LG-L
              IF LG-UC(OPT-POS:OPT-KL) = OPT-KEY(1:OPT-KL)
                 IF OPT-POS = 1
                    EXIT PERFORM
                 END-IF
                 MOVE LG-UC(OPT-POS - 1:1) TO OPT-C
                 IF OPT-C = "(" OR "," OR SPACE
                    EXIT PERFORM
                 END-IF
              END-IF
              ADD 1 TO OPT-POS
           END-PERFORM.
           IF OPT-POS + OPT-KL - 1 > LG-L
               EXIT PARAGRAPH
           END-IF.
           COMPUTE OPT-PTR = OPT-POS + OPT-KL.
           IF OPT-PTR > LG-L
               EXIT PARAGRAPH
           END-IF.
           UNSTRING LG-LINE DELIMITED BY "," OR ")" OR SPACE
               INTO OPT-VAL WITH POINTER OPT-PTR.
      *    &JOBNAME, &STEPNAME and &ENV(name) where they are known;
      *    a "." right after a symbol ends it and is swallowed
       SYM-EXPAND.
           MOVE SPACE TO EX-LINE.
           MOVE 1 TO EX-I EX-O.
           PERFORM UNTIL EX-I > LG-L OR EX-O > 990
              IF LG-LINE(EX-I:1) NOT = "&"
                 MOVE LG-LINE(EX-I:1) TO EX-LINE(EX-O:1)
                 ADD 1 TO EX-I EX-O
              ELSE
                 PERFORM SYM-ONE
              END-IF
           END-PERFORM.
           MOVE EX-LINE TO LG-LINE.
           COMPUTE LG-L = EX-O - 1.
       SYM-ONE.
           MOVE LG-LINE(EX-I:10) TO SY-UC.
           INSPECT SY-UC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE EX-I TO EX-S.
           EVALUATE TRUE
             WHEN SY-UC(1:8) = "&JOBNAME"
               MOVE JOB-STEM TO SY-VAL
               ADD 8 TO EX-I
               PERFORM SYM-PUT
             WHEN SY-UC(1:9) = "&STEPNAME" AND ST-NAME NOT = SPACE
               MOVE ST-NAME TO SY-VAL
               ADD 9 TO EX-I
               PERFORM SYM-PUT
             WHEN SY-UC(1:5) = "&ENV("
               MOVE SPACE TO SY-ENV
               MOVE 0 TO SY-EL
               ADD 5 TO EX-I
               PERFORM UNTIL EX-I > LG-L OR LG-LINE(EX-I:1) = ")"
                  ADD 1 TO SY-EL
                  IF SY-EL <= 32
                     MOVE LG-LINE(EX-I:1) TO SY-ENV(SY-EL:1)
                  END-IF
                  ADD 1 TO EX-I
               END-PERFORM
               ADD 1 TO EX-I
               MOVE SPACE TO SY-VAL
               DISPLAY SY-ENV UPON ENVIRONMENT-NAME
               ACCEPT  SY-VAL FROM ENVIRONMENT-VALUE
               IF SY-VAL NOT = SPACE
                  PERFORM SYM-PUT
               ELSE
      *           not set here - the symbol stays as written
                  COMPUTE SY-EL = EX-I - EX-S
                  MOVE LG-LINE(EX-S:SY-EL) TO EX-LINE(EX-O:SY-EL)
                  ADD SY-EL TO EX-O
               END-IF
             WHEN OTHER
               MOVE "&" TO EX-LINE(EX-O:1)
               ADD 1 TO EX-I EX-O
           END-EVALUATE.
       SYM-PUT.
           MOVE 0 TO SY-VL.
           INSPECT SY-VAL TALLYING SY-VL
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF SY-VL > 0
               MOVE SY-VAL(1:SY-VL) TO EX-LINE(EX-O:SY-VL)
               ADD SY-VL TO EX-O
           END-IF.
           IF EX-I <= LG-L AND LG-LINE(EX-I:1) = "."
               ADD 1 TO EX-I
           END-IF.
      *    the step just read: read/write per file from its program,
      *    then its lines in the report
       FLUSH-STEP.
           IF ST-USED NOT = "Y"
               PERFORM STEP-RESET
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ST-NO STEP-TOT.
           MOVE "23456789" TO WR-SET.
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > OM-CNT
              IF OM-PGM(IX2) = ST-PGM AND ST-PGM NOT = SPACE
                 MOVE OM-FNOS(IX2) TO WR-SET
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE ST-NO TO ST-NO-ED.
           MOVE SPACE TO P-LINE.
           STRING "  STEP "     DELIMITED SIZE
                  ST-NO-ED      DELIMITED SIZE
                  " "           DELIMITED SIZE
                  ST-NAME       DELIMITED SIZE
                  " PGM="       DELIMITED SIZE
                  ST-PGM        DELIMITED SIZE
                  INTO P-LINE.
           IF ST-PGM = SPACE
               MOVE "?" TO P-LINE(33:1)
           END-IF.
           PERFORM P-TAIL.
           IF ST-PARAM NOT = SPACE
               STRING "  PARAM="   DELIMITED SIZE
                      ST-PARAM     DELIMITED SPACE
                      INTO P-LINE WITH POINTER PH-L
           END-IF.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING IX2 FROM ST-FR-FIRST BY 1
                   UNTIL IX2 > FR-CNT
              MOVE 0 TO WR-HIT
              INSPECT WR-SET TALLYING WR-HIT FOR ALL FR-FNO(IX2)
              INSPECT FR-MOD(IX2) TALLYING WR-HIT
                      FOR ALL "DLT" ALL "ROTATE"
              IF WR-HIT > 0 AND FR-KIND(IX2) NOT = "I"
                 MOVE "W" TO FR-DIR(IX2)
              END-IF
              PERFORM PRINT-FR
           END-PERFORM.
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > DT-CNT
              MOVE SPACE TO P-LINE
              STRING "      "      DELIMITED SIZE
                     DT-TEXT(IX2)  DELIMITED SIZE
                     INTO P-LINE
              WRITE P-REC FROM P-LINE AFTER 1
           END-PERFORM.
           PERFORM STEP-RESET.
       STEP-RESET.
           MOVE "N" TO ST-USED.
           MOVE SPACE TO ST-NAME ST-PGM ST-PARAM.
           MOVE 0 TO DT-CNT.
           COMPUTE ST-FR-FIRST = FR-CNT + 1.
       PRINT-FR.
           MOVE SPACE TO P-LINE.
           STRING "      F"        DELIMITED SIZE
                  FR-FNO(IX2)      DELIMITED SIZE
                  " "              DELIMITED SIZE
                  FR-DIR(IX2)      DELIMITED SIZE
                  " ORG="          DELIMITED SIZE
                  FR-ORG(IX2)      DELIMITED SIZE
                  " "              DELIMITED SIZE
                  FR-NAME(IX2)     DELIMITED SPACE
                  INTO P-LINE.
           PERFORM P-TAIL.
           IF FR-MOD(IX2) NOT = SPACE
               STRING "  MOD="       DELIMITED SIZE
                      FR-MOD(IX2)    DELIMITED SPACE
                      INTO P-LINE WITH POINTER PH-L
           END-IF.
           EVALUATE FR-KIND(IX2)
             WHEN "T"
               STRING "  (scratch)" DELIMITED SIZE
                      INTO P-LINE WITH POINTER PH-L
             WHEN "C"
               STRING "  (catalog)" DELIMITED SIZE
                      INTO P-LINE WITH POINTER PH-L
             WHEN "U"
               STRING "  (not in the catalog)" DELIMITED SIZE
                      INTO P-LINE WITH POINTER PH-L
             WHEN "S"
               STRING "  (run-time symbol)" DELIMITED SIZE
                      INTO P-LINE WITH POINTER PH-L
           END-EVALUATE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    PH-L -> the column after the last one used in P-LINE
       P-TAIL.
           PERFORM VARYING PH-L FROM 200 BY -1
                   UNTIL PH-L = 1 OR P-LINE(PH-L:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           ADD 1 TO PH-L.
      *    BS-IN -> BS-OUT, the name without its directory part
       BASE-OF.
           MOVE 0 TO BS-LAST.
           PERFORM VARYING BS-I FROM 1 BY 1 UNTIL BS-I > 128
              IF BS-IN(BS-I:1) = "/" OR BS-IN(BS-I:1) = "\"
                 MOVE BS-I TO BS-LAST
              END-IF
           END-PERFORM.
           MOVE SPACE TO BS-OUT.
           COMPUTE BS-I = BS-LAST + 1.
           COMPUTE BS-L = 128 - BS-I + 1.
           IF BS-L > 60
               MOVE 60 TO BS-L
           END-IF.
           MOVE BS-IN(BS-I:BS-L) TO BS-OUT.
      *    a member named by INCLUDE= or PARAM=, for the unused
      *    member sweep
       NOTE-MEMBER.
           PERFORM BASE-OF.
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > MU-CNT
              IF MU-NAME(IX2) = BS-OUT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF IX2 > MU-CNT AND MU-CNT < MU-MAX
               ADD 1 TO MU-CNT
               MOVE BS-OUT TO MU-NAME(MU-CNT)
           END-IF.
      *    files more than one job writes (scratch and inline data
      *    are private to their job)
       XS-MULTI-PROC.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "FILES WRITTEN BY MORE THAN ONE JOB" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > FR-CNT
              IF FR-DIR(IX) = "W" AND FR-KIND(IX) NOT = "T"
                 AND FR-KIND(IX) NOT = "I"
                 PERFORM XS-MULTI-ONE
              END-IF
           END-PERFORM.
       XS-MULTI-ONE.
      *    each name once - at its first writing reference
           MOVE 0 TO FND.
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 >= IX
              IF FR-DIR(IX2) = "W" AND FR-NAME(IX2) = FR-NAME(IX)
                 MOVE IX2 TO FND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF FND > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WJ-CNT.
           PERFORM VARYING IX2 FROM IX BY 1 UNTIL IX2 > FR-CNT
              IF FR-DIR(IX2) = "W" AND FR-NAME(IX2) = FR-NAME(IX)
                 PERFORM VARYING WJ-IX FROM 1 BY 1
                         UNTIL WJ-IX > WJ-CNT
                    IF WJ-JOB(WJ-IX) = FR-JOB(IX2)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF WJ-IX > WJ-CNT AND WJ-CNT < 20
                    ADD 1 TO WJ-CNT
                    MOVE FR-JOB(IX2) TO WJ-JOB(WJ-CNT)
                 END-IF
              END-IF
           END-PERFORM.
           IF WJ-CNT < 2
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MULTI-CNT.
           MOVE SPACE TO P-LINE.
           STRING "  "          DELIMITED SIZE
                  FR-NAME(IX)   DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING WJ-IX FROM 1 BY 1 UNTIL WJ-IX > WJ-CNT
              MOVE SPACE TO P-LINE
              STRING "      "                DELIMITED SIZE
                     JB-NAME(WJ-JOB(WJ-IX))  DELIMITED SPACE
                     INTO P-LINE
              WRITE P-REC FROM P-LINE AFTER 1
           END-PERFORM.
      *    members of the include library no INCLUDE= or PARAM=
      *    names (the .jcl jobs themselves are not members)
       XS-MEMBER-PROC.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "INCLUDE MEMBERS NOBODY USES" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE SPACE TO CMD-LINE.
           STRING "bash -c ""ls -1 " DELIMITED SIZE
                  INC-DIR            DELIMITED SPACE
                  " > "              DELIMITED SIZE
                  LST-FNM            DELIMITED SPACE
                  """"               DELIMITED SIZE
                  INTO CMD-LINE.
           MOVE H"0006" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
           OPEN INPUT LST-F.
           IF LST-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ LST-F AT END EXIT PERFORM END-READ
              MOVE LST-REC(1:60) TO WK-NAME
              PERFORM JCL-STEM
              IF WK-NAME = SPACE AND LST-REC NOT = SPACE
                 PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > MU-CNT
                    IF MU-NAME(IX2) = LST-REC(1:60)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF IX2 > MU-CNT
                    ADD 1 TO UNUSED-CNT
                    MOVE SPACE TO P-LINE
                    STRING "  "     DELIMITED SIZE
                           LST-REC  DELIMITED SPACE
                           INTO P-LINE
                    WRITE P-REC FROM P-LINE AFTER 1
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LST-F.
      *    catalog entries no Fn= of any job resolves to
       XS-FIXTURE-PROC.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "FIXTURES REFERENCED BY NO JCL" TO P-REC.
           WRITE P-REC AFTER 1.
           IF CT-CNT = 0
               MOVE "  (no catalog - BJ_CATLG_MAST not set)" TO P-REC
               WRITE P-REC AFTER 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > CT-CNT
              PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > FR-CNT
                 IF FR-NAME(IX2) = CT-PATH(IX)
                    OR FR-BASE(IX2) = CT-BASE(IX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF IX2 > FR-CNT
                 ADD 1 TO NOFIX-CNT
                 MOVE SPACE TO P-LINE
                 STRING "  "        DELIMITED SIZE
                        CT-PATH(IX) DELIMITED SPACE
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
      *    job names the queue and suite files mention: every word
      *    of every line (";" ":" "," and blanks separate), with
      *    directory and .jcl stripped, is matched against the jobs
       XS-QUEUE-PROC.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "JCLS IN NO QUEUE OR SUITE" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE SPACE TO REFL-FNM.
           DISPLAY "QUJCLINV_REFS" UPON ENVIRONMENT-NAME.
           ACCEPT  REFL-FNM        FROM ENVIRONMENT-VALUE.
           IF REFL-FNM NOT = SPACE
               OPEN INPUT REFL-F
               IF REFL-STS = "00"
                  PERFORM UNTIL 1 = 0
                     READ REFL-F AT END EXIT PERFORM END-READ
                     IF REFL-REC NOT = SPACE
                        AND REFL-REC(1:1) NOT = "*"
                        MOVE REFL-REC TO QREF-FNM
                        PERFORM QREF-FILE
                     END-IF
                  END-PERFORM
                  CLOSE REFL-F
               END-IF
           ELSE
               PERFORM VARYING ENV-IX FROM 1 BY 1 UNTIL ENV-IX > 4
                  EVALUATE ENV-IX
                    WHEN 1 MOVE "BJ_LAUNCH_PLAN_FILE"   TO W-ENVNM
                    WHEN 2 MOVE "BJ_LAUNCH_POLICY_FILE" TO W-ENVNM
                    WHEN 3 MOVE "QUDISPAT_QUEUE"        TO W-ENVNM
                    WHEN 4 MOVE "QUSUITE_DEFFILE"       TO W-ENVNM
                  END-EVALUATE
                  MOVE SPACE TO QREF-FNM
                  DISPLAY W-ENVNM UPON ENVIRONMENT-NAME
                  ACCEPT  QREF-FNM FROM ENVIRONMENT-VALUE
                  IF QREF-FNM NOT = SPACE
                     PERFORM QREF-FILE
                  END-IF
               END-PERFORM
           END-IF.
           IF QREF-FILES = 0
               MOVE "  (no queue or suite file could be read)" TO P-REC
               WRITE P-REC AFTER 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > JB-CNT
              IF JB-QREF(IX) = "N"
                 ADD 1 TO NOQ-CNT
                 MOVE SPACE TO P-LINE
                 STRING "  "        DELIMITED SIZE
                        JB-NAME(IX) DELIMITED SPACE
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
       QREF-FILE.
           OPEN INPUT QREF-F.
           IF QREF-STS NOT = "00"
               MOVE SPACE TO P-LINE
               STRING "  (cannot read " DELIMITED SIZE
                      QREF-FNM          DELIMITED SPACE
                      ")"               DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QREF-FILES.
           PERFORM UNTIL 1 = 0
              READ QREF-F AT END EXIT PERFORM END-READ
              IF QREF-REC(1:1) NOT = "*"
                 INSPECT QREF-REC REPLACING ALL ";" BY SPACE
                                            ALL ":" BY SPACE
                                            ALL "," BY SPACE
                                            ALL X"09" BY SPACE
                 MOVE 1 TO OPT-PTR
                 PERFORM UNTIL OPT-PTR > 300
                    MOVE SPACE TO WK-TOK
                    UNSTRING QREF-REC DELIMITED BY ALL SPACE
                        INTO WK-TOK WITH POINTER OPT-PTR
                    IF WK-TOK NOT = SPACE
                       PERFORM QREF-TOKEN
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           CLOSE QREF-F.
       QREF-TOKEN.
           MOVE WK-TOK TO BS-IN.
           PERFORM BASE-OF.
           MOVE BS-OUT TO WK-NAME.
           PERFORM JCL-STEM.
           IF WK-UC = SPACE
               MOVE BS-OUT TO WK-UC
               INSPECT WK-UC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > JB-CNT
              IF JB-UC(IX2) = WK-UC
                 MOVE "Y" TO JB-QREF(IX2)
              END-IF
           END-PERFORM.
       TERM-PROC.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           IF FR-FULL-SW = "Y"
               MOVE "(file reference table full - later Fn= lines not
      -             " listed)" TO P-REC
               WRITE P-REC AFTER 1
           END-IF.
           MOVE JB-CNT   TO CNT-ED1.
           MOVE STEP-TOT TO CNT-ED2.
           MOVE FR-CNT   TO CNT-ED3.
           MOVE MULTI-CNT  TO CNT-ED4.
           MOVE UNUSED-CNT TO CNT-ED5.
           MOVE NOFIX-CNT  TO CNT-ED6.
           MOVE NOQ-CNT    TO CNT-ED7.
           MOVE SPACE TO P-LINE.
           STRING "jobs "           DELIMITED SIZE
                  CNT-ED1           DELIMITED SIZE
                  " steps "         DELIMITED SIZE
                  CNT-ED2           DELIMITED SIZE
                  " file-refs "     DELIMITED SIZE
                  CNT-ED3           DELIMITED SIZE
                  " multi-writer "  DELIMITED SIZE
                  CNT-ED4           DELIMITED SIZE
                  " unused-member " DELIMITED SIZE
                  CNT-ED5           DELIMITED SIZE
                  " unused-fixture " DELIMITED SIZE
                  CNT-ED6           DELIMITED SIZE
                  " unqueued "      DELIMITED SIZE
                  CNT-ED7           DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           CLOSE PRINT-F.
           DISPLAY "QUJCLINV : " P-LINE(1:120).
           IF MULTI-CNT > 0 OR UNUSED-CNT > 0 OR NOFIX-CNT > 0
              OR NOQ-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
