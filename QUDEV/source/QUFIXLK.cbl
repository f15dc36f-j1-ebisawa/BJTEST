       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUFIXLK.
      *    fixture leak detector: shared fixtures - the cataloged
      *    files steps read - must come out of a job as they went
      *    in.  three calls -
      *        CALL "QUFIXLK" USING "STP" file-name opt
      *    QU_PAN3, once per FN=CATLG: file of the step it parses:
      *    opt(1:1) the F-number, opt(2:1) "W" for MOD=DLT/ROTATE.
      *    the step program (QURUNLOG_PROG) and the QUOUTMAP output
      *    map tell an input from an output; an input gets its
      *    QUFPRINT fingerprint (QUFPCALC) as the step found it,
      *    before the step opens it, and either way the file is
      *    journaled in WORK\<job>.fixfp as
      *        step;prog;R|W;fingerprint;file
      *        CALL "QUFIXLK" USING "END" jcl-name opt
      *    BJ_Launch, when a queued job has finished: every journaled
      *    input is fingerprinted again.  a fingerprint that moved
      *    between two steps reading the file, or between the last
      *    one and the end of the job, is a leak of the step that
      *    read it last - steps that do not name a file in their
      *    parameters cannot open it.  a step declaring the file as
      *    an output starts it over.  leaks are displayed and
      *    appended to data\QUFIXLK.txt as
      *        date;time;job;step;prog;file;before;after;action
      *    and with opt(1:1) "Y" (the job's FIXRESTORE policy) the
      *    file is restored from the QUSNAP_SET snapshot set
      *    (QUSNAP RESTORE, QUSNAP_FILE).  the journal is deleted;
      *    RETURN-CODE is the number of leaks.
      *        CALL "QUFIXLK" USING "BEG" jcl-name opt
      *    BJ_Launch, as a queued job starts: the job's journal is
      *    deleted, so entries left by a run that never came to END
      *    (a job run by hand, a remote QUDISPAT run) are not taken
      *    for steps of this one.
      *    QUFIXLK_DISABLE=Y turns it off without touching the
      *    callers.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT FX-F            ASSIGN TO FX-FNAME
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS FX-STS.
       SELECT LEAK-F          ASSIGN TO "data\QUFIXLK.txt"
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS LEAK-STS.
       SELECT MAP-F           ASSIGN TO MAP-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS MAP-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    FX-F.
       01    FX-REC                    PIC X(400).
       FD    LEAK-F.
       01    LEAK-REC                  PIC X(600).
       FD    MAP-F.
       01    MAP-REC                   PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "QUSYSINF.wrk".
       01  FX-FNAME                    PIC X(128).
       01  FX-STS                      PIC XX.
       01  LEAK-STS                    PIC XX.
       01  MAP-STS                     PIC XX.
       01  MAP-FNM                     PIC X(128).
       01  WK-ENV                      PIC X(3).
       01  DISABLED-SW                 PIC X VALUE " ".
           88  FIXLK-DISABLED              VALUE "Y".
           88  FIXLK-UNCHECKED             VALUE " ".
       01  MAP-LOADED-SW               PIC X VALUE "N".
       01  FL-DEL                      PIC X.
       01  IX                          PIC 9(3).
       COPY "QUOUTMAP.wrk".
       01  WR-SET                      PIC X(9).
       01  WR-HIT                      PIC 9(2).
      *    the step and the file being journaled
       01  FX-JOB                      PIC X(60).
       01  FX-STEP                     PIC X(8).
       01  FX-PROG                     PIC X(12).
       01  FX-DIR                      PIC X.
       01  FX-FP                       PIC X(16).
       01  FX-I                        PIC S9(4) COMP.
       01  FX-J                        PIC S9(4) COMP.
       01  FX-HOLD                     PIC X(60).
       01  FP-FNAME                    PIC X(256).
       01  FP-RC                       PIC S9(4) COMP.
      *    the job's journal at END, one entry per line
       78  JE-MAX                          VALUE 500.
       01  JE-CNT                      PIC 9(3) VALUE 0.
       01  JE-TBL.
           03  JE-ENT OCCURS 500 TIMES.
               05  JE-STEP         PIC X(8).
               05  JE-PROG         PIC X(12).
               05  JE-DIR          PIC X.
               05  JE-FP           PIC X(16).
               05  JE-FILE         PIC X(256).
       01  JX                          PIC 9(3).
      *    the distinct input files, with the fingerprint the last
      *    step reading them found (space = not known) and the leak
       78  FL-MAX                          VALUE 100.
       01  FL-CNT                      PIC 9(3) VALUE 0.
       01  FL-TBL.
           03  FL-ENT OCCURS 100 TIMES.
               05  FL-FILE         PIC X(256).
               05  FL-BASE         PIC X(16).
               05  FL-STEP         PIC X(8).
               05  FL-PROG         PIC X(12).
               05  FL-LEAK         PIC X.
               05  FL-LEAK-STEP    PIC X(8).
               05  FL-LEAK-PROG    PIC X(12).
       01  FX                          PIC 9(3).
       01  LEAK-STEP                   PIC X(8).
       01  LEAK-PROG                   PIC X(12).
       01  LEAK-BEFORE                 PIC X(16).
       01  LEAK-AFTER                  PIC X(16).
       01  LEAK-ACTION                 PIC X(16).
       01  LEAK-CNT                    PIC 9(4) VALUE 0.
       01  LEAK-MSG                    PIC X(200).
       01  LEAK-DATE                   PIC 9(8).
       01  LEAK-TIME                   PIC 9(8).
       01  RESTORE-SW                  PIC X.
      *    the QUSNAP environment, put back after a restore
       01  SNAP-SET                    PIC X(30).
       01  SNAP-MODE-SV                PIC X(8).
       01  SNAP-FILE-SV                PIC X(160).
       01  DEL-RC                      PIC S9(9) COMP-5.
       LINKAGE                         SECTION.
       01  P-FUNC                      PIC X(3).
       01  P-FILE                      PIC X(256).
       01  P-OPT                       PIC X(2).
       PROCEDURE DIVISION USING P-FUNC P-FILE P-OPT.
       MAIN-ROUTINE.
           IF FIXLK-UNCHECKED
               MOVE SPACE TO WK-ENV
               DISPLAY "QUFIXLK_DISABLE"   UPON ENVIRONMENT-NAME
               ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE
               IF WK-ENV(1:1) = "Y"
                   MOVE "Y" TO DISABLED-SW
               ELSE
                   MOVE "N" TO DISABLED-SW
               END-IF
               ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO
               IF OS-IS-UNIX
                   MOVE "/" TO FL-DEL
               ELSE
                   MOVE "\" TO FL-DEL
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF FIXLK-DISABLED
               GOBACK
           END-IF.
           EVALUATE P-FUNC
             WHEN "BEG"
               PERFORM BEG-PROC
             WHEN "STP"
               PERFORM STEP-PROC
             WHEN "END"
               PERFORM END-PROC
               MOVE LEAK-CNT TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
      *    a queued job is starting from a clean journal
       BEG-PROC.
           MOVE SPACE TO FX-JOB.
           MOVE P-FILE(1:60) TO FX-JOB.
           PERFORM JOB-STEM.
           IF FX-JOB = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FX-NAME.
           CALL "CBL_DELETE_FILE" USING FX-FNAME
                                  RETURNING DEL-RC.
      *
      *    one cataloged file of the step QU_PAN3 is parsing
       STEP-PROC.
           IF P-FILE = SPACE OR P-FILE(1:1) = X"00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO FX-JOB.
           DISPLAY "QU_JCLNAME"        UPON ENVIRONMENT-NAME.
           ACCEPT  FX-JOB              FROM ENVIRONMENT-VALUE.
           PERFORM JOB-STEM.
           IF FX-JOB = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO FX-STEP.
           DISPLAY "QU_STEPNAME"       UPON ENVIRONMENT-NAME.
           ACCEPT  FX-STEP             FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO FX-PROG.
           DISPLAY "QURUNLOG_PROG"     UPON ENVIRONMENT-NAME.
           ACCEPT  FX-PROG             FROM ENVIRONMENT-VALUE.
           INSPECT FX-PROG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CLASSIFY.
           MOVE SPACE TO FX-FP.
           IF FX-DIR = "R"
               MOVE P-FILE TO FP-FNAME
               CALL "QUFPCALC" USING FP-FNAME FX-FP FP-RC
               IF FP-RC NOT = 0
                   MOVE SPACE TO FX-FP
               END-IF
           END-IF.
           PERFORM FX-NAME.
           OPEN EXTEND FX-F.
           IF FX-STS NOT = "00" AND FX-STS NOT = "05"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO FX-REC.
           STRING FX-STEP          DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  FX-PROG          DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  FX-DIR           DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  FX-FP            DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  P-FILE           DELIMITED BY SPACE
                  INTO FX-REC.
           WRITE FX-REC.
           CLOSE FX-F.
      *    written when the program's output map names the F-number
      *    (F2-F9 for a program it does not list) or the file is
      *    deleted or rotated, read otherwise - QUJCLINV's rule
       CLASSIFY.
           IF MAP-LOADED-SW = "N"
               PERFORM LOAD-OUTMAP
               MOVE "Y" TO MAP-LOADED-SW
           END-IF.
           MOVE "23456789" TO WR-SET.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > OM-CNT
              IF OM-PGM(IX) = FX-PROG AND FX-PROG NOT = SPACE
                 MOVE OM-FNOS(IX) TO WR-SET
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 0 TO WR-HIT.
           IF P-OPT(1:1) NOT = SPACE
               INSPECT WR-SET TALLYING WR-HIT FOR ALL P-OPT(1:1)
           END-IF.
           IF WR-HIT > 0 OR P-OPT(2:1) = "W"
               MOVE "W" TO FX-DIR
           ELSE
               MOVE "R" TO FX-DIR
           END-IF.
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
      *
      *    the job has finished: walk its journal in step order
       END-PROC.
           MOVE 0 TO LEAK-CNT JE-CNT FL-CNT.
           MOVE SPACE TO FX-JOB.
           MOVE P-FILE(1:60) TO FX-JOB.
           PERFORM JOB-STEM.
           IF FX-JOB = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE P-OPT(1:1) TO RESTORE-SW.
           PERFORM FX-NAME.
           OPEN INPUT FX-F.
           IF FX-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              MOVE SPACE TO FX-REC
              READ FX-F AT END EXIT PERFORM END-READ
              IF FX-REC NOT = SPACE AND JE-CNT < JE-MAX
                 ADD 1 TO JE-CNT
                 MOVE SPACE TO JE-ENT(JE-CNT)
                 UNSTRING FX-REC DELIMITED BY ";"
                     INTO JE-STEP(JE-CNT) JE-PROG(JE-CNT)
                          JE-DIR(JE-CNT)  JE-FP(JE-CNT)
                          JE-FILE(JE-CNT)
              END-IF
           END-PERFORM.
           CLOSE FX-F.
           ACCEPT LEAK-DATE FROM DATE YYYYMMDD.
           ACCEPT LEAK-TIME FROM TIME.
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JE-CNT
              PERFORM WALK-ONE
           END-PERFORM.
      *    and the files as the job left them
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FL-CNT
              IF FL-BASE(FX) NOT = SPACE
                 MOVE FL-FILE(FX) TO FP-FNAME
                 CALL "QUFPCALC" USING FP-FNAME LEAK-AFTER FP-RC
                 IF FP-RC NOT = 0
                    MOVE "(gone)" TO LEAK-AFTER
                 END-IF
                 IF LEAK-AFTER NOT = FL-BASE(FX)
                    MOVE FL-STEP(FX)  TO LEAK-STEP
                    MOVE FL-PROG(FX)  TO LEAK-PROG
                    MOVE FL-BASE(FX)  TO LEAK-BEFORE
                    PERFORM LEAK-FOUND
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FL-CNT
              IF FL-LEAK(FX) = "Y"
                 PERFORM LEAK-SETTLE
              END-IF
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING FX-FNAME
                                  RETURNING DEL-RC.
       WALK-ONE.
           PERFORM VARYING FX FROM 1 BY 1
                   UNTIL FX > FL-CNT
                      OR FL-FILE(FX) = JE-FILE(JX)
              CONTINUE
           END-PERFORM.
           IF FX > FL-CNT
               IF FL-CNT >= FL-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FL-CNT
               MOVE FL-CNT       TO FX
               MOVE JE-FILE(JX)  TO FL-FILE(FX)
               MOVE SPACE        TO FL-BASE(FX) FL-STEP(FX)
                                    FL-PROG(FX) FL-LEAK-STEP(FX)
                                    FL-LEAK-PROG(FX)
               MOVE "N"          TO FL-LEAK(FX)
           END-IF.
      *    a declared output may change - what comes after it is
      *    measured from the next step reading it
           IF JE-DIR(JX) = "W"
               MOVE SPACE TO FL-BASE(FX)
               EXIT PARAGRAPH
           END-IF.
           IF FL-BASE(FX) NOT = SPACE AND JE-FP(JX) NOT = SPACE
              AND JE-FP(JX) NOT = FL-BASE(FX)
               MOVE FL-STEP(FX)  TO LEAK-STEP
               MOVE FL-PROG(FX)  TO LEAK-PROG
               MOVE FL-BASE(FX)  TO LEAK-BEFORE
               MOVE JE-FP(JX)    TO LEAK-AFTER
               PERFORM LEAK-FOUND
           END-IF.
           MOVE JE-FP(JX)   TO FL-BASE(FX).
           MOVE JE-STEP(JX) TO FL-STEP(FX).
           MOVE JE-PROG(JX) TO FL-PROG(FX).
      *    one leak of file FX by step LEAK-STEP
       LEAK-FOUND.
           ADD 1 TO LEAK-CNT.
           IF FL-LEAK(FX) NOT = "Y"
               MOVE "Y"     TO FL-LEAK(FX)
               MOVE LEAK-STEP TO FL-LEAK-STEP(FX)
               MOVE LEAK-PROG TO FL-LEAK-PROG(FX)
           END-IF.
           MOVE SPACE TO LEAK-MSG.
           STRING "QUFIXLK : fixture leak - job " DELIMITED BY SIZE
                  FX-JOB           DELIMITED BY SPACE
                  " step "         DELIMITED BY SIZE
                  LEAK-STEP          DELIMITED BY SPACE
                  " ("             DELIMITED BY SIZE
                  LEAK-PROG          DELIMITED BY SPACE
                  ") changed "     DELIMITED BY SIZE
                  FL-FILE(FX)      DELIMITED BY SPACE
                  INTO LEAK-MSG.
           DISPLAY LEAK-MSG.
           MOVE "REPORTED" TO LEAK-ACTION.
           PERFORM LEAK-JOURNAL.
      *    a leaked file is restored once, when the policy says so
       LEAK-SETTLE.
           IF RESTORE-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO SNAP-SET.
           DISPLAY "QUSNAP_SET"        UPON ENVIRONMENT-NAME.
           ACCEPT  SNAP-SET            FROM ENVIRONMENT-VALUE.
           IF SNAP-SET = SPACE
               MOVE "NO SNAPSHOT SET" TO LEAK-ACTION
           ELSE
               PERFORM LEAK-RESTORE
           END-IF.
           MOVE SPACE TO LEAK-MSG.
           STRING "QUFIXLK : "     DELIMITED BY SIZE
                  LEAK-ACTION        DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  FL-FILE(FX)      DELIMITED BY SPACE
                  INTO LEAK-MSG.
           DISPLAY LEAK-MSG.
           MOVE FL-LEAK-STEP(FX) TO LEAK-STEP.
           MOVE FL-LEAK-PROG(FX) TO LEAK-PROG.
           MOVE SPACE TO LEAK-BEFORE LEAK-AFTER.
           PERFORM LEAK-JOURNAL.
       LEAK-RESTORE.
           MOVE SPACE TO SNAP-MODE-SV SNAP-FILE-SV.
           DISPLAY "QUSNAP_MODE"       UPON ENVIRONMENT-NAME.
           ACCEPT  SNAP-MODE-SV        FROM ENVIRONMENT-VALUE.
           DISPLAY "QUSNAP_FILE"       UPON ENVIRONMENT-NAME.
           ACCEPT  SNAP-FILE-SV        FROM ENVIRONMENT-VALUE.
           DISPLAY "QUSNAP_MODE"       UPON ENVIRONMENT-NAME.
           DISPLAY "RESTORE"           UPON ENVIRONMENT-VALUE.
           DISPLAY "QUSNAP_FILE"       UPON ENVIRONMENT-NAME.
           DISPLAY FL-FILE(FX)(1:160)  UPON ENVIRONMENT-VALUE.
           MOVE 0 TO RETURN-CODE.
           CALL "QUSNAP".
           CANCEL "QUSNAP".
           IF RETURN-CODE = 0
               MOVE "RESTORED" TO LEAK-ACTION
           ELSE
               MOVE "RESTORE FAILED" TO LEAK-ACTION
           END-IF.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "QUSNAP_MODE"       UPON ENVIRONMENT-NAME.
           DISPLAY SNAP-MODE-SV        UPON ENVIRONMENT-VALUE.
           DISPLAY "QUSNAP_FILE"       UPON ENVIRONMENT-NAME.
           DISPLAY SNAP-FILE-SV        UPON ENVIRONMENT-VALUE.
       LEAK-JOURNAL.
           OPEN EXTEND LEAK-F.
           IF LEAK-STS NOT = "00" AND LEAK-STS NOT = "05"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO LEAK-REC.
           STRING LEAK-DATE          DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  LEAK-TIME          DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  FX-JOB           DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LEAK-STEP          DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LEAK-PROG          DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  FL-FILE(FX)      DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LEAK-BEFORE        DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LEAK-AFTER         DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LEAK-ACTION        DELIMITED BY "  "
                  INTO LEAK-REC.
           WRITE LEAK-REC.
           CLOSE LEAK-F.
      *
      *    the job stem - no directory, no extension - as QU_TMPCLN
      *    and QU_PAN3 name the job's WORK files
       JOB-STEM.
           MOVE 0 TO FX-J.
           PERFORM VARYING FX-I FROM 1 BY 1 UNTIL FX-I > 60
              IF FX-JOB(FX-I:1) = "/" OR FX-JOB(FX-I:1) = "\"
                 MOVE FX-I TO FX-J
              END-IF
           END-PERFORM.
           IF FX-J > 0
               ADD 1 TO FX-J
               COMPUTE FX-I = 60 - FX-J + 1
               MOVE FX-JOB(FX-J:FX-I) TO FX-HOLD
               MOVE FX-HOLD TO FX-JOB
           END-IF.
           PERFORM VARYING FX-I FROM 1 BY 1
                   UNTIL FX-I > 60
                      OR FX-JOB(FX-I:1) = "." OR FX-JOB(FX-I:1) = " "
              CONTINUE
           END-PERFORM.
           IF FX-I <= 60
               MOVE SPACE TO FX-JOB(FX-I:)
           END-IF.
       FX-NAME.
           MOVE SPACE TO FX-FNAME.
           STRING "WORK"           DELIMITED BY SIZE
                  FL-DEL           DELIMITED BY SIZE
                  FX-JOB           DELIMITED BY SPACE
                  ".fixfp"         DELIMITED BY SIZE
                  INTO FX-FNAME.
