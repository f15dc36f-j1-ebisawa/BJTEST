       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUORDDEP.
      *    order-dependence report: the same jobs run in different
      *    orders - BJ_Launch shuffled runs (BJ_LAUNCH_SHUFFLE),
      *    QUQORDER lists, parallel runs - compared from their
      *    QURUNSTP stamps.  a job that passed in one order and
      *    failed in another is named, with every failing run's
      *    seed and the jobs that started before it there; a job
      *    marked "*" ran before it in every failing run and not
      *    before it in some passing run - the first suspect for the
      *    data it leans on.
      *    the order of a run is the order of its JST stamps; the
      *    verdict of a job is its last JOB stamp (rc 0 passed,
      *    anything else failed, a cancelled job counts for
      *    neither).
      *
      *    QUORDDEP_FROM      first run date yyyymmdd (default all)
      *    QUORDDEP_TO        last run date yyyymmdd (default all)
      *    QUORDDEP_SHUFFLED  Y: only runs that carry a seed
      *    QUORDDEP_FNAME     report (default data\QUORDDEP.txt)
      *
      *    RC 4 when any job's verdict depends on the order, -1 when
      *    there are no stamps.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QURUNSTP.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QURUNSTP.fd".
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  RS-STS                      PIC XX.
       01  F-STS                       PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(10).
       01  FROM-DATE                   PIC 9(8) VALUE 0.
       01  TO-DATE                     PIC 9(8) VALUE 99999999.
       01  SHUF-ONLY                   PIC X VALUE "N".
      *    the runs compared, each a slice of the order table
       78  RN-MAX                          VALUE 100.
       01  RN-CNT                      PIC 9(3) VALUE 0.
       01  RN-TBL.
           03  RN-ENT OCCURS 100 TIMES.
               05  RN-ID           PIC X(16).
               05  RN-SEED         PIC X(10).
               05  RN-FIRST        PIC 9(5).
               05  RN-JCNT         PIC 9(3).
       01  RX                          PIC 9(3).
       01  RY                          PIC 9(3).
      *    every job started, in start order, with its verdict
      *    P passed, F failed, space none
       78  OR-MAX                          VALUE 20000.
       01  OR-CNT                      PIC 9(5) VALUE 0.
       01  OR-TBL.
           03  OR-ENT OCCURS 20000 TIMES.
               05  OR-JOB          PIC X(20).
               05  OR-VRD          PIC X.
       01  OX                          PIC 9(5).
       01  OY                          PIC 9(5).
       01  OZ                          PIC 9(5).
      *    the jobs across all runs
       78  JB-MAX                          VALUE 500.
       01  JB-CNT                      PIC 9(3) VALUE 0.
       01  JB-TBL.
           03  JB-ENT OCCURS 500 TIMES.
               05  JB-NAME         PIC X(20).
               05  JB-PASS         PIC 9(3).
               05  JB-FAIL         PIC 9(3).
       01  JX                          PIC 9(3).
       01  CUR-RUN                     PIC X(16) VALUE SPACE.
       01  CUR-SKIP-SW                 PIC X VALUE "N".
       01  SEED-PTR                    PIC 9(3).
       01  W-JOB                       PIC X(20).
       01  W-POS                       PIC 9(3).
       01  P-POS                       PIC 9(3).
       01  SUSPECT-SW                  PIC X.
       01  PASS-AFTER                  PIC 9(3).
       01  DEP-CNT                     PIC 9(3) VALUE 0.
       01  POS-DISP                    PIC ZZ9.
       01  CNT-D1                      PIC ZZ9.
       01  CNT-D2                      PIC ZZ9.
       01  L-PTR                       PIC 9(3).
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       DECLARATIVES.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " F-STS
              move -1 to return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUORDDEP" PRINT-FNM.
           OPEN INPUT QURUNSTP.
           IF RS-STS NOT = "00" AND RS-STS NOT = "05"
               DISPLAY "QUORDDEP : no QURUNSTP stamps - " RS-STS
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RUNS.
           CLOSE QURUNSTP.
           PERFORM TALLY-JOBS.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "ORDER-DEPENDENT TESTS  runs compared "
                                          DELIMITED SIZE
                  RN-CNT                  DELIMITED SIZE
                  "  dates "              DELIMITED SIZE
                  FROM-DATE               DELIMITED SIZE
                  " - "                   DELIMITED SIZE
                  TO-DATE                 DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JB-CNT
              IF JB-PASS(JX) > 0 AND JB-FAIL(JX) > 0
                 PERFORM REPORT-JOB
              END-IF
           END-PERFORM.
           IF DEP-CNT = 0
               MOVE "  no job changed its verdict with the order"
                 TO P-LINE
               WRITE P-REC FROM P-LINE AFTER 2
           END-IF.
           CLOSE PRINT-F.
           DISPLAY "QUORDDEP : " RN-CNT " run(s), " JB-CNT
                   " job(s), " DEP-CNT " order-dependent".
           IF DEP-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUORDDEP_FROM"      UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE FROM-DATE = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUORDDEP_TO"        UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE TO-DATE = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUORDDEP_SHUFFLED"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) = "Y"
               MOVE "Y" TO SHUF-ONLY
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUORDDEP_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUORDDEP.txt" TO PRINT-FNM
           END-IF.
      *    one pass over the stamps, run by run in key order; a
      *    RUN stamp opens a run (or skips it, outside the dates or
      *    without a seed when only shuffled runs are wanted)
       LOAD-RUNS.
           PERFORM UNTIL 1 = 0
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = CUR-RUN
                 PERFORM CLOSE-RUN
                 MOVE RS-RUNID TO CUR-RUN
                 MOVE "Y" TO CUR-SKIP-SW
              END-IF
              EVALUATE RS-KIND
                WHEN "RUN"
                  PERFORM OPEN-RUN
                WHEN "JST"
                  IF CUR-SKIP-SW = "N"
                     PERFORM BOOK-START
                  END-IF
                WHEN "JOB"
                  IF CUR-SKIP-SW = "N"
                     PERFORM BOOK-VERDICT
                  END-IF
              END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-RUN.
       OPEN-RUN.
           IF RS-DATE < FROM-DATE OR RS-DATE > TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SEED-PTR.
           INSPECT RS-REF TALLYING SEED-PTR
                   FOR CHARACTERS BEFORE INITIAL "seed=".
           IF SEED-PTR >= 75 AND SHUF-ONLY = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF RN-CNT >= RN-MAX
               DISPLAY "QUORDDEP : runs past " RN-MAX " left out"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RN-CNT.
           MOVE RS-RUNID TO RN-ID(RN-CNT).
           MOVE SPACE    TO RN-SEED(RN-CNT).
           IF SEED-PTR < 75
               MOVE RS-REF(SEED-PTR + 6:10) TO RN-SEED(RN-CNT)
           END-IF.
           COMPUTE RN-FIRST(RN-CNT) = OR-CNT + 1.
           MOVE 0 TO RN-JCNT(RN-CNT).
           MOVE "N" TO CUR-SKIP-SW.
      *    a run with nothing started leaves nothing to compare
       CLOSE-RUN.
           IF CUR-SKIP-SW = "N" AND RN-CNT > 0
              AND RN-JCNT(RN-CNT) = 0
               SUBTRACT 1 FROM RN-CNT
           END-IF.
           MOVE "Y" TO CUR-SKIP-SW.
      *    a retried or restarted job keeps its first place
       BOOK-START.
           MOVE RS-JOB TO W-JOB.
           PERFORM FIND-IN-RUN.
           IF W-POS > 0
               EXIT PARAGRAPH
           END-IF.
           IF OR-CNT >= OR-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OR-CNT.
           ADD 1 TO RN-JCNT(RN-CNT).
           MOVE RS-JOB TO OR-JOB(OR-CNT).
           MOVE SPACE  TO OR-VRD(OR-CNT).
       BOOK-VERDICT.
           MOVE RS-JOB TO W-JOB.
           PERFORM FIND-IN-RUN.
           IF W-POS = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE OX = RN-FIRST(RN-CNT) + W-POS - 1.
           EVALUATE TRUE
             WHEN RS-REF(1:9) = "CANCELLED"
               MOVE SPACE TO OR-VRD(OX)
             WHEN RS-RC = 0
               MOVE "P" TO OR-VRD(OX)
             WHEN OTHER
               MOVE "F" TO OR-VRD(OX)
           END-EVALUATE.
      *    W-JOB's place in the run being loaded, 0 when not there
       FIND-IN-RUN.
           MOVE 0 TO W-POS.
           PERFORM VARYING OY FROM 1 BY 1
                   UNTIL OY > RN-JCNT(RN-CNT) OR W-POS > 0
              COMPUTE OX = RN-FIRST(RN-CNT) + OY - 1
              IF OR-JOB(OX) = W-JOB
                 MOVE OY TO W-POS
              END-IF
           END-PERFORM.
      *    passes and failures per job over all runs compared
       TALLY-JOBS.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OR-CNT
              PERFORM VARYING JX FROM 1 BY 1
                      UNTIL JX > JB-CNT
                         OR JB-NAME(JX) = OR-JOB(OX)
                 CONTINUE
              END-PERFORM
              IF JX > JB-CNT AND JB-CNT < JB-MAX
                 ADD 1 TO JB-CNT
                 MOVE OR-JOB(OX) TO JB-NAME(JB-CNT)
                 MOVE 0 TO JB-PASS(JB-CNT) JB-FAIL(JB-CNT)
              END-IF
              IF JX <= JB-CNT
                 EVALUATE OR-VRD(OX)
                   WHEN "P" ADD 1 TO JB-PASS(JX)
                   WHEN "F" ADD 1 TO JB-FAIL(JX)
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *    one order-dependent job: where it passed, and for each
      *    run where it failed, the jobs that started before it
       REPORT-JOB.
           ADD 1 TO DEP-CNT.
           MOVE JB-PASS(JX) TO CNT-D1.
           MOVE JB-FAIL(JX) TO CNT-D2.
           MOVE SPACE TO P-LINE.
           STRING JB-NAME(JX)      DELIMITED SIZE
                  "  passed in "   DELIMITED SIZE
                  CNT-D1           DELIMITED SIZE
                  " run(s), failed in " DELIMITED SIZE
                  CNT-D2           DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 2.
           MOVE JB-NAME(JX) TO W-JOB.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RN-CNT
              PERFORM POS-IN-RUN
              IF W-POS > 0
                 COMPUTE OX = RN-FIRST(RX) + W-POS - 1
                 IF OR-VRD(OX) = "P"
                    PERFORM PASS-LINE
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RN-CNT
              PERFORM POS-IN-RUN
              IF W-POS > 0
                 COMPUTE OX = RN-FIRST(RX) + W-POS - 1
                 IF OR-VRD(OX) = "F"
                    PERFORM FAIL-LINES
                 END-IF
              END-IF
           END-PERFORM.
       PASS-LINE.
           MOVE W-POS TO POS-DISP.
           MOVE SPACE TO P-LINE.
           STRING "    passed  "   DELIMITED SIZE
                  RN-ID(RX)        DELIMITED SIZE
                  " seed "         DELIMITED SIZE
                  RN-SEED(RX)      DELIMITED SIZE
                  " as job "       DELIMITED SIZE
                  POS-DISP         DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       FAIL-LINES.
           MOVE W-POS TO POS-DISP.
           MOVE SPACE TO P-LINE.
           STRING "    FAILED  "   DELIMITED SIZE
                  RN-ID(RX)        DELIMITED SIZE
                  " seed "         DELIMITED SIZE
                  RN-SEED(RX)      DELIMITED SIZE
                  " as job "       DELIMITED SIZE
                  POS-DISP         DELIMITED SIZE
                  ", after:"       DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           MOVE 9 TO L-PTR.
           MOVE W-POS TO P-POS.
           PERFORM VARYING OZ FROM RN-FIRST(RX) BY 1
                   UNTIL OZ >= RN-FIRST(RX) + P-POS - 1
              PERFORM SUSPECT-CHECK
              IF L-PTR > 110
                 WRITE P-REC FROM P-LINE AFTER 1
                 MOVE SPACE TO P-LINE
                 MOVE 9 TO L-PTR
              END-IF
              STRING OR-JOB(OZ)    DELIMITED SPACE
                     SUSPECT-SW    DELIMITED SPACE
                     " "           DELIMITED SIZE
                     INTO P-LINE WITH POINTER L-PTR
           END-PERFORM.
           IF P-LINE NOT = SPACE
               WRITE P-REC FROM P-LINE AFTER 1
           ELSE
               MOVE "        (it ran first)" TO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
           MOVE P-POS TO W-POS.
      *    OR-JOB(OZ) is a suspect when it ran before the job in
      *    every failing run and not before it in some passing run
       SUSPECT-CHECK.
           MOVE "*" TO SUSPECT-SW.
           MOVE 0 TO PASS-AFTER.
           PERFORM VARYING RY FROM 1 BY 1 UNTIL RY > RN-CNT
              PERFORM ORDER-IN-RUN
           END-PERFORM.
           IF PASS-AFTER = 0
               MOVE SPACE TO SUSPECT-SW
           END-IF.
      *    in run RY: where the job stands and whether OR-JOB(OZ)
      *    came before it
       ORDER-IN-RUN.
           MOVE 0 TO W-POS.
           MOVE 0 TO OY.
           PERFORM VARYING OX FROM RN-FIRST(RY) BY 1
                   UNTIL OX > RN-FIRST(RY) + RN-JCNT(RY) - 1
              IF OR-JOB(OX) = W-JOB
                 COMPUTE W-POS = OX - RN-FIRST(RY) + 1
                 MOVE OX TO OY
              END-IF
           END-PERFORM.
           IF W-POS = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OX FROM RN-FIRST(RY) BY 1
                   UNTIL OX >= OY
                      OR OR-JOB(OX) = OR-JOB(OZ)
              CONTINUE
           END-PERFORM.
           EVALUATE OR-VRD(OY)
             WHEN "F"
               IF OX >= OY
                  MOVE SPACE TO SUSPECT-SW
               END-IF
             WHEN "P"
               IF OX >= OY
                  ADD 1 TO PASS-AFTER
               END-IF
           END-EVALUATE.
      *    the job's place in run RX, 0 when it did not run there
       POS-IN-RUN.
           MOVE 0 TO W-POS.
           PERFORM VARYING OX FROM RN-FIRST(RX) BY 1
                   UNTIL OX > RN-FIRST(RX) + RN-JCNT(RX) - 1
                      OR W-POS > 0
              IF OR-JOB(OX) = W-JOB
                 COMPUTE W-POS = OX - RN-FIRST(RX) + 1
              END-IF
           END-PERFORM.
