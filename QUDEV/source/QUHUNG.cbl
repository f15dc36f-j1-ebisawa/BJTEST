       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUHUNG.
      *    hung-job detector, run alongside a BJ_Launch queue (or a
      *    QUDISPAT dispatch).  BJ_Launch's retry policy only acts
      *    once a job ends; a job stuck on a PAUSE_WAIT handshake or
      *    a lock never ends and blocks its dependents.  every
      *    interval this reads the run's stamps (QURUNSTP JST = job
      *    started with its log and pid file, PGM/PRC = the job's
      *    programs and their QURUNLOG entries, JOB = job finished)
      *    and for every running job watches
      *      - its log file: no growth for QUHUNG_STALL_MIN minutes
      *        is a stall
      *      - its run time: over QUHUNG_MULT times its usual
      *        duration (earlier runs of the same job) is an overrun
      *      - its process (parallel and dispatched jobs leave a pid
      *        file): gone without a JOB stamp is only reported, the
      *        launcher collects it
      *    a hung job is raised once: a HUNG event through QUNOTIFY
      *    and a severity-2 QUACTION item (so QUESCAL escalates it),
      *    naming the QURUNLOG program it is stuck in.  with HUNG=KILL
      *    in the job's BJ_LAUNCH_POLICY_FILE line the process is
      *    terminated as well - the launcher books the job failed
      *    and its RETRY/RECOVER/STOP policy carries the queue on.
      *    a job run in-process by BJ_Launch (no pid file) can only
      *    be alerted.  every termination goes to the QUAUDIT trail.
      *
      *    QUHUNG_RUNID      run to watch (default: the newest run)
      *    QUHUNG_STALL_MIN  minutes without log growth (default 15)
      *    QUHUNG_MULT       multiple of the usual duration (default 3)
      *    QUHUNG_INTERVAL   seconds between checks (default 60)
      *    QUHUNG_ONCE       Y = one check and stop (scheduler use)
      *    QUHUNG_FNAME      report (default data\QUHUNG.txt)
      *    BJ_LAUNCH_POLICY_FILE  "jclname:...,HUNG=ALERT|KILL"
      *                      (default ALERT)
      *
      *    RC 4 when a job was found hung, -1 when there is no run.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QURUNSTP.sl".
       SELECT RUNLOG-F        ASSIGN TO "data\QURUNLOG"
                              ORGANIZATION INDEXED
                              ACCESS MODE  DYNAMIC
                              RECORD KEY   RL-KEY
                              FILE STATUS  RL-STS.
       SELECT POL-F           ASSIGN TO POL-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS POL-STS.
       SELECT PID-F           ASSIGN TO PID-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS PID-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QURUNSTP.fd".
       FD  RUNLOG-F.
       01  RL-REC.
           03  RL-KEY.
               05  RL-DATE         PIC 9(8).
               05  RL-TIME         PIC 9(8).
               05  RL-SEQ          PIC 9(3).
           03  RL-PROG             PIC X(8).
           03  RL-PARAMS           PIC X(80).
           03  RL-END-DATE         PIC 9(8).
           03  RL-END-TIME         PIC 9(8).
           03  RL-RC               PIC S9(8).
       FD    POL-F.
       01    POL-REC                   PIC X(256).
       FD    PID-F.
       01    PID-REC                   PIC X(12).
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  RS-STS                      PIC XX.
       01  RL-STS                      PIC XX.
       01  POL-STS                     PIC XX.
       01  PID-STS                     PIC XX.
       01  F-STS                       PIC XX.
       01  POL-FNM                     PIC X(128).
       01  PID-FNM                     PIC X(20).
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(16).
       01  RUN-ID                      PIC X(16).
       01  STALL-MIN                   PIC 9(4) VALUE 15.
       01  HUNG-MULT                   PIC 9(2) VALUE 3.
       01  INTERVAL-SEC                PIC 9(5) VALUE 60.
       01  ONCE-SW                     PIC X(1) VALUE "N".
           88  ONE-CHECK-ONLY              VALUE "Y".
       01  SLEEP-TIME                  PIC 9(6)V9(4).
       01  LOG-SRC                     PIC X(128).
       01  FILE-DETAILS.
           03 CBLTE-FE-FILESIZE        PIC X(8) COMP-X.
           03 CBLTE-FE-FILEDATE        PIC X(4).
           03 CBLTE-FE-FILETIME        PIC X(4).
       01  EXIST-STATUS                PIC X(2) COMP-5.
       01  CMD-LINE                    PIC X(512).
       01  FLAGS                       PIC X(2) COMP-X.
       01  EXIT-STATUS                 PIC X(2) COMP-X.
      *    clock work: any date/time to seconds on one scale
       01  W-D8                        PIC 9(8).
       01  W-T8                        PIC 9(8).
       01  W-T8-R REDEFINES W-T8.
           03  W-HH                    PIC 9(2).
           03  W-MI                    PIC 9(2).
           03  W-SS                    PIC 9(2).
           03  FILLER                  PIC 9(2).
       01  W-SECS                      PIC 9(11).
       01  NOW-SECS                    PIC 9(11).
       01  NOW-D                       PIC 9(8).
       01  NOW-T                       PIC 9(8).
      *    on-error policy: the HUNG= choice per job
       01  PL-CNT                      PIC 9(3) VALUE 0.
       01  PL-TBL.
           03  PL-ENT                  OCCURS 200 TIMES.
               05  PL-JOB              PIC X(20).
               05  PL-KILL             PIC X(1).
       01  PX                          PIC 9(3).
       01  W-POL-JCL                   PIC X(60).
       01  W-POL-OPTS                  PIC X(200).
       01  W-POL-OPT                   PIC X(70).
       01  W-POL-PTR                   PIC S9(4) COMP.
      *    usual duration per job from earlier runs
       01  HJ-CNT                      PIC 9(3) VALUE 0.
       01  HJ-TBL.
           03  HJ-ENT                  OCCURS 300 TIMES.
               05  HJ-JOB              PIC X(20).
               05  HJ-SAMPLES          PIC 9(4).
               05  HJ-SUM-SEC          PIC 9(9).
       01  HX                          PIC 9(3).
       01  PREV-RUNID                  PIC X(16).
       01  RJ-CNT                      PIC 9(3) VALUE 0.
       01  RJ-TBL.
           03  RJ-ENT                  OCCURS 200 TIMES.
               05  RJ-JOB              PIC X(20).
               05  RJ-START            PIC 9(11).
       01  JX                          PIC 9(3).
       01  W-JOB                       PIC X(20).
      *    the run being watched, read on from the last stamp seen
       01  LAST-SEQ                    PIC 9(6) VALUE 0.
       01  RUN-FOUND-SW                PIC X(1) VALUE "N".
           88  RUN-FOUND                   VALUE "Y".
       01  RUN-ENDED-SW                PIC X(1) VALUE "N".
           88  RUN-ENDED                   VALUE "Y".
       01  CJ-CNT                      PIC 9(3) VALUE 0.
       01  CJ-TBL.
           03  CJ-ENT                  OCCURS 200 TIMES.
               05  CJ-JOB              PIC X(20).
               05  CJ-STATE            PIC X(1).
      *            R=running D=done
               05  CJ-START            PIC 9(11).
               05  CJ-LOG              PIC X(60).
               05  CJ-PIDF             PIC X(20).
               05  CJ-PID              PIC 9(9).
               05  CJ-PROC             PIC X(1).
      *            A=alive G=gone space=not known
               05  CJ-SIZE             PIC 9(18).
               05  CJ-SIZE-SW          PIC X(1).
               05  CJ-CHANGED          PIC 9(11).
               05  CJ-EXP              PIC 9(9).
               05  CJ-RL-KEY           PIC X(19).
               05  CJ-PROG             PIC X(8).
               05  CJ-HUNG             PIC X(1).
      *            S=stall O=overrun
               05  CJ-ACTION           PIC X(10).
       01  CX                          PIC 9(3).
       01  W-SIZE                      PIC 9(18).
       01  IDLE-SEC                    PIC 9(11).
       01  RUN-SEC                     PIC 9(11).
       01  IDLE-MIN-DISP               PIC Z(4)9.
       01  RUN-MIN-DISP                PIC Z(4)9.
       01  PID-DISP                    PIC Z(8)9.
       01  PROG-SINCE                  PIC X(8).
       01  HUNG-CNT                    PIC 9(5) VALUE 0.
       01  KILL-CNT                    PIC 9(5) VALUE 0.
       01  CHECK-CNT                   PIC 9(5) VALUE 0.
       01  NTF-CONTEXT                 PIC X(20).
       01  NTF-MSGNO                   PIC 9(3) VALUE 0.
       01  NTF-TEXT                    PIC X(80).
       01  ACT-FINDING                 PIC X(80).
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUHUNG  " PRINT-FNM.
           PERFORM LOAD-POLICY.
           OPEN INPUT QURUNSTP.
           IF RS-STS NOT = "00"
               DISPLAY "QUHUNG : no run stamps sts=" RS-STS
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-RUN.
           IF RUN-ID = SPACE
               DISPLAY "QUHUNG : no queue run to watch"
               CLOSE QURUNSTP PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-HIST.
           CLOSE QURUNSTP.
           MOVE SPACE TO P-LINE.
           STRING "run: "           DELIMITED SIZE
                  RUN-ID            DELIMITED SIZE
                  "  stall after "  DELIMITED SIZE
                  STALL-MIN         DELIMITED SIZE
                  " min, overrun at " DELIMITED SIZE
                  HUNG-MULT         DELIMITED SIZE
                  " x usual"        DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM UNTIL 1 = 0
              PERFORM CHECK-PROC
              IF RUN-ENDED OR ONE-CHECK-ONLY OR NOT RUN-FOUND
                 EXIT PERFORM
              END-IF
              MOVE INTERVAL-SEC TO SLEEP-TIME
              CALL "BJ_SLEEP" USING SLEEP-TIME
           END-PERFORM.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           STRING "checks: "        DELIMITED SIZE
                  CHECK-CNT         DELIMITED SIZE
                  "  hung jobs: "   DELIMITED SIZE
                  HUNG-CNT          DELIMITED SIZE
                  "  terminated: "  DELIMITED SIZE
                  KILL-CNT          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           CLOSE PRINT-F.
           DISPLAY "QUHUNG : " HUNG-CNT " hung, " KILL-CNT
                   " terminated".
           EVALUATE TRUE
             WHEN NOT RUN-FOUND
               MOVE -1 TO RETURN-CODE
             WHEN HUNG-CNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO RUN-ID.
           DISPLAY "QUHUNG_RUNID"      UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-ID              FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUHUNG_STALL_MIN"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE STALL-MIN = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUHUNG_MULT"       UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE HUNG-MULT = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUHUNG_INTERVAL"   UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE INTERVAL-SEC = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           IF INTERVAL-SEC = 0
               MOVE 60 TO INTERVAL-SEC
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUHUNG_ONCE"       UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) = "Y"
               MOVE "Y" TO ONCE-SW
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUHUNG_FNAME"      UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUHUNG.txt" TO PRINT-FNM
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE "QUHUNG hung-job detector" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    BJ_Launch's on-error policy file - only HUNG= matters
      *    here, the other options are BJ_Launch's own
       LOAD-POLICY.
           MOVE SPACE TO POL-FNM.
           DISPLAY "BJ_LAUNCH_POLICY_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT  POL-FNM             FROM ENVIRONMENT-VALUE.
           IF POL-FNM = SPACE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT POL-F.
           IF POL-STS NOT = "00"
               DISPLAY "QUHUNG : cannot open policy file sts="
                       POL-STS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ POL-F AT END EXIT PERFORM END-READ
              IF POL-REC NOT = SPACE AND POL-REC(1:1) NOT = "*"
                 AND PL-CNT < 200
                 PERFORM POLICY-LINE
              END-IF
           END-PERFORM.
           CLOSE POL-F.
      *
       POLICY-LINE.
           MOVE SPACE TO W-POL-JCL W-POL-OPTS.
           UNSTRING POL-REC DELIMITED BY ":"
               INTO W-POL-JCL W-POL-OPTS.
           ADD 1 TO PL-CNT.
           MOVE W-POL-JCL TO PL-JOB(PL-CNT).
           INSPECT PL-JOB(PL-CNT) REPLACING ALL ".jcl" BY SPACE
                                            ALL ".JCL" BY SPACE.
           MOVE "N" TO PL-KILL(PL-CNT).
           MOVE 1 TO W-POL-PTR.
           PERFORM UNTIL W-POL-PTR > 200
              MOVE SPACE TO W-POL-OPT
              UNSTRING W-POL-OPTS DELIMITED BY ","
                  INTO W-POL-OPT
                  WITH POINTER W-POL-PTR
              IF W-POL-OPT(1:9) = "HUNG=KILL"
                 MOVE "Y" TO PL-KILL(PL-CNT)
              END-IF
           END-PERFORM.
      *    the run named, else the newest run id
       FIND-RUN.
           IF RUN-ID NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO RS-KEY.
           START QURUNSTP KEY < RS-KEY
               INVALID EXIT PARAGRAPH
           END-START.
           READ QURUNSTP PREVIOUS
               AT END EXIT PARAGRAPH
           END-READ.
           MOVE RS-RUNID TO RUN-ID.
      *    earlier runs: job start (JST, else its first program) to
      *    its JOB stamp is one sample of the job's usual duration
       LOAD-HIST.
           MOVE LOW-VALUES TO RS-KEY.
           START QURUNSTP KEY NOT < RS-KEY
               INVALID EXIT PARAGRAPH
           END-START.
           MOVE SPACE TO PREV-RUNID.
           PERFORM UNTIL 1 = 0
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = PREV-RUNID
                 MOVE 0 TO RJ-CNT
                 MOVE RS-RUNID TO PREV-RUNID
              END-IF
              IF RS-RUNID NOT = RUN-ID AND RS-JOB NOT = SPACE
                 MOVE RS-DATE TO W-D8
                 MOVE RS-TIME TO W-T8
                 PERFORM TO-SECS
                 EVALUATE RS-KIND
                   WHEN "JST"
                     PERFORM HIST-START
                   WHEN "PGM"
                     PERFORM HIST-START
                   WHEN "JOB"
                     PERFORM HIST-END
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *    a JST always restarts the clock (a retried job); a PGM
      *    only starts it when no JST was written
       HIST-START.
           PERFORM VARYING JX FROM 1 BY 1
                   UNTIL JX > RJ-CNT OR RJ-JOB(JX) = RS-JOB
           END-PERFORM.
           IF JX > RJ-CNT
               IF RJ-CNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RJ-CNT
               MOVE RS-JOB TO RJ-JOB(JX)
               MOVE W-SECS TO RJ-START(JX)
           ELSE
               IF RS-KIND = "JST" OR RJ-START(JX) = 0
                   MOVE W-SECS TO RJ-START(JX)
               END-IF
           END-IF.
      *
       HIST-END.
           PERFORM VARYING JX FROM 1 BY 1
                   UNTIL JX > RJ-CNT OR RJ-JOB(JX) = RS-JOB
           END-PERFORM.
           IF JX > RJ-CNT
               EXIT PARAGRAPH
           END-IF.
           IF RJ-START(JX) = 0 OR W-SECS < RJ-START(JX)
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-JOB TO W-JOB.
           PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > HJ-CNT OR HJ-JOB(HX) = W-JOB
           END-PERFORM.
           IF HX > HJ-CNT
               IF HJ-CNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HJ-CNT
               MOVE W-JOB TO HJ-JOB(HX)
               MOVE 0 TO HJ-SAMPLES(HX) HJ-SUM-SEC(HX)
           END-IF.
           ADD 1 TO HJ-SAMPLES(HX).
           COMPUTE HJ-SUM-SEC(HX) = HJ-SUM-SEC(HX)
                                  + W-SECS - RJ-START(JX).
           MOVE 0 TO RJ-START(JX).
      *    one look: take in the new stamps, then judge every job
      *    still running
       CHECK-PROC.
           ADD 1 TO CHECK-CNT.
           PERFORM READ-STAMPS.
           IF NOT RUN-FOUND
               DISPLAY "QUHUNG : run " RUN-ID " not found"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT NOW-D FROM DATE YYYYMMDD.
           ACCEPT NOW-T FROM TIME.
           MOVE NOW-D TO W-D8.
           MOVE NOW-T TO W-T8.
           PERFORM TO-SECS.
           MOVE W-SECS TO NOW-SECS.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CJ-CNT
              IF CJ-STATE(CX) = "R"
                 PERFORM CHECK-JOB
              END-IF
           END-PERFORM.
      *    stamps after the last one seen
       READ-STAMPS.
           OPEN INPUT QURUNSTP.
           IF RS-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE RUN-ID TO RS-RUNID.
           MOVE LAST-SEQ TO RS-SEQ.
           START QURUNSTP KEY > RS-KEY
               INVALID
                   CLOSE QURUNSTP
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = RUN-ID
                 EXIT PERFORM
              END-IF
              MOVE RS-SEQ TO LAST-SEQ
              MOVE "Y" TO RUN-FOUND-SW
              MOVE RS-DATE TO W-D8
              MOVE RS-TIME TO W-T8
              PERFORM TO-SECS
              EVALUATE RS-KIND
                WHEN "JST"
                  PERFORM BOOK-JST
                WHEN "PGM"
                  PERFORM BOOK-PGM
                WHEN "PRC"
                  MOVE RS-JOB TO W-JOB
                  PERFORM FIND-CJ
                  IF CX > 0
                     IF CJ-RL-KEY(CX) = RS-P-KEY
                        MOVE SPACE TO CJ-RL-KEY(CX)
                     END-IF
                  END-IF
                WHEN "JOB"
                  MOVE RS-JOB TO W-JOB
                  PERFORM FIND-CJ
                  IF CX > 0
                     MOVE "D" TO CJ-STATE(CX)
                  END-IF
                WHEN "END"
                  MOVE "Y" TO RUN-ENDED-SW
              END-EVALUATE
           END-PERFORM.
           CLOSE QURUNSTP.
      *    a (re)started job: fresh clock, fresh watch
       BOOK-JST.
           MOVE RS-JOB TO W-JOB.
           PERFORM FIND-CJ.
           IF CX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "R"       TO CJ-STATE(CX).
           MOVE W-SECS    TO CJ-START(CX) CJ-CHANGED(CX).
           MOVE RS-J-LOG  TO CJ-LOG(CX).
           MOVE RS-J-PIDF TO CJ-PIDF(CX).
           MOVE 0         TO CJ-PID(CX) CJ-SIZE(CX).
           MOVE SPACE     TO CJ-PROC(CX) CJ-SIZE-SW(CX) CJ-HUNG(CX)
                             CJ-ACTION(CX) CJ-RL-KEY(CX) CJ-PROG(CX).
      *    the program now running; a job without a JST (an older
      *    launcher) starts its clock here
       BOOK-PGM.
           MOVE RS-JOB TO W-JOB.
           PERFORM FIND-CJ.
           IF CX = 0
               EXIT PARAGRAPH
           END-IF.
           IF CJ-STATE(CX) = SPACE
               MOVE "R"    TO CJ-STATE(CX)
               MOVE W-SECS TO CJ-START(CX) CJ-CHANGED(CX)
           END-IF.
           MOVE RS-P-KEY TO CJ-RL-KEY(CX).
           MOVE RS-PROG  TO CJ-PROG(CX).
      *    job slot for W-JOB (0 = full)
       FIND-CJ.
           PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > CJ-CNT OR CJ-JOB(CX) = W-JOB
           END-PERFORM.
           IF CX > CJ-CNT
               IF CJ-CNT >= 200
                   MOVE 0 TO CX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CJ-CNT
               INITIALIZE CJ-ENT(CX)
               MOVE W-JOB TO CJ-JOB(CX)
               MOVE 0 TO CJ-EXP(CX)
               PERFORM VARYING HX FROM 1 BY 1
                       UNTIL HX > HJ-CNT OR HJ-JOB(HX) = W-JOB
               END-PERFORM
               IF HX NOT > HJ-CNT
                  IF HJ-SAMPLES(HX) > 0
                     COMPUTE CJ-EXP(CX) =
                             HJ-SUM-SEC(HX) / HJ-SAMPLES(HX)
                  END-IF
               END-IF
           END-IF.
      *    log growth, process, run time
       CHECK-JOB.
           IF CJ-LOG(CX) NOT = SPACE
               MOVE CJ-LOG(CX) TO LOG-SRC
               CALL "CBL_CHECK_FILE_EXIST" USING LOG-SRC FILE-DETAILS
                                       RETURNING EXIST-STATUS
               IF EXIST-STATUS = 0
                   MOVE CBLTE-FE-FILESIZE TO W-SIZE
                   IF CJ-SIZE-SW(CX) = SPACE
                      OR W-SIZE NOT = CJ-SIZE(CX)
                       MOVE W-SIZE   TO CJ-SIZE(CX)
                       MOVE "Y"      TO CJ-SIZE-SW(CX)
                       MOVE NOW-SECS TO CJ-CHANGED(CX)
                   END-IF
               END-IF
           END-IF.
           PERFORM CHECK-PROCESS.
           IF CJ-HUNG(CX) NOT = SPACE OR CJ-PROC(CX) = "G"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE IDLE-SEC = NOW-SECS - CJ-CHANGED(CX).
           COMPUTE RUN-SEC  = NOW-SECS - CJ-START(CX).
           EVALUATE TRUE
             WHEN CJ-LOG(CX) NOT = SPACE
                  AND IDLE-SEC NOT < STALL-MIN * 60
               MOVE "S" TO CJ-HUNG(CX)
             WHEN CJ-EXP(CX) > 0
                  AND RUN-SEC > CJ-EXP(CX) * HUNG-MULT
               MOVE "O" TO CJ-HUNG(CX)
           END-EVALUATE.
           IF CJ-HUNG(CX) NOT = SPACE
               PERFORM ACT-ON-HANG
           END-IF.
      *    the pid the wrapper left, and whether it still lives
       CHECK-PROCESS.
           IF CJ-PIDF(CX) = SPACE OR CJ-PROC(CX) = "G"
               EXIT PARAGRAPH
           END-IF.
           IF CJ-PID(CX) = 0
               MOVE CJ-PIDF(CX) TO PID-FNM
               MOVE SPACE TO PID-REC
               OPEN INPUT PID-F
               IF PID-STS = "00"
                   READ PID-F AT END CONTINUE END-READ
                   CLOSE PID-F
               END-IF
               IF PID-REC(1:1) >= "0" AND PID-REC(1:1) <= "9"
                   COMPUTE CJ-PID(CX) = FUNCTION NUMVAL(PID-REC)
               END-IF
           END-IF.
           IF CJ-PID(CX) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CJ-PID(CX) TO PID-DISP.
           MOVE SPACE TO CMD-LINE.
           STRING "bash -c ""kill -0 "   DELIMITED SIZE
                  FUNCTION TRIM(PID-DISP) DELIMITED SIZE
                  " 2>/dev/null"""        DELIMITED SIZE
                  INTO CMD-LINE.
           MOVE H"0007" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
           IF EXIT-STATUS = 0
               MOVE "A" TO CJ-PROC(CX)
           ELSE
               MOVE "G" TO CJ-PROC(CX)
               MOVE SPACE TO P-LINE
               STRING CJ-JOB(CX)          DELIMITED SPACE
                      " : process "       DELIMITED SIZE
                      FUNCTION TRIM(PID-DISP) DELIMITED SIZE
                      " gone, not yet collected by the launcher"
                                          DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
      *    alert, and terminate when the job's policy says HUNG=KILL
      *    and there is a process to terminate
       ACT-ON-HANG.
           ADD 1 TO HUNG-CNT.
           MOVE "alerted" TO CJ-ACTION(CX).
           MOVE CJ-JOB(CX) TO W-JOB.
           PERFORM VARYING PX FROM 1 BY 1
                   UNTIL PX > PL-CNT OR PL-JOB(PX) = W-JOB
           END-PERFORM.
           IF PX NOT > PL-CNT
               IF PL-KILL(PX) = "Y"
                   IF CJ-PID(CX) > 0 AND CJ-PROC(CX) = "A"
                       PERFORM KILL-JOB
                   ELSE
                       MOVE "no process" TO CJ-ACTION(CX)
                   END-IF
               END-IF
           END-IF.
           PERFORM FIND-RUNLOG.
           MOVE CJ-JOB(CX) TO NTF-CONTEXT.
           MOVE SPACE TO NTF-TEXT.
           IF CJ-HUNG(CX) = "S"
               COMPUTE IDLE-MIN-DISP = IDLE-SEC / 60
               STRING "log idle "        DELIMITED SIZE
                      FUNCTION TRIM(IDLE-MIN-DISP) DELIMITED SIZE
                      " min in "         DELIMITED SIZE
                      PROG-SINCE         DELIMITED SPACE
                      " - "              DELIMITED SIZE
                      CJ-ACTION(CX)      DELIMITED SIZE
                      INTO NTF-TEXT
           ELSE
               COMPUTE RUN-MIN-DISP = RUN-SEC / 60
               STRING "running "         DELIMITED SIZE
                      FUNCTION TRIM(RUN-MIN-DISP) DELIMITED SIZE
                      " min, over "      DELIMITED SIZE
                      HUNG-MULT          DELIMITED SIZE
                      "x usual, in "     DELIMITED SIZE
                      PROG-SINCE         DELIMITED SPACE
                      " - "              DELIMITED SIZE
                      CJ-ACTION(CX)      DELIMITED SIZE
                      INTO NTF-TEXT
           END-IF.
           CALL "QUNOTIFY" USING "HUNG    " NTF-CONTEXT NTF-MSGNO
                                 NTF-TEXT.
           MOVE SPACE TO ACT-FINDING.
           STRING CJ-JOB(CX)  DELIMITED SPACE
                  " hung: "   DELIMITED SIZE
                  NTF-TEXT    DELIMITED SIZE
                  INTO ACT-FINDING.
           CALL "QUACTPUT" USING "QUHUNG  " "2" ACT-FINDING.
           MOVE SPACE TO P-LINE.
           STRING NOW-T(1:2) ":" NOW-T(3:2) "  " DELIMITED SIZE
                  CJ-JOB(CX)      DELIMITED SIZE
                  " "             DELIMITED SIZE
                  NTF-TEXT        DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF CJ-RL-KEY(CX) NOT = SPACE
               MOVE SPACE TO P-LINE
               STRING "        QURUNLOG " DELIMITED SIZE
                      CJ-RL-KEY(CX)       DELIMITED SIZE
                      " "                 DELIMITED SIZE
                      CJ-PROG(CX)         DELIMITED SIZE
                      " "                 DELIMITED SIZE
                      RL-PARAMS           DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
      *    terminate the process; the launcher books the job failed
      *    and applies the rest of its policy
       KILL-JOB.
           MOVE CJ-PID(CX) TO PID-DISP.
           MOVE SPACE TO CMD-LINE.
           STRING "bash -c ""kill "       DELIMITED SIZE
                  FUNCTION TRIM(PID-DISP) DELIMITED SIZE
                  """"                    DELIMITED SIZE
                  INTO CMD-LINE.
           MOVE H"0007" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
           IF EXIT-STATUS NOT = 0
               MOVE "kill fail" TO CJ-ACTION(CX)
               EXIT PARAGRAPH
           END-IF.
           MOVE "terminated" TO CJ-ACTION(CX).
           ADD 1 TO KILL-CNT.
           MOVE CJ-JOB(CX) TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD AUDIT-NEW.
           STRING "run "      DELIMITED SIZE
                  RUN-ID      DELIMITED SIZE
                  " pid "     DELIMITED SIZE
                  FUNCTION TRIM(PID-DISP) DELIMITED SIZE
                  INTO AUDIT-OLD.
           IF CJ-HUNG(CX) = "S"
               MOVE "terminated: log stalled" TO AUDIT-NEW
           ELSE
               MOVE "terminated: over usual duration" TO AUDIT-NEW
           END-IF.
           CALL "QUAUDIT" USING "QUHUNG  " "KIL" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
      *    the QURUNLOG entry of the program the job is in
       FIND-RUNLOG.
           MOVE "(unknown)" TO PROG-SINCE.
           MOVE SPACE TO RL-PARAMS.
           IF CJ-RL-KEY(CX) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE CJ-PROG(CX) TO PROG-SINCE.
           OPEN INPUT RUNLOG-F.
           IF RL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CJ-RL-KEY(CX) TO RL-KEY.
           READ RUNLOG-F
               INVALID MOVE SPACE TO RL-PARAMS
           END-READ.
           CLOSE RUNLOG-F.
      *    date and time to seconds on one running scale
       TO-SECS.
           MOVE 0 TO W-SECS.
           IF W-D8 IS NUMERIC AND W-D8 > 0
               COMPUTE W-SECS =
                       FUNCTION INTEGER-OF-DATE(W-D8) * 86400
                     + W-HH * 3600 + W-MI * 60 + W-SS
           END-IF.
