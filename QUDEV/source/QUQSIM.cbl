       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUQSIM.
      *    queue simulation before the night: tonight's queue list,
      *    the BJ_Launch dependency plan, the parallel limit and the
      *    scheduled start are played through the way BJ_Launch runs
      *    a queue - queue order, a job waits for its predecessors
      *    (one not in the queue counts as done), for a free slot and
      *    for any declared resource a running job holds - with each
      *    job's usual duration from history and no run at all.
      *
      *    the report gives per job the projected start and end, the
      *    time it sat ready but held (slot or resource), a text
      *    Gantt chart, the critical path through the dependencies
      *    (the longest chain of predecessors - the floor no parallel
      *    limit gets under) and the projected finish.  a what-if
      *    scenario - a higher parallel limit and/or jobs dropped
      *    from the queue - is simulated after the plan as given and
      *    the two finishes compared.
      *
      *    usual duration of a job, as QUSLAWD takes it -
      *      QURUNLOG  earlier queue runs: first program start to
      *                last program end of the job, averaged
      *      QUTESTH   the job's test steps (QH-JCLNAME) summed per
      *                day, averaged
      *      QUQSIM_DEFAULT when the job has no history at all
      *
      *    QUQSIM_QUEUE      queue list, one JCL per line - a
      *                      "jclname;..." line (QUDISPAT queue)
      *                      counts by its first field (required)
      *    QUQSIM_PLAN       dependency plan, BJ_Launch format -
      *                      "jcl:pred1,pred2" and "jcl>res1,res2"
      *                      (default: BJ_LAUNCH_PLAN_FILE)
      *    QUQSIM_PARALLEL   jobs at once (default 1)
      *    QUQSIM_START      scheduled start, hhmm today or
      *                      yyyymmddhhmm (default: now)
      *    QUQSIM_DEADLINE   hhmm the queue must be done by
      *                      (optional; at or before the start time
      *                      it means the next morning)
      *    QUQSIM_WHATIF_PAR what-if parallel limit (optional)
      *    QUQSIM_WHATIF_DROP what-if jobs left out, "job1,job2"
      *                      (optional)
      *    QUQSIM_DEFAULT    seconds for a job without history
      *                      (default 300)
      *    QUQSIM_WINDOW     days of history to use (default 30)
      *    QUQSIM_FNAME      report (default data\QUQSIM.txt)
      *
      *    RC 4 when a projected finish crosses the deadline or a
      *    job can never start (dependency cycle), -1 when there is
      *    no queue list.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QURUNSTP.sl".
       COPY "QUTESTH.sl".
       SELECT RUNLOG-F        ASSIGN TO "data\QURUNLOG"
                              ORGANIZATION INDEXED
                              ACCESS MODE  DYNAMIC
                              RECORD KEY   RL-KEY
                              FILE STATUS  RL-STS.
       SELECT QUE-F           ASSIGN TO QUE-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS QUE-STS.
       SELECT PLAN-F          ASSIGN TO PLAN-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS PLAN-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QURUNSTP.fd".
       COPY "QUTESTH.fd".
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
       FD    QUE-F.
       01    QUE-REC                   PIC X(200).
       FD    PLAN-F.
       01    PLAN-REC                  PIC X(260).
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  RS-STS                      PIC XX.
       01  RL-STS                      PIC XX.
       01  QUE-STS                     PIC XX.
       01  PLAN-STS                    PIC XX.
       01  F-STS                       PIC XX.
       01  FILE-STS                    PIC XX.
       01  QUE-FNM                     PIC X(128).
       01  PLAN-FNM                    PIC X(128).
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(16).
       01  DROP-LIST                   PIC X(200).
       01  PAR-N                       PIC 9(3) VALUE 1.
       01  WHATIF-PAR                  PIC 9(3) VALUE 0.
       01  SIM-PAR                     PIC 9(3).
       01  DEADLINE-SW                 PIC X(1) VALUE "N".
           88  DEADLINE-GIVEN              VALUE "Y".
       01  DEADLINE-HHMM               PIC 9(4) VALUE 0.
       01  DEADLINE-R REDEFINES DEADLINE-HHMM.
           03  DEADLINE-HH             PIC 9(2).
           03  DEADLINE-MM             PIC 9(2).
       01  START-X                     PIC X(12).
       01  DEFAULT-SEC                 PIC 9(7) VALUE 300.
       01  WINDOW-DAYS                 PIC 9(4) VALUE 30.
       01  FROM-DATE                   PIC 9(8).
       01  TODAY-DATE                  PIC 9(8).
       01  LOG-SRC                     PIC X(128).
       01  FILE-DETAILS.
           03 CBLTE-FE-FILESIZE        PIC X(8) COMP-X.
           03 CBLTE-FE-FILEDATE        PIC X(4).
           03 CBLTE-FE-FILETIME        PIC X(4).
       01  EXIST-STATUS                PIC X(2) COMP-5.
      *    clock work: any date/time to seconds on one scale
       01  W-D8                        PIC 9(8).
       01  W-T8                        PIC 9(8).
       01  W-T8-R REDEFINES W-T8.
           03  W-HH                    PIC 9(2).
           03  W-MI                    PIC 9(2).
           03  W-SS                    PIC 9(2).
           03  FILLER                  PIC 9(2).
       01  W-SECS                      PIC 9(11).
       01  W-DAYS                      PIC 9(7).
       01  W-REM                       PIC 9(5).
       01  W-CLK-HH                    PIC 9(2).
       01  W-CLK-MM                    PIC 9(2).
       01  CLK-DISP                    PIC X(8).
       01  DUR-DISP                    PIC Z(6)9.
       01  MIN-DISP                    PIC -(5)9.
       01  CNT-DISP                    PIC ZZ9.
      *    job history: average seconds per job
       01  HJ-CNT                      PIC 9(3) VALUE 0.
       01  HJ-TBL.
           03  HJ-ENT                  OCCURS 300 TIMES.
               05  HJ-JOB              PIC X(20).
               05  HJ-SAMPLES          PIC 9(4).
               05  HJ-SUM-SEC          PIC 9(9).
               05  HJ-SRC              PIC X(1).
       01  HX                          PIC 9(3).
      *    one earlier run while its stamps are read
       01  PREV-RUNID                  PIC X(16).
       01  RJ-CNT                      PIC 9(3) VALUE 0.
       01  RJ-TBL.
           03  RJ-ENT                  OCCURS 200 TIMES.
               05  RJ-JOB              PIC X(20).
               05  RJ-MIN              PIC 9(11).
               05  RJ-MAX              PIC 9(11).
       01  JX                          PIC 9(3).
      *    QUTESTH per job and day
       01  TD-CNT                      PIC 9(4) VALUE 0.
       01  TD-TBL.
           03  TD-ENT                  OCCURS 2000 TIMES.
               05  TD-JCL              PIC X(8).
               05  TD-DATE             PIC 9(8).
               05  TD-SEC              PIC 9(9).
       01  TX                          PIC 9(4).
       01  W-JOB                       PIC X(20).
       01  W-START                     PIC 9(11).
       01  W-END                       PIC 9(11).
      *    the queue, with its plan entries resolved to queue slots
       01  QJ-CNT                      PIC 9(3) VALUE 0.
       01  QJ-TBL.
           03  QJ-ENT                  OCCURS 200 TIMES.
               05  QJ-JCL              PIC X(60).
               05  QJ-JOB              PIC X(20).
               05  QJ-PREDS            PIC X(200).
               05  QJ-RESRC            PIC X(200).
               05  QJ-PCNT             PIC 9(2).
               05  QJ-PX               PIC 9(3) OCCURS 20 TIMES.
               05  QJ-RCNT             PIC 9(2).
               05  QJ-RES              PIC X(30) OCCURS 10 TIMES.
               05  QJ-DUR              PIC 9(9).
               05  QJ-SRC              PIC X(1).
               05  QJ-DROP             PIC X(1).
               05  QJ-STATE            PIC X(1).
      *            P=pending R=running D=done X=dropped N=never
               05  QJ-START            PIC 9(11).
               05  QJ-END              PIC 9(11).
               05  QJ-EF               PIC 9(11).
               05  QJ-CP-PRED          PIC 9(3).
               05  QJ-CRIT             PIC X(1).
       01  QX                          PIC 9(3).
       01  QX2                         PIC 9(3).
       01  PX                          PIC 9(2).
       01  RX                          PIC 9(2).
       01  RX2                         PIC 9(2).
       01  W-NAME                      PIC X(60).
       01  W-PTR                       PIC 9(3).
       01  W-COLON                     PIC 9(3).
       01  W-GT                        PIC 9(3).
       01  W-REST                      PIC X(200).
       01  PLAN-UNQ-CNT                PIC 9(3) VALUE 0.
      *    the plan as read, before it is matched to the queue
       01  PL-CNT                      PIC 9(3) VALUE 0.
       01  PL-TBL.
           03  PL-ENT                  OCCURS 200 TIMES.
               05  PL-JCL              PIC X(60).
               05  PL-PREDS            PIC X(200).
               05  PL-RESRC            PIC X(200).
       01  LX                          PIC 9(3).
      *    simulation
       01  START-SECS                  PIC 9(11).
       01  NOW-SECS                    PIC 9(11).
       01  NEXT-SECS                   PIC 9(11).
       01  FINISH-SECS                 PIC 9(11).
       01  DEADLINE-SECS               PIC 9(11).
       01  RUNNING-CNT                 PIC 9(3).
       01  NEVER-CNT                   PIC 9(3).
       01  DROP-CNT                    PIC 9(3).
       01  READY-SW                    PIC X(1).
       01  COLLIDE-SW                  PIC X(1).
       01  CP-LEN                      PIC 9(11).
       01  CP-END                      PIC 9(3).
       01  CP-CNT                      PIC 9(3).
       01  CP-TBL.
           03  CP-X                    PIC 9(3) OCCURS 200 TIMES.
       01  CHG-SW                      PIC X(1).
       01  PASS-CNT                    PIC 9(3).
       01  W-EF                        PIC 9(11).
       01  HELD-SEC                    PIC 9(11).
       01  SCEN-TITLE                  PIC X(40).
       01  BASE-FINISH                 PIC 9(11).
       01  BASE-CP-LEN                 PIC 9(11).
       01  BASE-NEVER                  PIC 9(3).
       01  DIFF-MIN                    PIC S9(7).
       01  LATE-SW                     PIC X(1) VALUE "N".
      *    Gantt chart
       78  GT-WIDTH                        VALUE 60.
       01  GT-SCALE                    PIC 9(7).
       01  GT-FROM                     PIC 9(3).
       01  GT-TO                       PIC 9(3).
       01  GT-I                        PIC 9(3).
       01  GT-CHAR                     PIC X(1).
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       DECLARATIVES.
       HS-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON QUTESTH.
              DISPLAY "QUTESTH ERROR : " FILE-STS
              move -1 to return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUQSIM  " QUE-FNM.
           PERFORM LOAD-QUEUE.
           IF QJ-CNT = 0
               DISPLAY "QUQSIM : no queue list or an empty one - "
                       QUE-FNM
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PLAN.
           PERFORM LINK-PLAN.
           OPEN INPUT QURUNSTP.
           IF RS-STS = "00"
               PERFORM LOAD-RUN-HIST
               CLOSE QURUNSTP
           END-IF.
           PERFORM LOAD-TESTH-HIST.
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
              PERFORM EXPECT-JOB
           END-PERFORM.
           PERFORM PRINT-HEAD.
      *    the queue as planned
           MOVE PAR-N TO SIM-PAR.
           MOVE "PLAN AS GIVEN" TO SCEN-TITLE.
           PERFORM SIMULATE.
           PERFORM CRIT-PATH.
           PERFORM PRINT-SCENARIO.
           MOVE FINISH-SECS TO BASE-FINISH.
           MOVE CP-LEN      TO BASE-CP-LEN.
           MOVE NEVER-CNT   TO BASE-NEVER.
      *    the what-if, when one is asked for
           IF WHATIF-PAR > 0 OR DROP-LIST NOT = SPACE
               IF WHATIF-PAR > 0
                   MOVE WHATIF-PAR TO SIM-PAR
               END-IF
               PERFORM MARK-DROPS
               MOVE "WHAT-IF" TO SCEN-TITLE
               PERFORM SIMULATE
               PERFORM CRIT-PATH
               PERFORM PRINT-SCENARIO
               PERFORM PRINT-COMPARE
           END-IF.
           CLOSE PRINT-F.
           IF LATE-SW = "Y" OR BASE-NEVER > 0 OR NEVER-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO QUE-FNM.
           DISPLAY "QUQSIM_QUEUE"      UPON ENVIRONMENT-NAME.
           ACCEPT  QUE-FNM             FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO PLAN-FNM.
           DISPLAY "QUQSIM_PLAN"       UPON ENVIRONMENT-NAME.
           ACCEPT  PLAN-FNM            FROM ENVIRONMENT-VALUE.
           IF PLAN-FNM = SPACE
               DISPLAY "BJ_LAUNCH_PLAN_FILE" UPON ENVIRONMENT-NAME
               ACCEPT  PLAN-FNM              FROM ENVIRONMENT-VALUE
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUQSIM_PARALLEL"   UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE PAR-N = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           IF PAR-N = 0
               MOVE 1 TO PAR-N
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUQSIM_WHATIF_PAR" UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE WHATIF-PAR = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO DROP-LIST.
           DISPLAY "QUQSIM_WHATIF_DROP" UPON ENVIRONMENT-NAME.
           ACCEPT  DROP-LIST            FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUQSIM_DEADLINE"   UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:4) IS NUMERIC
               MOVE WK-ENV(1:4) TO DEADLINE-HHMM
               MOVE "Y" TO DEADLINE-SW
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUQSIM_DEFAULT"    UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE DEFAULT-SEC = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUQSIM_WINDOW"     UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUQSIM_FNAME"      UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUQSIM.txt" TO PRINT-FNM
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - WINDOW-DAYS).
      *    the scheduled start: hhmm is today, yyyymmddhhmm a given
      *    day, nothing is now
           MOVE SPACE TO START-X.
           DISPLAY "QUQSIM_START"      UPON ENVIRONMENT-NAME.
           ACCEPT  START-X             FROM ENVIRONMENT-VALUE.
           MOVE TODAY-DATE TO W-D8.
           ACCEPT W-T8 FROM TIME.
           EVALUATE TRUE
             WHEN START-X(1:12) IS NUMERIC
               MOVE START-X(1:8) TO W-D8
               MOVE START-X(9:4) TO W-T8(1:4)
               MOVE 0            TO W-T8(5:4)
             WHEN START-X(1:4) IS NUMERIC
                  AND START-X(5:8) = SPACE
               MOVE START-X(1:4) TO W-T8(1:4)
               MOVE 0            TO W-T8(5:4)
           END-EVALUATE.
           PERFORM TO-SECS.
           MOVE W-SECS TO START-SECS.
      *    the deadline is the first deadline-hhmm after the start
           IF DEADLINE-GIVEN
               COMPUTE DEADLINE-SECS =
                       FUNCTION INTEGER-OF-DATE(W-D8) * 86400
                     + DEADLINE-HH * 3600 + DEADLINE-MM * 60
               IF DEADLINE-SECS NOT > START-SECS
                   ADD 86400 TO DEADLINE-SECS
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE "QUQSIM queue simulation" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    one JCL per line; "*" lines and blanks are skipped, a
      *    name queued twice counts once
       LOAD-QUEUE.
           IF QUE-FNM = SPACE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QUE-F.
           IF QUE-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ QUE-F AT END EXIT PERFORM END-READ
              IF QUE-REC NOT = SPACE AND QUE-REC(1:1) NOT = "*"
                 MOVE SPACE TO W-NAME
                 UNSTRING QUE-REC DELIMITED BY ";" OR ","
                                            OR ALL SPACE
                     INTO W-NAME
                 PERFORM VARYING QX FROM 1 BY 1
                         UNTIL QX > QJ-CNT OR QJ-JCL(QX) = W-NAME
                 END-PERFORM
                 IF QX > QJ-CNT AND QJ-CNT < 200
                    AND W-NAME NOT = SPACE
                    ADD 1 TO QJ-CNT
                    INITIALIZE QJ-ENT(QJ-CNT)
                    MOVE W-NAME TO QJ-JCL(QJ-CNT)
      *             the job name the run stamps carry
                    MOVE W-NAME TO QJ-JOB(QJ-CNT)
                    INSPECT QJ-JOB(QJ-CNT)
                            REPLACING ALL ".jcl" BY SPACE
                                      ALL ".JCL" BY SPACE
                    MOVE "N" TO QJ-DROP(QJ-CNT)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE QUE-F.
      *    the BJ_Launch plan: "jcl:pred1,..." and "jcl>res1,..."
      *    lines, one of each kind per job
       LOAD-PLAN.
           IF PLAN-FNM = SPACE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PLAN-F.
           IF PLAN-STS NOT = "00"
               DISPLAY "QUQSIM : plan file cannot be opened - "
                       PLAN-FNM
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ PLAN-F AT END EXIT PERFORM END-READ
              IF PLAN-REC NOT = SPACE AND PLAN-REC(1:1) NOT = "*"
                 PERFORM PLAN-ONE-LINE
              END-IF
           END-PERFORM.
           CLOSE PLAN-F.
      *
       PLAN-ONE-LINE.
           MOVE 0 TO W-GT W-COLON.
           INSPECT PLAN-REC TALLYING W-GT
                   FOR CHARACTERS BEFORE INITIAL ">".
           INSPECT PLAN-REC TALLYING W-COLON
                   FOR CHARACTERS BEFORE INITIAL ":".
           MOVE SPACE TO W-NAME W-REST.
           IF W-GT < W-COLON
               UNSTRING PLAN-REC DELIMITED BY ">"
                   INTO W-NAME W-REST
           ELSE
               UNSTRING PLAN-REC DELIMITED BY ":"
                   INTO W-NAME W-REST
           END-IF.
           PERFORM VARYING LX FROM 1 BY 1
                   UNTIL LX > PL-CNT OR PL-JCL(LX) = W-NAME
           END-PERFORM.
           IF LX > PL-CNT
               IF PL-CNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PL-CNT
               MOVE W-NAME TO PL-JCL(LX)
               MOVE SPACE  TO PL-PREDS(LX) PL-RESRC(LX)
           END-IF.
           IF W-GT < W-COLON
               MOVE W-REST TO PL-RESRC(LX)
           ELSE
               MOVE W-REST TO PL-PREDS(LX)
           END-IF.
      *    plan entries onto the queued jobs: predecessors become
      *    queue slots (one not queued tonight is satisfied and
      *    dropped from the list, as BJ_Launch treats it), resources
      *    a list of names
       LINK-PLAN.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > PL-CNT
              PERFORM VARYING QX FROM 1 BY 1
                      UNTIL QX > QJ-CNT OR QJ-JCL(QX) = PL-JCL(LX)
              END-PERFORM
              IF QX > QJ-CNT
                 ADD 1 TO PLAN-UNQ-CNT
              ELSE
                 MOVE PL-PREDS(LX) TO QJ-PREDS(QX)
                 MOVE PL-RESRC(LX) TO QJ-RESRC(QX)
                 PERFORM LINK-PREDS
                 PERFORM LINK-RESRC
              END-IF
           END-PERFORM.
      *
       LINK-PREDS.
           MOVE 0 TO QJ-PCNT(QX).
           MOVE 1 TO W-PTR.
           PERFORM UNTIL W-PTR > 200
              MOVE SPACE TO W-NAME
              UNSTRING QJ-PREDS(QX) DELIMITED BY ","
                  INTO W-NAME
                  WITH POINTER W-PTR
              IF W-NAME NOT = SPACE
                 PERFORM VARYING QX2 FROM 1 BY 1
                         UNTIL QX2 > QJ-CNT OR QJ-JCL(QX2) = W-NAME
                 END-PERFORM
                 IF QX2 NOT > QJ-CNT AND QX2 NOT = QX
                    AND QJ-PCNT(QX) < 20
                    ADD 1 TO QJ-PCNT(QX)
                    MOVE QX2 TO QJ-PX(QX, QJ-PCNT(QX))
                 END-IF
              END-IF
           END-PERFORM.
      *
       LINK-RESRC.
           MOVE 0 TO QJ-RCNT(QX).
           MOVE 1 TO W-PTR.
           PERFORM UNTIL W-PTR > 200
              MOVE SPACE TO W-NAME
              UNSTRING QJ-RESRC(QX) DELIMITED BY ","
                  INTO W-NAME
                  WITH POINTER W-PTR
              IF W-NAME NOT = SPACE AND QJ-RCNT(QX) < 10
                 ADD 1 TO QJ-RCNT(QX)
                 MOVE W-NAME TO QJ-RES(QX, QJ-RCNT(QX))
              END-IF
           END-PERFORM.
      *    every earlier run inside the window: per job the first
      *    program start and last program end from its QURUNLOG
      *    entries give one sample of the job's duration
       LOAD-RUN-HIST.
           OPEN INPUT RUNLOG-F.
           IF RL-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RS-KEY.
           START QURUNSTP KEY NOT < RS-KEY
               INVALID
                   CLOSE RUNLOG-F
                   EXIT PARAGRAPH
           END-START.
           MOVE SPACE TO PREV-RUNID.
           PERFORM UNTIL 1 = 0
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = PREV-RUNID
                 PERFORM FLUSH-RUN
                 MOVE RS-RUNID TO PREV-RUNID
              END-IF
              IF RS-KIND = "PGM"
                 AND RS-JOB NOT = SPACE
                 AND RS-DATE NOT < FROM-DATE
                 PERFORM BOOK-HIST-PGM
              END-IF
           END-PERFORM.
           PERFORM FLUSH-RUN.
           CLOSE RUNLOG-F.
      *
       BOOK-HIST-PGM.
           MOVE RS-P-KEY TO RL-KEY.
           READ RUNLOG-F
               INVALID EXIT PARAGRAPH
           END-READ.
           IF RL-END-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE RL-DATE TO W-D8.
           MOVE RL-TIME TO W-T8.
           PERFORM TO-SECS.
           MOVE W-SECS TO W-START.
           MOVE RL-END-DATE TO W-D8.
           MOVE RL-END-TIME TO W-T8.
           PERFORM TO-SECS.
           MOVE W-SECS TO W-END.
           PERFORM VARYING JX FROM 1 BY 1
                   UNTIL JX > RJ-CNT OR RJ-JOB(JX) = RS-JOB
           END-PERFORM.
           IF JX > RJ-CNT
               IF RJ-CNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RJ-CNT
               MOVE RS-JOB  TO RJ-JOB(JX)
               MOVE W-START TO RJ-MIN(JX)
               MOVE W-END   TO RJ-MAX(JX)
           END-IF.
           IF W-START < RJ-MIN(JX)
               MOVE W-START TO RJ-MIN(JX)
           END-IF.
           IF W-END > RJ-MAX(JX)
               MOVE W-END TO RJ-MAX(JX)
           END-IF.
      *    one run's jobs into the history table
       FLUSH-RUN.
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > RJ-CNT
              MOVE RJ-JOB(JX) TO W-JOB
              PERFORM FIND-HJ
              IF HX > 0
                 ADD 1 TO HJ-SAMPLES(HX)
                 COMPUTE HJ-SUM-SEC(HX) = HJ-SUM-SEC(HX)
                                        + RJ-MAX(JX) - RJ-MIN(JX)
              END-IF
           END-PERFORM.
           MOVE 0 TO RJ-CNT.
      *    history slot for W-JOB, made on first sight (0 = full)
       FIND-HJ.
           PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > HJ-CNT OR HJ-JOB(HX) = W-JOB
           END-PERFORM.
           IF HX > HJ-CNT
               IF HJ-CNT >= 300
                   MOVE 0 TO HX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HJ-CNT
               MOVE W-JOB TO HJ-JOB(HX)
               MOVE 0     TO HJ-SAMPLES(HX) HJ-SUM-SEC(HX)
               MOVE "L"   TO HJ-SRC(HX)
           END-IF.
      *    test-step durations per JCL and day, for the jobs no
      *    earlier queue run has timed
       LOAD-TESTH-HIST.
           MOVE "data\QUTESTH" TO LOG-SRC.
           CALL "CBL_CHECK_FILE_EXIST" USING LOG-SRC FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF EXIST-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QUTESTH.
           PERFORM UNTIL 1 = 0
              READ QUTESTH AT END EXIT PERFORM END-READ
              IF QH-JCLNAME NOT = SPACE
                 AND QH-START-DATE IS NUMERIC
                 AND QH-START-DATE NOT < FROM-DATE
                 AND QH-DURATION IS NUMERIC
                 AND QH-DURATION > 0
                 PERFORM BOOK-TESTH
              END-IF
           END-PERFORM.
           CLOSE QUTESTH.
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TD-CNT
              MOVE TD-JCL(TX) TO W-JOB
              PERFORM VARYING HX FROM 1 BY 1
                      UNTIL HX > HJ-CNT OR HJ-JOB(HX) = W-JOB
              END-PERFORM
              IF HX > HJ-CNT AND HJ-CNT < 300
                 ADD 1 TO HJ-CNT
                 MOVE W-JOB TO HJ-JOB(HX)
                 MOVE 0     TO HJ-SAMPLES(HX) HJ-SUM-SEC(HX)
                 MOVE "H"   TO HJ-SRC(HX)
              END-IF
              IF HX NOT > HJ-CNT
                 IF HJ-SRC(HX) = "H"
                    ADD 1          TO HJ-SAMPLES(HX)
                    ADD TD-SEC(TX) TO HJ-SUM-SEC(HX)
                 END-IF
              END-IF
           END-PERFORM.
      *
       BOOK-TESTH.
           PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > TD-CNT
                      OR (TD-JCL(TX) = QH-JCLNAME
                          AND TD-DATE(TX) = QH-START-DATE)
           END-PERFORM.
           IF TX > TD-CNT
               IF TD-CNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TD-CNT
               MOVE QH-JCLNAME    TO TD-JCL(TX)
               MOVE QH-START-DATE TO TD-DATE(TX)
               MOVE 0             TO TD-SEC(TX)
           END-IF.
           ADD QH-DURATION TO TD-SEC(TX).
      *    usual seconds of queue slot QX (L = queue runs, H = test
      *    history, - = the default)
       EXPECT-JOB.
           MOVE QJ-JOB(QX) TO W-JOB.
           MOVE DEFAULT-SEC TO QJ-DUR(QX).
           MOVE "-" TO QJ-SRC(QX).
           PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > HJ-CNT OR HJ-JOB(HX) = W-JOB
           END-PERFORM.
           IF HX > HJ-CNT
      *        QH-JCLNAME holds 8 characters of the job name
               PERFORM VARYING HX FROM 1 BY 1
                       UNTIL HX > HJ-CNT
                          OR (HJ-SRC(HX) = "H"
                              AND HJ-JOB(HX) = W-JOB(1:8))
               END-PERFORM
           END-IF.
           IF HX NOT > HJ-CNT
               IF HJ-SAMPLES(HX) > 0
                   COMPUTE QJ-DUR(QX) =
                           HJ-SUM-SEC(HX) / HJ-SAMPLES(HX)
                   MOVE HJ-SRC(HX) TO QJ-SRC(QX)
               END-IF
           END-IF.
      *    the what-if's dropped jobs
       MARK-DROPS.
           MOVE 1 TO W-PTR.
           PERFORM UNTIL W-PTR > 200
              MOVE SPACE TO W-NAME
              UNSTRING DROP-LIST DELIMITED BY "," OR ALL SPACE
                  INTO W-NAME
                  WITH POINTER W-PTR
              IF W-NAME NOT = SPACE
                 PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
                    IF QJ-JCL(QX) = W-NAME OR QJ-JOB(QX) = W-NAME
                       MOVE "Y" TO QJ-DROP(QX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
      *    play the queue through: at every moment start, in queue
      *    order, each pending job whose predecessors are done and
      *    whose resources are free while a slot is free; then move
      *    the clock on to the next job end
       SIMULATE.
           MOVE START-SECS TO NOW-SECS FINISH-SECS.
           MOVE 0 TO RUNNING-CNT NEVER-CNT DROP-CNT.
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
              MOVE 0 TO QJ-START(QX) QJ-END(QX)
              IF QJ-DROP(QX) = "Y"
                 MOVE "X" TO QJ-STATE(QX)
                 ADD 1 TO DROP-CNT
              ELSE
                 MOVE "P" TO QJ-STATE(QX)
              END-IF
           END-PERFORM.
           PERFORM UNTIL 1 = 0
              PERFORM START-READY
              IF RUNNING-CNT = 0
                 EXIT PERFORM
              END-IF
              MOVE 99999999999 TO NEXT-SECS
              PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
                 IF QJ-STATE(QX) = "R" AND QJ-END(QX) < NEXT-SECS
                    MOVE QJ-END(QX) TO NEXT-SECS
                 END-IF
              END-PERFORM
              MOVE NEXT-SECS TO NOW-SECS
              PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
                 IF QJ-STATE(QX) = "R" AND QJ-END(QX) = NOW-SECS
                    MOVE "D" TO QJ-STATE(QX)
                    SUBTRACT 1 FROM RUNNING-CNT
                    IF QJ-END(QX) > FINISH-SECS
                       MOVE QJ-END(QX) TO FINISH-SECS
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
      *    whatever is still pending waits on a job that never ends
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
              IF QJ-STATE(QX) = "P"
                 MOVE "N" TO QJ-STATE(QX)
                 ADD 1 TO NEVER-CNT
              END-IF
           END-PERFORM.
      *
       START-READY.
           PERFORM VARYING QX FROM 1 BY 1
                   UNTIL QX > QJ-CNT OR RUNNING-CNT >= SIM-PAR
              IF QJ-STATE(QX) = "P"
                 PERFORM JOB-READY
                 IF READY-SW = "Y"
                    PERFORM RES-COLLIDE
                    IF COLLIDE-SW = "N"
                       MOVE "R" TO QJ-STATE(QX)
                       MOVE NOW-SECS TO QJ-START(QX)
                       COMPUTE QJ-END(QX) = NOW-SECS + QJ-DUR(QX)
                       ADD 1 TO RUNNING-CNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *    every predecessor done (or dropped from the queue)
       JOB-READY.
           MOVE "Y" TO READY-SW.
           PERFORM VARYING PX FROM 1 BY 1
                   UNTIL PX > QJ-PCNT(QX) OR READY-SW = "N"
              MOVE QJ-PX(QX, PX) TO QX2
              IF QJ-STATE(QX2) NOT = "D" AND QJ-STATE(QX2) NOT = "X"
                 MOVE "N" TO READY-SW
              END-IF
           END-PERFORM.
      *    does slot QX share a declared resource with a running job
       RES-COLLIDE.
           MOVE "N" TO COLLIDE-SW.
           IF QJ-RCNT(QX) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING QX2 FROM 1 BY 1
                   UNTIL QX2 > QJ-CNT OR COLLIDE-SW = "Y"
              IF QJ-STATE(QX2) = "R" AND QJ-RCNT(QX2) > 0
                 PERFORM VARYING RX FROM 1 BY 1
                         UNTIL RX > QJ-RCNT(QX) OR COLLIDE-SW = "Y"
                    PERFORM VARYING RX2 FROM 1 BY 1
                            UNTIL RX2 > QJ-RCNT(QX2)
                       IF QJ-RES(QX, RX) = QJ-RES(QX2, RX2)
                          MOVE "Y" TO COLLIDE-SW
                       END-IF
                    END-PERFORM
                 END-PERFORM
              END-IF
           END-PERFORM.
      *    the critical path: earliest finish of every job that ran,
      *    counting only its predecessors' chains (no slot limit),
      *    relaxed until nothing moves; the longest chain is walked
      *    back from its last job
       CRIT-PATH.
           MOVE 0 TO CP-LEN CP-END CP-CNT.
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
              MOVE QJ-DUR(QX) TO QJ-EF(QX)
              MOVE 0 TO QJ-CP-PRED(QX)
              MOVE SPACE TO QJ-CRIT(QX)
           END-PERFORM.
           MOVE "Y" TO CHG-SW.
           MOVE 0 TO PASS-CNT.
           PERFORM UNTIL CHG-SW = "N" OR PASS-CNT > QJ-CNT
              MOVE "N" TO CHG-SW
              ADD 1 TO PASS-CNT
              PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
                 IF QJ-STATE(QX) = "D"
                    PERFORM VARYING PX FROM 1 BY 1
                            UNTIL PX > QJ-PCNT(QX)
                       MOVE QJ-PX(QX, PX) TO QX2
                       IF QJ-STATE(QX2) = "D"
                          COMPUTE W-EF = QJ-EF(QX2) + QJ-DUR(QX)
                          IF W-EF > QJ-EF(QX)
                             MOVE W-EF TO QJ-EF(QX)
                             MOVE QX2  TO QJ-CP-PRED(QX)
                             MOVE "Y"  TO CHG-SW
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
              IF QJ-STATE(QX) = "D" AND QJ-EF(QX) > CP-LEN
                 MOVE QJ-EF(QX) TO CP-LEN
                 MOVE QX TO CP-END
              END-IF
           END-PERFORM.
      *    walked back end to start, held start to end
           MOVE CP-END TO QX.
           PERFORM UNTIL QX = 0 OR CP-CNT >= 200
              ADD 1 TO CP-CNT
              MOVE QX TO CP-X(CP-CNT)
              MOVE "*" TO QJ-CRIT(QX)
              MOVE QJ-CP-PRED(QX) TO QX
           END-PERFORM.
      *
       PRINT-HEAD.
           IF PLAN-FNM = SPACE
               MOVE "(none)" TO PLAN-FNM
           END-IF.
           MOVE SPACE TO P-LINE.
           STRING "queue: "       DELIMITED SIZE
                  QUE-FNM         DELIMITED SPACE
                  "  plan: "      DELIMITED SIZE
                  PLAN-FNM        DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE START-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           MOVE SPACE TO P-LINE.
           MOVE QJ-CNT TO CNT-DISP.
           STRING "jobs: "        DELIMITED SIZE
                  CNT-DISP        DELIMITED SIZE
                  "  start: "     DELIMITED SIZE
                  W-D8            DELIMITED SIZE
                  " "             DELIMITED SIZE
                  CLK-DISP        DELIMITED SPACE
                  "  history: "   DELIMITED SIZE
                  WINDOW-DAYS     DELIMITED SIZE
                  " days"         DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF PLAN-UNQ-CNT > 0
               MOVE PLAN-UNQ-CNT TO CNT-DISP
               MOVE SPACE TO P-LINE
               STRING CNT-DISP    DELIMITED SIZE
                      " plan line(s) name jobs not in this queue"
                                  DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
      *    timeline, Gantt chart, critical path and finish of the
      *    scenario just simulated
       PRINT-SCENARIO.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SIM-PAR TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           MOVE 1 TO W-PTR.
           STRING "=== "          DELIMITED SIZE
                  SCEN-TITLE      DELIMITED "  "
                  " - parallel "  DELIMITED SIZE
                  CNT-DISP        DELIMITED SIZE
                  INTO P-LINE WITH POINTER W-PTR.
           IF DROP-CNT > 0
               MOVE DROP-CNT TO CNT-DISP
               STRING ", dropped " DELIMITED SIZE
                      CNT-DISP    DELIMITED SIZE
                      INTO P-LINE WITH POINTER W-PTR
           END-IF.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE "job                  usual-s src start  end    held-s
      -         " cp" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
              PERFORM PRINT-JOB
           END-PERFORM.
           PERFORM PRINT-GANTT.
           PERFORM PRINT-CP.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE FINISH-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           COMPUTE DIFF-MIN = (FINISH-SECS - START-SECS + 59) / 60.
           MOVE DIFF-MIN TO MIN-DISP.
           MOVE SPACE TO P-LINE.
           STRING "projected finish: " DELIMITED SIZE
                  CLK-DISP             DELIMITED SPACE
                  "  elapsed min: "    DELIMITED SIZE
                  MIN-DISP             DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF DEADLINE-GIVEN
               MOVE SPACE TO P-LINE
               COMPUTE DIFF-MIN = (DEADLINE-SECS - FINISH-SECS) / 60
               MOVE DIFF-MIN TO MIN-DISP
               IF FINISH-SECS > DEADLINE-SECS
                   MOVE "Y" TO LATE-SW
                   STRING "deadline "    DELIMITED SIZE
                          DEADLINE-HHMM  DELIMITED SIZE
                          " MISSED by min: " DELIMITED SIZE
                          MIN-DISP       DELIMITED SIZE
                          INTO P-LINE
               ELSE
                   STRING "deadline "    DELIMITED SIZE
                          DEADLINE-HHMM  DELIMITED SIZE
                          " kept, min to spare: " DELIMITED SIZE
                          MIN-DISP       DELIMITED SIZE
                          INTO P-LINE
               END-IF
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
           IF NEVER-CNT > 0
               MOVE NEVER-CNT TO CNT-DISP
               MOVE SPACE TO P-LINE
               STRING CNT-DISP     DELIMITED SIZE
                      " job(s) can never start - dependency cycle"
                                   DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
      *
       PRINT-JOB.
           MOVE SPACE TO P-LINE.
           MOVE QJ-JOB(QX) TO P-LINE(1:20).
           MOVE QJ-DUR(QX) TO DUR-DISP.
           MOVE DUR-DISP   TO P-LINE(22:7).
           MOVE QJ-SRC(QX) TO P-LINE(31:1).
           EVALUATE QJ-STATE(QX)
             WHEN "X"
               MOVE "dropped" TO P-LINE(35:7)
             WHEN "N"
               MOVE "never starts - waits on a cycle"
                 TO P-LINE(35:31)
             WHEN OTHER
               MOVE QJ-START(QX) TO W-SECS
               PERFORM FMT-CLOCK
               MOVE CLK-DISP TO P-LINE(35:7)
               MOVE QJ-END(QX) TO W-SECS
               PERFORM FMT-CLOCK
               MOVE CLK-DISP TO P-LINE(42:7)
      *        ready when its chain allowed, started when a slot
      *        and its resources did
               COMPUTE HELD-SEC = QJ-START(QX) - START-SECS
                                - (QJ-EF(QX) - QJ-DUR(QX))
               MOVE HELD-SEC TO DUR-DISP
               MOVE DUR-DISP TO P-LINE(49:7)
               MOVE QJ-CRIT(QX) TO P-LINE(59:1)
           END-EVALUATE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    one row per job that ran, GT-WIDTH columns from start to
      *    finish; "#" marks the critical path
       PRINT-GANTT.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           COMPUTE GT-SCALE = (FINISH-SECS - START-SECS
                              + GT-WIDTH - 1) / GT-WIDTH.
           IF GT-SCALE = 0
               MOVE 1 TO GT-SCALE
           END-IF.
           MOVE SPACE TO P-LINE.
           MOVE START-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           MOVE CLK-DISP TO P-LINE(22:8).
           MOVE FINISH-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           COMPUTE GT-I = 22 + GT-WIDTH - 5.
           MOVE CLK-DISP TO P-LINE(GT-I:8).
           MOVE GT-SCALE TO DUR-DISP.
           STRING "gantt, s/col"   DELIMITED SIZE
                  DUR-DISP         DELIMITED SIZE
                  INTO P-LINE(1:20).
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > QJ-CNT
              IF QJ-STATE(QX) = "D"
                 MOVE SPACE TO P-LINE
                 MOVE QJ-JOB(QX) TO P-LINE(1:20)
                 MOVE "|" TO P-LINE(21:1)
                 COMPUTE GT-I = 22 + GT-WIDTH
                 MOVE "|" TO P-LINE(GT-I:1)
                 COMPUTE GT-FROM = (QJ-START(QX) - START-SECS)
                                 / GT-SCALE + 1
                 COMPUTE GT-TO = (QJ-END(QX) - START-SECS
                                 + GT-SCALE - 1) / GT-SCALE
                 IF GT-TO < GT-FROM
                    MOVE GT-FROM TO GT-TO
                 END-IF
                 IF GT-TO > GT-WIDTH
                    MOVE GT-WIDTH TO GT-TO
                 END-IF
                 MOVE "=" TO GT-CHAR
                 IF QJ-CRIT(QX) = "*"
                    MOVE "#" TO GT-CHAR
                 END-IF
                 PERFORM VARYING GT-I FROM GT-FROM BY 1
                         UNTIL GT-I > GT-TO
                    MOVE GT-CHAR TO P-LINE(21 + GT-I:1)
                 END-PERFORM
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
      *
       PRINT-CP.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           COMPUTE DIFF-MIN = (CP-LEN + 59) / 60.
           MOVE DIFF-MIN TO MIN-DISP.
           MOVE SPACE TO P-LINE.
           STRING "critical path - min: " DELIMITED SIZE
                  MIN-DISP                DELIMITED SIZE
                  "  (no parallel limit finishes sooner)"
                                          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING JX FROM CP-CNT BY -1 UNTIL JX < 1
              MOVE CP-X(JX) TO QX
              MOVE SPACE TO P-LINE
              MOVE QJ-JOB(QX) TO P-LINE(3:20)
              MOVE QJ-DUR(QX) TO DUR-DISP
              MOVE DUR-DISP   TO P-LINE(24:7)
              COMPUTE W-SECS = START-SECS + QJ-EF(QX)
              PERFORM FMT-CLOCK
              MOVE "done by" TO P-LINE(33:7)
              MOVE CLK-DISP  TO P-LINE(41:8)
              WRITE P-REC FROM P-LINE AFTER 1
           END-PERFORM.
      *
       PRINT-COMPARE.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE "=== PLAN AS GIVEN AGAINST WHAT-IF" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE BASE-FINISH TO W-SECS.
           PERFORM FMT-CLOCK.
           MOVE SPACE TO P-LINE.
           STRING "finish  as given "  DELIMITED SIZE
                  CLK-DISP             DELIMITED SPACE
                  INTO P-LINE.
           MOVE FINISH-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           MOVE "what-if" TO P-LINE(28:7).
           MOVE CLK-DISP  TO P-LINE(36:8).
           COMPUTE DIFF-MIN = (BASE-FINISH - FINISH-SECS) / 60.
           MOVE DIFF-MIN TO MIN-DISP.
           MOVE "min saved" TO P-LINE(46:9).
           MOVE MIN-DISP    TO P-LINE(56:6).
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           COMPUTE DIFF-MIN = (BASE-CP-LEN + 59) / 60.
           MOVE DIFF-MIN TO MIN-DISP.
           STRING "critical path min "  DELIMITED SIZE
                  MIN-DISP              DELIMITED SIZE
                  INTO P-LINE.
           COMPUTE DIFF-MIN = (CP-LEN + 59) / 60.
           MOVE DIFF-MIN TO MIN-DISP.
           MOVE "what-if" TO P-LINE(28:7).
           MOVE MIN-DISP  TO P-LINE(36:6).
           WRITE P-REC FROM P-LINE AFTER 1.
      *    W-D8/W-T8 to seconds on the day-number scale
       TO-SECS.
           MOVE 0 TO W-SECS.
           IF W-D8 IS NUMERIC AND W-D8 > 0
               COMPUTE W-SECS =
                       FUNCTION INTEGER-OF-DATE(W-D8) * 86400
                     + W-HH * 3600 + W-MI * 60 + W-SS
           END-IF.
      *    W-SECS to "hh:mm", "+1" appended past the start day
       FMT-CLOCK.
           DIVIDE W-SECS BY 86400 GIVING W-DAYS REMAINDER W-REM.
           DIVIDE W-REM BY 3600 GIVING W-CLK-HH REMAINDER W-REM.
           DIVIDE W-REM BY 60 GIVING W-CLK-MM.
           MOVE SPACE TO CLK-DISP.
           STRING W-CLK-HH ":" W-CLK-MM DELIMITED SIZE
                  INTO CLK-DISP.
           IF W-DAYS > START-SECS / 86400
               MOVE "+1" TO CLK-DISP(6:2)
           END-IF.
