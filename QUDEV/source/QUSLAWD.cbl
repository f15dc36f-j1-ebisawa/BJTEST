       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUSLAWD.
      *    batch-window watchdog for a live BJ_Launch queue run.
      *    QUDURTRN forecasts the window offline; this runs alongside
      *    the queue on the night itself.  every interval it reads the
      *    run's stamps (QURUNSTP: the queued jobs, the jobs and
      *    programs started, the jobs finished), sets each job
      *    against its usual duration and projects the finish time.
      *    the moment the projection crosses the deadline a SLA event
      *    goes out through QUNOTIFY naming the jobs that ran long,
      *    so the night operator can still drop or defer work.
      *
      *    usual duration of a job, in this order -
      *      QURUNLOG  earlier queue runs: first program start to
      *                last program end of the job, averaged
      *      QUTESTH   the job's test steps (QH-JCLNAME) summed per
      *                day, averaged
      *      QUSLAWD_DEFAULT when the job has no history at all
      *    remaining = the usual duration of every queued job plus
      *    what is left of every running one, spread over the run's
      *    parallel slots.
      *
      *    QUSLAWD_RUNID     run to watch (default: the newest run in
      *                      QURUNSTP, i.e. the queue now running)
      *    QUSLAWD_DEADLINE  hhmm the queue must be done by (default
      *                      0600); at or before the run's start time
      *                      it means the next morning
      *    QUSLAWD_INTERVAL  seconds between checks (default 300)
      *    QUSLAWD_ONCE      Y = one check and stop (scheduler use)
      *    QUSLAWD_TOLPCT    % over the usual duration that counts as
      *                      running long (default 20)
      *    QUSLAWD_DEFAULT   seconds for a job without history
      *                      (default 300)
      *    QUSLAWD_WINDOW    days of history to use (default 30)
      *    QUSLAWD_FNAME     report (default data\QUSLAWD.txt)
      *
      *    RC 4 when any check projected past the deadline, -1 when
      *    there is no run to watch.
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
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  RS-STS                      PIC XX.
       01  RL-STS                      PIC XX.
       01  F-STS                       PIC XX.
       01  FILE-STS                    PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(16).
       01  RUN-ID                      PIC X(16).
       01  DEADLINE-HHMM               PIC 9(4) VALUE 0600.
       01  DEADLINE-R REDEFINES DEADLINE-HHMM.
           03  DEADLINE-HH             PIC 9(2).
           03  DEADLINE-MM             PIC 9(2).
       01  INTERVAL-SEC                PIC 9(5) VALUE 300.
       01  ONCE-SW                     PIC X(1) VALUE "N".
           88  ONE-CHECK-ONLY              VALUE "Y".
       01  TOL-PCT                     PIC 9(3) VALUE 20.
       01  DEFAULT-SEC                 PIC 9(7) VALUE 300.
       01  WINDOW-DAYS                 PIC 9(4) VALUE 30.
       01  FROM-DATE                   PIC 9(8).
       01  TODAY-DATE                  PIC 9(8).
       01  SLEEP-TIME                  PIC 9(6)V9(4).
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
       01  RC-DISP                     PIC -(3)9.
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
      *    the run being watched
       01  RUN-FOUND-SW                PIC X(1).
           88  RUN-FOUND                   VALUE "Y".
       01  RUN-ENDED-SW                PIC X(1).
           88  RUN-ENDED                   VALUE "Y".
       01  RUN-START                   PIC 9(11).
       01  RUN-END                     PIC 9(11).
       01  RUN-START-D                 PIC 9(8).
       01  RUN-START-HHMM              PIC 9(4).
       01  LAST-JOB-END                PIC 9(11).
       01  RUN-JOBS                    PIC 9(3).
       01  RUN-PAR                     PIC 9(3).
       01  W-F0                        PIC X(10).
       01  W-JOBS-X                    PIC X(10).
       01  W-PAR-X                     PIC X(10).
       01  CJ-CNT                      PIC 9(3) VALUE 0.
       01  CJ-TBL.
           03  CJ-ENT                  OCCURS 200 TIMES.
               05  CJ-JOB              PIC X(20).
               05  CJ-STATE            PIC X(1).
      *            Q=queued R=running D=done
               05  CJ-START            PIC 9(11).
               05  CJ-END              PIC 9(11).
               05  CJ-RC               PIC S9(8).
               05  CJ-EXP              PIC 9(9).
               05  CJ-SRC              PIC X(1).
               05  CJ-LONG             PIC X(1).
       01  CX                          PIC 9(3).
      *    projection
       01  NOW-SECS                    PIC 9(11).
       01  DEADLINE-SECS               PIC 9(11).
       01  PROJ-SECS                   PIC 9(11).
       01  REMAIN-SEC                  PIC 9(11).
       01  RUN-SEC                     PIC 9(11).
       01  DONE-CNT                    PIC 9(3).
       01  RUNNING-CNT                 PIC 9(3).
       01  LONG-CNT                    PIC 9(3).
       01  LATE-SW                     PIC X(1) VALUE "N".
           88  PROJECTED-LATE              VALUE "Y".
       01  ALERTED-SW                  PIC X(1) VALUE "N".
           88  ALERT-SENT                  VALUE "Y".
       01  EVER-LATE-SW                PIC X(1) VALUE "N".
       01  CHECK-CNT                   PIC 9(5) VALUE 0.
       01  NTF-CONTEXT                 PIC X(20).
       01  NTF-MSGNO                   PIC 9(3) VALUE 0.
       01  NTF-TEXT                    PIC X(80).
       01  NTF-PTR                     PIC 9(3).
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
           CALL "QURUNLOG" USING "STR" "QUSLAWD " PRINT-FNM.
           OPEN INPUT QURUNSTP.
           IF RS-STS NOT = "00"
               DISPLAY "QUSLAWD : no run stamps sts=" RS-STS
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-RUN.
           IF RUN-ID = SPACE
               DISPLAY "QUSLAWD : no queue run to watch"
               CLOSE QURUNSTP PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RUN-HIST.
           PERFORM LOAD-TESTH-HIST.
           CLOSE QURUNSTP.
           PERFORM UNTIL 1 = 0
              PERFORM CHECK-PROC
              IF RUN-ENDED OR ONE-CHECK-ONLY OR NOT RUN-FOUND
                 EXIT PERFORM
              END-IF
              MOVE INTERVAL-SEC TO SLEEP-TIME
              CALL "BJ_SLEEP" USING SLEEP-TIME
           END-PERFORM.
           PERFORM PRINT-JOBS.
           CLOSE PRINT-F.
           EVALUATE TRUE
             WHEN NOT RUN-FOUND
               MOVE -1 TO RETURN-CODE
             WHEN EVER-LATE-SW = "Y"
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO RUN-ID.
           DISPLAY "QUSLAWD_RUNID"     UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-ID              FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUSLAWD_DEADLINE"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:4) IS NUMERIC
               MOVE WK-ENV(1:4) TO DEADLINE-HHMM
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUSLAWD_INTERVAL"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE INTERVAL-SEC = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           IF INTERVAL-SEC = 0
               MOVE 300 TO INTERVAL-SEC
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUSLAWD_ONCE"      UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) = "Y"
               MOVE "Y" TO ONCE-SW
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUSLAWD_TOLPCT"    UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE TOL-PCT = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUSLAWD_DEFAULT"   UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE DEFAULT-SEC = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUSLAWD_WINDOW"    UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUSLAWD_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUSLAWD.txt" TO PRINT-FNM
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - WINDOW-DAYS).
           OPEN OUTPUT PRINT-F.
           MOVE "QUSLAWD batch-window watchdog" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    the run named, else the newest run id - run ids are
      *    "RN" + yyyymmdd + hhmmss, so the last key is the latest
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
              IF RS-RUNID NOT = RUN-ID
                 AND RS-KIND = "PGM"
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
      *    one look at the run: rebuild its job table from the
      *    stamps, project, and page on the crossing
       CHECK-PROC.
           ADD 1 TO CHECK-CNT.
           PERFORM SCAN-RUN.
           IF NOT RUN-FOUND
               DISPLAY "QUSLAWD : run " RUN-ID " not found"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROJECT-PROC.
           PERFORM PRINT-CHECK.
           IF PROJECTED-LATE
               MOVE "Y" TO EVER-LATE-SW
               IF NOT ALERT-SENT
                   PERFORM SEND-ALERT
                   MOVE "Y" TO ALERTED-SW
               END-IF
           ELSE
      *        back inside the window - a later crossing pages again
               MOVE "N" TO ALERTED-SW
           END-IF.
      *
       SCAN-RUN.
           MOVE "N" TO RUN-FOUND-SW RUN-ENDED-SW.
           MOVE 0 TO CJ-CNT RUN-JOBS RUN-START RUN-END.
           MOVE 1 TO RUN-PAR.
           OPEN INPUT QURUNSTP.
           IF RS-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE RUN-ID TO RS-RUNID.
           MOVE 0 TO RS-SEQ.
           START QURUNSTP KEY NOT < RS-KEY
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
              MOVE RS-DATE TO W-D8
              MOVE RS-TIME TO W-T8
              PERFORM TO-SECS
              EVALUATE RS-KIND
                WHEN "RUN"
                  PERFORM BOOK-RUN
                WHEN "QUE"
                  MOVE RS-JOB TO W-JOB
                  PERFORM FIND-CJ
      *         a JST (the launcher starting the job, here or on a
      *         target machine) always starts the clock - a retried
      *         job starts over; a PGM only when no JST was written
                WHEN "JST"
                  MOVE RS-JOB TO W-JOB
                  PERFORM FIND-CJ
                  IF CX > 0
                     IF CJ-STATE(CX) NOT = "D"
                        MOVE "R"    TO CJ-STATE(CX)
                        MOVE W-SECS TO CJ-START(CX)
                     END-IF
                  END-IF
                WHEN "PGM"
                  MOVE RS-JOB TO W-JOB
                  PERFORM FIND-CJ
                  IF CX > 0
                     IF CJ-START(CX) = 0
                        MOVE "R"    TO CJ-STATE(CX)
                        MOVE W-SECS TO CJ-START(CX)
                     END-IF
                  END-IF
                WHEN "JOB"
                  MOVE RS-JOB TO W-JOB
                  PERFORM FIND-CJ
                  IF CX > 0
                     IF CJ-START(CX) = 0
                        MOVE LAST-JOB-END TO CJ-START(CX)
                     END-IF
                     MOVE "D"    TO CJ-STATE(CX)
                     MOVE W-SECS TO CJ-END(CX)
                     MOVE RS-RC  TO CJ-RC(CX)
                  END-IF
                  MOVE W-SECS TO LAST-JOB-END
                WHEN "END"
                  MOVE "Y"    TO RUN-ENDED-SW
                  MOVE W-SECS TO RUN-END
              END-EVALUATE
           END-PERFORM.
           CLOSE QURUNSTP.
      *
       BOOK-RUN.
           MOVE "Y"     TO RUN-FOUND-SW.
           MOVE W-SECS  TO RUN-START LAST-JOB-END.
           MOVE RS-DATE TO RUN-START-D.
           MOVE RS-TIME(1:4) TO RUN-START-HHMM.
           MOVE SPACE TO W-F0 W-JOBS-X W-PAR-X.
           UNSTRING RS-REF DELIMITED BY "jobs=" OR " parallel="
                                     OR " machine="
               INTO W-F0 W-JOBS-X W-PAR-X.
           IF W-JOBS-X NOT = SPACE
               COMPUTE RUN-JOBS = FUNCTION NUMVAL(W-JOBS-X)
           END-IF.
           IF W-PAR-X NOT = SPACE
               COMPUTE RUN-PAR = FUNCTION NUMVAL(W-PAR-X)
           END-IF.
           IF RUN-PAR = 0
               MOVE 1 TO RUN-PAR
           END-IF.
      *    the deadline is the first deadline-hhmm after the start
           COMPUTE DEADLINE-SECS =
                   FUNCTION INTEGER-OF-DATE(RUN-START-D) * 86400
                 + DEADLINE-HH * 3600 + DEADLINE-MM * 60.
           IF DEADLINE-SECS NOT > RUN-START
               ADD 86400 TO DEADLINE-SECS
           END-IF.
      *    job slot for W-JOB in the watched run (0 = full)
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
               MOVE W-JOB TO CJ-JOB(CX)
               MOVE "Q"   TO CJ-STATE(CX)
               MOVE 0     TO CJ-START(CX) CJ-END(CX) CJ-RC(CX)
               MOVE SPACE TO CJ-LONG(CX)
               PERFORM EXPECT-JOB
           END-IF.
      *    usual duration: queue-run history, test-step history,
      *    else the default ("-" = no history)
       EXPECT-JOB.
           MOVE DEFAULT-SEC TO CJ-EXP(CX).
           MOVE "-" TO CJ-SRC(CX).
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
                   COMPUTE CJ-EXP(CX) =
                           HJ-SUM-SEC(HX) / HJ-SAMPLES(HX)
                   MOVE HJ-SRC(HX) TO CJ-SRC(CX)
               END-IF
           END-IF.
      *    remaining work over the parallel slots, from now
       PROJECT-PROC.
           ACCEPT W-D8 FROM DATE YYYYMMDD.
           ACCEPT W-T8 FROM TIME.
           PERFORM TO-SECS.
           MOVE W-SECS TO NOW-SECS.
           MOVE 0 TO REMAIN-SEC DONE-CNT RUNNING-CNT LONG-CNT.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CJ-CNT
              MOVE SPACE TO CJ-LONG(CX)
              EVALUATE CJ-STATE(CX)
                WHEN "Q"
                  ADD CJ-EXP(CX) TO REMAIN-SEC
                WHEN "R"
                  ADD 1 TO RUNNING-CNT
                  COMPUTE RUN-SEC = NOW-SECS - CJ-START(CX)
                  IF RUN-SEC < CJ-EXP(CX)
                     COMPUTE REMAIN-SEC = REMAIN-SEC
                                        + CJ-EXP(CX) - RUN-SEC
                  END-IF
                  PERFORM JUDGE-LONG
                WHEN "D"
                  ADD 1 TO DONE-CNT
                  COMPUTE RUN-SEC = CJ-END(CX) - CJ-START(CX)
                  PERFORM JUDGE-LONG
              END-EVALUATE
           END-PERFORM.
      *    a RUN stamp may count more jobs than were stamped queued
           IF RUN-JOBS > CJ-CNT
               COMPUTE REMAIN-SEC = REMAIN-SEC
                                  + (RUN-JOBS - CJ-CNT) * DEFAULT-SEC
           END-IF.
           IF RUN-ENDED
               MOVE RUN-END TO PROJ-SECS
           ELSE
               COMPUTE PROJ-SECS = NOW-SECS + REMAIN-SEC / RUN-PAR
           END-IF.
           IF PROJ-SECS > DEADLINE-SECS
               MOVE "Y" TO LATE-SW
           ELSE
               MOVE "N" TO LATE-SW
           END-IF.
      *    only a job with history can run long
       JUDGE-LONG.
           IF CJ-SRC(CX) NOT = "-"
              AND RUN-SEC * 100 > CJ-EXP(CX) * (100 + TOL-PCT)
               MOVE "L" TO CJ-LONG(CX)
               ADD 1 TO LONG-CNT
           END-IF.
      *
       PRINT-CHECK.
           MOVE SPACE TO P-LINE.
           IF CHECK-CNT = 1
               STRING "run: "          DELIMITED SIZE
                      RUN-ID           DELIMITED SIZE
                      "  jobs: "       DELIMITED SIZE
                      RUN-JOBS         DELIMITED SIZE
                      "  parallel: "   DELIMITED SIZE
                      RUN-PAR          DELIMITED SIZE
                      "  deadline: "   DELIMITED SIZE
                      DEADLINE-HHMM    DELIMITED SIZE
                      "  tolerance: "  DELIMITED SIZE
                      TOL-PCT          DELIMITED SIZE
                      "%"              DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
               MOVE SPACE TO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
               MOVE "check at  done run long projected  verdict"
                 TO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
               MOVE SPACE TO P-LINE
           END-IF.
           MOVE NOW-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           MOVE CLK-DISP TO P-LINE(1:8).
           MOVE DONE-CNT    TO P-LINE(11:3).
           MOVE RUNNING-CNT TO P-LINE(16:3).
           MOVE LONG-CNT    TO P-LINE(20:3).
           MOVE PROJ-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           MOVE CLK-DISP TO P-LINE(25:8).
           EVALUATE TRUE
             WHEN RUN-ENDED AND PROJECTED-LATE
               MOVE "ENDED LATE"   TO P-LINE(36:20)
             WHEN RUN-ENDED
               MOVE "ENDED IN TIME" TO P-LINE(36:20)
             WHEN PROJECTED-LATE
               MOVE "LATE"         TO P-LINE(36:20)
             WHEN OTHER
               MOVE "ok"           TO P-LINE(36:20)
           END-EVALUATE.
           WRITE P-REC FROM P-LINE AFTER 1.
           DISPLAY "QUSLAWD : " RUN-ID " projected " P-LINE(25:8)
                   " " P-LINE(36:20).
      *    one SLA event per crossing: projection, deadline and the
      *    jobs over their usual time
       SEND-ALERT.
           MOVE RUN-ID TO NTF-CONTEXT.
           MOVE SPACE TO NTF-TEXT.
           MOVE 1 TO NTF-PTR.
           MOVE PROJ-SECS TO W-SECS.
           PERFORM FMT-CLOCK.
           STRING "finish projected "  DELIMITED SIZE
                  CLK-DISP             DELIMITED SPACE
                  " past deadline "    DELIMITED SIZE
                  DEADLINE-HH          DELIMITED SIZE
                  ":"                  DELIMITED SIZE
                  DEADLINE-MM          DELIMITED SIZE
                  INTO NTF-TEXT WITH POINTER NTF-PTR.
           IF LONG-CNT > 0
               STRING " long:"         DELIMITED SIZE
                      INTO NTF-TEXT WITH POINTER NTF-PTR
               PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > CJ-CNT OR NTF-PTR > 80
                  IF CJ-LONG(CX) = "L"
                     STRING " "        DELIMITED SIZE
                            CJ-JOB(CX) DELIMITED SPACE
                            INTO NTF-TEXT WITH POINTER NTF-PTR
                  END-IF
               END-PERFORM
           END-IF.
           CALL "QUNOTIFY" USING "SLA     " NTF-CONTEXT NTF-MSGNO
                                 NTF-TEXT.
           MOVE SPACE TO P-LINE.
           STRING "    SLA event: " DELIMITED SIZE
                  NTF-TEXT          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    the job table of the last check
       PRINT-JOBS.
           IF CJ-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE "job                  st  usual-s src  actual-s rc"
             TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CJ-CNT
              MOVE SPACE TO P-LINE
              MOVE CJ-JOB(CX)   TO P-LINE(1:20)
              MOVE CJ-STATE(CX) TO P-LINE(22:1)
              MOVE CJ-EXP(CX)   TO DUR-DISP
              MOVE DUR-DISP     TO P-LINE(25:7)
              MOVE CJ-SRC(CX)   TO P-LINE(34:1)
              EVALUATE CJ-STATE(CX)
                WHEN "D"
                  COMPUTE RUN-SEC = CJ-END(CX) - CJ-START(CX)
                  MOVE RUN-SEC TO DUR-DISP
                  MOVE DUR-DISP TO P-LINE(37:7)
                  MOVE CJ-RC(CX) TO RC-DISP
                  MOVE RC-DISP TO P-LINE(45:4)
                WHEN "R"
                  COMPUTE RUN-SEC = NOW-SECS - CJ-START(CX)
                  MOVE RUN-SEC TO DUR-DISP
                  MOVE DUR-DISP TO P-LINE(37:7)
              END-EVALUATE
              IF CJ-LONG(CX) = "L"
                 MOVE "RAN LONG" TO P-LINE(51:8)
              END-IF
              WRITE P-REC FROM P-LINE AFTER 1
           END-PERFORM.
      *    W-D8/W-T8 to seconds on the day-number scale
       TO-SECS.
           MOVE 0 TO W-SECS.
           IF W-D8 IS NUMERIC AND W-D8 > 0
               COMPUTE W-SECS =
                       FUNCTION INTEGER-OF-DATE(W-D8) * 86400
                     + W-HH * 3600 + W-MI * 60 + W-SS
           END-IF.
      *    W-SECS to "hh:mm", "+1" appended past the run's start day
       FMT-CLOCK.
           DIVIDE W-SECS BY 86400 GIVING W-DAYS REMAINDER W-REM.
           DIVIDE W-REM BY 3600 GIVING W-CLK-HH REMAINDER W-REM.
           DIVIDE W-REM BY 60 GIVING W-CLK-MM.
           MOVE SPACE TO CLK-DISP.
           STRING W-CLK-HH ":" W-CLK-MM DELIMITED SIZE
                  INTO CLK-DISP.
           IF RUN-START > 0
               IF W-DAYS > RUN-START / 86400
                   MOVE "+1" TO CLK-DISP(6:2)
               END-IF
           END-IF.
