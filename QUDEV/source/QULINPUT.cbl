       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QULINPUT.
      *    file lineage journal: every file a step opens is reported
      *    here with its direction -
      *        CALL "QULINPUT" USING "I" file-name    (read)
      *        CALL "QULINPUT" USING "O" file-name    (written)
      *    and each new input/output pairing of the run unit is
      *    appended to data\QULINEAGE.txt as one edge
      *        date;time;job;step;prog;input-file;output-file
      *    date/time and prog are the step's QURUNLOG entry (the
      *    QURUNLOG_KEY / QURUNLOG_PROG its "STR" call publishes),
      *    job/step the QU_JCLNAME / QU_STEPNAME environment.  the
      *    file is read back by QULINRPT to walk lineage upstream
      *    and downstream.  BJF_IO calls this on every open, so
      *    the QU_PAN3 step programs journal without changes.
      *    QULINEAGE_DISABLE=Y turns it off without touching the
      *    callers.
      *    each input is also fingerprinted - size and timestamp as
      *    the step opened it - into WORK\<job>.stepin as
      *        step;size;yyyymmddhhmmss;file
      *    which QU_PAN3 checks before a QU_RESTART_STEP restart
      *    skips the step (kept through QULINEAGE_DISABLE; QU_TMPCLN
      *    removes it with the job's other restart files).
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT LIN-F           ASSIGN TO "data\QULINEAGE.txt"
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS LIN-STS.
       SELECT FP-F            ASSIGN TO FP-FNAME
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS FP-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    LIN-F.
       01    LIN-REC                   PIC X(600).
       FD    FP-F.
       01    FP-REC                    PIC X(300).
       WORKING-STORAGE                 SECTION.
       COPY "QUSYSINF.wrk".
       01  LIN-STS                     PIC XX.
       01  WK-ENV                      PIC X(3).
       01  DISABLED-SW                 PIC X VALUE " ".
           88  LINEAGE-DISABLED            VALUE "Y".
           88  LINEAGE-UNCHECKED           VALUE " ".
      *    the step identity, fetched once per run unit
       01  LN-JOB                      PIC X(50).
       01  LN-STEP                     PIC X(8).
       01  LN-PROG                     PIC X(8).
       01  LN-RLKEY                    PIC X(19).
       01  LN-DATE                     PIC X(8).
       01  LN-TIME                     PIC X(8).
       01  LN-I                        PIC S9(4) COMP.
      *    files seen so far in this run unit, by direction
       78  LN-MAX                          VALUE 16.
       01  LN-IN-CNT                   PIC 9(2) VALUE 0.
       01  LN-OUT-CNT                  PIC 9(2) VALUE 0.
       01  LN-IN-TBL.
           03  LN-IN-NAME  OCCURS 16 TIMES PIC X(256).
       01  LN-OUT-TBL.
           03  LN-OUT-NAME OCCURS 16 TIMES PIC X(256).
       01  LN-IX                       PIC 9(2).
       01  LN-SEEN-SW                  PIC X.
       01  LN-EDGE-IN                  PIC X(256).
       01  LN-EDGE-OUT                 PIC X(256).
       01  LN-OPEN-SW                  PIC X VALUE "N".
           88  LN-OPEN                     VALUE "Y".
      *    input fingerprints for a step restart
       01  FP-FNAME                    PIC X(128).
       01  FP-STS                      PIC XX.
       01  FP-FL-DEL                   PIC X.
       01  FP-SIZE                     PIC 9(18).
       01  FP-STAMP                    PIC 9(14).
       01  FP-DETAILS.
           03  FP-FE-SIZE              PIC X(8) COMP-X.
           03  FP-FE-DAY               PIC X COMP-X.
           03  FP-FE-MON               PIC X COMP-X.
           03  FP-FE-YEAR              PIC X(2) COMP-X.
           03  FP-FE-HH                PIC X COMP-X.
           03  FP-FE-MM                PIC X COMP-X.
           03  FP-FE-SS                PIC X COMP-X.
           03  FP-FE-HS                PIC X COMP-X.
       01  FP-EXIST-STS                PIC X(2) COMP-5.
       LINKAGE                         SECTION.
       01  P-DIR                       PIC X.
       01  P-FNAME                     PIC X(256).
       PROCEDURE DIVISION USING P-DIR P-FNAME.
       MAIN-ROUTINE.
           IF LINEAGE-UNCHECKED
               MOVE SPACE TO WK-ENV
               DISPLAY "QULINEAGE_DISABLE" UPON ENVIRONMENT-NAME
               ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE
               IF WK-ENV(1:1) = "Y"
                   MOVE "Y" TO DISABLED-SW
               ELSE
                   MOVE "N" TO DISABLED-SW
               END-IF
               PERFORM GET-STEP-ID
           END-IF.
           IF P-FNAME = SPACE OR P-FNAME(1:1) = X"00"
               GOBACK
           END-IF.
           EVALUATE P-DIR
             WHEN "I"
               PERFORM NOTE-INPUT
             WHEN "O"
               PERFORM NOTE-OUTPUT
           END-EVALUATE.
           IF LN-OPEN
               CLOSE LIN-F
               MOVE "N" TO LN-OPEN-SW
           END-IF.
           GOBACK.
      *
       GET-STEP-ID.
           MOVE SPACE TO LN-JOB.
           DISPLAY "QU_JCLNAME"        UPON ENVIRONMENT-NAME.
           ACCEPT  LN-JOB              FROM ENVIRONMENT-VALUE.
           PERFORM VARYING LN-I FROM 1 BY 1
                   UNTIL LN-I > 50
                      OR LN-JOB(LN-I:1) = "." OR SPACE
           END-PERFORM.
           IF LN-I <= 50
               MOVE SPACE TO LN-JOB(LN-I:)
           END-IF.
           IF LN-JOB = SPACE
               MOVE "NOJOB" TO LN-JOB
           END-IF.
           MOVE SPACE TO LN-STEP.
           DISPLAY "QU_STEPNAME"       UPON ENVIRONMENT-NAME.
           ACCEPT  LN-STEP             FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO LN-PROG.
           DISPLAY "QURUNLOG_PROG"     UPON ENVIRONMENT-NAME.
           ACCEPT  LN-PROG             FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO LN-RLKEY.
           DISPLAY "QURUNLOG_KEY"      UPON ENVIRONMENT-NAME.
           ACCEPT  LN-RLKEY            FROM ENVIRONMENT-VALUE.
           IF LN-RLKEY(1:8) IS NUMERIC
               MOVE LN-RLKEY(1:8)  TO LN-DATE
               MOVE LN-RLKEY(9:8)  TO LN-TIME
           ELSE
      *        a program that never called QURUNLOG - stamp the
      *        edge with the time the lineage was first noted
               ACCEPT LN-DATE FROM DATE YYYYMMDD
               ACCEPT LN-TIME FROM TIME
           END-IF.
      *    a new input pairs with every output already opened
       NOTE-INPUT.
           MOVE "N" TO LN-SEEN-SW.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-IN-CNT
              IF LN-IN-NAME(LN-IX) = P-FNAME
                 MOVE "Y" TO LN-SEEN-SW
              END-IF
           END-PERFORM.
           IF LN-SEEN-SW = "Y" OR LN-IN-CNT >= LN-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LN-IN-CNT.
           MOVE P-FNAME TO LN-IN-NAME(LN-IN-CNT).
           PERFORM PUT-FINGERPRINT.
           MOVE P-FNAME TO LN-EDGE-IN.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-OUT-CNT
              IF LN-OUT-NAME(LN-IX) NOT = P-FNAME
                 MOVE LN-OUT-NAME(LN-IX) TO LN-EDGE-OUT
                 PERFORM PUT-EDGE
              END-IF
           END-PERFORM.
      *    a new output pairs with every input already opened
       NOTE-OUTPUT.
           MOVE "N" TO LN-SEEN-SW.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-OUT-CNT
              IF LN-OUT-NAME(LN-IX) = P-FNAME
                 MOVE "Y" TO LN-SEEN-SW
              END-IF
           END-PERFORM.
           IF LN-SEEN-SW = "Y" OR LN-OUT-CNT >= LN-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LN-OUT-CNT.
           MOVE P-FNAME TO LN-OUT-NAME(LN-OUT-CNT).
           MOVE P-FNAME TO LN-EDGE-OUT.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-IN-CNT
              IF LN-IN-NAME(LN-IX) NOT = P-FNAME
                 MOVE LN-IN-NAME(LN-IX) TO LN-EDGE-IN
                 PERFORM PUT-EDGE
              END-IF
           END-PERFORM.
       PUT-EDGE.
           IF LINEAGE-DISABLED
               EXIT PARAGRAPH
           END-IF.
           IF NOT LN-OPEN
               OPEN EXTEND LIN-F
               IF LIN-STS NOT = "00" AND LIN-STS NOT = "05"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO LN-OPEN-SW
           END-IF.
           MOVE SPACE TO LIN-REC.
           STRING LN-DATE          DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  LN-TIME          DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  LN-JOB           DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LN-STEP          DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LN-PROG          DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LN-EDGE-IN       DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  LN-EDGE-OUT      DELIMITED BY SPACE
                  INTO LIN-REC.
           WRITE LIN-REC.
      *    the input as this step found it
       PUT-FINGERPRINT.
           IF LN-JOB = "NOJOB" OR LN-STEP = SPACE
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING P-FNAME FP-DETAILS
                                   RETURNING FP-EXIST-STS.
           IF FP-EXIST-STS NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FP-FE-SIZE TO FP-SIZE.
           COMPUTE FP-STAMP = FP-FE-YEAR * 10000000000
                            + FP-FE-MON  * 100000000
                            + FP-FE-DAY  * 1000000
                            + FP-FE-HH   * 10000
                            + FP-FE-MM   * 100
                            + FP-FE-SS.
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           IF OS-IS-UNIX
               MOVE "/" TO FP-FL-DEL
           ELSE
               MOVE "\" TO FP-FL-DEL
           END-IF.
           MOVE SPACE TO FP-FNAME.
           STRING "WORK"           DELIMITED BY SIZE
                  FP-FL-DEL        DELIMITED BY SIZE
                  LN-JOB           DELIMITED BY SPACE
                  ".stepin"        DELIMITED BY SIZE
                  INTO FP-FNAME.
           OPEN EXTEND FP-F.
           IF FP-STS NOT = "00" AND FP-STS NOT = "05"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO FP-REC.
           STRING LN-STEP          DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  FP-SIZE          DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  FP-STAMP         DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  P-FNAME          DELIMITED BY SPACE
                  INTO FP-REC.
           WRITE FP-REC.
           CLOSE FP-F.
