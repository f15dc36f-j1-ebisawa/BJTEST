       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QURUNDOS.
      *    night-run dossier: everything one BJ_Launch queue run
      *    produced, from the QURUNSTP stamps of its run id -
      *      JOBS      every job with its return code, finish time
      *                and archived log file
      *      STEPS     every program started inside the jobs (the
      *                QURUNLOG entries) with step, start, end, rc
      *      VERDICTS  every QUTESTF verdict recorded in the run
      *      ACTIONS   every action item raised, with its status
      *                now (QUACTION)
      *      OPERATOR  every hold, release, cancel and pause given
      *                in the launcher while the run went, and by
      *                whom
      *    return code 4 when the run had failed jobs, NG verdicts
      *    or non-zero steps; -1 when the run id has no stamps.
      *
      *    QURUNDOS_RUNID  run id (default: the latest run)
      *    QURUNDOS_FNAME  report (default data\QURUNDOS.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QURUNSTP.sl".
       COPY "QUACTION.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QURUNSTP.fd".
       COPY "QUACTION.fd".
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  RS-STS                      PIC XX.
       01  AI-STS                      PIC XX.
       01  F-STS                       PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  RUN-ID                      PIC X(16).
       01  ACT-OPEN-SW                 PIC X VALUE "N".
       01  RUN-START-D                 PIC 9(8) VALUE 0.
       01  RUN-START-T                 PIC 9(8) VALUE 0.
       01  RUN-END-D                   PIC 9(8) VALUE 0.
       01  RUN-END-T                   PIC 9(8) VALUE 0.
       01  RUN-FAILED                  PIC S9(8) VALUE 0.
       01  RUN-INFO                    PIC X(80) VALUE SPACE.
       01  STAMP-CNT                   PIC 9(6) VALUE 0.
       01  JOB-CNT                     PIC 9(5) VALUE 0.
       01  JOB-NG-CNT                  PIC 9(5) VALUE 0.
       01  VRD-CNT                     PIC 9(5) VALUE 0.
       01  VRD-NG-CNT                  PIC 9(5) VALUE 0.
       01  ACT-CNT                     PIC 9(5) VALUE 0.
       01  STEP-NG-CNT                 PIC 9(5) VALUE 0.
      *    the programs of the run: a PGM stamp opens a row, the PRC
      *    stamp with the same QURUNLOG key closes it
       78  ST-LIMIT                        VALUE 2000.
       01  ST-CNT                      PIC 9(4) VALUE 0.
       01  ST-IX                       PIC 9(4).
       01  ST-TBL.
           03  ST-ENT OCCURS 2000 TIMES.
               05  ST-KEY          PIC X(19).
               05  ST-JOB          PIC X(20).
               05  ST-STEP         PIC X(8).
               05  ST-PROG         PIC X(8).
               05  ST-START        PIC 9(8).
               05  ST-END          PIC 9(8).
               05  ST-RC           PIC S9(8).
               05  ST-ENDED-SW     PIC X.
               05  ST-PARAMS       PIC X(60).
       01  RC-DISP                     PIC -(8)9.
       01  W-STATUS                    PIC X(12).
       01  P-LINE                      PIC X(200).
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
           CALL "QURUNLOG" USING "STR" "QURUNDOS" PRINT-FNM.
           OPEN INPUT QURUNSTP.
           IF RS-STS NOT = "00" AND RS-STS NOT = "05"
               DISPLAY "QURUNDOS : no QURUNSTP stamps - " RS-STS
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           IF RUN-ID = SPACE
               PERFORM FIND-LATEST
           END-IF.
           IF RUN-ID = SPACE
               DISPLAY "QURUNDOS : no run has been stamped yet"
               CLOSE QURUNSTP
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACT-F.
           IF AI-STS = "39"
               PERFORM AI-LAYOUT-STOP
           END-IF.
           IF AI-STS = "00" OR AI-STS = "05"
               MOVE "Y" TO ACT-OPEN-SW
           END-IF.
           OPEN OUTPUT PRINT-F.
           PERFORM SUMMARY-SCAN.
           IF STAMP-CNT = 0
               DISPLAY "QURUNDOS : run " RUN-ID " not found"
               MOVE "** RUN NOT FOUND **" TO P-REC
               WRITE P-REC AFTER 1
               PERFORM CLOSE-ALL
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-HEADER.
           PERFORM JOB-PROC.
           PERFORM STEP-PROC.
           PERFORM VERDICT-PROC.
           PERFORM ACTION-PROC.
           PERFORM CONTROL-PROC.
           PERFORM TOTAL-PROC.
           PERFORM CLOSE-ALL.
           DISPLAY "QURUNDOS : run " RUN-ID " - " JOB-CNT " job(s) "
                   JOB-NG-CNT " failed, " VRD-CNT " verdict(s) "
                   VRD-NG-CNT " NG, " ACT-CNT " action item(s)".
           IF JOB-NG-CNT > 0 OR VRD-NG-CNT > 0 OR STEP-NG-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO RUN-ID.
           DISPLAY "QURUNDOS_RUNID"     UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-ID               FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QURUNDOS_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QURUNDOS.txt" TO PRINT-FNM
           END-IF.
       CLOSE-ALL.
           CLOSE QURUNSTP.
           IF ACT-OPEN-SW = "Y"
               CLOSE ACT-F
           END-IF.
           CLOSE PRINT-F.
      *    run ids sort by their timestamp, so the last key is the
      *    latest run
       FIND-LATEST.
           MOVE HIGH-VALUE TO RS-KEY.
           START QURUNSTP KEY < RS-KEY
               INVALID EXIT PARAGRAPH
           END-START.
           READ QURUNSTP PREVIOUS
               AT END EXIT PARAGRAPH
           END-READ.
           MOVE RS-RUNID TO RUN-ID.
      *    position on the first stamp of the run
       START-RUN.
           MOVE RUN-ID TO RS-RUNID.
           MOVE 0      TO RS-SEQ.
           START QURUNSTP KEY > RS-KEY
               INVALID MOVE HIGH-VALUE TO RS-RUNID
           END-START.
      *    run start/end and the step table in one pass
       SUMMARY-SCAN.
           PERFORM START-RUN.
           PERFORM UNTIL RS-RUNID NOT = RUN-ID
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = RUN-ID
                 EXIT PERFORM
              END-IF
              ADD 1 TO STAMP-CNT
              EVALUATE RS-KIND
                WHEN "RUN"
                  MOVE RS-DATE TO RUN-START-D
                  MOVE RS-TIME TO RUN-START-T
                  MOVE RS-REF  TO RUN-INFO
                WHEN "END"
                  MOVE RS-DATE TO RUN-END-D
                  MOVE RS-TIME TO RUN-END-T
                  MOVE RS-RC   TO RUN-FAILED
                WHEN "PGM"
                  PERFORM BOOK-STEP-START
                WHEN "PRC"
                  PERFORM BOOK-STEP-END
              END-EVALUATE
           END-PERFORM.
       BOOK-STEP-START.
           IF ST-CNT >= ST-LIMIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ST-CNT.
           MOVE RS-P-KEY    TO ST-KEY(ST-CNT).
           MOVE RS-JOB      TO ST-JOB(ST-CNT).
           MOVE RS-STEP     TO ST-STEP(ST-CNT).
           MOVE RS-PROG     TO ST-PROG(ST-CNT).
           MOVE RS-TIME     TO ST-START(ST-CNT).
           MOVE 0           TO ST-END(ST-CNT) ST-RC(ST-CNT).
           MOVE "N"         TO ST-ENDED-SW(ST-CNT).
           MOVE RS-P-PARAMS TO ST-PARAMS(ST-CNT).
       BOOK-STEP-END.
           PERFORM VARYING ST-IX FROM ST-CNT BY -1
                   UNTIL ST-IX < 1
                      OR ST-KEY(ST-IX) = RS-P-KEY
           END-PERFORM.
           IF ST-IX >= 1
               MOVE RS-TIME TO ST-END(ST-IX)
               MOVE RS-RC   TO ST-RC(ST-IX)
               MOVE "Y"     TO ST-ENDED-SW(ST-IX)
           END-IF.
       PRINT-HEADER.
           MOVE SPACE TO P-LINE.
           STRING "QURUNDOS  dossier of run " DELIMITED SIZE
                  RUN-ID                      DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE RUN-FAILED TO RC-DISP.
           MOVE SPACE TO P-LINE.
           STRING "started "     DELIMITED SIZE
                  RUN-START-D    DELIMITED SIZE
                  " "            DELIMITED SIZE
                  RUN-START-T    DELIMITED SIZE
                  "  ended "     DELIMITED SIZE
                  RUN-END-D      DELIMITED SIZE
                  " "            DELIMITED SIZE
                  RUN-END-T      DELIMITED SIZE
                  "  failed jobs " DELIMITED SIZE
                  RC-DISP        DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  RUN-INFO       DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF RUN-END-D = 0
               MOVE "(no END stamp - the run is still going or was cut
      -             " off)" TO P-REC
               WRITE P-REC AFTER 1
           END-IF.
       JOB-PROC.
           MOVE "** JOBS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "JOB,RC,FINISHED,LOG" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM START-RUN.
           PERFORM UNTIL RS-RUNID NOT = RUN-ID
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = RUN-ID
                 EXIT PERFORM
              END-IF
              IF RS-KIND = "JOB"
                 PERFORM PRINT-JOB
              END-IF
           END-PERFORM.
       PRINT-JOB.
           ADD 1 TO JOB-CNT.
           IF RS-RC NOT = 0
               ADD 1 TO JOB-NG-CNT
           END-IF.
           MOVE RS-RC TO RC-DISP.
           MOVE SPACE TO P-LINE.
           STRING RS-JOB          DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RC-DISP         DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-DATE         DELIMITED SIZE
                  " "             DELIMITED SIZE
                  RS-TIME         DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-REF          DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       STEP-PROC.
           MOVE "** STEPS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "JOB,STEP,PROGRAM,START,END,RC,PARAMETERS" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > ST-CNT
              PERFORM PRINT-STEP
           END-PERFORM.
       PRINT-STEP.
           MOVE SPACE TO P-LINE.
           IF ST-ENDED-SW(ST-IX) = "Y"
               IF ST-RC(ST-IX) NOT = 0
                   ADD 1 TO STEP-NG-CNT
               END-IF
               MOVE ST-RC(ST-IX) TO RC-DISP
               STRING ST-JOB(ST-IX)     DELIMITED SPACE
                      ","               DELIMITED SIZE
                      ST-STEP(ST-IX)    DELIMITED SPACE
                      ","               DELIMITED SIZE
                      ST-PROG(ST-IX)    DELIMITED SPACE
                      ","               DELIMITED SIZE
                      ST-START(ST-IX)   DELIMITED SIZE
                      ","               DELIMITED SIZE
                      ST-END(ST-IX)     DELIMITED SIZE
                      ","               DELIMITED SIZE
                      RC-DISP           DELIMITED SIZE
                      ","               DELIMITED SIZE
                      ST-PARAMS(ST-IX)  DELIMITED "  "
                      INTO P-LINE
           ELSE
               ADD 1 TO STEP-NG-CNT
               STRING ST-JOB(ST-IX)     DELIMITED SPACE
                      ","               DELIMITED SIZE
                      ST-STEP(ST-IX)    DELIMITED SPACE
                      ","               DELIMITED SIZE
                      ST-PROG(ST-IX)    DELIMITED SPACE
                      ","               DELIMITED SIZE
                      ST-START(ST-IX)   DELIMITED SIZE
                      ",never ended,,"  DELIMITED SIZE
                      ST-PARAMS(ST-IX)  DELIMITED "  "
                      INTO P-LINE
           END-IF.
           WRITE P-REC FROM P-LINE AFTER 1.
       VERDICT-PROC.
           MOVE "** VERDICTS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "JOB,STEP,TESTID,DATE,TIME,RES,COMMENT" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM START-RUN.
           PERFORM UNTIL RS-RUNID NOT = RUN-ID
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = RUN-ID
                 EXIT PERFORM
              END-IF
              IF RS-KIND = "VRD"
                 PERFORM PRINT-VERDICT
              END-IF
           END-PERFORM.
       PRINT-VERDICT.
           ADD 1 TO VRD-CNT.
           IF RS-V-RES NOT = "OK"
               ADD 1 TO VRD-NG-CNT
           END-IF.
           MOVE SPACE TO P-LINE.
           STRING RS-JOB          DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RS-STEP         DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RS-V-TESTID     DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RS-V-DATE       DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-V-TIME       DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-V-RES        DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-V-COMM       DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       ACTION-PROC.
           MOVE "** ACTION ITEMS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "JOB,STEP,SOURCE,SEV,STATUS-NOW,RAISED,FINDING"
             TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM START-RUN.
           PERFORM UNTIL RS-RUNID NOT = RUN-ID
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = RUN-ID
                 EXIT PERFORM
              END-IF
              IF RS-KIND = "ACT"
                 PERFORM PRINT-ACTION
              END-IF
           END-PERFORM.
       PRINT-ACTION.
           ADD 1 TO ACT-CNT.
           MOVE "UNKNOWN" TO W-STATUS.
           IF ACT-OPEN-SW = "Y"
               MOVE RS-A-KEY TO AI-KEY
               READ ACT-F
                   INVALID MOVE "GONE" TO W-STATUS
                   NOT INVALID
                       EVALUATE AI-STATUS
                         WHEN "O" MOVE "OPEN"         TO W-STATUS
                         WHEN "A" MOVE "ACKNOWLEDGED" TO W-STATUS
                         WHEN "C" MOVE "CLOSED"       TO W-STATUS
                       END-EVALUATE
               END-READ
           END-IF.
           MOVE SPACE TO P-LINE.
           STRING RS-JOB          DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RS-STEP         DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RS-PROG         DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RS-A-SEV        DELIMITED SIZE
                  ","             DELIMITED SIZE
                  W-STATUS        DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RS-A-KEY(1:16)  DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-A-FINDING    DELIMITED "  "
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       CONTROL-PROC.
           MOVE "** OPERATOR CONTROLS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "JOB,DATE,TIME,CONTROL" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM START-RUN.
           PERFORM UNTIL RS-RUNID NOT = RUN-ID
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = RUN-ID
                 EXIT PERFORM
              END-IF
              IF RS-KIND = "CTL"
                 MOVE SPACE TO P-LINE
                 STRING RS-JOB          DELIMITED SPACE
                        ","             DELIMITED SIZE
                        RS-DATE         DELIMITED SIZE
                        ","             DELIMITED SIZE
                        RS-TIME         DELIMITED SIZE
                        ","             DELIMITED SIZE
                        RS-REF          DELIMITED "  "
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
       TOTAL-PROC.
           MOVE "** TOTALS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "JOBS,"          DELIMITED SIZE
                  JOB-CNT          DELIMITED SIZE
                  ",FAILED,"       DELIMITED SIZE
                  JOB-NG-CNT       DELIMITED SIZE
                  ",STEPS,"        DELIMITED SIZE
                  ST-CNT           DELIMITED SIZE
                  ",STEPS-NOT-OK,"  DELIMITED SIZE
                  STEP-NG-CNT      DELIMITED SIZE
                  ",VERDICTS,"     DELIMITED SIZE
                  VRD-CNT          DELIMITED SIZE
                  ",NOT-OK,"       DELIMITED SIZE
                  VRD-NG-CNT       DELIMITED SIZE
                  ",ACTIONS,"      DELIMITED SIZE
                  ACT-CNT          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    an action file still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       AI-LAYOUT-STOP.
           DISPLAY "QURUNDOS : data\QUACTION is not in the"
                   " current 255-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUACTION)"
                   " before running".
           CLOSE QURUNSTP.
           MOVE -1 TO RETURN-CODE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
