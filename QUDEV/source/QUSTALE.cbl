       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUSTALE.
      *    stale and orphaned test report: the QUTESTM master joined
      *    with the result history (live QUTESTF generations plus
      *    QUTESTH) in both directions, across the whole shop rather
      *    than one suite on one date the way QUSUITE works -
      *      STALE    active master testids with no verdict in the
      *               last N days (or never)
      *      RETIRED  retired testids (QM-ACTIVE-SW not "Y") that
      *               still recorded a verdict in the last N days
      *      ORPHAN   testids with results but no master row at all
      *    return code 4 when any list is not empty.
      *
      *    QUSTALE_DAYS   the N of the stale/retired lists
      *                   (default 30)
      *    QUSTALE_FNAME  report (default data\QUSTALE.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUTESTF.sl"      replacing QU-KEY1 BY
                              == QU-KEY1 OF QUTESTF==.
       COPY "QUTESTH.sl".
       COPY "QUTESTM.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUTESTF.fd".
       COPY "QUTESTH.fd".
       COPY "QUTESTM.fd".
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  FILE-STS                    PIC XX.
       01  QM-STS                      PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(10).
       01  WINDOW-DAYS                 PIC 9(4) VALUE 30.
       01  TODAY-DATE                  PIC 9(8).
       01  TODAY-INT                   PIC 9(7).
       01  FROM-DATE                   PIC 9(8).
       01  FROM-INT                    PIC 9(7).
      *    one slot per testid seen in the results or the master
       78  RT-LIMIT                        VALUE 5000.
       01  RT-CNT                      PIC 9(4) VALUE 0.
       01  RT-IX                       PIC 9(4).
       01  RT-TBL.
           03  RT-ENT OCCURS 5000 TIMES.
               05  RT-TESTID       PIC X(20).
               05  RT-LAST         PIC 9(8).
               05  RT-LAST-RES     PIC X(2).
               05  RT-LAST-JCL     PIC X(8).
               05  RT-ALL          PIC 9(5).
               05  RT-RECENT       PIC 9(5).
               05  RT-MASTER-SW    PIC X.
       01  W-TESTID                    PIC X(20).
       01  W-D8                        PIC 9(8).
       01  W-RES                       PIC X(2).
       01  W-JCL                       PIC X(8).
       01  DROP-CNT                    PIC 9(5) VALUE 0.
       01  STALE-CNT                   PIC 9(5) VALUE 0.
       01  RETIRED-CNT                 PIC 9(5) VALUE 0.
       01  ORPHAN-CNT                  PIC 9(5) VALUE 0.
       01  AGE-DAYS                    PIC 9(6).
       01  AGE-DISP                    PIC Z(5)9.
       01  CNT-DISP                    PIC Z(4)9.
       01  W-LAST-DISP                 PIC X(8).
       01  P-LINE                      PIC X(200).
       PROCEDURE DIVISION.
       DECLARATIVES.
       IN-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON QUTESTF.
              DISPLAY "QUTESTF ERROR : " FILE-STS
              move -1 to return-code.
              goback.
       HS-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON QUTESTH.
              DISPLAY "QUTESTH ERROR : " FILE-STS
              move -1 to return-code.
              goback.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " F-STS
              move -1 to return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUSTALE " PRINT-FNM.
           PERFORM SCAN-LIVE.
           PERFORM SCAN-HIST.
           OPEN INPUT QUTESTM.
           IF QM-STS = "39"
               PERFORM QM-LAYOUT-STOP
           END-IF.
           IF QM-STS NOT = "00" AND QM-STS NOT = "05"
               DISPLAY "QUSTALE : no QUTESTM master - " QM-STS
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "QUSTALE  no verdict since " DELIMITED SIZE
                  FROM-DATE                    DELIMITED SIZE
                  " ("                         DELIMITED SIZE
                  WINDOW-DAYS                  DELIMITED SIZE
                  " days to "                  DELIMITED SIZE
                  TODAY-DATE                   DELIMITED SIZE
                  ")"                          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM MASTER-PROC.
           PERFORM ORPHAN-PROC.
           CLOSE QUTESTM.
           CLOSE PRINT-F.
           DISPLAY "QUSTALE : " STALE-CNT " stale, "
                   RETIRED-CNT " retired but running, "
                   ORPHAN-CNT " orphaned".
           IF STALE-CNT > 0 OR RETIRED-CNT > 0 OR ORPHAN-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF DROP-CNT > 0
               DISPLAY "QUSTALE : " DROP-CNT
                       " testid(s) dropped (table full)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUSTALE_DAYS"       UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUSTALE_FNAME"      UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUSTALE.txt" TO PRINT-FNM
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE FROM-INT = TODAY-INT - WINDOW-DAYS.
           IF FROM-INT < 1
               MOVE 1 TO FROM-INT
           END-IF.
           COMPUTE FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(FROM-INT).
       SCAN-LIVE.
           OPEN INPUT QUTESTF.
           PERFORM UNTIL 1 = 0
              READ QUTESTF NEXT
                   AT END EXIT PERFORM
              END-READ
              MOVE QU-TESTID OF QUTESTF TO W-TESTID
              MOVE QU-DATE              TO W-D8
              MOVE QU-RES               TO W-RES
              MOVE QU-JCLNAME           TO W-JCL
              PERFORM BOOK-RESULT
           END-PERFORM.
           CLOSE QUTESTF.
       SCAN-HIST.
           OPEN INPUT QUTESTH.
           IF FILE-STS NOT = "00" AND FILE-STS NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ QUTESTH
                   AT END EXIT PERFORM
              END-READ
              MOVE QH-TESTID  TO W-TESTID
              MOVE QH-DATE    TO W-D8
              MOVE QH-RES     TO W-RES
              MOVE QH-JCLNAME TO W-JCL
              PERFORM BOOK-RESULT
           END-PERFORM.
           CLOSE QUTESTH.
       BOOK-RESULT.
           IF W-TESTID = SPACE OR W-D8 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TESTID.
           IF RT-IX > RT-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RT-ALL(RT-IX).
           IF W-D8 >= FROM-DATE
               ADD 1 TO RT-RECENT(RT-IX)
           END-IF.
           IF W-D8 > RT-LAST(RT-IX)
               MOVE W-D8  TO RT-LAST(RT-IX)
               MOVE W-RES TO RT-LAST-RES(RT-IX)
               MOVE W-JCL TO RT-LAST-JCL(RT-IX)
           END-IF.
      *    RT-IX past RT-CNT when the table is full
       FIND-TESTID.
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RT-CNT
                      OR RT-TESTID(RT-IX) = W-TESTID
           END-PERFORM.
           IF RT-IX <= RT-CNT
               EXIT PARAGRAPH
           END-IF.
           IF RT-CNT >= RT-LIMIT
               ADD 1 TO DROP-CNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RT-CNT.
           MOVE RT-CNT   TO RT-IX.
           MOVE W-TESTID TO RT-TESTID(RT-IX).
           MOVE 0        TO RT-LAST(RT-IX) RT-ALL(RT-IX)
                            RT-RECENT(RT-IX).
           MOVE SPACE    TO RT-LAST-RES(RT-IX) RT-LAST-JCL(RT-IX).
           MOVE "N"      TO RT-MASTER-SW(RT-IX).
      *    master order: the stale list, then the retired list; each
      *    master testid is marked in the table so what is left
      *    unmarked afterwards has no master row
       MASTER-PROC.
           MOVE "** STALE - ACTIVE, NO VERDICT IN THE WINDOW **"
             TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,OWNER,SEV,LAST-VERDICT,DAYS-AGO,LAST-RES,JCL,D
      -         "ESCRIPTION" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM UNTIL 1 = 0
              READ QUTESTM NEXT
                   AT END EXIT PERFORM
              END-READ
              PERFORM LOOKUP-MASTER
              IF RT-IX <= RT-CNT
                 MOVE "Y" TO RT-MASTER-SW(RT-IX)
              END-IF
              IF QM-ACTIVE-SW = "Y"
                 IF RT-IX > RT-CNT
                    PERFORM PRINT-STALE
                 ELSE
                    IF RT-RECENT(RT-IX) = 0
                       PERFORM PRINT-STALE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *    second pass for the retired list
           MOVE "** RETIRED - STILL RECORDING VERDICTS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,OWNER,LAST-VERDICT,RESULTS-IN-WINDOW,LAST-RES,J
      -         "CL,DESCRIPTION" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE LOW-VALUE TO QM-TESTID.
           START QUTESTM KEY >= QM-TESTID
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUTESTM NEXT
                   AT END EXIT PERFORM
              END-READ
              IF QM-ACTIVE-SW NOT = "Y"
                 PERFORM LOOKUP-MASTER
                 IF RT-IX <= RT-CNT
                    IF RT-RECENT(RT-IX) > 0
                       PERFORM PRINT-RETIRED
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       LOOKUP-MASTER.
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RT-CNT
                      OR RT-TESTID(RT-IX) = QM-TESTID
           END-PERFORM.
       PRINT-STALE.
           ADD 1 TO STALE-CNT.
           MOVE SPACE TO P-LINE.
           IF RT-IX > RT-CNT
               MOVE "never"  TO W-LAST-DISP
               STRING QM-TESTID   DELIMITED SIZE
                      ","         DELIMITED SIZE
                      QM-OWNER    DELIMITED SIZE
                      ","         DELIMITED SIZE
                      QM-SEV      DELIMITED SIZE
                      ","         DELIMITED SIZE
                      W-LAST-DISP DELIMITED SIZE
                      ",,,,"      DELIMITED SIZE
                      QM-DESC     DELIMITED SIZE
                      INTO P-LINE
           ELSE
               COMPUTE AGE-DAYS = TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(RT-LAST(RT-IX))
               MOVE AGE-DAYS TO AGE-DISP
               STRING QM-TESTID           DELIMITED SIZE
                      ","                 DELIMITED SIZE
                      QM-OWNER            DELIMITED SIZE
                      ","                 DELIMITED SIZE
                      QM-SEV              DELIMITED SIZE
                      ","                 DELIMITED SIZE
                      RT-LAST(RT-IX)      DELIMITED SIZE
                      ","                 DELIMITED SIZE
                      AGE-DISP            DELIMITED SIZE
                      ","                 DELIMITED SIZE
                      RT-LAST-RES(RT-IX)  DELIMITED SIZE
                      ","                 DELIMITED SIZE
                      RT-LAST-JCL(RT-IX)  DELIMITED SIZE
                      ","                 DELIMITED SIZE
                      QM-DESC             DELIMITED SIZE
                      INTO P-LINE
           END-IF.
           WRITE P-REC FROM P-LINE AFTER 1.
       PRINT-RETIRED.
           ADD 1 TO RETIRED-CNT.
           MOVE RT-RECENT(RT-IX) TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           STRING QM-TESTID           DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  QM-OWNER            DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  RT-LAST(RT-IX)      DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  CNT-DISP            DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  RT-LAST-RES(RT-IX)  DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  RT-LAST-JCL(RT-IX)  DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  QM-DESC             DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    whatever the master pass did not strike off
       ORPHAN-PROC.
           MOVE "** ORPHANED - RESULTS WITHOUT A MASTER ROW **"
             TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,LAST-VERDICT,RESULTS,RESULTS-IN-WINDOW,LAST-RE
      -         "S,JCL" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-CNT
              IF RT-MASTER-SW(RT-IX) = "N"
                 PERFORM PRINT-ORPHAN
              END-IF
           END-PERFORM.
       PRINT-ORPHAN.
           ADD 1 TO ORPHAN-CNT.
           MOVE RT-ALL(RT-IX) TO CNT-DISP.
           MOVE RT-RECENT(RT-IX) TO AGE-DISP.
           MOVE SPACE TO P-LINE.
           STRING RT-TESTID(RT-IX)    DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  RT-LAST(RT-IX)      DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  CNT-DISP            DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  AGE-DISP            DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  RT-LAST-RES(RT-IX)  DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  RT-LAST-JCL(RT-IX)  DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       QM-LAYOUT-STOP.
           DISPLAY "QUSTALE : data\QUTESTM is not in the"
                   " current 304-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUTESTM)"
                   " before running".
           MOVE -1 TO RETURN-CODE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
