       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUMTTR.
      *    mean-time-to-repair report: every result a testid ever
      *    recorded - the live QUTESTF generations, QUTESTH and the
      *    QUTESTH_<yyyy> yearly archives QUHRETEN writes - lined up
      *    chronologically, and each NG episode measured from its
      *    first NG to the next OK.  an episode with no OK yet is
      *    aged to now.  the episodes roll up by the QUTESTM owner
      *    and severity, and a breakdown shows whether a QU-TICKET
      *    was attached while the test was red.  "how long do our
      *    failures stay red" comes from here, not a spreadsheet.
      *
      *    QUMTTR_MASK       testid prefix mask (blank = all)
      *    QUMTTR_FROM       yyyymmdd first result date (default all)
      *    QUHRETEN_ARCHDIR  where the yearly archives live
      *                      (default "data", the QUHRETEN value)
      *    QUMTTR_FNAME      report (default data\QUMTTR.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUTESTF.sl"      replacing QU-KEY1 BY
                              == QU-KEY1 OF QUTESTF==.
       COPY "QUTESTH.sl".
       COPY "QUTESTM.sl".
       SELECT OPTIONAL ARCH-F ASSIGN TO ARCH-FNM
                              ORGANIZATION SEQUENTIAL
                              ACCESS MODE  SEQUENTIAL
                              FILE STATUS  A-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUTESTF.fd".
       COPY "QUTESTH.fd".
       COPY "QUTESTM.fd".
       FD    ARCH-F.
       01    ARCH-REC                  PIC X(450).
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  A-STS                       PIC XX.
       01  FILE-STS                    PIC XX.
       01  QM-STS                      PIC XX.
       01  QM-OPEN-SW                  PIC X VALUE "N".
       01  PRINT-FNM                   PIC X(128).
       01  ARCH-FNM                    PIC X(128).
       01  ARCH-DIR                    PIC X(60).
       01  WK-ENV                      PIC X(10).
       01  Q-MASK                      PIC X(20).
       01  Q-MASK-L                    PIC 9(2) VALUE 0.
       01  Q-FROM                      PIC 9(8) VALUE 0.
       01  YY-FROM                     PIC 9(4).
       01  YY-TO                       PIC 9(4).
       01  YY-CUR                      PIC 9(4).
       01  TODAY-DATE                  PIC 9(8).
       01  NOW-TIME                    PIC 9(8).
       01  NOW-STAMP                   PIC 9(16).
      *    one slot per testid, results kept sorted by stamp; a full
      *    slot gives up its oldest result for a newer one
       78  FT-LIMIT                        VALUE 500.
       78  EV-LIMIT                        VALUE 200.
       01  FT-CNT                      PIC 9(3) VALUE 0.
       01  FT-IX                       PIC 9(3).
       01  FT-TBL.
           03  FT-ENT OCCURS 500 TIMES.
               05  FT-TESTID       PIC X(20).
               05  FT-OWNER        PIC X(20).
               05  FT-SEV          PIC 9.
               05  FT-EV-CNT       PIC 9(3).
               05  FT-EV OCCURS 200 TIMES.
                   07  FT-EV-STAMP PIC 9(16).
                   07  FT-EV-RES   PIC X(2).
                   07  FT-EV-TICKET PIC X(10).
       01  EV-IX                       PIC 9(3).
       01  EV-JX                       PIC 9(3).
       01  W-TESTID                    PIC X(20).
       01  W-RES                       PIC X(2).
       01  W-TICKET                    PIC X(10).
       01  W-STAMP                     PIC 9(16).
       01  W-D8                        PIC 9(8).
       01  W-T8                        PIC 9(8).
       01  TRIM-CNT                    PIC 9(5) VALUE 0.
       01  DROP-CNT                    PIC 9(5) VALUE 0.
      *    the NG episodes
       78  EP-LIMIT                        VALUE 3000.
       01  EP-CNT                      PIC 9(4) VALUE 0.
       01  EP-IX                       PIC 9(4).
       01  EP-TBL.
           03  EP-ENT OCCURS 3000 TIMES.
               05  EP-FT           PIC 9(3).
               05  EP-START        PIC 9(16).
               05  EP-END          PIC 9(16).
               05  EP-OPEN-SW      PIC X.
               05  EP-TICKET       PIC X(10).
               05  EP-HOURS        PIC 9(7)V9.
       01  IN-EPISODE-SW               PIC X.
      *    roll-up by owner and severity
       78  GR-LIMIT                        VALUE 200.
       01  GR-CNT                      PIC 9(3) VALUE 0.
       01  GR-IX                       PIC 9(3).
       01  GR-JX                       PIC 9(3).
       01  GR-TBL.
           03  GR-ENT OCCURS 200 TIMES.
               05  GR-OWNER        PIC X(20).
               05  GR-SEV          PIC 9.
               05  GR-EPIS         PIC 9(5).
               05  GR-FIXED        PIC 9(5).
               05  GR-OPEN         PIC 9(5).
               05  GR-FIX-HOURS    PIC 9(9)V9.
               05  GR-ALL-HOURS    PIC 9(9)V9.
               05  GR-MAX-HOURS    PIC 9(7)V9.
               05  GR-OLD-HOURS    PIC 9(7)V9.
       01  GR-SAVE                     PIC X(72).
      *    ticket breakdown: 1 = ticket attached, 2 = none
       01  TK-TBL.
           03  TK-ENT OCCURS 2 TIMES.
               05  TK-EPIS         PIC 9(5).
               05  TK-FIXED        PIC 9(5).
               05  TK-OPEN         PIC 9(5).
               05  TK-FIX-HOURS    PIC 9(9)V9.
               05  TK-ALL-HOURS    PIC 9(9)V9.
       01  TK-IX                       PIC 9.
      *    stamp to seconds
       01  SEC-START                   PIC 9(12).
       01  SEC-END                     PIC 9(12).
       01  SEC-STAMP                   PIC 9(16).
       01  SEC-OUT                     PIC 9(12).
       01  SEC-PARTS.
           03  SEC-D8                  PIC 9(8).
           03  SEC-HH                  PIC 9(2).
           03  SEC-MM                  PIC 9(2).
           03  SEC-SS                  PIC 9(2).
           03  SEC-CC                  PIC 9(2).
       01  MEAN-HOURS                  PIC 9(7)V9.
       01  HRS-DISP1                   PIC Z(6)9.9.
       01  HRS-DISP2                   PIC Z(6)9.9.
       01  HRS-DISP3                   PIC Z(6)9.9.
       01  HRS-DISP4                   PIC Z(6)9.9.
       01  CNT-DISP1                   PIC Z(4)9.
       01  CNT-DISP2                   PIC Z(4)9.
       01  CNT-DISP3                   PIC Z(4)9.
       01  W-END-DISP                  PIC X(17).
       01  W-STATE                     PIC X(8).
       01  OPEN-TOTAL                  PIC 9(5) VALUE 0.
      *    archive record-layout guard work
       01  ARCH-DETAILS.
           03 ARCH-FILESIZE            PIC X(8) COMP-X.
           03 ARCH-FILEDATE            PIC X(4).
           03 ARCH-FILETIME            PIC X(4).
       01  ARCH-EXIST                  PIC X(2) COMP-5.
       01  ARCH-SIZE                   PIC 9(18) COMP-5.
       01  ARCH-REMAIN                 PIC 9(5) COMP-5.
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
           CALL "QURUNLOG" USING "STR" "QUMTTR  " PRINT-FNM.
           PERFORM SCAN-LIVE-F.
           PERFORM SCAN-LIVE-H.
           PERFORM SCAN-ARCHIVES.
           PERFORM OWNER-PROC.
           PERFORM EPISODE-PROC.
           PERFORM ROLLUP-PROC.
           PERFORM PRINT-PROC.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO Q-MASK.
           DISPLAY "QUMTTR_MASK"        UPON ENVIRONMENT-NAME.
           ACCEPT  Q-MASK               FROM ENVIRONMENT-VALUE.
           MOVE 0 TO Q-MASK-L.
           INSPECT Q-MASK TALLYING Q-MASK-L
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMTTR_FROM"        UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:8) IS NUMERIC
               MOVE WK-ENV(1:8) TO Q-FROM
           END-IF.
           MOVE SPACE TO ARCH-DIR.
           DISPLAY "QUHRETEN_ARCHDIR"   UPON ENVIRONMENT-NAME.
           ACCEPT  ARCH-DIR             FROM ENVIRONMENT-VALUE.
           IF ARCH-DIR = SPACE
               MOVE "data" TO ARCH-DIR
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUMTTR_FNAME"       UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUMTTR.txt" TO PRINT-FNM
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME   FROM TIME.
           COMPUTE NOW-STAMP = TODAY-DATE * 100000000 + NOW-TIME.
       SCAN-LIVE-F.
           OPEN INPUT QUTESTF.
           PERFORM UNTIL 1 = 0
              READ QUTESTF NEXT
                   AT END EXIT PERFORM
              END-READ
              MOVE QU-TESTID OF QUTESTF TO W-TESTID
              MOVE QU-RES               TO W-RES
              MOVE QU-TICKET            TO W-TICKET
              MOVE QU-DATE              TO W-D8
              MOVE QU-TIME              TO W-T8
              PERFORM BOOK-EVENT
           END-PERFORM.
           CLOSE QUTESTF.
       SCAN-LIVE-H.
           OPEN INPUT QUTESTH.
           IF FILE-STS NOT = "00" AND FILE-STS NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ QUTESTH
                   AT END EXIT PERFORM
              END-READ
              PERFORM BOOK-H-REC
           END-PERFORM.
           CLOSE QUTESTH.
       BOOK-H-REC.
           MOVE QH-TESTID  TO W-TESTID.
           MOVE QH-RES     TO W-RES.
           MOVE QH-TICKET  TO W-TICKET.
           MOVE QH-DATE    TO W-D8.
           MOVE QH-TIME    TO W-T8.
           PERFORM BOOK-EVENT.
      *    every QUTESTH_<yyyy> archive from the first year asked for
      *    up to this one; the archive records are QH-REC images
       SCAN-ARCHIVES.
           MOVE Q-FROM(1:4) TO YY-FROM.
           IF YY-FROM = 0
               MOVE 1990 TO YY-FROM
           END-IF.
           MOVE TODAY-DATE(1:4) TO YY-TO.
           PERFORM VARYING YY-CUR FROM YY-FROM BY 1
                   UNTIL YY-CUR > YY-TO
              PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.
       SCAN-ONE-ARCHIVE.
           MOVE SPACE TO ARCH-FNM.
           STRING ARCH-DIR        DELIMITED SPACE
                  "\QUTESTH_"     DELIMITED SIZE
                  YY-CUR          DELIMITED SIZE
                  INTO ARCH-FNM.
           CALL "CBL_CHECK_FILE_EXIST" USING ARCH-FNM ARCH-DETAILS
                                   RETURNING ARCH-EXIST.
           IF ARCH-EXIST NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-FILESIZE TO ARCH-SIZE.
           IF ARCH-SIZE > 0
               COMPUTE ARCH-REMAIN = FUNCTION MOD(ARCH-SIZE, 450)
               IF ARCH-REMAIN NOT = 0
                   DISPLAY "QUMTTR : archive " ARCH-FNM(1:50)
                           " is not in the 450-byte layout - "
                           "skipped (convert it first)"
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT ARCH-F.
           IF A-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ ARCH-F
                   AT END EXIT PERFORM
              END-READ
              MOVE ARCH-REC TO QH-REC
              PERFORM BOOK-H-REC
           END-PERFORM.
           CLOSE ARCH-F.
      *    mask/date filter, then sorted insertion under the testid
       BOOK-EVENT.
           IF Q-MASK-L > 0
              AND W-TESTID(1:Q-MASK-L) NOT = Q-MASK(1:Q-MASK-L)
               EXIT PARAGRAPH
           END-IF.
           IF W-D8 < Q-FROM OR W-D8 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-STAMP = W-D8 * 100000000 + W-T8.
           PERFORM VARYING FT-IX FROM 1 BY 1
                   UNTIL FT-IX > FT-CNT
                      OR FT-TESTID(FT-IX) = W-TESTID
           END-PERFORM.
           IF FT-IX > FT-CNT
               IF FT-CNT >= FT-LIMIT
                   ADD 1 TO DROP-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FT-CNT
               MOVE FT-CNT TO FT-IX
               MOVE W-TESTID TO FT-TESTID(FT-IX)
               MOVE 0 TO FT-EV-CNT(FT-IX)
           END-IF.
           IF FT-EV-CNT(FT-IX) >= EV-LIMIT
               IF W-STAMP <= FT-EV-STAMP(FT-IX, 1)
                   ADD 1 TO TRIM-CNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING EV-IX FROM 2 BY 1
                       UNTIL EV-IX > FT-EV-CNT(FT-IX)
                  COMPUTE EV-JX = EV-IX - 1
                  MOVE FT-EV(FT-IX, EV-IX) TO FT-EV(FT-IX, EV-JX)
               END-PERFORM
               SUBTRACT 1 FROM FT-EV-CNT(FT-IX)
               ADD 1 TO TRIM-CNT
           END-IF.
      *    insert keeping the results in stamp order
           MOVE FT-EV-CNT(FT-IX) TO EV-IX.
           PERFORM UNTIL EV-IX < 1
                      OR FT-EV-STAMP(FT-IX, EV-IX) <= W-STAMP
              COMPUTE EV-JX = EV-IX + 1
              MOVE FT-EV(FT-IX, EV-IX) TO FT-EV(FT-IX, EV-JX)
              SUBTRACT 1 FROM EV-IX
           END-PERFORM.
           COMPUTE EV-IX = EV-IX + 1.
           MOVE W-STAMP  TO FT-EV-STAMP(FT-IX, EV-IX).
           MOVE W-RES    TO FT-EV-RES(FT-IX, EV-IX).
           MOVE W-TICKET TO FT-EV-TICKET(FT-IX, EV-IX).
           ADD 1 TO FT-EV-CNT(FT-IX).
      *    owner and severity from the master; a testid with no
      *    master row still counts, under "(no master)"
       OWNER-PROC.
           OPEN INPUT QUTESTM.
           IF QM-STS = "39"
               PERFORM QM-LAYOUT-STOP
           END-IF.
           IF QM-STS = "00" OR QM-STS = "05"
               MOVE "Y" TO QM-OPEN-SW
           END-IF.
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-CNT
              MOVE "(no master)" TO FT-OWNER(FT-IX)
              MOVE 0             TO FT-SEV(FT-IX)
              IF QM-OPEN-SW = "Y"
                 MOVE FT-TESTID(FT-IX) TO QM-TESTID
                 READ QUTESTM
                     INVALID CONTINUE
                     NOT INVALID
                         MOVE QM-OWNER TO FT-OWNER(FT-IX)
                         MOVE QM-SEV   TO FT-SEV(FT-IX)
                 END-READ
              END-IF
           END-PERFORM.
           IF QM-OPEN-SW = "Y"
               CLOSE QUTESTM
           END-IF.
      *    an episode opens on the first NG and closes on the next OK;
      *    a ticket seen on any result inside it belongs to it
       EPISODE-PROC.
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-CNT
              MOVE "N" TO IN-EPISODE-SW
              PERFORM VARYING EV-IX FROM 1 BY 1
                      UNTIL EV-IX > FT-EV-CNT(FT-IX)
                 EVALUATE TRUE
                   WHEN FT-EV-RES(FT-IX, EV-IX) = "NG"
                    AND IN-EPISODE-SW = "N"
                     PERFORM OPEN-EPISODE
                   WHEN FT-EV-RES(FT-IX, EV-IX) = "NG"
                     PERFORM NOTE-TICKET
                   WHEN FT-EV-RES(FT-IX, EV-IX) = "OK"
                    AND IN-EPISODE-SW = "Y"
                     MOVE FT-EV-STAMP(FT-IX, EV-IX) TO EP-END(EP-IX)
                     MOVE "N" TO EP-OPEN-SW(EP-IX)
                     PERFORM EPISODE-HOURS
                     MOVE "N" TO IN-EPISODE-SW
                 END-EVALUATE
              END-PERFORM
      *       still red: aged to now
              IF IN-EPISODE-SW = "Y"
                 MOVE NOW-STAMP TO EP-END(EP-IX)
                 PERFORM EPISODE-HOURS
              END-IF
           END-PERFORM.
       OPEN-EPISODE.
           IF EP-CNT >= EP-LIMIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EP-CNT.
           MOVE EP-CNT TO EP-IX.
           MOVE FT-IX  TO EP-FT(EP-IX).
           MOVE FT-EV-STAMP(FT-IX, EV-IX) TO EP-START(EP-IX).
           MOVE 0      TO EP-END(EP-IX) EP-HOURS(EP-IX).
           MOVE "Y"    TO EP-OPEN-SW(EP-IX).
           MOVE SPACE  TO EP-TICKET(EP-IX).
           MOVE "Y"    TO IN-EPISODE-SW.
           PERFORM NOTE-TICKET.
       NOTE-TICKET.
           IF EP-TICKET(EP-IX) = SPACE
              AND FT-EV-TICKET(FT-IX, EV-IX) NOT = SPACE
               MOVE FT-EV-TICKET(FT-IX, EV-IX) TO EP-TICKET(EP-IX)
           END-IF.
       EPISODE-HOURS.
           MOVE EP-START(EP-IX) TO SEC-STAMP.
           PERFORM STAMP-SECONDS.
           MOVE SEC-OUT TO SEC-START.
           MOVE EP-END(EP-IX) TO SEC-STAMP.
           PERFORM STAMP-SECONDS.
           MOVE SEC-OUT TO SEC-END.
           IF SEC-END > SEC-START
               COMPUTE EP-HOURS(EP-IX) ROUNDED =
                       (SEC-END - SEC-START) / 3600
           ELSE
               MOVE 0 TO EP-HOURS(EP-IX)
           END-IF.
       STAMP-SECONDS.
           MOVE SEC-STAMP TO SEC-PARTS.
           COMPUTE SEC-OUT = FUNCTION INTEGER-OF-DATE(SEC-D8) * 86400
                           + SEC-HH * 3600 + SEC-MM * 60 + SEC-SS.
       ROLLUP-PROC.
           INITIALIZE TK-TBL.
           PERFORM VARYING EP-IX FROM 1 BY 1 UNTIL EP-IX > EP-CNT
              MOVE EP-FT(EP-IX) TO FT-IX
              PERFORM VARYING GR-IX FROM 1 BY 1
                      UNTIL GR-IX > GR-CNT
                         OR (GR-OWNER(GR-IX) = FT-OWNER(FT-IX)
                             AND GR-SEV(GR-IX) = FT-SEV(FT-IX))
              END-PERFORM
              IF GR-IX > GR-CNT AND GR-CNT < GR-LIMIT
                 ADD 1 TO GR-CNT
                 MOVE GR-CNT TO GR-IX
                 INITIALIZE GR-ENT(GR-IX)
                 MOVE FT-OWNER(FT-IX) TO GR-OWNER(GR-IX)
                 MOVE FT-SEV(FT-IX)   TO GR-SEV(GR-IX)
              END-IF
              IF GR-IX <= GR-CNT
                 PERFORM BOOK-GROUP
              END-IF
              IF EP-TICKET(EP-IX) NOT = SPACE
                 MOVE 1 TO TK-IX
              ELSE
                 MOVE 2 TO TK-IX
              END-IF
              PERFORM BOOK-TICKET
           END-PERFORM.
      *    owner, then severity
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX >= GR-CNT
              PERFORM VARYING GR-JX FROM 1 BY 1
                      UNTIL GR-JX >= GR-CNT
                 IF GR-OWNER(GR-JX) > GR-OWNER(GR-JX + 1)
                    OR (GR-OWNER(GR-JX) = GR-OWNER(GR-JX + 1)
                        AND GR-SEV(GR-JX) > GR-SEV(GR-JX + 1))
                    MOVE GR-ENT(GR-JX)     TO GR-SAVE
                    MOVE GR-ENT(GR-JX + 1) TO GR-ENT(GR-JX)
                    MOVE GR-SAVE           TO GR-ENT(GR-JX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       BOOK-GROUP.
           ADD 1 TO GR-EPIS(GR-IX).
           ADD EP-HOURS(EP-IX) TO GR-ALL-HOURS(GR-IX).
           IF EP-OPEN-SW(EP-IX) = "Y"
               ADD 1 TO GR-OPEN(GR-IX)
               IF EP-HOURS(EP-IX) > GR-OLD-HOURS(GR-IX)
                   MOVE EP-HOURS(EP-IX) TO GR-OLD-HOURS(GR-IX)
               END-IF
           ELSE
               ADD 1 TO GR-FIXED(GR-IX)
               ADD EP-HOURS(EP-IX) TO GR-FIX-HOURS(GR-IX)
               IF EP-HOURS(EP-IX) > GR-MAX-HOURS(GR-IX)
                   MOVE EP-HOURS(EP-IX) TO GR-MAX-HOURS(GR-IX)
               END-IF
           END-IF.
       BOOK-TICKET.
           ADD 1 TO TK-EPIS(TK-IX).
           ADD EP-HOURS(EP-IX) TO TK-ALL-HOURS(TK-IX).
           IF EP-OPEN-SW(EP-IX) = "Y"
               ADD 1 TO TK-OPEN(TK-IX)
           ELSE
               ADD 1 TO TK-FIXED(TK-IX)
               ADD EP-HOURS(EP-IX) TO TK-FIX-HOURS(TK-IX)
           END-IF.
       PRINT-PROC.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "QUMTTR  mask=" DELIMITED SIZE
                  Q-MASK          DELIMITED SPACE
                  " from="        DELIMITED SIZE
                  Q-FROM          DELIMITED SIZE
                  " as of "       DELIMITED SIZE
                  TODAY-DATE      DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE "** NG EPISODES (first NG to next OK) **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,OWNER,SEV,FIRST-NG,REPAIRED,HOURS,STATE,TICKE
      -         "T" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING EP-IX FROM 1 BY 1 UNTIL EP-IX > EP-CNT
              PERFORM PRINT-EPISODE
           END-PERFORM.
      *
           MOVE "** MTTR BY OWNER AND SEVERITY **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "OWNER,SEV,EPISODES,REPAIRED,OPEN,MTTR-HOURS,MAX-HOURS
      -         ",OLDEST-OPEN-HOURS,MEAN-INCL-OPEN-HOURS" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
              PERFORM PRINT-GROUP
           END-PERFORM.
      *
           MOVE "** TICKET BREAKDOWN **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TICKET,EPISODES,REPAIRED,OPEN,MTTR-HOURS,MEAN-INCL-OP
      -         "EN-HOURS" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING TK-IX FROM 1 BY 1 UNTIL TK-IX > 2
              PERFORM PRINT-TICKET
           END-PERFORM.
           CLOSE PRINT-F.
           DISPLAY "QUMTTR : " EP-CNT " episode(s), "
                   OPEN-TOTAL " still open".
           IF DROP-CNT > 0 OR TRIM-CNT > 0
               DISPLAY "QUMTTR : " DROP-CNT " result(s) dropped (table"
                       " full), " TRIM-CNT " oldest result(s) trimmed"
               MOVE 4 TO RETURN-CODE
           END-IF.
       PRINT-EPISODE.
           MOVE EP-FT(EP-IX) TO FT-IX.
           MOVE EP-HOURS(EP-IX) TO HRS-DISP1.
           IF EP-OPEN-SW(EP-IX) = "Y"
               ADD 1 TO OPEN-TOTAL
               MOVE SPACE  TO W-END-DISP
               MOVE "OPEN" TO W-STATE
           ELSE
               MOVE SPACE  TO W-END-DISP
               STRING EP-END(EP-IX)(1:8) DELIMITED SIZE
                      "-"                DELIMITED SIZE
                      EP-END(EP-IX)(9:6) DELIMITED SIZE
                      INTO W-END-DISP
               MOVE "REPAIRED" TO W-STATE
           END-IF.
           MOVE SPACE TO P-LINE.
           STRING FT-TESTID(FT-IX)     DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  FT-OWNER(FT-IX)      DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  FT-SEV(FT-IX)        DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  EP-START(EP-IX)(1:8) DELIMITED SIZE
                  "-"                  DELIMITED SIZE
                  EP-START(EP-IX)(9:6) DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  W-END-DISP           DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  HRS-DISP1            DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  W-STATE              DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  EP-TICKET(EP-IX)     DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       PRINT-GROUP.
           MOVE 0 TO MEAN-HOURS.
           IF GR-FIXED(GR-IX) > 0
               COMPUTE MEAN-HOURS ROUNDED =
                       GR-FIX-HOURS(GR-IX) / GR-FIXED(GR-IX)
           END-IF.
           MOVE MEAN-HOURS        TO HRS-DISP1.
           MOVE GR-MAX-HOURS(GR-IX) TO HRS-DISP2.
           MOVE GR-OLD-HOURS(GR-IX) TO HRS-DISP3.
           COMPUTE MEAN-HOURS ROUNDED =
                   GR-ALL-HOURS(GR-IX) / GR-EPIS(GR-IX).
           MOVE MEAN-HOURS        TO HRS-DISP4.
           MOVE GR-EPIS(GR-IX)    TO CNT-DISP1.
           MOVE GR-FIXED(GR-IX)   TO CNT-DISP2.
           MOVE GR-OPEN(GR-IX)    TO CNT-DISP3.
           MOVE SPACE TO P-LINE.
           STRING GR-OWNER(GR-IX)  DELIMITED SIZE
                  ","              DELIMITED SIZE
                  GR-SEV(GR-IX)    DELIMITED SIZE
                  ","              DELIMITED SIZE
                  CNT-DISP1        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  CNT-DISP2        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  CNT-DISP3        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  HRS-DISP1        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  HRS-DISP2        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  HRS-DISP3        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  HRS-DISP4        DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       PRINT-TICKET.
           MOVE 0 TO MEAN-HOURS.
           IF TK-FIXED(TK-IX) > 0
               COMPUTE MEAN-HOURS ROUNDED =
                       TK-FIX-HOURS(TK-IX) / TK-FIXED(TK-IX)
           END-IF.
           MOVE MEAN-HOURS        TO HRS-DISP1.
           MOVE 0 TO MEAN-HOURS.
           IF TK-EPIS(TK-IX) > 0
               COMPUTE MEAN-HOURS ROUNDED =
                       TK-ALL-HOURS(TK-IX) / TK-EPIS(TK-IX)
           END-IF.
           MOVE MEAN-HOURS        TO HRS-DISP2.
           MOVE TK-EPIS(TK-IX)    TO CNT-DISP1.
           MOVE TK-FIXED(TK-IX)   TO CNT-DISP2.
           MOVE TK-OPEN(TK-IX)    TO CNT-DISP3.
           MOVE SPACE TO P-LINE.
           IF TK-IX = 1
               MOVE "ATTACHED" TO W-STATE
           ELSE
               MOVE "NONE"     TO W-STATE
           END-IF.
           STRING W-STATE          DELIMITED SPACE
                  ","              DELIMITED SIZE
                  CNT-DISP1        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  CNT-DISP2        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  CNT-DISP3        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  HRS-DISP1        DELIMITED SIZE
                  ","              DELIMITED SIZE
                  HRS-DISP2        DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       QM-LAYOUT-STOP.
           DISPLAY "QUMTTR : data\QUTESTM is not in the"
                   " current 304-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUTESTM)"
                   " before running".
           MOVE -1 TO RETURN-CODE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
