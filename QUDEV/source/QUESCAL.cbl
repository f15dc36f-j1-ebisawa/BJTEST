       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUESCAL.
      *    escalation run over the operator action-item queue.  an
      *    alert goes out once through QUNOTIFY; when a severity-1 or
      *    severity-2 item in data\QUACTION is still open (nobody
      *    acknowledged it in QUACTMNT) past its time limit, the next
      *    level on the on-call rota that covers the item's source at
      *    this date and hour is paged, and the hop - level, who, when
      *    - is recorded on the item itself (up to 5 hops).  the next
      *    hop is timed from the last one.  meant to be scheduled
      *    every few minutes; the report doubles as the morning
      *    review of who was paged for what.
      *
      *    rota lines        class;level;from-date;to-date;from-hhmm;
      *                      to-hhmm;who;recipient-command
      *                      "*" in column 1 is a comment.  class is
      *                      the item's source program (QUALERT,
      *                      QUINTCHK, ...) or "*" for any.  level 1 is
      *                      the first escalation after the original
      *                      alert.  empty dates are open-ended, empty
      *                      hours cover the whole day; a from-hhmm
      *                      after the to-hhmm is a night shift across
      *                      midnight.  the first matching line wins.
      *                      the command runs through BJ_CSYS with the
      *                      page text appended, as QUNOTIFY does.
      *
      *    QUESCAL_ROTA      rota file (default data\QUONCALL.txt)
      *    QUESCAL_SEV1_MIN  minutes a severity-1 item may stay
      *                      unacknowledged per level (default 30)
      *    QUESCAL_SEV2_MIN  the same for severity 2 (default 60)
      *    QUESCAL_FNAME     report (default data\QUESCAL.txt)
      *
      *    RC 4 when an item was due but no rota line covered it.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUACTION.sl".
       SELECT ROTA-F          ASSIGN TO ROTA-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS ROTA-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUACTION.fd".
       FD    ROTA-F.
       01    ROTA-REC                  PIC X(256).
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  AI-STS                      PIC XX.
       01  ROTA-STS                    PIC XX.
       01  F-STS                       PIC XX.
       01  ROTA-FNM                    PIC X(128).
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(8).
       01  SEV1-MIN                    PIC 9(5) VALUE 30.
       01  SEV2-MIN                    PIC 9(5) VALUE 60.
       01  LIMIT-MIN                   PIC 9(5).
      *    the rota, loaded once
       01  ROTA-CNT                    PIC 9(3) VALUE 0.
       01  ROTA-TBL.
           03  RT-ENT                  OCCURS 200 TIMES.
               05  RT-CLASS            PIC X(8).
               05  RT-LEVEL            PIC 9(1).
               05  RT-FROM-D           PIC 9(8).
               05  RT-TO-D             PIC 9(8).
               05  RT-FROM-T           PIC 9(4).
               05  RT-TO-T             PIC 9(4).
               05  RT-WHO              PIC X(12).
               05  RT-COMMAND          PIC X(128).
       01  RX                          PIC 9(3).
       01  HIT-RX                      PIC 9(3).
       01  W-CLASS                     PIC X(8).
       01  W-LEVEL                     PIC X(1).
       01  W-FROM-D                    PIC X(8).
       01  W-TO-D                      PIC X(8).
       01  W-FROM-T                    PIC X(4).
       01  W-TO-T                      PIC X(4).
       01  W-WHO                       PIC X(12).
       01  W-COMMAND                   PIC X(128).
      *    clock
       01  NOW-D                       PIC 9(8).
       01  NOW-T                       PIC 9(8).
       01  NOW-T-R REDEFINES NOW-T.
           03  NOW-HHMM                PIC 9(4).
           03  FILLER                  PIC 9(4).
       01  NOW-T-R2 REDEFINES NOW-T.
           03  NOW-HH                  PIC 9(2).
           03  NOW-MM                  PIC 9(2).
           03  FILLER                  PIC 9(4).
       01  NOW-MIN                     PIC 9(9).
       01  BASE-STAMP                  PIC 9(12).
       01  BASE-STAMP-R REDEFINES BASE-STAMP.
           03  BASE-D                  PIC 9(8).
           03  BASE-HH                 PIC 9(2).
           03  BASE-MM                 PIC 9(2).
       01  BASE-MIN                    PIC 9(9).
       01  AGE-MIN                     PIC S9(9).
       01  NEXT-LEVEL                  PIC 9(1).
       01  HX                          PIC 9(1).
       01  COVER-SW                    PIC X(1).
           88  SHIFT-COVERS                VALUE "Y".
      *    paging
       01  PAGE-TEXT                   PIC X(200).
       01  CMD-LINE                    PIC X(512).
       01  FLAGS                       PIC X(2) COMP-X.
       01  EXIT-STATUS                 PIC X(2) COMP-X.
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
      *    counts
       01  OPEN-CNT                    PIC 9(7) VALUE 0.
       01  ESC-CNT                     PIC 9(7) VALUE 0.
       01  NOCOVER-CNT                 PIC 9(7) VALUE 0.
       01  CNT-DISP                    PIC Z(6)9.
       01  ITEM-NOTE                   PIC X(30).
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUESCAL " ROTA-FNM.
           PERFORM LOAD-ROTA.
           OPEN I-O ACT-F.
           IF AI-STS = "39"
               PERFORM AI-LAYOUT-STOP
           END-IF.
           IF AI-STS NOT = "00"
               DISPLAY "QUESCAL : action file not available sts="
                       AI-STS
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ ACT-F NEXT
                   AT END EXIT PERFORM
              END-READ
              IF AI-STATUS = "O"
                 AND (AI-SEV = "1" OR AI-SEV = "2")
                 PERFORM CHECK-ITEM
              END-IF
           END-PERFORM.
           CLOSE ACT-F.
           PERFORM PRINT-TOTALS.
           CLOSE PRINT-F.
           DISPLAY "QUESCAL : " OPEN-CNT " open, " ESC-CNT
                   " escalated, " NOCOVER-CNT " without cover".
           IF NOCOVER-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO ROTA-FNM.
           DISPLAY "QUESCAL_ROTA"      UPON ENVIRONMENT-NAME.
           ACCEPT  ROTA-FNM            FROM ENVIRONMENT-VALUE.
           IF ROTA-FNM = SPACE
               MOVE "data\QUONCALL.txt" TO ROTA-FNM
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUESCAL_SEV1_MIN"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV NOT = SPACE
               COMPUTE SEV1-MIN = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUESCAL_SEV2_MIN"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV NOT = SPACE
               COMPUTE SEV2-MIN = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUESCAL_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUESCAL.txt" TO PRINT-FNM
           END-IF.
           ACCEPT NOW-D FROM DATE YYYYMMDD.
           ACCEPT NOW-T FROM TIME.
           COMPUTE NOW-MIN = FUNCTION INTEGER-OF-DATE(NOW-D) * 1440
                           + NOW-HH * 60 + NOW-MM.
           OPEN OUTPUT PRINT-F.
           MOVE "QUESCAL action-item escalation" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "run: "           DELIMITED SIZE
                  NOW-D             DELIMITED SIZE
                  " "               DELIMITED SIZE
                  NOW-HHMM          DELIMITED SIZE
                  "  rota: "        DELIMITED SIZE
                  ROTA-FNM          DELIMITED SPACE
                  "  limits sev1 "  DELIMITED SIZE
                  SEV1-MIN          DELIMITED SIZE
                  " sev2 "          DELIMITED SIZE
                  SEV2-MIN          DELIMITED SIZE
                  " min"            DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE "raised   time source   s finding" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    an absent rota is not an error - items are still listed and
      *    every due one is reported without cover
       LOAD-ROTA.
           OPEN INPUT ROTA-F.
           IF ROTA-STS NOT = "00"
               DISPLAY "QUESCAL : no rota " ROTA-FNM
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ ROTA-F AT END EXIT PERFORM END-READ
              IF ROTA-REC NOT = SPACE AND ROTA-REC(1:1) NOT = "*"
                 AND ROTA-CNT < 200
                 PERFORM ROTA-LINE
              END-IF
           END-PERFORM.
           CLOSE ROTA-F.
      *
       ROTA-LINE.
           MOVE SPACE TO W-CLASS W-LEVEL W-FROM-D W-TO-D
                         W-FROM-T W-TO-T W-WHO W-COMMAND.
           UNSTRING ROTA-REC DELIMITED BY ";"
               INTO W-CLASS W-LEVEL W-FROM-D W-TO-D
                    W-FROM-T W-TO-T W-WHO W-COMMAND.
           IF W-LEVEL NOT NUMERIC OR W-COMMAND = SPACE
               DISPLAY "QUESCAL : rota line ignored " ROTA-REC(1:60)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ROTA-CNT.
           MOVE W-CLASS   TO RT-CLASS(ROTA-CNT).
           MOVE W-LEVEL   TO RT-LEVEL(ROTA-CNT).
           MOVE W-WHO     TO RT-WHO(ROTA-CNT).
           MOVE W-COMMAND TO RT-COMMAND(ROTA-CNT).
           MOVE 0        TO RT-FROM-D(ROTA-CNT).
           MOVE 99999999 TO RT-TO-D(ROTA-CNT).
           MOVE 0        TO RT-FROM-T(ROTA-CNT).
           MOVE 2359     TO RT-TO-T(ROTA-CNT).
           IF W-FROM-D IS NUMERIC
               MOVE W-FROM-D TO RT-FROM-D(ROTA-CNT)
           END-IF.
           IF W-TO-D IS NUMERIC
               MOVE W-TO-D TO RT-TO-D(ROTA-CNT)
           END-IF.
           IF W-FROM-T IS NUMERIC
               MOVE W-FROM-T TO RT-FROM-T(ROTA-CNT)
           END-IF.
           IF W-TO-T IS NUMERIC
               MOVE W-TO-T TO RT-TO-T(ROTA-CNT)
           END-IF.
      *    one open severity-1/2 item: escalate it when its level has
      *    run out of time, then list it with its hop history
       CHECK-ITEM.
           ADD 1 TO OPEN-CNT.
           MOVE SPACE TO ITEM-NOTE.
           IF AI-SEV = "1"
               MOVE SEV1-MIN TO LIMIT-MIN
           ELSE
               MOVE SEV2-MIN TO LIMIT-MIN
           END-IF.
           IF AI-ESC-CNT IS NOT NUMERIC
               MOVE 0 TO AI-ESC-CNT
           END-IF.
           IF AI-ESC-CNT = 0
               MOVE AI-DATE       TO BASE-D
               MOVE AI-TIME(1:4)  TO BASE-STAMP(9:4)
           ELSE
               MOVE AI-HOP-STAMP(AI-ESC-CNT) TO BASE-STAMP
           END-IF.
           COMPUTE BASE-MIN = FUNCTION INTEGER-OF-DATE(BASE-D) * 1440
                            + BASE-HH * 60 + BASE-MM.
           COMPUTE AGE-MIN = NOW-MIN - BASE-MIN.
           EVALUATE TRUE
              WHEN AGE-MIN < LIMIT-MIN
                 CONTINUE
              WHEN AI-ESC-CNT NOT < 5
                 MOVE "top of escalation reached" TO ITEM-NOTE
              WHEN OTHER
                 PERFORM ESCALATE
           END-EVALUATE.
           PERFORM PRINT-ITEM.
      *
       ESCALATE.
           COMPUTE NEXT-LEVEL = AI-ESC-CNT + 1.
           PERFORM FIND-COVER.
           IF HIT-RX = 0
               ADD 1 TO NOCOVER-CNT
               MOVE SPACE TO ITEM-NOTE
               STRING "DUE - no rota cover level " DELIMITED SIZE
                      NEXT-LEVEL                   DELIMITED SIZE
                      INTO ITEM-NOTE
               DISPLAY "QUESCAL : " AI-KEY " no rota cover at level "
                       NEXT-LEVEL " for " AI-SOURCE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SEND-PAGE.
           ADD 1 TO AI-ESC-CNT.
           MOVE NEXT-LEVEL    TO AI-HOP-LEVEL(AI-ESC-CNT).
           MOVE RT-WHO(HIT-RX) TO AI-HOP-WHO(AI-ESC-CNT).
           COMPUTE AI-HOP-STAMP(AI-ESC-CNT) = NOW-D * 10000 + NOW-HHMM.
           REWRITE AI-REC.
           IF AI-STS NOT = "00"
               DISPLAY "QUESCAL : " AI-KEY " hop not recorded sts="
                       AI-STS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ESC-CNT.
           MOVE "ESCALATED this run" TO ITEM-NOTE.
           MOVE SPACE TO AUDIT-OBJ AUDIT-OLD AUDIT-NEW.
           STRING "QUACTION " DELIMITED SIZE
                  AI-KEY      DELIMITED SIZE
                  INTO AUDIT-OBJ.
           COMPUTE HX = NEXT-LEVEL - 1.
           STRING "level "    DELIMITED SIZE
                  HX          DELIMITED SIZE
                  " unacknowledged" DELIMITED SIZE
                  INTO AUDIT-OLD.
           STRING "level "    DELIMITED SIZE
                  NEXT-LEVEL  DELIMITED SIZE
                  " paged "   DELIMITED SIZE
                  RT-WHO(HIT-RX) DELIMITED SPACE
                  INTO AUDIT-NEW.
           CALL "QUAUDIT" USING "QUESCAL " "ESC" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
      *    first rota line for the item's source (or "*") at the next
      *    level whose dates and shift hours cover now
       FIND-COVER.
           MOVE 0 TO HIT-RX.
           PERFORM VARYING RX FROM 1 BY 1
                   UNTIL RX > ROTA-CNT OR HIT-RX > 0
              IF RT-LEVEL(RX) = NEXT-LEVEL
                 AND (RT-CLASS(RX) = AI-SOURCE OR RT-CLASS(RX) = "*")
                 AND NOW-D NOT < RT-FROM-D(RX)
                 AND NOW-D NOT > RT-TO-D(RX)
                 MOVE "N" TO COVER-SW
                 IF RT-FROM-T(RX) NOT > RT-TO-T(RX)
                    IF NOW-HHMM NOT < RT-FROM-T(RX)
                       AND NOW-HHMM NOT > RT-TO-T(RX)
                       MOVE "Y" TO COVER-SW
                    END-IF
                 ELSE
                    IF NOW-HHMM NOT < RT-FROM-T(RX)
                       OR NOW-HHMM NOT > RT-TO-T(RX)
                       MOVE "Y" TO COVER-SW
                    END-IF
                 END-IF
                 IF SHIFT-COVERS
                    MOVE RX TO HIT-RX
                 END-IF
              END-IF
           END-PERFORM.
      *
       SEND-PAGE.
           MOVE SPACE TO PAGE-TEXT.
           STRING "ESCALATION L"  DELIMITED SIZE
                  NEXT-LEVEL      DELIMITED SIZE
                  " sev "         DELIMITED SIZE
                  AI-SEV          DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AI-SOURCE       DELIMITED SPACE
                  " item "        DELIMITED SIZE
                  AI-KEY          DELIMITED SIZE
                  " unacknowledged: " DELIMITED SIZE
                  AI-FINDING      DELIMITED SIZE
                  INTO PAGE-TEXT.
           INSPECT PAGE-TEXT REPLACING ALL """" BY "'".
           MOVE SPACE TO CMD-LINE.
           STRING FUNCTION TRIM(RT-COMMAND(HIT-RX)) DELIMITED SIZE
                  " """                    DELIMITED SIZE
                  FUNCTION TRIM(PAGE-TEXT) DELIMITED SIZE
                  """"                     DELIMITED SIZE
                  INTO CMD-LINE.
           MOVE H"0006" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
           DISPLAY "QUESCAL : " AI-KEY " level " NEXT-LEVEL
                   " paged " RT-WHO(HIT-RX).
      *    the item line, then one line per hop - the morning review
       PRINT-ITEM.
           MOVE SPACE TO P-LINE.
           STRING AI-DATE         DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AI-TIME(1:4)    DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AI-SOURCE       DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AI-SEV          DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AI-FINDING(1:70) DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > AI-ESC-CNT
              MOVE AI-HOP-STAMP(HX) TO BASE-STAMP
              MOVE SPACE TO P-LINE
              STRING "    level "       DELIMITED SIZE
                     AI-HOP-LEVEL(HX)   DELIMITED SIZE
                     " paged "          DELIMITED SIZE
                     AI-HOP-WHO(HX)     DELIMITED SIZE
                     " at "             DELIMITED SIZE
                     BASE-D             DELIMITED SIZE
                     " "                DELIMITED SIZE
                     BASE-HH            DELIMITED SIZE
                     ":"                DELIMITED SIZE
                     BASE-MM            DELIMITED SIZE
                     INTO P-LINE
              WRITE P-REC FROM P-LINE AFTER 1
           END-PERFORM.
           IF AI-ESC-CNT = 0
               MOVE "    not paged beyond the first alert" TO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
           IF ITEM-NOTE NOT = SPACE
               MOVE SPACE TO P-LINE
               STRING "    " DELIMITED SIZE
                      ITEM-NOTE DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE OPEN-CNT TO CNT-DISP.
           STRING "open severity 1/2 items: " DELIMITED SIZE
                  CNT-DISP                    DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           MOVE ESC-CNT TO CNT-DISP.
           STRING "escalated this run:      " DELIMITED SIZE
                  CNT-DISP                    DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           MOVE NOCOVER-CNT TO CNT-DISP.
           STRING "due without rota cover:  " DELIMITED SIZE
                  CNT-DISP                    DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    an action file still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       AI-LAYOUT-STOP.
           DISPLAY "QUESCAL : data\QUACTION is not in the"
                   " current 255-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUACTION)"
                   " before running".
           CLOSE PRINT-F.
           MOVE -1 TO RETURN-CODE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
