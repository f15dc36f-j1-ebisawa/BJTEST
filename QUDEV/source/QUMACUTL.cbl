       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUMACUTL.
      *    machine utilization over a period, per machine and per
      *    machine type: hours reserved set against hours actually
      *    running jobs, the reservations nobody ran anything in,
      *    and the suites that hold boxes without using them.  the
      *    refused reservations show the other side - machines
      *    people queued for and could not get.
      *
      *    reserved  QUMACRL ledger (QUMACLOG): a reservation runs
      *              from its RSV to the machine's next REL, EXP or
      *              RSV, never past the end of its expiry day; one
      *              still open runs to the end of the period.
      *              expired holds still on the registry are closed
      *              out first (QUMACIO EXPIRE) so the ledger is
      *              complete.
      *    busy      QURUNSTP/QURUNLOG - a BJ_Launch run stamped
      *              with a target machine ("machine=" on its RUN
      *              stamp) is busy from each program's QURUNLOG
      *              start to its end; a remote job (QUDISPAT) from
      *              its JST to its JOB stamp, which names the
      *              machine.  overlapping programs of a parallel
      *              run count once.
      *
      *    QUMACUTL_FROM     first day yyyymmdd (default: the
      *                      window before QUMACUTL_TO)
      *    QUMACUTL_TO       last day yyyymmdd (default today)
      *    QUMACUTL_WINDOW   days back when no FROM (default 30)
      *    QUMACUTL_IDLEPCT  a reservation used for less than this
      *                      % of its hours is idle (default 10)
      *    QUMACUTL_TOP      suites listed (default 10)
      *    QUMACUTL_FNAME    report (default data\QUMACUTL.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUMACID.sl".
       COPY "QUMACRL.sl".
       COPY "QURUNSTP.sl".
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
       COPY "QUMACID.def".
       COPY "QUMACRL.fd".
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
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  FILE-STS                    PIC XX.
       01  RV-STS                      PIC XX.
       01  RS-STS                      PIC XX.
       01  RL-STS                      PIC XX.
       01  RL-OPEN-SW                  PIC X(1) VALUE "N".
       01  F-STS                       PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(16).
       01  W-MACID                     PIC X(7).
       01  W-VERB                      PIC X(7).
       01  W-DUMMY                     PIC X(80).
       01  TODAY-DATE                  PIC 9(8).
       01  NOW-TIME                    PIC 9(8).
       01  FROM-DATE                   PIC 9(8) VALUE 0.
       01  TO-DATE                     PIC 9(8) VALUE 0.
       01  WINDOW-DAYS                 PIC 9(4) VALUE 30.
       01  IDLE-PCT                    PIC 9(3) VALUE 10.
       01  TOP-N                       PIC 9(3) VALUE 10.
       01  PER-START                   PIC 9(11).
       01  PER-END                     PIC 9(11).
       01  PER-SEC                     PIC 9(11).
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
       01  STAMP-DISP                  PIC X(14).
       01  W-START                     PIC 9(11).
       01  W-END                       PIC 9(11).
       01  W-CAP                       PIC 9(11).
       01  W-LEN                       PIC 9(11).
       01  W-OVL                       PIC 9(11).
       01  W-PCT                       PIC 9(5).
       01  W-HOURS                     PIC 9(7)V9.
       01  HRS-DISP                    PIC Z(6)9.9.
       01  PCT-DISP                    PIC ZZZZ9.
       01  CNT-DISP                    PIC ZZZZ9.
      *    machines: the registry plus any machine the ledger or the
      *    stamps name; the open reservation rides along while the
      *    ledger is read
       78  MC-MAX                          VALUE 500.
       01  MC-CNT                      PIC 9(3) VALUE 0.
       01  MC-TBL.
           03  MC-ENT                  OCCURS 500 TIMES.
               05  MC-ID               PIC X(7).
               05  MC-NAME             PIC X(20).
               05  MC-RETIRED          PIC X(1).
               05  MC-RESV-CNT         PIC 9(5).
               05  MC-RESV-SEC         PIC 9(9).
               05  MC-BUSY-SEC         PIC 9(9).
               05  MC-USED-SEC         PIC 9(9).
               05  MC-RFS-CNT          PIC 9(5).
               05  MC-OPEN-SW          PIC X(1).
               05  MC-OPEN-START       PIC 9(11).
               05  MC-OPEN-USER        PIC X(12).
               05  MC-OPEN-SUITE       PIC X(20).
               05  MC-OPEN-EXPIRE      PIC 9(8).
       01  MX                          PIC 9(3).
      *    reservation intervals inside the period
       78  RI-MAX                          VALUE 3000.
       01  RI-CNT                      PIC 9(4) VALUE 0.
       01  RI-TBL.
           03  RI-ENT                  OCCURS 3000 TIMES.
               05  RI-MX               PIC 9(3).
               05  RI-USER             PIC X(12).
               05  RI-SUITE            PIC X(20).
               05  RI-START            PIC 9(11).
               05  RI-END              PIC 9(11).
               05  RI-BUSY             PIC 9(9).
       01  RX                          PIC 9(4).
      *    busy intervals, kept in machine/start order and merged
      *    so that overlapping programs count once
       78  BI-MAX                          VALUE 5000.
       01  BI-CNT                      PIC 9(4) VALUE 0.
       01  BI-TBL.
           03  BI-ENT                  OCCURS 5000 TIMES.
               05  BI-MX               PIC 9(3).
               05  BI-START            PIC 9(11).
               05  BI-END              PIC 9(11).
       01  BX                          PIC 9(4).
       01  OX                          PIC 9(4).
       01  NEW-MX                      PIC 9(3).
      *    the run being read: its target machine and its jobs'
      *    JST times
       01  PREV-RUNID                  PIC X(16).
       01  RUN-MX                      PIC 9(3).
       01  JS-CNT                      PIC 9(3) VALUE 0.
       01  JS-TBL.
           03  JS-ENT                  OCCURS 300 TIMES.
               05  JS-JOB              PIC X(20).
               05  JS-START            PIC 9(11).
       01  JX                          PIC 9(3).
      *    per machine type
       01  TY-CNT                      PIC 9(3) VALUE 0.
       01  TY-TBL.
           03  TY-ENT                  OCCURS 100 TIMES.
               05  TY-ID               PIC X(3).
               05  TY-MACS             PIC 9(4).
               05  TY-RESV-SEC         PIC 9(11).
               05  TY-BUSY-SEC         PIC 9(11).
               05  TY-RFS-CNT          PIC 9(5).
       01  TX                          PIC 9(3).
      *    per suite
       01  SU-CNT                      PIC 9(3) VALUE 0.
       01  SU-TBL.
           03  SU-ENT                  OCCURS 300 TIMES.
               05  SU-SUITE            PIC X(20).
               05  SU-RESV-CNT         PIC 9(5).
               05  SU-RESV-SEC         PIC 9(11).
               05  SU-BUSY-SEC         PIC 9(11).
               05  SU-DONE             PIC X(1).
       01  SX                          PIC 9(3).
       01  BEST-SX                     PIC 9(3).
       01  BEST-IDLE                   PIC 9(11).
       01  W-IDLE                      PIC 9(11).
       01  W-SUITE                     PIC X(20).
       01  IDLE-CNT                    PIC 9(4) VALUE 0.
       01  EVT-CNT                     PIC 9(6) VALUE 0.
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
           CALL "QURUNLOG" USING "STR" "QUMACUTL" PRINT-FNM.
           MOVE SPACE TO W-MACID.
           MOVE "EXPIRE " TO W-VERB.
           CALL "QUMACIO" USING W-MACID W-VERB.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-MACHINES.
           PERFORM LOAD-LEDGER.
           PERFORM LOAD-BUSY.
           PERFORM MERGE-BUSY.
           PERFORM MATCH-PROC.
           PERFORM PRINT-MACHINES.
           PERFORM PRINT-TYPES.
           PERFORM PRINT-IDLE.
           PERFORM PRINT-SUITES.
           MOVE SPACE TO P-LINE.
           STRING "machines "         DELIMITED SIZE
                  MC-CNT              DELIMITED SIZE
                  " reservations "    DELIMITED SIZE
                  RI-CNT              DELIMITED SIZE
                  " idle "            DELIMITED SIZE
                  IDLE-CNT            DELIMITED SIZE
                  " busy-intervals "  DELIMITED SIZE
                  BI-CNT              DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 2.
           CLOSE PRINT-F.
           DISPLAY "QUMACUTL : " P-LINE(1:80).
           MOVE 0 TO RETURN-CODE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME   FROM TIME.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMACUTL_TO"       UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:8) IS NUMERIC
               MOVE WK-ENV(1:8) TO TO-DATE
           ELSE
               MOVE TODAY-DATE TO TO-DATE
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMACUTL_WINDOW"   UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMACUTL_FROM"     UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:8) IS NUMERIC
               MOVE WK-ENV(1:8) TO FROM-DATE
           ELSE
               COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TO-DATE)
                     - WINDOW-DAYS + 1)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMACUTL_IDLEPCT"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE IDLE-PCT = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMACUTL_TOP"      UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE TOP-N = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUMACUTL_FNAME"    UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUMACUTL.txt" TO PRINT-FNM
           END-IF.
      *    the period runs from the first day's midnight to the
      *    midnight after the last day, or to now when that is
      *    still ahead
           COMPUTE PER-START =
                   FUNCTION INTEGER-OF-DATE(FROM-DATE) * 86400.
           COMPUTE PER-END =
                   (FUNCTION INTEGER-OF-DATE(TO-DATE) + 1) * 86400.
           MOVE TODAY-DATE TO W-D8.
           MOVE NOW-TIME   TO W-T8.
           PERFORM TO-SECS.
           IF W-SECS < PER-END
               MOVE W-SECS TO PER-END
           END-IF.
           MOVE 0 TO PER-SEC.
           IF PER-END > PER-START
               COMPUTE PER-SEC = PER-END - PER-START
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE PER-SEC TO W-LEN.
           PERFORM TO-HOURS.
           MOVE SPACE TO P-LINE.
           STRING "QUMACUTL machine utilization "
                                      DELIMITED SIZE
                  FROM-DATE           DELIMITED SIZE
                  " - "               DELIMITED SIZE
                  TO-DATE             DELIMITED SIZE
                  "  period hours "   DELIMITED SIZE
                  HRS-DISP            DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    every registered machine, retired ones included - they
      *    held hours in the period too
       LOAD-MACHINES.
           OPEN INPUT MAC-IDF.
           IF FILE-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ MAC-IDF NEXT
                   AT END EXIT PERFORM
              END-READ
              MOVE MAC-ID TO W-MACID
              PERFORM FIND-MC
              IF MX > 0
                 MOVE MAC-NAME       TO MC-NAME(MX)
                 MOVE MAC-RETIRED-SW TO MC-RETIRED(MX)
              END-IF
           END-PERFORM.
           CLOSE MAC-IDF.
      *    W-MACID to its MC entry (MX), added when new; MX 0 when
      *    the table is full
       FIND-MC.
           PERFORM VARYING MX FROM 1 BY 1
                   UNTIL MX > MC-CNT OR MC-ID(MX) = W-MACID
           END-PERFORM.
           IF MX > MC-CNT
               IF MC-CNT >= MC-MAX
                   MOVE 0 TO MX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MC-CNT
               MOVE MC-CNT TO MX
               INITIALIZE MC-ENT(MX)
               MOVE W-MACID TO MC-ID(MX)
               MOVE "?"     TO MC-NAME(MX)
               MOVE "N"     TO MC-OPEN-SW(MX)
           END-IF.
      *    the ledger in time order: each RSV opens a reservation,
      *    the machine's next event closes it
       LOAD-LEDGER.
           OPEN INPUT QUMACRL.
           IF RV-STS NOT = "00"
               DISPLAY "QUMACUTL : no reservation ledger sts=" RV-STS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ QUMACRL NEXT
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO EVT-CNT
              MOVE RV-MAC-ID TO W-MACID
              PERFORM FIND-MC
              IF MX > 0
                 MOVE RV-DATE TO W-D8
                 MOVE RV-TIME TO W-T8
                 PERFORM TO-SECS
                 EVALUATE RV-EVENT
                   WHEN "RSV"
                     IF MC-OPEN-SW(MX) = "Y"
                        MOVE W-SECS TO W-END
                        PERFORM CLOSE-RESV
                     END-IF
                     MOVE "Y"       TO MC-OPEN-SW(MX)
                     MOVE W-SECS    TO MC-OPEN-START(MX)
                     MOVE RV-USER   TO MC-OPEN-USER(MX)
                     MOVE RV-SUITE  TO MC-OPEN-SUITE(MX)
                     MOVE RV-EXPIRE TO MC-OPEN-EXPIRE(MX)
                   WHEN "REL"
                   WHEN "EXP"
                     IF MC-OPEN-SW(MX) = "Y"
                        MOVE W-SECS TO W-END
                        PERFORM CLOSE-RESV
                     END-IF
                   WHEN "RFS"
                     IF W-SECS NOT < PER-START
                        AND W-SECS < PER-END
                        ADD 1 TO MC-RFS-CNT(MX)
                     END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE QUMACRL.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MC-CNT
              IF MC-OPEN-SW(MX) = "Y"
                 MOVE PER-END TO W-END
                 PERFORM CLOSE-RESV
              END-IF
           END-PERFORM.
      *    machine MX's open reservation ends at W-END - or at the
      *    end of its expiry day, whichever is first - and is kept
      *    as far as it falls inside the period
       CLOSE-RESV.
           MOVE "N" TO MC-OPEN-SW(MX).
           MOVE MC-OPEN-START(MX) TO W-START.
           IF MC-OPEN-EXPIRE(MX) IS NUMERIC
              AND MC-OPEN-EXPIRE(MX) > 0
               COMPUTE W-CAP = (FUNCTION INTEGER-OF-DATE(
                                MC-OPEN-EXPIRE(MX)) + 1) * 86400
               IF W-CAP < W-END
                   MOVE W-CAP TO W-END
               END-IF
           END-IF.
           PERFORM CLIP-PERIOD.
           IF W-END NOT > W-START OR RI-CNT >= RI-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RI-CNT.
           MOVE MX                 TO RI-MX(RI-CNT).
           MOVE MC-OPEN-USER(MX)   TO RI-USER(RI-CNT).
           MOVE MC-OPEN-SUITE(MX)  TO RI-SUITE(RI-CNT).
           MOVE W-START            TO RI-START(RI-CNT).
           MOVE W-END              TO RI-END(RI-CNT).
           MOVE 0                  TO RI-BUSY(RI-CNT).
           ADD 1 TO MC-RESV-CNT(MX).
           COMPUTE MC-RESV-SEC(MX) = MC-RESV-SEC(MX)
                                   + W-END - W-START.
      *    W-START/W-END cut to the period
       CLIP-PERIOD.
           IF W-START < PER-START
               MOVE PER-START TO W-START
           END-IF.
           IF W-END > PER-END
               MOVE PER-END TO W-END
           END-IF.
      *    the run stamps: a BJ_Launch run with a target machine
      *    lends it every program's QURUNLOG interval; a QUDISPAT
      *    job its JST-to-JOB time
       LOAD-BUSY.
           OPEN INPUT QURUNSTP.
           IF RS-STS NOT = "00"
               DISPLAY "QUMACUTL : no run stamps sts=" RS-STS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RUNLOG-F.
           IF RL-STS = "00"
               MOVE "Y" TO RL-OPEN-SW
           END-IF.
           MOVE SPACE TO PREV-RUNID.
           MOVE 0 TO RUN-MX.
           PERFORM UNTIL 1 = 0
              READ QURUNSTP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-RUNID NOT = PREV-RUNID
                 MOVE RS-RUNID TO PREV-RUNID
                 MOVE 0 TO RUN-MX JS-CNT
              END-IF
              EVALUATE RS-KIND
                WHEN "RUN"
                  PERFORM BUSY-RUN
                WHEN "PGM"
                  IF RUN-MX > 0 AND RL-OPEN-SW = "Y"
                     PERFORM BUSY-PGM
                  END-IF
                WHEN "JST"
                  PERFORM BUSY-JST
                WHEN "JOB"
                  IF RS-REF(61:8) = "machine="
                     PERFORM BUSY-JOB
                  END-IF
              END-EVALUATE
           END-PERFORM.
           CLOSE QURUNSTP.
           IF RL-OPEN-SW = "Y"
               CLOSE RUNLOG-F
           END-IF.
      *    "machine=" on the RUN stamp - blank when BJ_Launch had
      *    no target, "remote" for a QUDISPAT run
       BUSY-RUN.
           MOVE SPACE TO W-DUMMY W-MACID.
           UNSTRING RS-REF DELIMITED BY "machine="
               INTO W-DUMMY W-MACID.
           IF W-MACID = SPACE OR W-MACID = "remote"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MC.
           MOVE MX TO RUN-MX.
       BUSY-PGM.
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
           MOVE RUN-MX TO NEW-MX.
           PERFORM ADD-BUSY.
      *    a retried job's JST restarts its clock
       BUSY-JST.
           MOVE RS-DATE TO W-D8.
           MOVE RS-TIME TO W-T8.
           PERFORM TO-SECS.
           PERFORM VARYING JX FROM 1 BY 1
                   UNTIL JX > JS-CNT OR JS-JOB(JX) = RS-JOB
           END-PERFORM.
           IF JX > JS-CNT
               IF JS-CNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO JS-CNT
               MOVE RS-JOB TO JS-JOB(JX)
           END-IF.
           MOVE W-SECS TO JS-START(JX).
       BUSY-JOB.
           PERFORM VARYING JX FROM 1 BY 1
                   UNTIL JX > JS-CNT OR JS-JOB(JX) = RS-JOB
           END-PERFORM.
           IF JX > JS-CNT
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-REF(69:7) TO W-MACID.
           PERFORM FIND-MC.
           IF MX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE MX TO NEW-MX.
           MOVE JS-START(JX) TO W-START.
           MOVE RS-DATE TO W-D8.
           MOVE RS-TIME TO W-T8.
           PERFORM TO-SECS.
           MOVE W-SECS TO W-END.
           PERFORM ADD-BUSY.
      *    W-START/W-END on machine NEW-MX into the busy table, in
      *    machine/start order
       ADD-BUSY.
           PERFORM CLIP-PERIOD.
           IF W-END NOT > W-START OR BI-CNT >= BI-MAX
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BX FROM BI-CNT BY -1
                   UNTIL BX < 1
                      OR BI-MX(BX) < NEW-MX
                      OR (BI-MX(BX) = NEW-MX
                          AND BI-START(BX) NOT > W-START)
              MOVE BI-ENT(BX) TO BI-ENT(BX + 1)
           END-PERFORM.
           ADD 1 TO BX.
           MOVE NEW-MX  TO BI-MX(BX).
           MOVE W-START TO BI-START(BX).
           MOVE W-END   TO BI-END(BX).
           ADD 1 TO BI-CNT.
      *    overlapping intervals of one machine fold into one; the
      *    folded intervals are the machine's busy time
       MERGE-BUSY.
           MOVE 0 TO OX.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BI-CNT
              IF OX > 0
                 AND BI-MX(OX) = BI-MX(BX)
                 AND BI-START(BX) NOT > BI-END(OX)
                 IF BI-END(BX) > BI-END(OX)
                    MOVE BI-END(BX) TO BI-END(OX)
                 END-IF
              ELSE
                 ADD 1 TO OX
                 MOVE BI-ENT(BX) TO BI-ENT(OX)
              END-IF
           END-PERFORM.
           MOVE OX TO BI-CNT.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BI-CNT
              MOVE BI-MX(BX) TO MX
              COMPUTE MC-BUSY-SEC(MX) = MC-BUSY-SEC(MX)
                                      + BI-END(BX) - BI-START(BX)
           END-PERFORM.
      *    the busy time inside each reservation, then the suite
      *    and machine-type totals
       MATCH-PROC.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RI-CNT
              MOVE 0 TO W-OVL
              PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BI-CNT
                 IF BI-MX(BX) = RI-MX(RX)
                    AND BI-START(BX) < RI-END(RX)
                    AND BI-END(BX) > RI-START(RX)
                    MOVE BI-START(BX) TO W-START
                    IF RI-START(RX) > W-START
                       MOVE RI-START(RX) TO W-START
                    END-IF
                    MOVE BI-END(BX) TO W-END
                    IF RI-END(RX) < W-END
                       MOVE RI-END(RX) TO W-END
                    END-IF
                    COMPUTE W-OVL = W-OVL + W-END - W-START
                 END-IF
              END-PERFORM
              MOVE W-OVL TO RI-BUSY(RX)
              MOVE RI-MX(RX) TO MX
              ADD W-OVL TO MC-USED-SEC(MX)
              PERFORM BOOK-SUITE
           END-PERFORM.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MC-CNT
              PERFORM BOOK-TYPE
           END-PERFORM.
       BOOK-SUITE.
           MOVE RI-SUITE(RX) TO W-SUITE.
           IF W-SUITE = SPACE
               MOVE "(none)" TO W-SUITE
           END-IF.
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > SU-CNT OR SU-SUITE(SX) = W-SUITE
           END-PERFORM.
           IF SX > SU-CNT
               IF SU-CNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SU-CNT
               MOVE W-SUITE TO SU-SUITE(SX)
               MOVE 0 TO SU-RESV-CNT(SX) SU-RESV-SEC(SX)
                         SU-BUSY-SEC(SX)
               MOVE "N" TO SU-DONE(SX)
           END-IF.
           ADD 1 TO SU-RESV-CNT(SX).
           COMPUTE SU-RESV-SEC(SX) = SU-RESV-SEC(SX)
                                   + RI-END(RX) - RI-START(RX).
           ADD RI-BUSY(RX) TO SU-BUSY-SEC(SX).
      *    the type is the machine id's last three characters
      *    (QUMTYPE); a retired machine with nothing in the period
      *    is not counted
       BOOK-TYPE.
           IF MC-RETIRED(MX) = "Y"
              AND MC-RESV-SEC(MX) = 0 AND MC-BUSY-SEC(MX) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > TY-CNT OR TY-ID(TX) = MC-ID(MX)(5:3)
           END-PERFORM.
           IF TX > TY-CNT
               IF TY-CNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TY-CNT
               MOVE MC-ID(MX)(5:3) TO TY-ID(TX)
               MOVE 0 TO TY-MACS(TX) TY-RESV-SEC(TX) TY-BUSY-SEC(TX)
                         TY-RFS-CNT(TX)
           END-IF.
           ADD 1               TO TY-MACS(TX).
           ADD MC-RESV-SEC(MX) TO TY-RESV-SEC(TX).
           ADD MC-BUSY-SEC(MX) TO TY-BUSY-SEC(TX).
           ADD MC-RFS-CNT(MX)  TO TY-RFS-CNT(TX).
      *    one line per machine.  USE% is the reserved hours spent
      *    running jobs, UTIL% the period spent running jobs
       PRINT-MACHINES.
           MOVE "** MACHINES **" TO P-REC.
           WRITE P-REC AFTER 2.
           MOVE SPACE TO P-LINE.
           MOVE "MACID"     TO P-LINE(1:7).
           MOVE "NAME"      TO P-LINE(9:20).
           MOVE "TYPE"      TO P-LINE(30:4).
           MOVE " RESV"     TO P-LINE(35:5).
           MOVE "   RESV-H" TO P-LINE(41:9).
           MOVE "   BUSY-H" TO P-LINE(51:9).
           MOVE "   USED-H" TO P-LINE(61:9).
           MOVE " USE%"     TO P-LINE(71:5).
           MOVE "UTIL%"     TO P-LINE(77:5).
           MOVE "REFSD"     TO P-LINE(83:5).
           MOVE "STATE"     TO P-LINE(89:5).
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MC-CNT
              MOVE SPACE TO P-LINE
              MOVE MC-ID(MX)          TO P-LINE(1:7)
              MOVE MC-NAME(MX)        TO P-LINE(9:20)
              MOVE MC-ID(MX)(5:3)     TO P-LINE(30:3)
              MOVE MC-RESV-CNT(MX)    TO CNT-DISP
              MOVE CNT-DISP           TO P-LINE(35:5)
              MOVE MC-RESV-SEC(MX)    TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(41:9)
              MOVE MC-BUSY-SEC(MX)    TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(51:9)
              MOVE MC-USED-SEC(MX)    TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(61:9)
              MOVE 0 TO W-PCT
              IF MC-RESV-SEC(MX) > 0
                 COMPUTE W-PCT ROUNDED =
                         MC-USED-SEC(MX) * 100 / MC-RESV-SEC(MX)
              END-IF
              MOVE W-PCT              TO PCT-DISP
              MOVE PCT-DISP           TO P-LINE(71:5)
              MOVE 0 TO W-PCT
              IF PER-SEC > 0
                 COMPUTE W-PCT ROUNDED =
                         MC-BUSY-SEC(MX) * 100 / PER-SEC
              END-IF
              MOVE W-PCT              TO PCT-DISP
              MOVE PCT-DISP           TO P-LINE(77:5)
              MOVE MC-RFS-CNT(MX)     TO CNT-DISP
              MOVE CNT-DISP           TO P-LINE(83:5)
              EVALUATE TRUE
                WHEN MC-RFS-CNT(MX) > 0
                  MOVE "CONTENDED"    TO P-LINE(89:10)
                WHEN MC-RESV-SEC(MX) = 0 AND MC-BUSY-SEC(MX) = 0
                  MOVE "UNUSED"       TO P-LINE(89:10)
                WHEN MC-RESV-SEC(MX) > 0
                     AND MC-USED-SEC(MX) * 100
                         < MC-RESV-SEC(MX) * IDLE-PCT
                  MOVE "IDLE-HELD"    TO P-LINE(89:10)
              END-EVALUATE
              IF MC-RETIRED(MX) = "Y"
                 MOVE "RETIRED"       TO P-LINE(100:7)
              END-IF
              WRITE P-REC FROM P-LINE AFTER 1
           END-PERFORM.
      *    per machine type: RESV% and UTIL% are of the type's
      *    machine-hours in the period; high RESV% with refusals
      *    asks for more boxes, low UTIL% for fewer
       PRINT-TYPES.
           MOVE "** MACHINE TYPES **" TO P-REC.
           WRITE P-REC AFTER 2.
           MOVE SPACE TO P-LINE.
           MOVE "TYPE"      TO P-LINE(1:4).
           MOVE " MACS"     TO P-LINE(7:5).
           MOVE "   RESV-H" TO P-LINE(13:9).
           MOVE "   BUSY-H" TO P-LINE(23:9).
           MOVE "RESV%"     TO P-LINE(33:5).
           MOVE "UTIL%"     TO P-LINE(39:5).
           MOVE "REFSD"     TO P-LINE(45:5).
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TY-CNT
              MOVE SPACE TO P-LINE
              MOVE TY-ID(TX)          TO P-LINE(1:3)
              MOVE TY-MACS(TX)        TO CNT-DISP
              MOVE CNT-DISP           TO P-LINE(7:5)
              MOVE TY-RESV-SEC(TX)    TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(13:9)
              MOVE TY-BUSY-SEC(TX)    TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(23:9)
              MOVE 0 TO W-PCT
              IF PER-SEC > 0
                 COMPUTE W-PCT ROUNDED = TY-RESV-SEC(TX) * 100
                                       / (PER-SEC * TY-MACS(TX))
              END-IF
              MOVE W-PCT              TO PCT-DISP
              MOVE PCT-DISP           TO P-LINE(33:5)
              MOVE 0 TO W-PCT
              IF PER-SEC > 0
                 COMPUTE W-PCT ROUNDED = TY-BUSY-SEC(TX) * 100
                                       / (PER-SEC * TY-MACS(TX))
              END-IF
              MOVE W-PCT              TO PCT-DISP
              MOVE PCT-DISP           TO P-LINE(39:5)
              MOVE TY-RFS-CNT(TX)     TO CNT-DISP
              MOVE CNT-DISP           TO P-LINE(45:5)
              WRITE P-REC FROM P-LINE AFTER 1
           END-PERFORM.
      *    reservations that ran jobs for less than IDLE-PCT of
      *    their hours
       PRINT-IDLE.
           MOVE "** IDLE RESERVATIONS **" TO P-REC.
           WRITE P-REC AFTER 2.
           MOVE SPACE TO P-LINE.
           MOVE "MACID"     TO P-LINE(1:7).
           MOVE "USER"      TO P-LINE(9:12).
           MOVE "SUITE"     TO P-LINE(22:20).
           MOVE "FROM"      TO P-LINE(43:14).
           MOVE "TO"        TO P-LINE(58:14).
           MOVE "   RESV-H" TO P-LINE(73:9).
           MOVE "   USED-H" TO P-LINE(83:9).
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RI-CNT
              COMPUTE W-LEN = RI-END(RX) - RI-START(RX)
              IF RI-BUSY(RX) * 100 < W-LEN * IDLE-PCT
                 ADD 1 TO IDLE-CNT
                 MOVE RI-MX(RX) TO MX
                 MOVE SPACE TO P-LINE
                 MOVE MC-ID(MX)       TO P-LINE(1:7)
                 MOVE RI-USER(RX)     TO P-LINE(9:12)
                 MOVE RI-SUITE(RX)    TO P-LINE(22:20)
                 MOVE RI-START(RX)    TO W-SECS
                 PERFORM FMT-STAMP
                 MOVE STAMP-DISP      TO P-LINE(43:14)
                 MOVE RI-END(RX)      TO W-SECS
                 PERFORM FMT-STAMP
                 MOVE STAMP-DISP      TO P-LINE(58:14)
                 PERFORM TO-HOURS
                 MOVE HRS-DISP        TO P-LINE(73:9)
                 MOVE RI-BUSY(RX)     TO W-LEN
                 PERFORM TO-HOURS
                 MOVE HRS-DISP        TO P-LINE(83:9)
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
      *    the suites holding the most reserved-but-unused hours,
      *    worst first
       PRINT-SUITES.
           MOVE "** SUITES HOLDING MACHINES **" TO P-REC.
           WRITE P-REC AFTER 2.
           MOVE SPACE TO P-LINE.
           MOVE "SUITE"     TO P-LINE(1:20).
           MOVE " RESV"     TO P-LINE(22:5).
           MOVE "   RESV-H" TO P-LINE(28:9).
           MOVE "   USED-H" TO P-LINE(38:9).
           MOVE "   IDLE-H" TO P-LINE(48:9).
           MOVE " USE%"     TO P-LINE(58:5).
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM TOP-N TIMES
              MOVE 0 TO BEST-SX BEST-IDLE
              PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SU-CNT
                 IF SU-DONE(SX) = "N"
                    COMPUTE W-IDLE = SU-RESV-SEC(SX) - SU-BUSY-SEC(SX)
                    IF BEST-SX = 0 OR W-IDLE > BEST-IDLE
                       MOVE SX     TO BEST-SX
                       MOVE W-IDLE TO BEST-IDLE
                    END-IF
                 END-IF
              END-PERFORM
              IF BEST-SX = 0
                 EXIT PERFORM
              END-IF
              MOVE BEST-SX TO SX
              MOVE "Y" TO SU-DONE(SX)
              MOVE SPACE TO P-LINE
              MOVE SU-SUITE(SX)       TO P-LINE(1:20)
              MOVE SU-RESV-CNT(SX)    TO CNT-DISP
              MOVE CNT-DISP           TO P-LINE(22:5)
              MOVE SU-RESV-SEC(SX)    TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(28:9)
              MOVE SU-BUSY-SEC(SX)    TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(38:9)
              MOVE BEST-IDLE          TO W-LEN
              PERFORM TO-HOURS
              MOVE HRS-DISP           TO P-LINE(48:9)
              MOVE 0 TO W-PCT
              IF SU-RESV-SEC(SX) > 0
                 COMPUTE W-PCT ROUNDED =
                         SU-BUSY-SEC(SX) * 100 / SU-RESV-SEC(SX)
              END-IF
              MOVE W-PCT              TO PCT-DISP
              MOVE PCT-DISP           TO P-LINE(58:5)
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
      *    W-LEN seconds to hours with one decimal in HRS-DISP
       TO-HOURS.
           COMPUTE W-HOURS ROUNDED = W-LEN / 3600.
           MOVE W-HOURS TO HRS-DISP.
      *    W-SECS to "yyyymmdd hh:mm" in STAMP-DISP
       FMT-STAMP.
           DIVIDE W-SECS BY 86400 GIVING W-DAYS REMAINDER W-REM.
           DIVIDE W-REM BY 3600 GIVING W-CLK-HH REMAINDER W-REM.
           DIVIDE W-REM BY 60 GIVING W-CLK-MM.
           MOVE SPACE TO STAMP-DISP.
           COMPUTE W-D8 = FUNCTION DATE-OF-INTEGER(W-DAYS).
           STRING W-D8 " " W-CLK-HH ":" W-CLK-MM DELIMITED SIZE
                  INTO STAMP-DISP.
