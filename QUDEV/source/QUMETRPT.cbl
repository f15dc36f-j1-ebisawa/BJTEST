       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUMETRPT.
      *    measured-value trend report over the QUMETPUT samples
      *    (data\QUMETRIC.txt): one line per testid and metric with
      *    the sample count, date span, min/max/average, the latest
      *    value and how far it moved against the average of the
      *    earlier samples, then every sample outside the band the
      *    QUTESTM master keeps for that metric (QM-MET-NAME/LOW/
      *    HIGH).  a test can pass and still show up here as WARN
      *    while its figures slide.  return code 4 when any sample
      *    is out of band.
      *
      *    QUMETRPT_TESTID  testid filter (prefix match)
      *    QUMETRPT_METRIC  metric filter (exact)
      *    QUMETRPT_FROM    first run date yyyymmdd (default all)
      *    QUMETRPT_FNAME   report file (default data\QUMETRPT.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUTESTM.sl".
       SELECT MET-F           ASSIGN TO "data\QUMETRIC.txt"
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS MET-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUTESTM.fd".
       FD    MET-F.
       01    MET-REC                   PIC X(200).
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  MET-STS                     PIC XX.
       01  QM-STS                      PIC XX.
       01  QM-OPEN-SW                  PIC X VALUE "N".
       01  PRINT-FNM                   PIC X(128).
       01  Q-TESTID                    PIC X(20).
       01  Q-TESTID-L                  PIC 9(2) VALUE 0.
       01  Q-METRIC                    PIC X(16).
       01  Q-FROM                      PIC X(8).
       01  W-TESTID                    PIC X(20).
       01  W-METRIC                    PIC X(16).
       01  W-DATE                      PIC X(8).
       01  W-TIME                      PIC X(8).
       01  W-VALUE-X                   PIC X(20).
       01  W-VALUE                     PIC S9(11)V9(4).
       01  W-JOB                       PIC X(50).
       01  MB-IX                       PIC 9(1).
      *    the samples, in journal (run) order
       78  SM-LIMIT                        VALUE 5000.
       01  SM-CNT                      PIC 9(4) VALUE 0.
       01  SM-IX                       PIC 9(4).
       01  SM-TBL.
           03  SM-ENT OCCURS 5000 TIMES.
               05  SM-SR           PIC 9(3).
               05  SM-DATE         PIC X(8).
               05  SM-TIME         PIC X(8).
               05  SM-VALUE        PIC S9(11)V9(4).
               05  SM-OUT-SW       PIC X.
      *    one series per testid and metric
       78  SR-LIMIT                        VALUE 500.
       01  SR-CNT                      PIC 9(3) VALUE 0.
       01  SR-IX                       PIC 9(3).
       01  SR-TBL.
           03  SR-ENT OCCURS 500 TIMES.
               05  SR-TESTID       PIC X(20).
               05  SR-METRIC       PIC X(16).
               05  SR-N            PIC 9(4).
               05  SR-FIRST-DATE   PIC X(8).
               05  SR-LAST-DATE    PIC X(8).
               05  SR-LO           PIC S9(11)V9(4).
               05  SR-HI           PIC S9(11)V9(4).
               05  SR-SUM          PIC S9(15)V9(4).
               05  SR-LAST         PIC S9(11)V9(4).
               05  SR-BAND-SW      PIC X.
               05  SR-LOW          PIC S9(11)V9(4).
               05  SR-HIGH         PIC S9(11)V9(4).
               05  SR-OUT          PIC 9(4).
       01  OUT-TOTAL                   PIC 9(5) VALUE 0.
       01  AVG-VAL                     PIC S9(11)V9(4).
       01  PRIOR-AVG                   PIC S9(11)V9(4).
       01  PCT-MOVE                    PIC S9(5)V9(1).
       01  PCT-DISP                    PIC +ZZZZ9.9.
       01  N-DISP                      PIC Z(3)9.
       01  V-DISP1                     PIC -(11)9.9(4).
       01  V-DISP2                     PIC -(11)9.9(4).
       01  V-DISP3                     PIC -(11)9.9(4).
       01  V-DISP4                     PIC -(11)9.9(4).
       01  V-DISP5                     PIC -(11)9.9(4).
       01  V-DISP6                     PIC -(11)9.9(4).
       01  OUT-DISP                    PIC Z(3)9.
       01  B-LOW                       PIC X(17).
       01  B-HIGH                      PIC X(17).
       01  B-OUT                       PIC X(4).
       01  P-LINE                      PIC X(200).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           PERFORM SCAN-PROC.
           PERFORM PRINT-PROC.
           IF OUT-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO Q-TESTID.
           DISPLAY "QUMETRPT_TESTID"    UPON ENVIRONMENT-NAME.
           ACCEPT  Q-TESTID             FROM ENVIRONMENT-VALUE.
           MOVE 0 TO Q-TESTID-L.
           INSPECT Q-TESTID TALLYING Q-TESTID-L
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACE TO Q-METRIC.
           DISPLAY "QUMETRPT_METRIC"    UPON ENVIRONMENT-NAME.
           ACCEPT  Q-METRIC             FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO Q-FROM.
           DISPLAY "QUMETRPT_FROM"      UPON ENVIRONMENT-NAME.
           ACCEPT  Q-FROM               FROM ENVIRONMENT-VALUE.
           IF Q-FROM IS NOT NUMERIC
               MOVE SPACE TO Q-FROM
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUMETRPT_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUMETRPT.txt" TO PRINT-FNM
           END-IF.
       SCAN-PROC.
           OPEN INPUT MET-F.
           IF MET-STS NOT = "00"
               DISPLAY "QUMETRPT : no QUMETRIC samples yet"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
      *    without a master the trends still print, only unbanded
           OPEN INPUT QUTESTM.
           IF QM-STS = "39"
               PERFORM QM-LAYOUT-STOP
           END-IF.
           IF QM-STS = "00" OR QM-STS = "05"
               MOVE "Y" TO QM-OPEN-SW
           END-IF.
           PERFORM UNTIL 1 = 0
              READ MET-F AT END EXIT PERFORM END-READ
              IF MET-REC NOT = SPACE
                 MOVE SPACE TO W-TESTID W-METRIC W-DATE W-TIME
                               W-VALUE-X W-JOB
                 UNSTRING MET-REC DELIMITED BY ";"
                     INTO W-TESTID W-METRIC W-DATE W-TIME
                          W-VALUE-X W-JOB
                 IF FUNCTION TEST-NUMVAL(W-VALUE-X) = 0
                    PERFORM MATCH-FILTER
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MET-F.
           IF QM-OPEN-SW = "Y"
               CLOSE QUTESTM
           END-IF.
       MATCH-FILTER.
           IF Q-TESTID-L > 0
              AND W-TESTID(1:Q-TESTID-L)
                  NOT = Q-TESTID(1:Q-TESTID-L)
               EXIT PARAGRAPH
           END-IF.
           IF Q-METRIC NOT = SPACE AND W-METRIC NOT = Q-METRIC
               EXIT PARAGRAPH
           END-IF.
           IF Q-FROM NOT = SPACE AND W-DATE < Q-FROM
               EXIT PARAGRAPH
           END-IF.
           IF SM-CNT >= SM-LIMIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SERIES.
           IF SR-IX > SR-CNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-VALUE = FUNCTION NUMVAL(W-VALUE-X).
           ADD 1 TO SM-CNT.
           MOVE SR-IX    TO SM-SR(SM-CNT).
           MOVE W-DATE   TO SM-DATE(SM-CNT).
           MOVE W-TIME   TO SM-TIME(SM-CNT).
           MOVE W-VALUE  TO SM-VALUE(SM-CNT).
           MOVE "N"      TO SM-OUT-SW(SM-CNT).
           IF SR-N(SR-IX) = 0
               MOVE W-DATE  TO SR-FIRST-DATE(SR-IX)
               MOVE W-VALUE TO SR-LO(SR-IX) SR-HI(SR-IX)
           END-IF.
           ADD 1 TO SR-N(SR-IX).
           MOVE W-DATE  TO SR-LAST-DATE(SR-IX).
           MOVE W-VALUE TO SR-LAST(SR-IX).
           ADD  W-VALUE TO SR-SUM(SR-IX).
           IF W-VALUE < SR-LO(SR-IX)
               MOVE W-VALUE TO SR-LO(SR-IX)
           END-IF.
           IF W-VALUE > SR-HI(SR-IX)
               MOVE W-VALUE TO SR-HI(SR-IX)
           END-IF.
           IF SR-BAND-SW(SR-IX) = "Y"
              AND ((SR-LOW(SR-IX) NOT = 0
                    AND W-VALUE < SR-LOW(SR-IX))
                OR (SR-HIGH(SR-IX) NOT = 0
                    AND W-VALUE > SR-HIGH(SR-IX)))
               MOVE "Y" TO SM-OUT-SW(SM-CNT)
               ADD 1 TO SR-OUT(SR-IX)
               ADD 1 TO OUT-TOTAL
           END-IF.
      *    SR-IX past SR-CNT when the series table is full
       FIND-SERIES.
           PERFORM VARYING SR-IX FROM 1 BY 1
                   UNTIL SR-IX > SR-CNT
                      OR (SR-TESTID(SR-IX) = W-TESTID
                          AND SR-METRIC(SR-IX) = W-METRIC)
           END-PERFORM.
           IF SR-IX <= SR-CNT OR SR-CNT >= SR-LIMIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SR-CNT.
           MOVE SR-CNT   TO SR-IX.
           MOVE W-TESTID TO SR-TESTID(SR-IX).
           MOVE W-METRIC TO SR-METRIC(SR-IX).
           MOVE 0        TO SR-N(SR-IX) SR-SUM(SR-IX) SR-OUT(SR-IX)
                            SR-LOW(SR-IX) SR-HIGH(SR-IX).
           MOVE "N"      TO SR-BAND-SW(SR-IX).
           IF QM-OPEN-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE W-TESTID TO QM-TESTID.
           READ QUTESTM
               INVALID EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING MB-IX FROM 1 BY 1 UNTIL MB-IX > 4
              IF QM-MET-NAME(MB-IX) = W-METRIC
                 AND SR-BAND-SW(SR-IX) = "N"
                 MOVE "Y"                 TO SR-BAND-SW(SR-IX)
                 MOVE QM-MET-LOW(MB-IX)   TO SR-LOW(SR-IX)
                 MOVE QM-MET-HIGH(MB-IX)  TO SR-HIGH(SR-IX)
              END-IF
           END-PERFORM.
       PRINT-PROC.
           OPEN OUTPUT PRINT-F.
           MOVE "** METRIC TRENDS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,METRIC,SAMPLES,FROM,TO,MIN,MAX,AVG,LAST,MOVE-PC
      -         "T,LOW,HIGH,OUT-OF-BAND" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING SR-IX FROM 1 BY 1 UNTIL SR-IX > SR-CNT
              PERFORM PRINT-SERIES
           END-PERFORM.
      *
           MOVE "** SAMPLES OUTSIDE THE QUTESTM BAND **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,METRIC,DATE,TIME,VALUE,LOW,HIGH,STATUS"
                                                       TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING SM-IX FROM 1 BY 1 UNTIL SM-IX > SM-CNT
              IF SM-OUT-SW(SM-IX) = "Y"
                 PERFORM PRINT-OUT-SAMPLE
              END-IF
           END-PERFORM.
           CLOSE PRINT-F.
           DISPLAY "QUMETRPT : " SR-CNT " metric series, "
                   OUT-TOTAL " sample(s) out of band".
      *    the latest value against the average of the ones before it
       PRINT-SERIES.
           COMPUTE AVG-VAL ROUNDED = SR-SUM(SR-IX) / SR-N(SR-IX).
           MOVE 0 TO PCT-MOVE.
           IF SR-N(SR-IX) > 1
               COMPUTE PRIOR-AVG ROUNDED =
                       (SR-SUM(SR-IX) - SR-LAST(SR-IX))
                       / (SR-N(SR-IX) - 1)
               IF PRIOR-AVG NOT = 0
                   COMPUTE PCT-MOVE ROUNDED =
                           (SR-LAST(SR-IX) - PRIOR-AVG) * 100
                           / PRIOR-AVG
                       ON SIZE ERROR MOVE 0 TO PCT-MOVE
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE SR-N(SR-IX)    TO N-DISP.
           MOVE SR-LO(SR-IX)  TO V-DISP1.
           MOVE SR-HI(SR-IX)  TO V-DISP2.
           MOVE AVG-VAL        TO V-DISP3.
           MOVE SR-LAST(SR-IX) TO V-DISP4.
           MOVE PCT-MOVE       TO PCT-DISP.
           MOVE SPACE TO B-LOW B-HIGH B-OUT.
           IF SR-BAND-SW(SR-IX) = "Y"
               MOVE SR-LOW(SR-IX)  TO V-DISP5
               MOVE SR-HIGH(SR-IX) TO V-DISP6
               MOVE SR-OUT(SR-IX)  TO OUT-DISP
               MOVE V-DISP5        TO B-LOW
               MOVE V-DISP6        TO B-HIGH
               MOVE OUT-DISP       TO B-OUT
           END-IF.
           MOVE SPACE TO P-LINE.
           STRING SR-TESTID(SR-IX)     DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  SR-METRIC(SR-IX)     DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  N-DISP               DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  SR-FIRST-DATE(SR-IX) DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  SR-LAST-DATE(SR-IX)  DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  V-DISP1              DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  V-DISP2              DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  V-DISP3              DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  V-DISP4              DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  PCT-DISP             DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  B-LOW                DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  B-HIGH               DELIMITED SIZE
                  ","                  DELIMITED SIZE
                  B-OUT                DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       PRINT-OUT-SAMPLE.
           MOVE SM-SR(SM-IX)        TO SR-IX.
           MOVE SM-VALUE(SM-IX)     TO V-DISP1.
           MOVE SR-LOW(SR-IX)       TO V-DISP5.
           MOVE SR-HIGH(SR-IX)      TO V-DISP6.
           MOVE SPACE TO P-LINE.
           STRING SR-TESTID(SR-IX)  DELIMITED SIZE
                  ","               DELIMITED SIZE
                  SR-METRIC(SR-IX)  DELIMITED SIZE
                  ","               DELIMITED SIZE
                  SM-DATE(SM-IX)    DELIMITED SIZE
                  ","               DELIMITED SIZE
                  SM-TIME(SM-IX)    DELIMITED SIZE
                  ","               DELIMITED SIZE
                  V-DISP1           DELIMITED SIZE
                  ","               DELIMITED SIZE
                  V-DISP5           DELIMITED SIZE
                  ","               DELIMITED SIZE
                  V-DISP6           DELIMITED SIZE
                  ",WARN"           DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       QM-LAYOUT-STOP.
           DISPLAY "QUMETRPT : data\QUTESTM is not in the"
                   " current 304-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUTESTM)"
                   " before running".
           CLOSE MET-F.
           MOVE -1 TO RETURN-CODE.
           GOBACK.
