       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QURESRPT.
      *    resource report per job run over the QURESMP samples: for
      *    every job's QURUNLOG entry the duration and rc beside the
      *    peak and average cpu, memory and disk i/o of the machine
      *    it ran on, and the least disk free seen.  a job that came
      *    near memory or disk exhaustion is flagged - the box, not
      *    the program, when its duration jumped.
      *
      *    QURESRPT_FROM     yyyymmdd first job date (default 0)
      *    QURESRPT_TO       yyyymmdd last job date (default all)
      *    QURESRPT_MEMPCT   flag memory in use at or above this %
      *                      (default 90)
      *    QURESRPT_DISKPCT  flag disk free at or below this %
      *                      (default 5)
      *    QURESRPT_FNAME    report (default data\QURESRPT.txt)
      *
      *    RC 4 when any job is flagged.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QURESMP.sl".
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
       COPY "QURESMP.fd".
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
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  RM-STS                      PIC XX.
       01  RL-STS                      PIC XX.
       01  F-STS                       PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(8).
       01  FROM-DATE                   PIC 9(8) VALUE 0.
       01  TO-DATE                     PIC 9(8) VALUE 99999999.
       01  MEM-PCT                     PIC 9(3) VALUE 90.
       01  DISK-PCT                    PIC 9(3) VALUE 5.
       01  RL-OPEN-SW                  PIC X(1) VALUE "N".
      *    the job being summed
       01  G-KEY                       PIC X(19) VALUE SPACE.
       01  G-KEY-R REDEFINES G-KEY.
           03  G-DATE                  PIC 9(8).
           03  G-TIME                  PIC 9(8).
           03  G-SEQ                   PIC 9(3).
       01  G-JOB                       PIC X(20).
       01  G-MAC-ID                    PIC X(7).
       01  G-CNT                       PIC 9(5).
       01  G-CPU-MAX                   PIC 9(3).
       01  G-CPU-SUM                   PIC 9(9).
       01  G-MEM-MAX                   PIC 9(3).
       01  G-MEM-SUM                   PIC 9(9).
       01  G-DFREE-MIN                 PIC 9(3).
       01  G-IO-MAX                    PIC 9(9).
       01  G-IO-SUM                    PIC 9(14).
       01  AVG-WK                      PIC 9(9).
       01  JOB-CNT                     PIC 9(6) VALUE 0.
       01  FLAG-CNT                    PIC 9(6) VALUE 0.
       01  WK-TIME-PARTS.
           03  WK-TP-HH            PIC 9(2).
           03  WK-TP-MM            PIC 9(2).
           03  WK-TP-SS            PIC 9(2).
           03  WK-TP-CC            PIC 9(2).
       01  DUR-S-SECS                  PIC S9(9) COMP.
       01  DUR-E-SECS                  PIC S9(9) COMP.
       01  DUR-DAYS                    PIC S9(9) COMP.
       01  DUR-SECS                    PIC S9(9) COMP.
       01  DUR-ED                      PIC Z(6)9-.
       01  RC-ED                       PIC Z(7)9-.
       01  CNT-ED                      PIC Z(4)9.
       01  PCT-ED1                     PIC ZZ9.
       01  PCT-ED2                     PIC ZZ9.
       01  PCT-ED3                     PIC ZZ9.
       01  PCT-ED4                     PIC ZZ9.
       01  PCT-ED5                     PIC ZZ9.
       01  IO-ED1                      PIC Z(8)9.
       01  IO-ED2                      PIC Z(8)9.
       01  FLAG-TXT                    PIC X(9).
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
           CALL "QURUNLOG" USING "STR" "QURESRPT" PRINT-FNM.
           PERFORM SCAN-PROC.
           PERFORM TERM-PROC.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QURESRPT_FROM"     UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV IS NUMERIC
               MOVE WK-ENV TO FROM-DATE
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QURESRPT_TO"       UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV IS NUMERIC
               MOVE WK-ENV TO TO-DATE
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QURESRPT_MEMPCT"   UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE MEM-PCT = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QURESRPT_DISKPCT"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE DISK-PCT = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QURESRPT_FNAME"    UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QURESRPT.txt" TO PRINT-FNM
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-REC.
           STRING "DATE,TIME,JOB,MACHINE,RC,DURATION-S,SAMPLES,"
                                                  DELIMITED SIZE
                  "CPU-PEAK,CPU-AVG,MEM-PEAK,MEM-AVG,DFREE-MIN,"
                                                  DELIMITED SIZE
                  "IO-PEAK,IO-AVG,FLAG"           DELIMITED SIZE
                  INTO P-REC.
           WRITE P-REC AFTER 1.
       TERM-PROC.
           CLOSE PRINT-F.
           DISPLAY "QURESRPT : " JOB-CNT " job run(s), "
                   FLAG-CNT " near exhaustion".
           IF FLAG-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
      *    the samples come in key order - one job's run together
       SCAN-PROC.
           OPEN INPUT QURESMP.
           IF RM-STS NOT = "00"
               DISPLAY "QURESRPT : no samples (sts=" RM-STS ")"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RUNLOG-F.
           IF RL-STS = "00"
               MOVE "Y" TO RL-OPEN-SW
           END-IF.
           PERFORM UNTIL 1 = 0
              READ QURESMP NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RM-RL-KEY(1:8) >= FROM-DATE
                 AND RM-RL-KEY(1:8) <= TO-DATE
                 IF RM-RL-KEY NOT = G-KEY
                    PERFORM FLUSH-JOB
                    PERFORM START-JOB
                 END-IF
                 PERFORM ADD-SAMPLE
              END-IF
           END-PERFORM.
           PERFORM FLUSH-JOB.
           CLOSE QURESMP.
           IF RL-OPEN-SW = "Y"
               CLOSE RUNLOG-F
           END-IF.
       START-JOB.
           MOVE RM-RL-KEY TO G-KEY.
           MOVE RM-JOB    TO G-JOB.
           MOVE RM-MAC-ID TO G-MAC-ID.
           MOVE 0   TO G-CNT G-CPU-MAX G-CPU-SUM G-MEM-MAX G-MEM-SUM
                       G-IO-MAX G-IO-SUM.
           MOVE 999 TO G-DFREE-MIN.
       ADD-SAMPLE.
           ADD 1 TO G-CNT.
           ADD RM-CPU TO G-CPU-SUM.
           ADD RM-MEM TO G-MEM-SUM.
           ADD RM-IO  TO G-IO-SUM.
           IF RM-CPU > G-CPU-MAX
               MOVE RM-CPU TO G-CPU-MAX
           END-IF.
           IF RM-MEM > G-MEM-MAX
               MOVE RM-MEM TO G-MEM-MAX
           END-IF.
           IF RM-IO > G-IO-MAX
               MOVE RM-IO TO G-IO-MAX
           END-IF.
           IF RM-DFREE < G-DFREE-MIN
               MOVE RM-DFREE TO G-DFREE-MIN
           END-IF.
      *    duration and rc from the job's QURUNLOG entry
       FLUSH-JOB.
           IF G-KEY = SPACE OR G-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO JOB-CNT.
           MOVE 0 TO DUR-SECS RL-RC.
           MOVE 0 TO RL-END-DATE.
           IF RL-OPEN-SW = "Y"
               MOVE G-KEY TO RL-KEY
               READ RUNLOG-F
                   INVALID MOVE 0 TO RL-END-DATE RL-RC
               END-READ
           END-IF.
           IF RL-END-DATE > 0
              COMPUTE DUR-DAYS =
                      FUNCTION INTEGER-OF-DATE(RL-END-DATE)
                    - FUNCTION INTEGER-OF-DATE(G-DATE)
              MOVE G-TIME TO WK-TIME-PARTS
              COMPUTE DUR-S-SECS =
                      WK-TP-HH * 3600 + WK-TP-MM * 60 + WK-TP-SS
              MOVE RL-END-TIME TO WK-TIME-PARTS
              COMPUTE DUR-E-SECS =
                      WK-TP-HH * 3600 + WK-TP-MM * 60 + WK-TP-SS
              COMPUTE DUR-SECS = DUR-DAYS * 86400
                               + DUR-E-SECS - DUR-S-SECS
           END-IF.
           MOVE SPACE TO FLAG-TXT.
           EVALUATE TRUE
             WHEN G-MEM-MAX >= MEM-PCT AND G-DFREE-MIN <= DISK-PCT
               MOVE "MEM+DISK" TO FLAG-TXT
             WHEN G-MEM-MAX >= MEM-PCT
               MOVE "MEM" TO FLAG-TXT
             WHEN G-DFREE-MIN <= DISK-PCT
               MOVE "DISK" TO FLAG-TXT
           END-EVALUATE.
           IF FLAG-TXT NOT = SPACE
               ADD 1 TO FLAG-CNT
           END-IF.
           MOVE DUR-SECS TO DUR-ED.
           MOVE RL-RC    TO RC-ED.
           MOVE G-CNT    TO CNT-ED.
           MOVE G-CPU-MAX TO PCT-ED1.
           COMPUTE AVG-WK ROUNDED = G-CPU-SUM / G-CNT.
           MOVE AVG-WK   TO PCT-ED2.
           MOVE G-MEM-MAX TO PCT-ED3.
           COMPUTE AVG-WK ROUNDED = G-MEM-SUM / G-CNT.
           MOVE AVG-WK   TO PCT-ED4.
           MOVE G-DFREE-MIN TO PCT-ED5.
           MOVE G-IO-MAX TO IO-ED1.
           COMPUTE AVG-WK ROUNDED = G-IO-SUM / G-CNT.
           MOVE AVG-WK   TO IO-ED2.
           MOVE SPACE TO P-LINE.
           STRING G-DATE          DELIMITED SIZE
                  ","             DELIMITED SIZE
                  G-TIME(1:6)     DELIMITED SIZE
                  ","             DELIMITED SIZE
                  G-JOB           DELIMITED SPACE
                  ","             DELIMITED SIZE
                  G-MAC-ID        DELIMITED SPACE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(RC-ED)   DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(DUR-ED)  DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(CNT-ED)  DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(PCT-ED1) DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(PCT-ED2) DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(PCT-ED3) DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(PCT-ED4) DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(PCT-ED5) DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(IO-ED1)  DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FUNCTION TRIM(IO-ED2)  DELIMITED SIZE
                  ","             DELIMITED SIZE
                  FLAG-TXT        DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
