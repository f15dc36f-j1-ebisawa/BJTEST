       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QULINRPT.
      *    file lineage report over the QULINEAGE journal QULINPUT
      *    writes (date;time;job;step;prog;input;output per edge):
      *    from a named file walk the edges upstream - which inputs,
      *    through which jobs and steps, it was built from ("this
      *    expected file came from which production extract") -
      *    and/or downstream - everything derived from it ("if this
      *    extract is bad, which fixtures are tainted").  repeated
      *    runs of the same edge collapse to one line carrying the
      *    latest run.  without a file the distinct edges are dumped.
      *
      *    QULINRPT_FILE    start file (substring match at a path/
      *                     word boundary, as QUXRFRPT matches)
      *    QULINRPT_DIR     UP / DOWN / BOTH (default BOTH)
      *    QULINRPT_FNAME   report (default data\QULINRPT.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT LIN-F           ASSIGN TO LIN-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS LIN-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    LIN-F.
       01    LIN-REC                   PIC X(600).
       FD    PRINT-F.
       01    P-REC                     PIC X(300).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  LIN-STS                     PIC XX.
       01  LIN-FNM                     PIC X(128)
                                   VALUE "data\QULINEAGE.txt".
       01  PRINT-FNM                   PIC X(128).
       01  Q-FILE                      PIC X(128).
       01  Q-DIR                       PIC X(4).
       01  W-DATE                      PIC X(8).
       01  W-TIME                      PIC X(8).
       01  W-JOB                       PIC X(50).
       01  W-STEP                      PIC X(8).
       01  W-PROG                      PIC X(8).
       01  W-IN                        PIC X(256).
       01  W-OUT                       PIC X(256).
       01  W-FILE                      PIC X(256).
       01  MATCH-SW                    PIC X.
       01  SC-I                        PIC 9(4).
       01  SC-L                        PIC 9(4).
      *    distinct edges
       78  ED-MAX                          VALUE 3000.
       01  ED-CNT                      PIC 9(4) VALUE 0.
       01  ED-IX                       PIC 9(4).
       01  ED-TBL.
           03  ED-ENT OCCURS 3000 TIMES.
               05  ED-IN           PIC X(128).
               05  ED-OUT          PIC X(128).
               05  ED-JOB          PIC X(20).
               05  ED-STEP         PIC X(8).
               05  ED-PROG         PIC X(8).
               05  ED-DATE         PIC X(8).
               05  ED-TIME         PIC X(8).
               05  ED-RUNS         PIC 9(5).
      *    files reached by the walk, with their distance
       78  ND-MAX                          VALUE 1000.
       01  ND-CNT                      PIC 9(4) VALUE 0.
       01  ND-IX                       PIC 9(4).
       01  ND-NX                       PIC 9(4).
       01  ND-TBL.
           03  ND-ENT OCCURS 1000 TIMES.
               05  ND-NAME         PIC X(128).
               05  ND-LVL          PIC 9(3).
       01  NEXT-NAME                   PIC X(128).
       01  LVL-ED                      PIC ZZ9.
       01  RUNS-ED                     PIC ZZZZ9.
       01  IND-L                       PIC 9(3).
       01  P-LINE                      PIC X(300).
       01  HIT-CNT                     PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           PERFORM SCAN-PROC.
           PERFORM PRINT-PROC.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO Q-FILE.
           DISPLAY "QULINRPT_FILE"      UPON ENVIRONMENT-NAME.
           ACCEPT  Q-FILE               FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO Q-DIR.
           DISPLAY "QULINRPT_DIR"       UPON ENVIRONMENT-NAME.
           ACCEPT  Q-DIR                FROM ENVIRONMENT-VALUE.
           INSPECT Q-DIR CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF Q-DIR NOT = "UP" AND Q-DIR NOT = "DOWN"
               MOVE "BOTH" TO Q-DIR
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QULINRPT_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QULINRPT.txt" TO PRINT-FNM
           END-IF.
       SCAN-PROC.
           OPEN INPUT LIN-F.
           IF LIN-STS NOT = "00"
               DISPLAY "QULINRPT : no QULINEAGE journal yet"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ LIN-F AT END EXIT PERFORM END-READ
              IF LIN-REC NOT = SPACE
                 MOVE SPACE TO W-DATE W-TIME W-JOB W-STEP W-PROG
                               W-IN W-OUT
                 UNSTRING LIN-REC DELIMITED BY ";"
                     INTO W-DATE W-TIME W-JOB W-STEP W-PROG
                          W-IN W-OUT
                 IF W-IN NOT = SPACE AND W-OUT NOT = SPACE
                    PERFORM BOOK-EDGE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LIN-F.
      *    one line per distinct job/step/prog/input/output - a
      *    later run of the same edge only moves its timestamp on
       BOOK-EDGE.
           PERFORM VARYING ED-IX FROM 1 BY 1
                   UNTIL ED-IX > ED-CNT
                      OR (ED-IN(ED-IX)   = W-IN(1:128)
                          AND ED-OUT(ED-IX)  = W-OUT(1:128)
                          AND ED-JOB(ED-IX)  = W-JOB(1:20)
                          AND ED-STEP(ED-IX) = W-STEP
                          AND ED-PROG(ED-IX) = W-PROG)
           END-PERFORM.
           IF ED-IX <= ED-CNT
               ADD 1 TO ED-RUNS(ED-IX)
               IF W-DATE > ED-DATE(ED-IX)
                  OR (W-DATE = ED-DATE(ED-IX)
                      AND W-TIME > ED-TIME(ED-IX))
                   MOVE W-DATE TO ED-DATE(ED-IX)
                   MOVE W-TIME TO ED-TIME(ED-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ED-CNT >= ED-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ED-CNT.
           MOVE W-IN(1:128)    TO ED-IN(ED-CNT).
           MOVE W-OUT(1:128)   TO ED-OUT(ED-CNT).
           MOVE W-JOB(1:20)    TO ED-JOB(ED-CNT).
           MOVE W-STEP         TO ED-STEP(ED-CNT).
           MOVE W-PROG         TO ED-PROG(ED-CNT).
           MOVE W-DATE         TO ED-DATE(ED-CNT).
           MOVE W-TIME         TO ED-TIME(ED-CNT).
           MOVE 1              TO ED-RUNS(ED-CNT).
       PRINT-PROC.
           OPEN OUTPUT PRINT-F.
           IF Q-FILE = SPACE
               PERFORM DUMP-EDGES
           ELSE
               IF Q-DIR = "UP" OR Q-DIR = "BOTH"
                   PERFORM WALK-UP
               END-IF
               IF Q-DIR = "DOWN" OR Q-DIR = "BOTH"
                   PERFORM WALK-DOWN
               END-IF
           END-IF.
           CLOSE PRINT-F.
           DISPLAY "QULINRPT : " HIT-CNT " edge(s) reported".
       DUMP-EDGES.
           MOVE "INPUT,OUTPUT,JCL,STEP,PROG,LAST-RUN,RUNS" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING ED-IX FROM 1 BY 1
                   UNTIL ED-IX > ED-CNT
              MOVE ED-RUNS(ED-IX) TO RUNS-ED
              MOVE SPACE TO P-LINE
              STRING ED-IN(ED-IX)    DELIMITED SPACE
                     ","             DELIMITED SIZE
                     ED-OUT(ED-IX)   DELIMITED SPACE
                     ","             DELIMITED SIZE
                     ED-JOB(ED-IX)   DELIMITED SPACE
                     ","             DELIMITED SIZE
                     ED-STEP(ED-IX)  DELIMITED SPACE
                     ","             DELIMITED SIZE
                     ED-PROG(ED-IX)  DELIMITED SPACE
                     ","             DELIMITED SIZE
                     ED-DATE(ED-IX)  DELIMITED SIZE
                     " "             DELIMITED SIZE
                     ED-TIME(ED-IX)(1:6) DELIMITED SIZE
                     ","             DELIMITED SIZE
                     RUNS-ED         DELIMITED SIZE
                     INTO P-LINE
              WRITE P-REC FROM P-LINE AFTER 1
              ADD 1 TO HIT-CNT
           END-PERFORM.
      *    seed the walk with every journaled file the query names
       SEED-NODES.
           MOVE 0 TO ND-CNT.
           PERFORM VARYING ED-IX FROM 1 BY 1
                   UNTIL ED-IX > ED-CNT
              MOVE ED-IN(ED-IX) TO W-FILE
              PERFORM FILE-MATCH
              IF MATCH-SW = "Y"
                 MOVE ED-IN(ED-IX) TO NEXT-NAME
                 MOVE 0 TO IND-L
                 PERFORM ADD-NODE
              END-IF
              MOVE ED-OUT(ED-IX) TO W-FILE
              PERFORM FILE-MATCH
              IF MATCH-SW = "Y"
                 MOVE ED-OUT(ED-IX) TO NEXT-NAME
                 MOVE 0 TO IND-L
                 PERFORM ADD-NODE
              END-IF
           END-PERFORM.
      *    breadth first: each node's producing edges, the producers
      *    joining the list one level further out
       WALK-UP.
           PERFORM SEED-NODES.
           MOVE SPACE TO P-REC.
           STRING "UPSTREAM OF "  DELIMITED SIZE
                  Q-FILE          DELIMITED SPACE
                  " - built from" DELIMITED SIZE
                  INTO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING ND-IX FROM 1 BY 1
                   UNTIL ND-IX > ND-CNT
              PERFORM VARYING ED-IX FROM 1 BY 1
                      UNTIL ED-IX > ED-CNT
                 IF ED-OUT(ED-IX) = ND-NAME(ND-IX)
                    COMPUTE IND-L = ND-LVL(ND-IX) + 1
                    MOVE ED-IN(ED-IX) TO NEXT-NAME
                    PERFORM PRINT-EDGE
                    PERFORM ADD-NODE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
       WALK-DOWN.
           PERFORM SEED-NODES.
           MOVE SPACE TO P-REC.
           STRING "DOWNSTREAM OF " DELIMITED SIZE
                  Q-FILE           DELIMITED SPACE
                  " - feeds"       DELIMITED SIZE
                  INTO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING ND-IX FROM 1 BY 1
                   UNTIL ND-IX > ND-CNT
              PERFORM VARYING ED-IX FROM 1 BY 1
                      UNTIL ED-IX > ED-CNT
                 IF ED-IN(ED-IX) = ND-NAME(ND-IX)
                    COMPUTE IND-L = ND-LVL(ND-IX) + 1
                    MOVE ED-OUT(ED-IX) TO NEXT-NAME
                    PERFORM PRINT-EDGE
                    PERFORM ADD-NODE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
      *    a file already on the list is not walked again, so a
      *    cycle (a step that rewrites its own input) terminates
       ADD-NODE.
           PERFORM VARYING ND-NX FROM 1 BY 1
                   UNTIL ND-NX > ND-CNT
                      OR ND-NAME(ND-NX) = NEXT-NAME
           END-PERFORM.
           IF ND-NX <= ND-CNT OR ND-CNT >= ND-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ND-CNT.
           MOVE NEXT-NAME TO ND-NAME(ND-CNT).
           MOVE IND-L     TO ND-LVL(ND-CNT).
       PRINT-EDGE.
           MOVE IND-L TO LVL-ED.
           MOVE SPACE TO P-LINE.
           STRING LVL-ED           DELIMITED SIZE
                  "  "             DELIMITED SIZE
                  ED-IN(ED-IX)     DELIMITED SPACE
                  " -> "           DELIMITED SIZE
                  ED-OUT(ED-IX)    DELIMITED SPACE
                  "  ("            DELIMITED SIZE
                  ED-JOB(ED-IX)    DELIMITED SPACE
                  "/"              DELIMITED SIZE
                  ED-STEP(ED-IX)   DELIMITED SPACE
                  " "              DELIMITED SIZE
                  ED-PROG(ED-IX)   DELIMITED SPACE
                  " "              DELIMITED SIZE
                  ED-DATE(ED-IX)   DELIMITED SIZE
                  " "              DELIMITED SIZE
                  ED-TIME(ED-IX)(1:6) DELIMITED SIZE
                  ")"              DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           ADD 1 TO HIT-CNT.
      *    the query name matches when the journal path contains it
      *    ending at a path/word boundary
       FILE-MATCH.
           MOVE 0 TO SC-L.
           INSPECT Q-FILE TALLYING SC-L
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE "N" TO MATCH-SW.
           IF SC-L = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SC-I FROM 1 BY 1
                   UNTIL SC-I + SC-L - 1 > 256
                      OR MATCH-SW = "Y"
              IF W-FILE(SC-I:SC-L) = Q-FILE(1:SC-L)
                 AND (SC-I + SC-L > 256
                      OR W-FILE(SC-I + SC-L:1) = SPACE)
                 MOVE "Y" TO MATCH-SW
              END-IF
           END-PERFORM.
