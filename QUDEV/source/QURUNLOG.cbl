      *    program, its parameters/files, start and end timestamps
      *    and the return code.  QUTESTID records test verdicts;
      *    this records executions.  QURUNLOG_DISABLE=Y turns the
      *    journal off without touching the callers.  inside a
      *    BJ_Launch queue run both calls are also stamped against
      *    the run id (QURUNSTP).
      *        CALL "QURUNLOG" USING "KEY" prog-name key
      *    makes a saved entry key (QURUNLOG_KEY after "STR") the
      *    current one again - a driver whose called steps journal
      *    entries of their own (QU_REPEAT) ends its own that way.
      *    a step run inside a repeat block is journaled per
      *    iteration: "<step>#<nnn> " ahead of its parameters.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       01  CUR-KEY                     PIC X(19).
       01  CUR-OPEN-SW                 PIC X VALUE "N".
           88  CUR-OPEN                    VALUE "Y".
       01  STP-JOB                     PIC X(20) VALUE SPACE.
       01  STP-REF                     PIC X(80).
       01  STP-RC                      PIC S9(8) VALUE 0.
       01  RPT-ITER                    PIC X(3).
       01  RPT-STEP                    PIC X(8).
       LINKAGE                         SECTION.
       01  P-PROC                      PIC X(3).
       01  P-A                         PIC X(8).
               PERFORM STR-PROC
             WHEN "END"
               PERFORM END-PROC
             WHEN "KEY"
               MOVE P-B(1:19) TO CUR-KEY
           END-EVALUATE.
           GOBACK.
      *
           MOVE 0 TO RL-SEQ.
           MOVE P-A TO RL-PROG.
           MOVE P-B TO RL-PARAMS.
           MOVE SPACE TO RPT-ITER.
           DISPLAY "QU_REPEAT_ITER"   UPON ENVIRONMENT-NAME.
           ACCEPT  RPT-ITER           FROM ENVIRONMENT-VALUE.
           IF RPT-ITER NOT = SPACE
               MOVE SPACE TO RPT-STEP
               DISPLAY "QU_STEPNAME"  UPON ENVIRONMENT-NAME
               ACCEPT  RPT-STEP       FROM ENVIRONMENT-VALUE
               MOVE SPACE TO RL-PARAMS
               STRING RPT-STEP        DELIMITED BY SPACE
                      "#"             DELIMITED BY SIZE
                      RPT-ITER        DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      P-B             DELIMITED BY SIZE
                      INTO RL-PARAMS
           END-IF.
           MOVE 0 TO RL-END-DATE RL-END-TIME RL-RC.
           PERFORM UNTIL 1 = 0
              WRITE RL-REC
           MOVE RL-KEY TO CUR-KEY.
           CLOSE RUNLOG-F.
           MOVE "N" TO CUR-OPEN-SW.
      *    publish the entry's key and program for whatever else the
      *    step journals against it (QULINPUT's lineage edges)
           DISPLAY "QURUNLOG_KEY"      UPON ENVIRONMENT-NAME.
           DISPLAY CUR-KEY             UPON ENVIRONMENT-VALUE.
           DISPLAY "QURUNLOG_PROG"     UPON ENVIRONMENT-NAME.
           DISPLAY RL-PROG             UPON ENVIRONMENT-VALUE.
           MOVE SPACE TO STP-REF.
           STRING CUR-KEY              DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  RL-PARAMS(1:60)      DELIMITED SIZE
                  INTO STP-REF.
           MOVE 0 TO STP-RC.
           CALL "QURUNSTP" USING "PGM" RL-PROG STP-JOB STP-REF
                                 STP-RC.
       END-PROC.
           IF CUR-KEY = SPACE
               EXIT PARAGRAPH
                   ACCEPT RL-END-TIME FROM TIME
                   MOVE P-RC TO RL-RC
                   REWRITE RL-REC
                   MOVE RL-KEY TO STP-REF
                   MOVE RL-RC  TO STP-RC
                   CALL "QURUNSTP" USING "PRC" RL-PROG STP-JOB
                                         STP-REF STP-RC
           END-READ.
           CLOSE RUNLOG-F.
           MOVE "N" TO CUR-OPEN-SW.
