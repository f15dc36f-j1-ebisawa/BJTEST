       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QURESMP.
      *    resource sampling around one job run, for BJ_Launch (the
      *    local machine) and QUDISPAT (the remote one, over ssh) -
      *        CALL "QURESMP" USING "BEG" tag job mac-id ip user rc
      *        ... the job runs ...
      *        CALL "QURESMP" USING "END" tag job mac-id ip user rc
      *    tag     x(12)  names the run while it is going - one per
      *                   job running at the same time (BJ_Launch
      *                   uses its table slot)
      *    job     x(20)  the JCL
      *    mac-id  x(7)   the machine it runs on (space: not known)
      *    ip      x(16)  space to sample this machine, else the
      *                   remote machine's address
      *    user    x(20)  ssh user for a remote machine
      *    rc      s9(9) comp-5  the job's return code ("END")
      *    "BEG" opens a QURUNLOG entry for the job itself - program
      *    the JCL name, parameters "job <jcl> machine=<mac-id>" -
      *    and starts a sampler: a small shell loop (WORK/qursmp.sh,
      *    vmstat / free / df) that prints a line every interval,
      *    run here or fed to "bash -s" over ssh.  "END" stops it,
      *    files every line in data\QURESMP under the job's QURUNLOG
      *    key and closes the entry with the job's rc.  QURESRPT
      *    reports them.
      *
      *    QURESMP_INTERVAL  seconds between samples (default 10);
      *                      0 turns sampling off
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QURESMP.sl".
       SELECT SH-F            ASSIGN TO SH-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS SH-STS.
       SELECT SMP-F           ASSIGN TO SMP-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS SMP-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QURESMP.fd".
       FD    SH-F.
       01    SH-REC                    PIC X(80).
       FD    SMP-F.
       01    SMP-REC                   PIC X(80).
       WORKING-STORAGE                 SECTION.
       01  RM-STS                      PIC XX.
       01  SH-STS                      PIC XX.
       01  SMP-STS                     PIC XX.
       01  SH-FNM                      PIC X(128)
                                   VALUE "WORK/qursmp.sh".
       01  SMP-FNM                     PIC X(128).
       01  PID-FNM                     PIC X(128).
       01  SH-DONE-SW                  PIC X(1) VALUE "N".
       01  WK-ENV                      PIC X(8).
       01  INTERVAL                    PIC 9(4) VALUE 10.
       01  INTERVAL-ED                 PIC Z(3)9.
      *    the runs being sampled
       78  TG-MAX                          VALUE 200.
       01  TG-CNT                      PIC 9(3) VALUE 0.
       01  TG-IX                       PIC 9(3).
       01  TG-TBL.
           03  TG-ENT OCCURS 200 TIMES.
               05  TG-TAG          PIC X(12).
               05  TG-KEY          PIC X(19).
               05  TG-PROG         PIC X(8).
      *    the job's QURUNLOG entry
       01  RL-PROG-WK                  PIC X(8).
       01  RL-PARM                     PIC X(80).
       01  RL-KEY-WK                   PIC X(19).
       01  RL-KEY-NEW.
           03  RL-KEY-DATE             PIC 9(8).
           03  RL-KEY-TIME             PIC 9(8).
           03  RL-KEY-SEQ              PIC 9(3) VALUE 0.
       01  RL-RC-WK                    PIC S9(9) COMP-5.
       01  W-ST                        PIC X(14).
       01  W-C                         PIC X(6).
       01  W-M                         PIC X(6).
       01  W-D                         PIC X(6).
       01  W-IO                        PIC X(12).
       01  SMP-CNT                     PIC 9(5).
       01  CMD-LINE                    PIC X(512).
       01  FLAGS                       PIC X(2) COMP-X.
       01  EXIT-STATUS                 PIC X(2) COMP-X.
       LINKAGE                         SECTION.
       01  P-FUNC                      PIC X(3).
       01  P-TAG                       PIC X(12).
       01  P-JOB                       PIC X(20).
       01  P-MAC-ID                    PIC X(7).
       01  P-IP                        PIC X(16).
       01  P-USER                      PIC X(20).
       01  P-RC                        PIC S9(9) COMP-5.
       PROCEDURE DIVISION USING P-FUNC P-TAG P-JOB P-MAC-ID P-IP
                                P-USER P-RC.
       MAIN-ROUTINE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QURESMP_INTERVAL"   UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE INTERVAL = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           PERFORM VARYING TG-IX FROM 1 BY 1
                   UNTIL TG-IX > TG-CNT OR TG-TAG(TG-IX) = P-TAG
           END-PERFORM.
           MOVE SPACE TO SMP-FNM PID-FNM.
           STRING "WORK/qursmp_"      DELIMITED SIZE
                  P-TAG               DELIMITED SPACE
                  ".smp"              DELIMITED SIZE
                  INTO SMP-FNM.
           STRING "WORK/qursmp_"      DELIMITED SIZE
                  P-TAG               DELIMITED SPACE
                  ".pid"              DELIMITED SIZE
                  INTO PID-FNM.
           EVALUATE P-FUNC
             WHEN "BEG"
               IF INTERVAL > 0
                   PERFORM BEG-PROC
               END-IF
             WHEN "END"
               IF TG-IX <= TG-CNT
                   PERFORM END-PROC
               END-IF
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      *
       BEG-PROC.
           IF TG-IX > TG-CNT
               PERFORM VARYING TG-IX FROM 1 BY 1
                       UNTIL TG-IX > TG-CNT OR TG-TAG(TG-IX) = SPACE
               END-PERFORM
           END-IF.
           IF TG-IX > TG-CNT
               IF TG-CNT >= TG-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TG-CNT
               MOVE TG-CNT TO TG-IX
           END-IF.
           MOVE P-TAG TO TG-TAG(TG-IX).
           PERFORM OPEN-ENTRY.
           PERFORM WRITE-SCRIPT.
           CALL "C$DELETE" USING SMP-FNM "S".
           CALL "C$DELETE" USING PID-FNM "S".
           MOVE INTERVAL TO INTERVAL-ED.
           MOVE SPACE TO CMD-LINE.
           IF P-IP = SPACE
               STRING "bash -c ""bash "      DELIMITED SIZE
                      SH-FNM                 DELIMITED SPACE
                      " "                    DELIMITED SIZE
                      INTERVAL-ED            DELIMITED SIZE
                      " > "                  DELIMITED SIZE
                      SMP-FNM                DELIMITED SPACE
                      " 2>/dev/null & echo $! > "
                                             DELIMITED SIZE
                      PID-FNM                DELIMITED SPACE
                      """"                   DELIMITED SIZE
                      INTO CMD-LINE
           ELSE
               STRING "bash -c ""ssh -o BatchMode=yes "
                                             DELIMITED SIZE
                      P-USER                 DELIMITED SPACE
                      "@"                    DELIMITED SIZE
                      P-IP                   DELIMITED SPACE
                      " 'bash -s "           DELIMITED SIZE
                      INTERVAL-ED            DELIMITED SIZE
                      "' < "                 DELIMITED SIZE
                      SH-FNM                 DELIMITED SPACE
                      " > "                  DELIMITED SIZE
                      SMP-FNM                DELIMITED SPACE
                      " 2>/dev/null & echo $! > "
                                             DELIMITED SIZE
                      PID-FNM                DELIMITED SPACE
                      """"                   DELIMITED SIZE
                      INTO CMD-LINE
           END-IF.
           MOVE H"0007" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
      *    the job's own journal entry; with the journal switched off
      *    the samples still need a key, so one is made the same shape
       OPEN-ENTRY.
           MOVE P-JOB TO RL-PROG-WK.
           INSPECT RL-PROG-WK REPLACING ALL ".jcl" BY SPACE
                                        ALL ".JCL" BY SPACE.
           MOVE SPACE TO RL-PARM.
           STRING "job "              DELIMITED SIZE
                  P-JOB               DELIMITED SPACE
                  " machine="         DELIMITED SIZE
                  P-MAC-ID            DELIMITED SPACE
                  INTO RL-PARM.
           MOVE SPACE TO RL-KEY-WK.
           DISPLAY "QURUNLOG_KEY"       UPON ENVIRONMENT-NAME.
           DISPLAY RL-KEY-WK            UPON ENVIRONMENT-VALUE.
           CALL "QURUNLOG" USING "STR" RL-PROG-WK RL-PARM.
           DISPLAY "QURUNLOG_KEY"       UPON ENVIRONMENT-NAME.
           ACCEPT  RL-KEY-WK            FROM ENVIRONMENT-VALUE.
           IF RL-KEY-WK = SPACE
               ACCEPT RL-KEY-DATE FROM DATE YYYYMMDD
               ACCEPT RL-KEY-TIME FROM TIME
               MOVE RL-KEY-NEW TO RL-KEY-WK
           END-IF.
           MOVE RL-KEY-WK  TO TG-KEY(TG-IX).
           MOVE RL-PROG-WK TO TG-PROG(TG-IX).
      *    the sampler, once per run unit: cpu busy, memory in use,
      *    disk free where the job runs and block i/o per second
       WRITE-SCRIPT.
           IF SH-DONE-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SH-F.
           IF SH-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "I=${1:-10}" TO SH-REC.
           WRITE SH-REC.
           MOVE "while :" TO SH-REC.
           WRITE SH-REC.
           MOVE "do" TO SH-REC.
           WRITE SH-REC.
           MOVE "set -- $(vmstat 1 2 | tail -1)" TO SH-REC.
           WRITE SH-REC.
           MOVE "C=$((100-${15}))" TO SH-REC.
           WRITE SH-REC.
           MOVE "IO=$((${9}+${10}))" TO SH-REC.
           WRITE SH-REC.
           MOVE "M=$(free | awk 'NR==2{print int(($2-$7)*100/$2)}')"
             TO SH-REC.
           WRITE SH-REC.
           MOVE "D=$(df -P . | awk 'NR==2{print 100-$5}')" TO SH-REC.
           WRITE SH-REC.
           MOVE "echo $(date +%Y%m%d%H%M%S) $C $M $D $IO" TO SH-REC.
           WRITE SH-REC.
           MOVE "sleep $I" TO SH-REC.
           WRITE SH-REC.
           MOVE "done" TO SH-REC.
           WRITE SH-REC.
           CLOSE SH-F.
           MOVE "Y" TO SH-DONE-SW.
      *
       END-PROC.
           MOVE SPACE TO CMD-LINE.
           STRING "bash -c ""kill $(cat " DELIMITED SIZE
                  PID-FNM                  DELIMITED SPACE
                  ") > /dev/null 2>&1"""   DELIMITED SIZE
                  INTO CMD-LINE.
           MOVE H"0007" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
           PERFORM FILE-SAMPLES.
           CALL "C$DELETE" USING SMP-FNM "S".
           CALL "C$DELETE" USING PID-FNM "S".
           MOVE SPACE TO RL-PARM.
           MOVE TG-KEY(TG-IX) TO RL-PARM(1:19).
           CALL "QURUNLOG" USING "KEY" TG-PROG(TG-IX) RL-PARM.
           MOVE P-RC TO RL-RC-WK.
           CALL "QURUNLOG" USING "END" RL-RC-WK.
           MOVE SPACE TO TG-TAG(TG-IX).
      *    a line the sampler could not fill (no vmstat on the box,
      *    cut short by the kill) is left out
       FILE-SAMPLES.
           OPEN INPUT SMP-F.
           IF SMP-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O QURESMP.
           IF RM-STS = "35"
               OPEN OUTPUT QURESMP
               CLOSE QURESMP
               OPEN I-O QURESMP
           END-IF.
           IF RM-STS NOT = "00" AND RM-STS NOT = "05"
               DISPLAY "QURESMP : sample file unusable sts=" RM-STS
               CLOSE SMP-F
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SMP-CNT.
           PERFORM UNTIL 1 = 0
              READ SMP-F AT END EXIT PERFORM END-READ
              MOVE SPACE TO W-ST W-C W-M W-D W-IO
              UNSTRING SMP-REC DELIMITED BY ALL SPACE
                  INTO W-ST W-C W-M W-D W-IO
              IF W-ST IS NUMERIC
                 AND W-C(1:1)  >= "0" AND W-C(1:1)  <= "9"
                 AND W-M(1:1)  >= "0" AND W-M(1:1)  <= "9"
                 AND W-D(1:1)  >= "0" AND W-D(1:1)  <= "9"
                 AND W-IO(1:1) >= "0" AND W-IO(1:1) <= "9"
                 ADD 1 TO SMP-CNT
                 PERFORM FILE-ONE
              END-IF
           END-PERFORM.
           CLOSE SMP-F QURESMP.
       FILE-ONE.
           MOVE TG-KEY(TG-IX)  TO RM-RL-KEY.
           MOVE SMP-CNT        TO RM-SEQ.
           MOVE W-ST(1:8)      TO RM-DATE.
           MOVE W-ST(9:6)      TO RM-TIME.
           MOVE P-JOB          TO RM-JOB.
           MOVE P-MAC-ID       TO RM-MAC-ID.
           COMPUTE RM-CPU   = FUNCTION NUMVAL(W-C).
           COMPUTE RM-MEM   = FUNCTION NUMVAL(W-M).
           COMPUTE RM-DFREE = FUNCTION NUMVAL(W-D).
           COMPUTE RM-IO    = FUNCTION NUMVAL(W-IO).
           WRITE RM-REC
               INVALID REWRITE RM-REC
           END-WRITE.
