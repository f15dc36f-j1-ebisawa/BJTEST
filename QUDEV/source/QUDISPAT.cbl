      *    machines over ssh, from one console.  the queue carries a
      *    target machine per job -
      *        jclname;macid
      *    - or a pool of machines to pick from -
      *        jclname;TYPE=xxx             a machine type
      *        jclname;SUITE=name           a QUMACMAT suite
      *                                     requirement
      *        jclname;TYPE=xxx,SUITE=name  both
      *    a pool entry goes to an active machine of the pool that
      *    is not reserved, has no maintenance window in the run
      *    (QUMWCHK) and answers the QUMACHB heartbeat probe; of
      *    those the one given the fewest jobs so far in this
      *    dispatch is taken, so the load spreads over the pool.
      *    the machine picked is shown and goes on the JOB stamp.
      *    - and for each entry the dispatcher reserves the machine
      *    (QUMACIO RESERVE), ships the JCL parameter file over with
      *    scp, starts the run remotely via ssh (the path the
      *    return code and the remote output into the local LOG
      *    directory, and releases the reservation - win or lose.
      *
      *    every remote run is stamped against the queue run id
      *    (QURUNSTP JST/JOB, minted here when QUDISPAT is not itself
      *    running inside a queue) with its LOG rlog and the pid of
      *    the local ssh, so QUHUNG can watch and stop a hung one.
      *    the machine's cpu, memory, disk free and disk i/o are
      *    sampled while the job runs (QURESMP, QURESMP_INTERVAL)
      *    and kept under a QURUNLOG entry of the job's own.
      *
      *    QUDISPAT_QUEUE   queue file (required)
      *    QUDISPAT_USER    remote user (required)
      *    QUDISPAT_RDIR    remote directory (default "BJTEST")
      *    QUDISPAT_RCMD    remote run command, gets the shipped
      *                     file name appended (required, e.g.
      *                     "cd BJTEST && bin/bj_jcl")
      *    QUMACMAT_REQFILE suite requirements for SUITE= pools
      *                     (the QUMACMAT file)
      *    QUDISPAT_MAXRUN  hours a remote job may take (default 2);
      *                     a machine with a maintenance window
      *                     (QUMWCHK) inside that span is not
      *                     dispatched to, and the reservation is
      *                     checked for the same span
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS QUE-STS.
       SELECT REQ-F           ASSIGN TO REQ-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS REQ-STS.
       SELECT RC-F            ASSIGN TO RC-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
       COPY "QUMACID.def".
       FD    QUE-F.
       01    QUE-REC                   PIC X(100).
       FD    REQ-F.
       01    REQ-REC                   PIC X(80).
       FD    RC-F.
       01    RC-REC                    PIC X(12).
       WORKING-STORAGE                 SECTION.
       01  RC-FNM                      PIC X(128)
                                   VALUE "WORK/qudispat.rc".
       01  RC-STS                      PIC XX.
       01  PID-FNM                     PIC X(20)
                                   VALUE "WORK/qudispat.pid".
       01  RUN-ID                      PIC X(16).
       01  RUN-MINTED-SW               PIC X VALUE "N".
           88  RUN-MINTED                  VALUE "Y".
       01  STP-D                       PIC 9(8).
       01  STP-T                       PIC 9(8).
       01  STP-JOB                     PIC X(20).
       01  STP-REF                     PIC X(80).
       01  STP-RC                      PIC S9(8).
       01  R-USER                      PIC X(20).
       01  R-DIR                       PIC X(40).
       01  R-CMD                       PIC X(128).
       01  W-JCL                       PIC X(60).
       01  W-TARGET                    PIC X(40).
       01  W-MACID                     PIC X(7).
       01  CLAIM-SW                    PIC X(1).
       01  W-VERB                      PIC X(7).
       01  W-IP                        PIC X(16).
       01  CMD-LINE                    PIC X(700).
       01  OK-CNT                      PIC 9(3) VALUE 0.
       01  NG-CNT                      PIC 9(3) VALUE 0.
       01  SKIP-CNT                    PIC 9(3) VALUE 0.
       01  MAX-RUN                     PIC 9(5) VALUE 2.
       01  MW-DATE                     PIC 9(8) VALUE 0.
       01  MW-TIME                     PIC 9(8) VALUE 0.
       01  WK-ENV                      PIC X(8).
       COPY "QUMWHIT.wrk".
      *    pool allocation: the pool asked for, the suite
      *    requirements, the machines that qualify and the jobs
      *    given to each machine so far
       01  REQ-FNM                     PIC X(128).
       01  REQ-STS                     PIC XX.
       78  RQ-MAX                          VALUE 50.
       01  RQ-CNT                      PIC 9(2) VALUE 0.
       01  RQ-TBL.
           03  RQ-ENT OCCURS 50 TIMES.
               05  RQ-SUITE        PIC X(20).
               05  RQ-CPU          PIC 9(4).
               05  RQ-MEM          PIC 9(8).
               05  RQ-DISK         PIC 9(9).
       01  RX                          PIC 9(2).
       01  WK-P1                       PIC X(20).
       01  WK-P2                       PIC X(20).
       01  WK-P3                       PIC X(10).
       01  PL-TYPE                     PIC X(3).
       01  PL-SUITE                    PIC X(20).
       01  QUAL-SW                     PIC X(1).
       78  CD-MAX                          VALUE 100.
       01  CD-CNT                      PIC 9(3).
       01  CD-TBL.
           03  CD-ENT OCCURS 100 TIMES.
               05  CD-MACID        PIC X(7).
               05  CD-JOBS         PIC 9(4).
       01  CX                          PIC 9(3).
       01  CY                          PIC 9(3).
       01  DC-CNT                      PIC 9(3) VALUE 0.
       01  DC-TBL.
           03  DC-ENT OCCURS 200 TIMES.
               05  DC-MACID        PIC X(7).
               05  DC-JOBS         PIC 9(4).
       01  DX                          PIC 9(3).
       01  HB-RC                       PIC S9(4).
       01  W-JOBS                      PIC 9(4).
      *    the dispatcher's own QURUNLOG entry - each remote job
      *    journals one of its own (QURESMP), as does a heartbeat
      *    probe, so the key is put back before the final "END"
       01  OWN-RL-KEY                  PIC X(80).
       01  SMP-TAG                     PIC X(12) VALUE "qudispat".
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUDISPAT" QUE-FNM.
           MOVE SPACE TO OWN-RL-KEY.
           DISPLAY "QURUNLOG_KEY"       UPON ENVIRONMENT-NAME.
           ACCEPT  OWN-RL-KEY           FROM ENVIRONMENT-VALUE.
           PERFORM RUN-ID-START.
           PERFORM QUEUE-PROC.
           PERFORM RUN-ID-END.
           DISPLAY "QUDISPAT : " OK-CNT " ok, " NG-CNT
                   " failed, " SKIP-CNT " skipped".
           IF NG-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "KEY" "QUDISPAT" OWN-RL-KEY.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
           IF R-DIR = SPACE
               MOVE "BJTEST" TO R-DIR
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUDISPAT_MAXRUN"    UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "1" AND WK-ENV(1:1) <= "9"
               COMPUTE MAX-RUN = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE MAX-RUN TO WK-ENV.
           DISPLAY "QU_RESV_HOURS"      UPON ENVIRONMENT-NAME.
           DISPLAY WK-ENV               UPON ENVIRONMENT-VALUE.
           PERFORM LOAD-REQ.
      *    inside a queue run the stamps go under its id; on its
      *    own QUDISPAT mints one the way BJ_Launch does
       RUN-ID-START.
           MOVE SPACE TO RUN-ID.
           DISPLAY "QU_RUN_ID"          UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-ID               FROM ENVIRONMENT-VALUE.
           IF RUN-ID NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT STP-D FROM DATE YYYYMMDD.
           ACCEPT STP-T FROM TIME.
           STRING "RN"          DELIMITED SIZE
                  STP-D         DELIMITED SIZE
                  STP-T(1:6)    DELIMITED SIZE
                  INTO RUN-ID.
           DISPLAY "QU_RUN_ID"          UPON ENVIRONMENT-NAME.
           DISPLAY RUN-ID               UPON ENVIRONMENT-VALUE.
           MOVE "Y" TO RUN-MINTED-SW.
           MOVE SPACE TO STP-JOB STP-REF.
           MOVE "jobs=  0 parallel=001 machine=remote" TO STP-REF.
           MOVE 0 TO STP-RC.
           CALL "QURUNSTP" USING "RUN" "QUDISPAT" STP-JOB STP-REF
                                 STP-RC.
       RUN-ID-END.
           IF NOT RUN-MINTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO STP-JOB STP-REF.
           MOVE "skipped=" TO STP-REF.
           MOVE SKIP-CNT TO STP-REF(9:3).
           MOVE NG-CNT TO STP-RC.
           CALL "QURUNSTP" USING "END" "QUDISPAT" STP-JOB STP-REF
                                 STP-RC.
           MOVE SPACE TO RUN-ID.
           DISPLAY "QU_RUN_ID"          UPON ENVIRONMENT-NAME.
           DISPLAY RUN-ID               UPON ENVIRONMENT-VALUE.
       QUEUE-PROC.
           OPEN INPUT QUE-F.
           IF QUE-STS NOT = "00"
           PERFORM UNTIL 1 = 0
              READ QUE-F AT END EXIT PERFORM END-READ
              IF QUE-REC NOT = SPACE AND QUE-REC(1:1) NOT = "*"
                 MOVE SPACE TO W-JCL W-TARGET W-MACID
                 UNSTRING QUE-REC DELIMITED BY ";"
                     INTO W-JCL W-TARGET
                 IF W-JCL NOT = SPACE AND W-TARGET NOT = SPACE
                    PERFORM DISPATCH-ONE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE QUE-F.
       DISPATCH-ONE.
           MOVE "N" TO CLAIM-SW.
           IF W-TARGET(1:5) = "TYPE=" OR W-TARGET(1:6) = "SUITE="
               PERFORM ALLOC-POOL
           ELSE
               MOVE W-TARGET TO W-MACID
               PERFORM CLAIM-FIXED
           END-IF.
           IF CLAIM-SW NOT = "Y"
               ADD 1 TO SKIP-CNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-IP.
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHIP-JCL.
           PERFORM STAMP-JOB-START.
      *    cpu/memory/disk on the machine sampled while the job runs,
      *    kept under the job's own QURUNLOG entry (QURESRPT)
           MOVE 0 TO JOB-RC.
           CALL "QURESMP" USING "BEG" SMP-TAG W-JCL W-MACID W-IP
                                R-USER JOB-RC.
           PERFORM RUN-REMOTE.
           CALL "QURESMP" USING "END" SMP-TAG W-JCL W-MACID W-IP
                                R-USER JOB-RC.
           PERFORM RELEASE-MAC.
      *    the machine goes with the JOB stamp, for the utilization
      *    report (QUMACUTL)
           MOVE SPACE TO STP-REF.
           STRING "LOG/"         DELIMITED SIZE
                  W-JCL          DELIMITED SPACE
                  ".rlog"        DELIMITED SIZE
                  INTO STP-REF(1:60).
           STRING "machine="     DELIMITED SIZE
                  W-MACID        DELIMITED SIZE
                  INTO STP-REF(61:20).
           MOVE JOB-RC TO STP-RC.
           CALL "QURUNSTP" USING "JOB" "QUDISPAT" STP-JOB STP-REF
                                 STP-RC.
           IF JOB-RC = 0
               ADD 1 TO OK-CNT
               DISPLAY "QUDISPAT : " W-JCL(1:30) " on "
               DISPLAY "QUDISPAT : " W-JCL(1:30) " on "
                       W-MACID " FAILED rc=" JOB-RC
           END-IF.
      *    the queue's own machine: a machine IT is about to take
      *    down is not started on, and it is reserved first - a held
      *    machine skips the job instead of trampling someone
      *    else's run
       CLAIM-FIXED.
           CALL "QUMWCHK" USING "CHK" W-MACID MW-DATE MW-TIME
                                MAX-RUN MW-HIT.
           IF MW-NAME NOT = SPACE
               DISPLAY "QUDISPAT : " W-MACID " maintenance window "
                       MW-TEXT(1:40) " - " W-JCL(1:30) " skipped"
               EXIT PARAGRAPH
           END-IF.
           MOVE "RESERVE" TO W-VERB.
           MOVE 0 TO RETURN-CODE.
           CALL "QUMACIO" USING W-MACID W-VERB.
           IF W-VERB NOT = "OK     "
               DISPLAY "QUDISPAT : " W-MACID " not available - "
                       W-JCL(1:30) " skipped"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO CLAIM-SW.
      *    a pool: the qualifying machines, fewest jobs first, are
      *    tried in turn until one passes every check and reserves
       ALLOC-POOL.
           MOVE SPACE TO PL-TYPE PL-SUITE WK-P1 WK-P2.
           UNSTRING W-TARGET DELIMITED BY ","
               INTO WK-P1 WK-P2.
           PERFORM POOL-PART.
           MOVE WK-P2 TO WK-P1.
           PERFORM POOL-PART.
           IF PL-SUITE NOT = SPACE
               PERFORM VARYING RX FROM 1 BY 1
                       UNTIL RX > RQ-CNT OR RQ-SUITE(RX) = PL-SUITE
               END-PERFORM
               IF RX > RQ-CNT
                   DISPLAY "QUDISPAT : no requirement for suite "
                           PL-SUITE " - " W-JCL(1:30) " skipped"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM POOL-CANDIDATES.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CD-CNT
              MOVE CD-MACID(CX) TO W-MACID
              PERFORM TRY-CANDIDATE
              IF CLAIM-SW = "Y"
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CLAIM-SW NOT = "Y"
               MOVE SPACE TO W-MACID
               DISPLAY "QUDISPAT : no machine free in pool "
                       W-TARGET(1:30) " - " W-JCL(1:30) " skipped"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX > DC-CNT OR DC-MACID(DX) = W-MACID
           END-PERFORM.
           IF DX > DC-CNT AND DC-CNT < 200
               ADD 1 TO DC-CNT
               MOVE W-MACID TO DC-MACID(DX)
               MOVE 0 TO DC-JOBS(DX)
           END-IF.
           IF DX <= DC-CNT
               ADD 1 TO DC-JOBS(DX)
           END-IF.
           DISPLAY "QUDISPAT : " W-JCL(1:30) " pool "
                   W-TARGET(1:30) " -> " W-MACID.
       POOL-PART.
           EVALUATE TRUE
             WHEN WK-P1(1:5) = "TYPE="
               MOVE WK-P1(6:3) TO PL-TYPE
             WHEN WK-P1(1:6) = "SUITE="
               MOVE WK-P1(7:14) TO PL-SUITE
           END-EVALUATE.
      *    active machines of the pool with an address, ordered by
      *    the jobs already given to them (registry order on a tie)
       POOL-CANDIDATES.
           MOVE 0 TO CD-CNT.
           OPEN INPUT MAC-IDF.
           IF FILE-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ MAC-IDF NEXT
                   AT END EXIT PERFORM
              END-READ
              MOVE "Y" TO QUAL-SW
              IF NOT MAC-ACTIVE OR MAC-IP = SPACE
                 MOVE "N" TO QUAL-SW
              END-IF
              IF PL-TYPE NOT = SPACE AND MAC-ID(5:3) NOT = PL-TYPE
                 MOVE "N" TO QUAL-SW
              END-IF
              IF PL-SUITE NOT = SPACE
                 PERFORM SUITE-QUALIFY
              END-IF
              IF QUAL-SW = "Y" AND CD-CNT < CD-MAX
                 PERFORM ADD-CANDIDATE
              END-IF
           END-PERFORM.
           CLOSE MAC-IDF.
      *    the QUMACMAT rule: capacity at least the suite's minimum
       SUITE-QUALIFY.
           IF MAC-CPU-CNT IS NOT NUMERIC
              OR MAC-CPU-CNT < RQ-CPU(RX)
              MOVE "N" TO QUAL-SW
           END-IF.
           IF MAC-MEM-MB IS NOT NUMERIC
              OR MAC-MEM-MB < RQ-MEM(RX)
              MOVE "N" TO QUAL-SW
           END-IF.
           IF MAC-DISK-MB IS NOT NUMERIC
              OR MAC-DISK-MB < RQ-DISK(RX)
              MOVE "N" TO QUAL-SW
           END-IF.
       ADD-CANDIDATE.
           MOVE 0 TO W-JOBS.
           PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX > DC-CNT OR DC-MACID(DX) = MAC-ID
           END-PERFORM.
           IF DX <= DC-CNT
               MOVE DC-JOBS(DX) TO W-JOBS
           END-IF.
           PERFORM VARYING CY FROM CD-CNT BY -1
                   UNTIL CY < 1 OR CD-JOBS(CY) NOT > W-JOBS
              MOVE CD-ENT(CY) TO CD-ENT(CY + 1)
           END-PERFORM.
           ADD 1 TO CY.
           MOVE MAC-ID TO CD-MACID(CY).
           MOVE W-JOBS TO CD-JOBS(CY).
           ADD 1 TO CD-CNT.
      *    free, clear of maintenance, alive - then reserved
       TRY-CANDIDATE.
           MOVE "CHKRESV" TO W-VERB.
           MOVE 0 TO RETURN-CODE.
           CALL "QUMACIO" USING W-MACID W-VERB.
           MOVE 0 TO RETURN-CODE.
           IF W-VERB NOT = "FREE   "
               EXIT PARAGRAPH
           END-IF.
           CALL "QUMWCHK" USING "CHK" W-MACID MW-DATE MW-TIME
                                MAX-RUN MW-HIT.
           IF MW-NAME NOT = SPACE
               DISPLAY "QUDISPAT : " W-MACID " maintenance window "
                       MW-TEXT(1:40) " - passed over"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "QUMACHB_MACID"      UPON ENVIRONMENT-NAME.
           DISPLAY W-MACID              UPON ENVIRONMENT-VALUE.
           MOVE 0 TO RETURN-CODE.
           CALL "QUMACHB".
           CANCEL "QUMACHB".
           MOVE RETURN-CODE TO HB-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMACHB_MACID"      UPON ENVIRONMENT-NAME.
           DISPLAY WK-ENV               UPON ENVIRONMENT-VALUE.
           IF HB-RC = -1
               DISPLAY "QUDISPAT : " W-MACID " unreachable - "
                       "passed over"
               EXIT PARAGRAPH
           END-IF.
           MOVE "RESERVE" TO W-VERB.
           CALL "QUMACIO" USING W-MACID W-VERB.
           MOVE 0 TO RETURN-CODE.
           IF W-VERB = "OK     "
               MOVE "Y" TO CLAIM-SW
           END-IF.
      *    the QUMACMAT suite requirements, for SUITE= pools
       LOAD-REQ.
           MOVE SPACE TO REQ-FNM.
           DISPLAY "QUMACMAT_REQFILE"   UPON ENVIRONMENT-NAME.
           ACCEPT  REQ-FNM              FROM ENVIRONMENT-VALUE.
           IF REQ-FNM = SPACE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT REQ-F.
           IF REQ-STS NOT = "00"
               DISPLAY "QUDISPAT : cannot open " REQ-FNM(1:50)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ REQ-F AT END EXIT PERFORM END-READ
              IF REQ-REC NOT = SPACE AND REQ-REC(1:1) NOT = "*"
                 AND RQ-CNT < RQ-MAX
                 ADD 1 TO RQ-CNT
                 MOVE SPACE TO RQ-SUITE(RQ-CNT)
                 MOVE SPACE TO WK-P1 WK-P2 WK-P3
                 UNSTRING REQ-REC DELIMITED BY ","
                     INTO RQ-SUITE(RQ-CNT) WK-P1 WK-P2 WK-P3
                 MOVE 0 TO RQ-CPU(RQ-CNT) RQ-MEM(RQ-CNT)
                           RQ-DISK(RQ-CNT)
                 IF WK-P1(1:1) >= "0" AND WK-P1(1:1) <= "9"
                    COMPUTE RQ-CPU(RQ-CNT) = FUNCTION NUMVAL(WK-P1)
                 END-IF
                 IF WK-P2(1:1) >= "0" AND WK-P2(1:1) <= "9"
                    COMPUTE RQ-MEM(RQ-CNT) = FUNCTION NUMVAL(WK-P2)
                 END-IF
                 IF WK-P3(1:1) >= "0" AND WK-P3(1:1) <= "9"
                    COMPUTE RQ-DISK(RQ-CNT) = FUNCTION NUMVAL(WK-P3)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REQ-F.
      *    JST stamp: the rlog being written and the ssh pid file
       STAMP-JOB-START.
           MOVE W-JCL TO STP-JOB.
           INSPECT STP-JOB REPLACING ALL ".jcl" BY SPACE
                                     ALL ".JCL" BY SPACE.
           MOVE SPACE TO STP-REF.
           STRING "LOG/"         DELIMITED SIZE
                  W-JCL          DELIMITED SPACE
                  ".rlog"        DELIMITED SIZE
                  INTO STP-REF(1:60).
           MOVE PID-FNM TO STP-REF(61:20).
           MOVE 0 TO STP-RC.
           CALL "QURUNSTP" USING "JST" "QUDISPAT" STP-JOB STP-REF
                                 STP-RC.
       GET-IP.
           MOVE SPACE TO W-IP.
           OPEN INPUT MAC-IDF.
      *    the remote exit status
       RUN-REMOTE.
           CALL "C$DELETE" USING RC-FNM "S".
           CALL "C$DELETE" USING PID-FNM "S".
           MOVE SPACE TO CMD-LINE.
           STRING "bash -c ""ssh -o BatchMode=yes "
                                       DELIMITED SIZE
                  W-JCL                DELIMITED SPACE
                  "' > LOG/"           DELIMITED SIZE
                  W-JCL                DELIMITED SPACE
                  ".rlog 2>&1 & echo $! > "
                                       DELIMITED SIZE
                  PID-FNM              DELIMITED SPACE
                  " ; wait $! ; echo $? > "
                                       DELIMITED SIZE
                  RC-FNM               DELIMITED SPACE
                  """"                 DELIMITED SIZE
