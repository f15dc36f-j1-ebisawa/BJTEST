       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QURUNSTP.
      *    stamps one record of a night run (data\QURUNSTP, layout
      *    and kinds in QURUNSTP.fd) -
      *        CALL "QURUNSTP" USING kind prog job ref rc
      *    kind  x(3)    RUN END JOB PGM PRC VRD ACT CTL
      *    prog  x(8)    the stamping program
      *    job   x(20)   job name; blank takes QU_JCLNAME
      *    ref   x(80)   what was recorded (see QURUNSTP.fd)
      *    rc    s9(8)   return code, where the kind has one
      *    the run id comes from QU_RUN_ID, which BJ_Launch sets
      *    for everything it starts; outside a queue run there is
      *    no run id and nothing is stamped.  the step name is
      *    QU_STEPNAME.  parallel jobs that collide on the next
      *    sequence re-read and retry, the way QULEDGER does.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QURUNSTP.sl".
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QURUNSTP.fd".
       WORKING-STORAGE                 SECTION.
       01  RS-STS                      PIC XX.
       01  RUN-ID                      PIC X(16).
       01  W-JOB                       PIC X(50).
       01  W-I                         PIC S9(4) COMP.
       78  TRY-MAX                         VALUE 10.
       01  TRY-CNT                     PIC 9(2).
       01  LAST-SEQ                    PIC 9(6).
       01  DONE-SW                     PIC X.
       LINKAGE                         SECTION.
       01  P-KIND                      PIC X(3).
       01  P-PROG                      PIC X(8).
       01  P-JOB                       PIC X(20).
       01  P-REF                       PIC X(80).
       01  P-RC                        PIC S9(8).
       PROCEDURE DIVISION USING P-KIND P-PROG P-JOB P-REF P-RC.
       MAIN-ROUTINE.
           MOVE SPACE TO RUN-ID.
           DISPLAY "QU_RUN_ID"        UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-ID             FROM ENVIRONMENT-VALUE.
           IF RUN-ID = SPACE
               GOBACK
           END-IF.
           OPEN I-O QURUNSTP.
           IF RS-STS = "35"
               OPEN OUTPUT QURUNSTP
               CLOSE QURUNSTP
               OPEN I-O QURUNSTP
           END-IF.
           IF RS-STS NOT = "00" AND RS-STS NOT = "05"
               DISPLAY "QURUNSTP : stamp file unusable sts=" RS-STS
               GOBACK
           END-IF.
           MOVE "N" TO DONE-SW.
           MOVE 0 TO TRY-CNT.
           PERFORM UNTIL TRY-CNT >= TRY-MAX
              ADD 1 TO TRY-CNT
              PERFORM FIND-LAST
              PERFORM BUILD-STAMP
              WRITE RS-REC
                  INVALID
                      CONTINUE
                  NOT INVALID
                      MOVE "Y" TO DONE-SW
                      EXIT PERFORM
              END-WRITE
           END-PERFORM.
           IF DONE-SW NOT = "Y"
               DISPLAY "QURUNSTP : " P-KIND " not stamped for "
                       RUN-ID " sts=" RS-STS
           END-IF.
           CLOSE QURUNSTP.
           GOBACK.
      *    the highest sequence under this run id
       FIND-LAST.
           MOVE 0 TO LAST-SEQ.
           MOVE RUN-ID TO RS-RUNID.
           MOVE 999999 TO RS-SEQ.
           START QURUNSTP KEY < RS-KEY
               INVALID EXIT PARAGRAPH
           END-START.
           READ QURUNSTP PREVIOUS
               AT END EXIT PARAGRAPH
           END-READ.
           IF RS-RUNID = RUN-ID
               MOVE RS-SEQ TO LAST-SEQ
           END-IF.
       BUILD-STAMP.
           MOVE RUN-ID TO RS-RUNID.
           COMPUTE RS-SEQ = LAST-SEQ + 1.
           ACCEPT RS-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-TIME FROM TIME.
           MOVE P-KIND TO RS-KIND.
           MOVE P-PROG TO RS-PROG.
           IF P-JOB NOT = SPACE
               MOVE P-JOB TO RS-JOB
           ELSE
      *        QU_JCLNAME carries the file name; the job is the
      *        part before the extension
               MOVE SPACE TO W-JOB
               DISPLAY "QU_JCLNAME"   UPON ENVIRONMENT-NAME
               ACCEPT  W-JOB          FROM ENVIRONMENT-VALUE
               PERFORM VARYING W-I FROM 1 BY 1
                       UNTIL W-I > 50
                          OR W-JOB(W-I:1) = "." OR SPACE
               END-PERFORM
               IF W-I <= 50
                   MOVE SPACE TO W-JOB(W-I:)
               END-IF
               MOVE W-JOB TO RS-JOB
           END-IF.
           MOVE SPACE TO RS-STEP.
           DISPLAY "QU_STEPNAME"      UPON ENVIRONMENT-NAME.
           ACCEPT  RS-STEP            FROM ENVIRONMENT-VALUE.
           MOVE P-RC  TO RS-RC.
           MOVE P-REF TO RS-REF.
