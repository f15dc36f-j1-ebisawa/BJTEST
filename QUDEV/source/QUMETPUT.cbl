       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUMETPUT.
      *    measured-value samples: a test that measures something
      *    (phase seconds, records out of a step, bytes converted)
      *    keeps the number here instead of squeezing it into
      *    QU-COMM1 -
      *        CALL "QUMETPUT" USING testid metric-name value
      *    (testid x20, metric-name x16, value x20 as text, e.g.
      *    "1234.5" or "-12").  a blank testid takes the QUTESTID
      *    environment of the step.  each sample is appended to
      *    data\QUMETRIC.txt as
      *        testid;metric;date;time;value;job
      *    and QUMETRPT trends the samples against the bands kept
      *    in QUTESTM.  QUMETRIC_DISABLE=Y turns it off without
      *    touching the callers.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT MET-F           ASSIGN TO "data\QUMETRIC.txt"
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS MET-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    MET-F.
       01    MET-REC                   PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  MET-STS                     PIC XX.
       01  WK-ENV                      PIC X(3).
       01  DISABLED-SW                 PIC X VALUE " ".
           88  METRIC-DISABLED             VALUE "Y".
           88  METRIC-UNCHECKED            VALUE " ".
       01  MP-TESTID                   PIC X(20).
       01  MP-JOB                      PIC X(50).
       01  MP-DATE                     PIC 9(8).
       01  MP-TIME                     PIC 9(8).
       01  MP-I                        PIC S9(4) COMP.
       01  MP-VALUE                    PIC S9(11)V9(4).
       01  MP-VALUE-ED                 PIC -(11)9.9(4).
       LINKAGE                         SECTION.
       01  P-TESTID                    PIC X(20).
       01  P-METRIC                    PIC X(16).
       01  P-VALUE                     PIC X(20).
       PROCEDURE DIVISION USING P-TESTID P-METRIC P-VALUE.
       MAIN-ROUTINE.
           IF METRIC-UNCHECKED
               MOVE SPACE TO WK-ENV
               DISPLAY "QUMETRIC_DISABLE" UPON ENVIRONMENT-NAME
               ACCEPT  WK-ENV             FROM ENVIRONMENT-VALUE
               IF WK-ENV(1:1) = "Y"
                   MOVE "Y" TO DISABLED-SW
               ELSE
                   MOVE "N" TO DISABLED-SW
               END-IF
           END-IF.
           IF METRIC-DISABLED OR P-METRIC = SPACE
               GOBACK
           END-IF.
           MOVE P-TESTID TO MP-TESTID.
           IF MP-TESTID = SPACE
               DISPLAY "QUTESTID"         UPON ENVIRONMENT-NAME
               ACCEPT  MP-TESTID          FROM ENVIRONMENT-VALUE
           END-IF.
           IF MP-TESTID = SPACE
               GOBACK
           END-IF.
           IF FUNCTION TEST-NUMVAL(P-VALUE) NOT = 0
               DISPLAY "QUMETPUT: not a number - " P-METRIC " "
                       P-VALUE
               GOBACK
           END-IF.
           COMPUTE MP-VALUE = FUNCTION NUMVAL(P-VALUE).
           MOVE MP-VALUE TO MP-VALUE-ED.
           PERFORM GET-JOB.
           ACCEPT MP-DATE FROM DATE YYYYMMDD.
           ACCEPT MP-TIME FROM TIME.
           OPEN EXTEND MET-F.
           IF MET-STS NOT = "00" AND MET-STS NOT = "05"
               DISPLAY "QUMETPUT: data\QUMETRIC.txt sts=" MET-STS
               GOBACK
           END-IF.
           MOVE SPACE TO MET-REC.
           STRING MP-TESTID        DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  P-METRIC         DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  MP-DATE          DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  MP-TIME          DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  MP-VALUE-ED      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  MP-JOB           DELIMITED BY SPACE
                  INTO MET-REC.
           WRITE MET-REC.
           CLOSE MET-F.
           GOBACK.
      *
       GET-JOB.
           MOVE SPACE TO MP-JOB.
           DISPLAY "QU_JCLNAME"        UPON ENVIRONMENT-NAME.
           ACCEPT  MP-JOB              FROM ENVIRONMENT-VALUE.
           PERFORM VARYING MP-I FROM 1 BY 1
                   UNTIL MP-I > 50
                      OR MP-JOB(MP-I:1) = "." OR SPACE
           END-PERFORM.
           IF MP-I <= 50
               MOVE SPACE TO MP-JOB(MP-I:)
           END-IF.
           IF MP-JOB = SPACE
               MOVE "NOJOB" TO MP-JOB
           END-IF.
