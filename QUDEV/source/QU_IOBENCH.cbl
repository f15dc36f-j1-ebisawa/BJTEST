      *    QUIOBENCH_BASE    previous run's CSV (optional -
      *                      turns on the comparison)
      *    QUIOBENCH_PCT     degradation threshold percent (default 10)
      *
      *    run as a test (QUTESTID set) each phase is also kept as a
      *    QUMETPUT sample - metric <org>-<op>-SEC (elapsed seconds)
      *    and <org>-<op>-RPS (records/second) - for QUMETRPT.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       01  ELA-ED                      PIC Z(8)9.
       01  RPS-ED                      PIC Z(8)9.
       01  P-LINE                      PIC X(100).
      *    blank - QUMETPUT takes the step's QUTESTID
       01  MET-TESTID                  PIC X(20) VALUE SPACE.
       01  MET-NAME                    PIC X(16).
       01  MET-VALUE                   PIC X(20).
       01  MET-SEC                     PIC 9(7)V99.
       01  MET-SEC-ED                  PIC Z(6)9.99.
      *    this run's figures, kept for the comparison
       78  RS-MAX                          VALUE 10.
       01  RS-CNT                      PIC 9(2) VALUE 0.
               MOVE CUR-OP  TO RS-OP(RS-CNT)
               MOVE ELAPSED-CS TO RS-ELAPSED(RS-CNT)
           END-IF.
           PERFORM PUT-METRICS.
       PUT-METRICS.
           COMPUTE MET-SEC = ELAPSED-CS / 100.
           MOVE MET-SEC TO MET-SEC-ED.
           MOVE SPACE TO MET-NAME.
           STRING CUR-ORG DELIMITED SPACE
                  "-"     DELIMITED SIZE
                  CUR-OP  DELIMITED SPACE
                  "-SEC"  DELIMITED SIZE
                  INTO MET-NAME.
           MOVE MET-SEC-ED TO MET-VALUE.
           CALL "QUMETPUT" USING MET-TESTID MET-NAME MET-VALUE.
           MOVE SPACE TO MET-NAME.
           STRING CUR-ORG DELIMITED SPACE
                  "-"     DELIMITED SIZE
                  CUR-OP  DELIMITED SPACE
                  "-RPS"  DELIMITED SIZE
                  INTO MET-NAME.
           MOVE RPS-ED TO MET-VALUE.
           CALL "QUMETPUT" USING MET-TESTID MET-NAME MET-VALUE.
       FILL-REC.
           MOVE ALL "B" TO SEQ-REC.
           MOVE KEY-NUM TO SEQ-REC(1:10).
