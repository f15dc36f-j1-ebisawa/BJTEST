      *    the item lands in the indexed data\QUACTION file, raised
      *    today, status O(pen); QUACTMNT is where the operator
      *    acknowledges or closes it.  QURUNLOG's first-caller-
      *    creates convention applies.  inside a BJ_Launch queue
      *    run the item is also stamped against the run id
      *    (QURUNSTP).  RETURN-CODE -1 tells the caller the item
      *    could not be filed.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       COPY "QUACTION.fd".
       WORKING-STORAGE                 SECTION.
       01  AI-STS                      PIC XX.
       01  WRITTEN-SW                  PIC X.
       01  STP-JOB                     PIC X(20) VALUE SPACE.
       01  STP-REF                     PIC X(80).
       01  STP-RC                      PIC S9(8) VALUE 0.
       LINKAGE                         SECTION.
       01  P-SOURCE                    PIC X(8).
       01  P-SEV                       PIC X(1).
               CLOSE ACT-F
               OPEN I-O ACT-F
           END-IF.
           IF AI-STS = "39"
               PERFORM AI-LAYOUT-STOP
           END-IF.
           IF AI-STS NOT = "00" AND AI-STS NOT = "05"
               DISPLAY "QUACTPUT : action file unusable sts="
                       AI-STS
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE AI-REC.
           ACCEPT AI-DATE FROM DATE YYYYMMDD.
           ACCEPT AI-TIME FROM TIME.
           MOVE 0 TO AI-SEQ.
           MOVE "O" TO AI-STATUS.
           MOVE SPACE TO AI-ACK-USER.
           MOVE 0 TO AI-ACK-DATE.
           MOVE "N" TO WRITTEN-SW.
           PERFORM UNTIL 1 = 0
              WRITE AI-REC
                  INVALID
                          EXIT PERFORM
                      END-IF
                  NOT INVALID
                      MOVE "Y" TO WRITTEN-SW
                      EXIT PERFORM
              END-WRITE
           END-PERFORM.
           CLOSE ACT-F.
           IF WRITTEN-SW = "Y"
               MOVE SPACE TO STP-REF
               STRING AI-KEY            DELIMITED SIZE
                      AI-SEV            DELIMITED SIZE
                      AI-FINDING(1:60)  DELIMITED SIZE
                      INTO STP-REF
               CALL "QURUNSTP" USING "ACT" P-SOURCE STP-JOB STP-REF
                                     STP-RC
           END-IF.
           GOBACK.
      *    an action file still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       AI-LAYOUT-STOP.
           DISPLAY "QUACTPUT : data\QUACTION is not in the"
                   " current 255-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUACTION)"
                   " before running".
           MOVE -1 TO RETURN-CODE.
           GOBACK.
