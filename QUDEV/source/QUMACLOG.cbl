       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUMACLOG.
      *    machine reservation ledger writer (data\QUMACRL, layout
      *    and events in QUMACRL.fd) -
      *        CALL "QUMACLOG" USING event mac-id user suite expire
      *    event   x(3)   RSV REL EXP RFS
      *    mac-id  x(7)   the machine
      *    user    x(12)  the holder (for RFS: the one refused)
      *    suite   x(20)  the holder's suite
      *    expire  9(8)   the expiry the reservation carried
      *    date, time and the session's QU-USER-ID are stamped
      *    here; callers racing for the same key take the next
      *    sequence, the way QUAUDIT does.  the ledger is not a
      *    reason to fail a reservation: an unusable file is
      *    reported and the call returns.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUMACRL.sl".
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUMACRL.fd".
       WORKING-STORAGE                 SECTION.
       01  RV-STS                      PIC XX.
       LINKAGE                         SECTION.
       01  P-EVENT                     PIC X(3).
       01  P-MAC-ID                    PIC X(7).
       01  P-USER                      PIC X(12).
       01  P-SUITE                     PIC X(20).
       01  P-EXPIRE                    PIC 9(8).
       PROCEDURE DIVISION USING P-EVENT P-MAC-ID P-USER P-SUITE
                                P-EXPIRE.
       MAIN-ROUTINE.
           OPEN I-O QUMACRL.
           IF RV-STS = "35"
               OPEN OUTPUT QUMACRL
               CLOSE QUMACRL
               OPEN I-O QUMACRL
           END-IF.
           IF RV-STS NOT = "00" AND RV-STS NOT = "05"
               DISPLAY "QUMACLOG : reservation ledger unusable sts="
                       RV-STS
               GOBACK
           END-IF.
           ACCEPT RV-DATE FROM DATE YYYYMMDD.
           ACCEPT RV-TIME FROM TIME.
           MOVE 0 TO RV-SEQ.
           MOVE P-MAC-ID TO RV-MAC-ID.
           MOVE P-EVENT  TO RV-EVENT.
           MOVE P-USER   TO RV-USER.
           MOVE P-SUITE  TO RV-SUITE.
           IF P-EXPIRE IS NUMERIC
               MOVE P-EXPIRE TO RV-EXPIRE
           ELSE
               MOVE 0 TO RV-EXPIRE
           END-IF.
           MOVE SPACE TO RV-BY.
           DISPLAY "QU_USER_ID"         UPON ENVIRONMENT-NAME.
           ACCEPT  RV-BY                FROM ENVIRONMENT-VALUE.
           PERFORM UNTIL 1 = 0
              WRITE RV-REC
                  INVALID
                      ADD 1 TO RV-SEQ
                      IF RV-SEQ > 990
                          DISPLAY "QUMACLOG : " P-EVENT " not "
                                  "written for " P-MAC-ID
                          EXIT PERFORM
                      END-IF
                  NOT INVALID
                      EXIT PERFORM
              END-WRITE
           END-PERFORM.
           CLOSE QUMACRL.
           GOBACK.
