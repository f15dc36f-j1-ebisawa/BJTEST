       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUAUDIT.
      *    unified audit trail writer (data\QUAUDIT, layout in
      *    QUAUDIT.fd).  every program that changes a master, a
      *    result, a baseline or the catalog - or refuses a change -
      *    reports it here -
      *        CALL "QUAUDIT" USING source action object old new
      *    source  x(8)   the calling program
      *    action  x(3)   change kind (list in QUAUDIT.fd)
      *    object  x(60)  key of the object changed
      *    old     x(80)  value before the change (space for an add)
      *    new     x(80)  value after the change (space for a delete)
      *    the user is the QU-USER-ID we already capture; date and
      *    time are stamped here.  parallel callers racing for the
      *    same key take the next sequence, the way QURUNLOG does.
      *    the trail is not a reason to fail the caller's change: an
      *    unusable file is reported and the call returns.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUAUDIT.sl".
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUAUDIT.fd".
       WORKING-STORAGE                 SECTION.
       01  AU-STS                      PIC XX.
       LINKAGE                         SECTION.
       01  P-SOURCE                    PIC X(8).
       01  P-ACTION                    PIC X(3).
       01  P-OBJECT                    PIC X(60).
       01  P-OLD                       PIC X(80).
       01  P-NEW                       PIC X(80).
       PROCEDURE DIVISION USING P-SOURCE P-ACTION P-OBJECT
                                P-OLD P-NEW.
       MAIN-ROUTINE.
           OPEN I-O QUAUDIT.
           IF AU-STS = "35"
               OPEN OUTPUT QUAUDIT
               CLOSE QUAUDIT
               OPEN I-O QUAUDIT
           END-IF.
           IF AU-STS NOT = "00" AND AU-STS NOT = "05"
               DISPLAY "QUAUDIT : audit trail unusable sts=" AU-STS
               GOBACK
           END-IF.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           MOVE 0 TO AU-SEQ.
           MOVE SPACE TO AU-USER.
           DISPLAY "QU_USER_ID"         UPON ENVIRONMENT-NAME.
           ACCEPT  AU-USER              FROM ENVIRONMENT-VALUE.
           MOVE P-SOURCE TO AU-PROG.
           MOVE P-ACTION TO AU-ACTION.
           MOVE P-OBJECT TO AU-OBJECT.
           MOVE P-OLD    TO AU-OLD.
           MOVE P-NEW    TO AU-NEW.
           PERFORM UNTIL 1 = 0
              WRITE AU-REC
                  INVALID
                      ADD 1 TO AU-SEQ
                      IF AU-SEQ > 990
                          DISPLAY "QUAUDIT : entry not written for "
                                  P-SOURCE " " P-OBJECT(1:40)
                          EXIT PERFORM
                      END-IF
                  NOT INVALID
                      EXIT PERFORM
              END-WRITE
           END-PERFORM.
           CLOSE QUAUDIT.
           GOBACK.
