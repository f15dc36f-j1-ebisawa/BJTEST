       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUFEEDPT.
      *    appends one entry to the QUTESTF change feed (data\QUFEED,
      *    layout and operation codes in QUFEED.fd) -
      *        CALL "QUFEEDPT" USING op source QU-REC
      *    op      x(3)   INS / SHF / HST / UPD / DEL
      *    source  x(8)   the calling program
      *    QU-REC  x(450) the record image
      *    the sequence is the last one on file plus one; parallel
      *    jobs that collide on it re-read the end and retry, the
      *    way QULEDGER does.  QURUNLOG's first-caller-creates
      *    convention applies.  QUFEED_DISABLE=Y turns it off
      *    without touching the callers.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUFEED.sl" replacing
            ==RECORD KEY IS FE-SEQ.== BY
            ==RECORD KEY IS FE-SEQ
              FILE STATUS IS FE-STS.==.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUFEED.fd".
       WORKING-STORAGE                 SECTION.
       01  FE-STS                      PIC XX.
       01  WK-ENV                      PIC X(3).
       01  DISABLED-SW                 PIC X VALUE " ".
           88  FEED-DISABLED               VALUE "Y".
           88  FEED-UNCHECKED              VALUE " ".
       78  TRY-MAX                         VALUE 10.
       01  TRY-CNT                     PIC 9(2).
       01  LAST-SEQ                    PIC 9(9).
       01  DONE-SW                     PIC X.
       LINKAGE                         SECTION.
       01  P-OP                        PIC X(3).
       01  P-SOURCE                    PIC X(8).
       01  P-REC                       PIC X(450).
       PROCEDURE DIVISION USING P-OP P-SOURCE P-REC.
       MAIN-ROUTINE.
           IF FEED-UNCHECKED
               MOVE SPACE TO WK-ENV
               DISPLAY "QUFEED_DISABLE"   UPON ENVIRONMENT-NAME
               ACCEPT  WK-ENV             FROM ENVIRONMENT-VALUE
               IF WK-ENV(1:1) = "Y"
                   MOVE "Y" TO DISABLED-SW
               ELSE
                   MOVE "N" TO DISABLED-SW
               END-IF
           END-IF.
           IF FEED-DISABLED
               GOBACK
           END-IF.
           OPEN I-O QUFEED.
           IF FE-STS = "35"
               OPEN OUTPUT QUFEED
               CLOSE QUFEED
               OPEN I-O QUFEED
           END-IF.
           IF FE-STS NOT = "00" AND FE-STS NOT = "05"
               DISPLAY "QUFEEDPT : feed file unusable sts=" FE-STS
               GOBACK
           END-IF.
           MOVE "N" TO DONE-SW.
           MOVE 0 TO TRY-CNT.
           PERFORM UNTIL TRY-CNT >= TRY-MAX
              ADD 1 TO TRY-CNT
              PERFORM FIND-LAST
              COMPUTE FE-SEQ = LAST-SEQ + 1
              ACCEPT FE-DATE FROM DATE YYYYMMDD
              ACCEPT FE-TIME FROM TIME
              MOVE P-OP     TO FE-OP
              MOVE P-SOURCE TO FE-SOURCE
              MOVE P-REC    TO FE-IMAGE
              WRITE FE-REC
                  INVALID
                      CONTINUE
                  NOT INVALID
                      MOVE "Y" TO DONE-SW
                      EXIT PERFORM
              END-WRITE
           END-PERFORM.
           IF DONE-SW NOT = "Y"
               DISPLAY "QUFEEDPT : entry not written for "
                       P-REC(1:20) " sts=" FE-STS
           END-IF.
           CLOSE QUFEED.
           GOBACK.
       FIND-LAST.
           MOVE 0 TO LAST-SEQ.
           MOVE 999999999 TO FE-SEQ.
           START QUFEED KEY < FE-SEQ
               INVALID EXIT PARAGRAPH
           END-START.
           READ QUFEED PREVIOUS
               AT END EXIT PARAGRAPH
           END-READ.
           MOVE FE-SEQ TO LAST-SEQ.
