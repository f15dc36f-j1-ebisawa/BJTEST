       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUFEEDRD.
      *    change feed reader: everything in data\QUFEED after a
      *    consumer's watermark, one line per change -
      *        seq;date;time;op;source;testid;idseq;rdate;rtime;res;
      *        macid1;macid2;jclname;stepname;duration;release;
      *        ticket;ticket-sts;review-disp;comment
      *    closed by a trailer
      *        END;last-seq;count
      *    whose last-seq is the consumer's next watermark (the
      *    watermark itself when nothing is new).  dashboards and
      *    integrations read only the new verdicts this way instead
      *    of re-scanning QUTESTF.
      *
      *    QUFEEDRD_AFTER     watermark - entries with a greater
      *                       sequence are returned (default 0)
      *    QUFEEDRD_CONSUMER  consumer name; when given, the
      *                       watermark is kept for it in
      *                       data\QUFEED_<name>.wm - read when
      *                       QUFEEDRD_AFTER is not supplied,
      *                       advanced after every run
      *    QUFEEDRD_OUT       output (default data\QUFEEDRD.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUFEED.sl" replacing
            ==RECORD KEY IS FE-SEQ.== BY
            ==RECORD KEY IS FE-SEQ
              FILE STATUS IS FE-STS.==.
      *    QUTESTH is never opened; QH-REC only lays out FE-IMAGE
       COPY "QUTESTH.sl".
       SELECT OPTIONAL WM-F   ASSIGN TO WM-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS WM-STS.
       SELECT OUT-F           ASSIGN TO dynamic OUT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS OUT-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUFEED.fd".
       COPY "QUTESTH.fd".
       FD    WM-F.
       01    WM-REC                    PIC X(20).
       FD    OUT-F.
       01    OUT-REC                   PIC X(300).
       WORKING-STORAGE                 SECTION.
       01  FE-STS                      PIC XX.
       01  WM-STS                      PIC XX.
       01  OUT-STS                     PIC XX.
       01  WM-FNM                      PIC X(128).
       01  OUT-FNM                     PIC X(128).
       01  CONSUMER                    PIC X(20).
       01  WK-ENV                      PIC X(20).
       01  AFTER-SEQ                   PIC 9(9) VALUE 0.
       01  LAST-SEQ                    PIC 9(9).
       01  READ-CNT                    PIC 9(9) VALUE 0.
       01  P-LINE                      PIC X(300).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUFEEDRD" OUT-FNM.
           OPEN OUTPUT OUT-F.
           IF OUT-STS NOT = "00"
               DISPLAY "QUFEEDRD : cannot open " OUT-FNM(1:60)
                       " sts=" OUT-STS
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           MOVE AFTER-SEQ TO LAST-SEQ.
           OPEN INPUT QUFEED.
           IF FE-STS = "00" OR FE-STS = "05"
               PERFORM READ-PROC
               CLOSE QUFEED
           END-IF.
           MOVE SPACE TO P-LINE.
           STRING "END;"          DELIMITED SIZE
                  LAST-SEQ        DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  READ-CNT        DELIMITED SIZE
                  INTO P-LINE.
           WRITE OUT-REC FROM P-LINE.
           CLOSE OUT-F.
           IF CONSUMER NOT = SPACE
               PERFORM SAVE-WATERMARK
           END-IF.
           DISPLAY "QUFEEDRD : " READ-CNT " change(s) after "
                   AFTER-SEQ ", watermark now " LAST-SEQ.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO OUT-FNM.
           DISPLAY "QUFEEDRD_OUT"       UPON ENVIRONMENT-NAME.
           ACCEPT  OUT-FNM              FROM ENVIRONMENT-VALUE.
           IF OUT-FNM = SPACE
               MOVE "data\QUFEEDRD.txt" TO OUT-FNM
           END-IF.
           MOVE SPACE TO CONSUMER.
           DISPLAY "QUFEEDRD_CONSUMER"  UPON ENVIRONMENT-NAME.
           ACCEPT  CONSUMER             FROM ENVIRONMENT-VALUE.
           IF CONSUMER NOT = SPACE
               MOVE SPACE TO WM-FNM
               STRING "data\QUFEED_"    DELIMITED SIZE
                      CONSUMER          DELIMITED SPACE
                      ".wm"             DELIMITED SIZE
                      INTO WM-FNM
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUFEEDRD_AFTER"     UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE AFTER-SEQ = FUNCTION NUMVAL(WK-ENV)
           ELSE
               IF CONSUMER NOT = SPACE
                   PERFORM LOAD-WATERMARK
               END-IF
           END-IF.
       LOAD-WATERMARK.
           OPEN INPUT WM-F.
           IF WM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ WM-F
               AT END MOVE SPACE TO WM-REC
           END-READ.
           IF WM-REC(1:1) >= "0" AND WM-REC(1:1) <= "9"
               COMPUTE AFTER-SEQ = FUNCTION NUMVAL(WM-REC)
           END-IF.
           CLOSE WM-F.
       SAVE-WATERMARK.
           OPEN OUTPUT WM-F.
           IF WM-STS NOT = "00"
               DISPLAY "QUFEEDRD : watermark not saved - "
                       WM-FNM(1:60) " sts=" WM-STS
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE LAST-SEQ TO WM-REC.
           WRITE WM-REC.
           CLOSE WM-F.
       READ-PROC.
           MOVE AFTER-SEQ TO FE-SEQ.
           START QUFEED KEY > FE-SEQ
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUFEED NEXT
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO READ-CNT
              MOVE FE-SEQ TO LAST-SEQ
              PERFORM PRINT-CHANGE
           END-PERFORM.
       PRINT-CHANGE.
           MOVE FE-IMAGE TO QH-REC.
           MOVE SPACE TO P-LINE.
           STRING FE-SEQ          DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  FE-DATE         DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  FE-TIME         DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  FE-OP           DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  FE-SOURCE       DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-TESTID       DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-IDSEQ        DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  QH-DATE         DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  QH-TIME         DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  QH-RES          DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  QH-MACID1       DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-MACID2       DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-JCLNAME      DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-STEPNAME     DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-DURATION     DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  QH-RELEASE      DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-TICKET       DELIMITED SPACE
                  ";"             DELIMITED SIZE
                  QH-TICKET-STS   DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  QH-REVIEW-DISP  DELIMITED SIZE
                  ";"             DELIMITED SIZE
                  QH-COMM1        DELIMITED SIZE
                  INTO P-LINE.
           WRITE OUT-REC FROM P-LINE.
