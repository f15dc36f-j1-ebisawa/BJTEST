       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUMWRPT.
      *    upcoming maintenance windows (QUMWCHK) against the
      *    reservations they cut across: one line per window
      *    occurrence, followed by one CONFLICT line per machine the
      *    window covers that is reserved past the window's start -
      *    the holders to warn before IT takes the box down.
      *
      *    QUMWRPT_DAYS     days ahead (default 14)
      *    QUMWRPT_FNAME    report (default data\QUMWRPT.txt)
      *
      *    RC 4 when any reservation conflicts with a window.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUMACID.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUMACID.def".
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  FILE-STS                    PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(8).
       01  TODAY-DATE                  PIC 9(8).
       01  AHEAD-DAYS                  PIC 9(4) VALUE 14.
       01  MW-FUNC                     PIC X(3) VALUE "NXT".
       01  MW-MAC-ID                   PIC X(7) VALUE SPACE.
       01  MW-DATE                     PIC 9(8) VALUE 0.
       01  MW-TIME                     PIC 9(8) VALUE 0.
       01  MW-HOURS                    PIC 9(5).
       COPY "QUMWHIT.wrk".
      *    the reservations in force
       01  RV-CNT                      PIC 9(3) VALUE 0.
       01  RV-TBL.
           03  RV-ENT                  OCCURS 500 TIMES.
               05  RV-MAC-ID           PIC X(7).
               05  RV-USER             PIC X(12).
               05  RV-SUITE            PIC X(20).
               05  RV-EXPIRE           PIC 9(8).
       01  RX                          PIC 9(3).
       01  WIN-CNT                     PIC 9(4) VALUE 0.
       01  CONF-CNT                    PIC 9(4) VALUE 0.
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       DECLARATIVES.
       MAC-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON MAC-IDF.
              DISPLAY "QUMACID ERROR : " FILE-STS
              move -1 to return-code.
              goback.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " F-STS
              move -1 to return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUMWRPT_DAYS"      UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "1" AND WK-ENV(1:1) <= "9"
               COMPUTE AHEAD-DAYS = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUMWRPT_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUMWRPT.txt" TO PRINT-FNM
           END-IF.
           OPEN OUTPUT PRINT-F.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RESV.
           MOVE "WINDOW,TARGET,START,END,MACID,USER,SUITE,EXPIRE"
             TO P-REC.
           WRITE P-REC AFTER 1.
           COMPUTE MW-HOURS = AHEAD-DAYS * 24.
           PERFORM UNTIL 1 = 0
              CALL "QUMWCHK" USING MW-FUNC MW-MAC-ID MW-DATE MW-TIME
                                   MW-HOURS MW-HIT
              IF MW-NAME = SPACE
                 EXIT PERFORM
              END-IF
              ADD 1 TO WIN-CNT
              PERFORM WINDOW-LINE
              PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RV-CNT
                 PERFORM CONFLICT-CHECK
              END-PERFORM
           END-PERFORM.
           CLOSE PRINT-F.
           DISPLAY "QUMWRPT : " WIN-CNT " window(s), "
                   CONF-CNT " conflicting reservation(s)".
           IF CONF-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      *    reservations still in force - expired holds count as
      *    free, as QUMACIO CHKRESV has it
       LOAD-RESV.
           OPEN INPUT MAC-IDF.
           PERFORM UNTIL 1 = 0
              READ MAC-IDF NEXT
                   AT END EXIT PERFORM
              END-READ
              IF MAC-RESERVED AND RV-CNT < 500
                 AND NOT (MAC-RESV-EXPIRE IS NUMERIC
                          AND MAC-RESV-EXPIRE < TODAY-DATE)
                 ADD 1 TO RV-CNT
                 MOVE MAC-ID          TO RV-MAC-ID(RV-CNT)
                 MOVE MAC-RESV-USER   TO RV-USER(RV-CNT)
                 MOVE MAC-RESV-SUITE  TO RV-SUITE(RV-CNT)
                 MOVE MAC-RESV-EXPIRE TO RV-EXPIRE(RV-CNT)
              END-IF
           END-PERFORM.
           CLOSE MAC-IDF.
       WINDOW-LINE.
           MOVE SPACE TO P-LINE.
           STRING MW-NAME         DELIMITED "  "
                  ","             DELIMITED SIZE
                  MW-TARGET       DELIMITED SPACE
                  ","             DELIMITED SIZE
                  MW-START-DATE   DELIMITED SIZE
                  " "             DELIMITED SIZE
                  MW-START-HHMM   DELIMITED SIZE
                  ","             DELIMITED SIZE
                  MW-END-DATE     DELIMITED SIZE
                  " "             DELIMITED SIZE
                  MW-END-HHMM     DELIMITED SIZE
                  ",,,,"          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    a reservation runs to the end of its expiry day; the
      *    window covers the machine itself, its type or all
       CONFLICT-CHECK.
           EVALUATE TRUE
             WHEN MW-TARGET = "ALL"
             WHEN MW-TARGET = RV-MAC-ID(RX)
             WHEN MW-TARGET(1:5) = "TYPE="
                  AND MW-TARGET(6:3) = RV-MAC-ID(RX)(5:3)
               CONTINUE
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE.
           IF MW-START-DATE > RV-EXPIRE(RX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONF-CNT.
           MOVE SPACE TO P-LINE.
           STRING "CONFLICT,,,,"  DELIMITED SIZE
                  RV-MAC-ID(RX)   DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RV-USER(RX)     DELIMITED SPACE
                  ","             DELIMITED SIZE
                  RV-SUITE(RX)    DELIMITED "  "
                  ","             DELIMITED SIZE
                  RV-EXPIRE(RX)   DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
