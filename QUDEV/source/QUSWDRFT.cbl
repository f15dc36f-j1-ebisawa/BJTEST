       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUSWDRFT.
      *    software drift report over the QUSWINV inventory, for the
      *    active machines of the registry -
      *    TYPE DRIFT    a component whose version is not the same
      *                  on every machine of a machine type: each
      *                  machine of the type is listed with what it
      *                  reported, so the odd box out shows.
      *    CHANGED       a component whose version on a machine
      *                  differs from the capture before the latest
      *                  one - what changed on the box since then.
      *
      *    QUSWDRFT_MACTY   this machine type only
      *    QUSWDRFT_FNAME   report (default data\QUSWDRFT.txt)
      *
      *    RC 4 when anything drifted or changed.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUMACID.sl".
       COPY "QUSWINV.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUMACID.def".
       COPY "QUSWINV.fd".
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  FILE-STS                    PIC XX.
       01  SW-STS                      PIC XX.
       01  F-STS                       PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  ONE-MACTY                   PIC X(3).
      *    the inventory of the active machines, in file order
      *    (machine, component)
       78  IV-MAX                          VALUE 3000.
       01  IV-CNT                      PIC 9(4) VALUE 0.
       01  IV-TBL.
           03  IV-ENT OCCURS 3000 TIMES.
               05  IV-MAC-ID       PIC X(7).
               05  IV-MACTY        PIC X(3).
               05  IV-COMP         PIC X(20).
               05  IV-VERSION      PIC X(60).
               05  IV-CAP-DATE     PIC 9(8).
               05  IV-PREV-VER     PIC X(60).
               05  IV-PREV-DATE    PIC 9(8).
               05  IV-DONE         PIC X(1).
       01  IX                          PIC 9(4).
       01  JX                          PIC 9(4).
       01  DIFF-SW                     PIC X(1).
       01  DRIFT-CNT                   PIC 9(4) VALUE 0.
       01  CHG-CNT                     PIC 9(4) VALUE 0.
       01  P-LINE                      PIC X(200).
       PROCEDURE DIVISION.
       DECLARATIVES.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " F-STS
              move -1 to return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUSWDRFT" PRINT-FNM.
           PERFORM LOAD-INV.
           PERFORM TYPE-DRIFT.
           PERFORM CHANGED-PROC.
           PERFORM TERM-PROC.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO ONE-MACTY.
           DISPLAY "QUSWDRFT_MACTY"     UPON ENVIRONMENT-NAME.
           ACCEPT  ONE-MACTY            FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUSWDRFT_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUSWDRFT.txt" TO PRINT-FNM
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE "QUSWDRFT  software drift" TO P-REC.
           WRITE P-REC AFTER 1.
       TERM-PROC.
           MOVE SPACE TO P-LINE.
           STRING "machines/components " DELIMITED SIZE
                  IV-CNT      DELIMITED SIZE
                  "  type-drift " DELIMITED SIZE
                  DRIFT-CNT   DELIMITED SIZE
                  "  changed "  DELIMITED SIZE
                  CHG-CNT     DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 2.
           CLOSE PRINT-F.
           DISPLAY "QUSWDRFT : " DRIFT-CNT " component(s) drifting "
                   "within a type, " CHG-CNT " changed".
           IF DRIFT-CNT > 0 OR CHG-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
      *    a retired machine's last capture is history, not drift
       LOAD-INV.
           OPEN INPUT QUSWINV.
           IF SW-STS NOT = "00"
               DISPLAY "QUSWDRFT : no inventory (sts=" SW-STS
                       ") - run QUSWINV first"
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MAC-IDF.
           IF FILE-STS NOT = "00"
               DISPLAY "QUSWDRFT : no machine registry (sts="
                       FILE-STS ")"
               CLOSE QUSWINV PRINT-F
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ QUSWINV NEXT
                   AT END EXIT PERFORM
              END-READ
              IF (ONE-MACTY = SPACE OR SW-MACTY = ONE-MACTY)
                 AND IV-CNT < IV-MAX
                 MOVE SW-MAC-ID TO MAC-ID
                 READ MAC-IDF
                     INVALID MOVE "Y" TO MAC-RETIRED-SW
                 END-READ
                 IF MAC-ACTIVE
                    ADD 1 TO IV-CNT
                    MOVE SW-MAC-ID       TO IV-MAC-ID(IV-CNT)
                    MOVE SW-MACTY        TO IV-MACTY(IV-CNT)
                    MOVE SW-COMP         TO IV-COMP(IV-CNT)
                    MOVE SW-VERSION      TO IV-VERSION(IV-CNT)
                    MOVE SW-CAP-DATE     TO IV-CAP-DATE(IV-CNT)
                    MOVE SW-PREV-VERSION TO IV-PREV-VER(IV-CNT)
                    MOVE SW-PREV-DATE    TO IV-PREV-DATE(IV-CNT)
                    MOVE "N"             TO IV-DONE(IV-CNT)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE QUSWINV MAC-IDF.
      *    one group per type and component that is not the same
      *    everywhere; every entry of a group is marked done so the
      *    group is reported once
       TYPE-DRIFT.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TYPE DRIFT  type comp / machine version captured"
             TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > IV-CNT
              IF IV-DONE(IX) = "N"
                 MOVE "N" TO DIFF-SW
                 PERFORM VARYING JX FROM IX BY 1 UNTIL JX > IV-CNT
                    IF IV-MACTY(JX) = IV-MACTY(IX)
                       AND IV-COMP(JX) = IV-COMP(IX)
                       AND IV-VERSION(JX) NOT = IV-VERSION(IX)
                       MOVE "Y" TO DIFF-SW
                    END-IF
                 END-PERFORM
                 IF DIFF-SW = "Y"
                    PERFORM DRIFT-GROUP
                 END-IF
              END-IF
           END-PERFORM.
       DRIFT-GROUP.
           ADD 1 TO DRIFT-CNT.
           MOVE SPACE TO P-LINE.
           STRING "DRIFT   "     DELIMITED SIZE
                  IV-MACTY(IX)   DELIMITED SIZE
                  " "            DELIMITED SIZE
                  IV-COMP(IX)    DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING JX FROM IX BY 1 UNTIL JX > IV-CNT
              IF IV-MACTY(JX) = IV-MACTY(IX)
                 AND IV-COMP(JX) = IV-COMP(IX)
                 MOVE "Y" TO IV-DONE(JX)
                 MOVE SPACE TO P-LINE
                 STRING "          " DELIMITED SIZE
                        IV-MAC-ID(JX)   DELIMITED SIZE
                        " ["            DELIMITED SIZE
                        IV-VERSION(JX)  DELIMITED "  "
                        "] "            DELIMITED SIZE
                        IV-CAP-DATE(JX) DELIMITED SIZE
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
      *    what the latest capture found different from the one
      *    before it
       CHANGED-PROC.
           MOVE SPACE TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "CHANGED     machine comp [was] -> [now] between"
             TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > IV-CNT
              IF IV-PREV-DATE(IX) NOT = 0
                 AND IV-PREV-VER(IX) NOT = IV-VERSION(IX)
                 ADD 1 TO CHG-CNT
                 MOVE SPACE TO P-LINE
                 STRING "CHANGED "       DELIMITED SIZE
                        IV-MAC-ID(IX)    DELIMITED SIZE
                        " "              DELIMITED SIZE
                        IV-COMP(IX)      DELIMITED SPACE
                        " ["             DELIMITED SIZE
                        IV-PREV-VER(IX)  DELIMITED "  "
                        "] -> ["         DELIMITED SIZE
                        IV-VERSION(IX)   DELIMITED "  "
                        "] "             DELIMITED SIZE
                        IV-PREV-DATE(IX) DELIMITED SIZE
                        "-"              DELIMITED SIZE
                        IV-CAP-DATE(IX)  DELIMITED SIZE
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
