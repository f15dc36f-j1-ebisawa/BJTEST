       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUTESTDT.
      *    assertion details under a QUTESTF verdict.  a test records
      *    any number of named checks while it runs -
      *        CALL "QUTESTDT" USING "ADD" testid check-name res
      *                              expected actual message
      *    (check-name x30, res x2 OK/NG, expected/actual x60,
      *    message x200) and then writes its verdict through QUTESTID
      *    as before.  the checks wait as generation 9 of the testid
      *    in data\QUTESTD; QUTESTID's "WRT" drives the rest -
      *        "SHF" testid   shift the details with the generation
      *                       shuffle: 3 goes to data\QUTESTDH with
      *                       its parent, 2..0 move up one
      *        "FLS" testid   attach the waiting checks to the new
      *                       generation 0
      *        "CLR" testid   drop the waiting checks (verdict
      *                       cancelled)
      *    QUTFBRWS and QUEVID show the details of a generation.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUTESTD.sl" replacing
            ==RECORD KEY IS QD-KEY1.== BY
            ==RECORD KEY IS QD-KEY1
              LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
              FILE STATUS IS QUD-STS.==.
       COPY "QUTESTDH.sl" replacing
            ==ACCESS MODE IS SEQUENTIAL.== BY
            ==ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS QDH-STS.==.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUTESTD.fd".
       COPY "QUTESTDH.fd".
       WORKING-STORAGE                 SECTION.
       01  QUD-STS                     PIC XX.
       01  QDH-STS                     PIC XX.
       01  QUD-OPEN-SW                 PIC X VALUE "N".
           88  QUD-OPEN                    VALUE "Y".
      *    next sequence of the waiting checks, per testid
       01  ADD-TESTID                  PIC X(20) VALUE SPACE.
       01  ADD-SEQ                     PIC 9(4)  VALUE 0.
       01  GEN-FROM                    PIC 9(1).
       01  GEN-TO                      PIC 9(1).
       01  MOVE-CNT                    PIC 9(5).
       01  SAVE-REC                    PIC X(393).
       LINKAGE                         SECTION.
       01  P-PROC                      PIC X(3).
       01  P-TESTID                    PIC X(20).
       01  P-CHECK                     PIC X(30).
       01  P-RES                       PIC X(2).
       01  P-EXPECTED                  PIC X(60).
       01  P-ACTUAL                    PIC X(60).
       01  P-MESSAGE                   PIC X(200).
       PROCEDURE DIVISION USING P-PROC P-TESTID P-CHECK P-RES
                                P-EXPECTED P-ACTUAL P-MESSAGE.
       MAIN-ROUTINE.
           IF P-TESTID = SPACE
               GOBACK
           END-IF.
           PERFORM OPEN-QUTESTD.
           IF NOT QUD-OPEN
               GOBACK
           END-IF.
           EVALUATE P-PROC
             WHEN "ADD"
               PERFORM ADD-PROC
             WHEN "SHF"
               PERFORM SHIFT-PROC
             WHEN "FLS"
               MOVE 9 TO GEN-FROM
               MOVE 0 TO GEN-TO
               PERFORM MOVE-GENERATION
               MOVE SPACE TO ADD-TESTID
             WHEN "CLR"
               PERFORM CLEAR-PROC
               MOVE SPACE TO ADD-TESTID
           END-EVALUATE.
           CLOSE QUTESTD.
           MOVE "N" TO QUD-OPEN-SW.
           GOBACK.
      *
       ADD-PROC.
           IF P-TESTID NOT = ADD-TESTID
               MOVE P-TESTID TO ADD-TESTID
               PERFORM FIND-LAST-SEQ
           END-IF.
           ADD 1 TO ADD-SEQ.
           MOVE P-TESTID   TO QD-TESTID.
           MOVE 9          TO QD-IDSEQ.
           MOVE ADD-SEQ    TO QD-SEQ.
           ACCEPT QD-DATE FROM DATE YYYYMMDD.
           ACCEPT QD-TIME FROM TIME.
           MOVE P-CHECK    TO QD-CHECK.
           MOVE P-RES      TO QD-RES.
           MOVE P-EXPECTED TO QD-EXPECTED.
           MOVE P-ACTUAL   TO QD-ACTUAL.
           MOVE P-MESSAGE  TO QD-MESSAGE.
           WRITE QD-REC
               INVALID
                   DISPLAY "QUTESTDT: detail not recorded - "
                           P-TESTID " sts=" QUD-STS
           END-WRITE.
      *    checks already waiting from an earlier call of the run
      *    (or a run that never wrote its verdict) keep their places
       FIND-LAST-SEQ.
           MOVE 0 TO ADD-SEQ.
           MOVE ADD-TESTID TO QD-TESTID.
           MOVE 9          TO QD-IDSEQ.
           MOVE 0          TO QD-SEQ.
           START QUTESTD KEY >= QD-KEY1
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUTESTD NEXT AT END EXIT PERFORM END-READ
              IF QD-TESTID NOT = ADD-TESTID OR QD-IDSEQ NOT = 9
                 EXIT PERFORM
              END-IF
              MOVE QD-SEQ TO ADD-SEQ
           END-PERFORM.
      *    generation 3 leaves with its parent, the rest move up one
       SHIFT-PROC.
           PERFORM RETIRE-GEN-3.
           MOVE 2 TO GEN-FROM.
           PERFORM UNTIL 1 = 0
              COMPUTE GEN-TO = GEN-FROM + 1
              PERFORM MOVE-GENERATION
              IF GEN-FROM = 0
                 EXIT PERFORM
              END-IF
              SUBTRACT 1 FROM GEN-FROM
           END-PERFORM.
       RETIRE-GEN-3.
           OPEN EXTEND QUTESTDH.
           IF QDH-STS NOT = "00" AND QDH-STS NOT = "05"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              MOVE P-TESTID TO QD-TESTID
              MOVE 3        TO QD-IDSEQ
              MOVE 0        TO QD-SEQ
              START QUTESTD KEY >= QD-KEY1
                  INVALID EXIT PERFORM
              END-START
              READ QUTESTD NEXT AT END EXIT PERFORM END-READ
              IF QD-TESTID NOT = P-TESTID OR QD-IDSEQ NOT = 3
                 EXIT PERFORM
              END-IF
              MOVE QD-REC TO QDH-REC
              WRITE QDH-REC
              DELETE QUTESTD RECORD
                  INVALID EXIT PERFORM
              END-DELETE
           END-PERFORM.
           CLOSE QUTESTDH.
      *    re-key every detail of GEN-FROM to GEN-TO (the target
      *    generation is empty by the time it is filled)
       MOVE-GENERATION.
           MOVE 0 TO MOVE-CNT.
           PERFORM UNTIL 1 = 0
              MOVE P-TESTID TO QD-TESTID
              MOVE GEN-FROM TO QD-IDSEQ
              MOVE 0        TO QD-SEQ
              START QUTESTD KEY >= QD-KEY1
                  INVALID EXIT PERFORM
              END-START
              READ QUTESTD NEXT AT END EXIT PERFORM END-READ
              IF QD-TESTID NOT = P-TESTID
                 OR QD-IDSEQ NOT = GEN-FROM
                 EXIT PERFORM
              END-IF
              MOVE QD-REC TO SAVE-REC
              DELETE QUTESTD RECORD
                  INVALID EXIT PERFORM
              END-DELETE
              MOVE SAVE-REC TO QD-REC
              MOVE GEN-TO   TO QD-IDSEQ
              WRITE QD-REC
                  INVALID REWRITE QD-REC
              END-WRITE
              ADD 1 TO MOVE-CNT
           END-PERFORM.
       CLEAR-PROC.
           PERFORM UNTIL 1 = 0
              MOVE P-TESTID TO QD-TESTID
              MOVE 9        TO QD-IDSEQ
              MOVE 0        TO QD-SEQ
              START QUTESTD KEY >= QD-KEY1
                  INVALID EXIT PERFORM
              END-START
              READ QUTESTD NEXT AT END EXIT PERFORM END-READ
              IF QD-TESTID NOT = P-TESTID OR QD-IDSEQ NOT = 9
                 EXIT PERFORM
              END-IF
              DELETE QUTESTD RECORD
                  INVALID EXIT PERFORM
              END-DELETE
           END-PERFORM.
      *    first caller creates the file
       OPEN-QUTESTD.
           OPEN I-O QUTESTD.
           IF QUD-STS = "35"
               OPEN OUTPUT QUTESTD
               CLOSE QUTESTD
               OPEN I-O QUTESTD
           END-IF.
           IF QUD-STS = "00" OR QUD-STS = "05"
               MOVE "Y" TO QUD-OPEN-SW
           ELSE
               MOVE "N" TO QUD-OPEN-SW
           END-IF.
