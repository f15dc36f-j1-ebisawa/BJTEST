       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUHSKEEP.
      *    consolidated housekeeping for the journals and text logs
      *    that otherwise grow forever.  a policy file names each
      *    target, how many days to keep and whether the older part
      *    is archived or simply deleted.  like QUHRETEN, nothing is
      *    truncated until a verification pass has proven the counts
      *    (records read = kept + archived/deleted).  every trim is
      *    entered in the QUAUDIT trail.
      *
      *    policy lines      target;keep-days;ARCHIVE|DELETE
      *                      "*" in column 1 is a comment.  target is
      *                      a path of a text log or one of the
      *                      journal keywords
      *                        RUNLOG   data\QURUNLOG run journal
      *                        ACTION   data\QUACTION - closed items
      *                                 only, aged by closing date
      *                        QUTESTH  handed on to QUHRETEN
      *                      text logs are aged line by line from the
      *                      stamp at the front ("yyyymmdd..."), a
      *                      "#yyyymmdd," LOCK_LOG_PUT session header
      *                      or a ";yyyymmdd;" second field (the
      *                      QUTFBRWS log); a line without a stamp (a
      *                      LOCK_LOG_PUT status fragment) inherits the
      *                      previous line's date, an undated head of
      *                      file is always kept.
      *
      *    QUHSKEEP_POLICY   policy file (default data\QUHSKEEP.pol)
      *    QUHSKEEP_MODE     REPORT = only show what would go
      *                      RUN    = actually archive and trim
      *                      (default REPORT)
      *    QUHSKEEP_ARCHDIR  directory for <name>_<yyyymmdd> archives
      *                      (default "data")
      *    QUHSKEEP_FNAME    summary report (default data\QUHSKEEP.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUACTION.sl".
       SELECT RUNLOG-F        ASSIGN TO "data\QURUNLOG"
                              ORGANIZATION INDEXED
                              ACCESS MODE  DYNAMIC
                              RECORD KEY   RL-KEY
                              FILE STATUS  RL-STS.
       SELECT POL-F           ASSIGN TO POL-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE  SEQUENTIAL
                              FILE STATUS  POL-STS.
       SELECT LOG-F           ASSIGN TO LOG-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE  SEQUENTIAL
                              FILE STATUS  LOG-STS.
       SELECT NEW-F           ASSIGN TO NEW-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE  SEQUENTIAL
                              FILE STATUS  N-STS.
       SELECT OPTIONAL ARCH-F ASSIGN TO ARCH-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE  SEQUENTIAL
                              FILE STATUS  A-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUACTION.fd".
       FD  RUNLOG-F.
       01  RL-REC.
           03  RL-KEY.
               05  RL-DATE         PIC 9(8).
               05  RL-TIME         PIC 9(8).
               05  RL-SEQ          PIC 9(3).
           03  RL-PROG             PIC X(8).
           03  RL-PARAMS           PIC X(80).
           03  RL-END-DATE         PIC 9(8).
           03  RL-END-TIME         PIC 9(8).
           03  RL-RC               PIC S9(8).
       FD    POL-F.
       01    POL-REC                   PIC X(256).
       FD    LOG-F.
       01    LOG-REC                   PIC X(2048).
       FD    NEW-F.
       01    NEW-REC                   PIC X(2048).
       FD    ARCH-F.
       01    ARCH-REC                  PIC X(2048).
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  A-STS                       PIC XX.
       01  N-STS                       PIC XX.
       01  AI-STS                      PIC XX.
       01  RL-STS                      PIC XX.
       01  POL-STS                     PIC XX.
       01  LOG-STS                     PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  POL-FNM                     PIC X(128).
       01  LOG-FNM                     PIC X(128).
       01  NEW-FNM                     PIC X(128).
       01  ARCH-FNM                    PIC X(128).
       01  ARCH-DIR                    PIC X(60).
       01  RUN-MODE                    PIC X(6).
           88  MODE-RUN                    VALUE "RUN".
       01  PERMIT-CAP                  PIC X(12).
       01  PERMIT-ALLOWED              PIC X(1).
       01  TODAY-DATE                  PIC 9(8).
       01  CUTOFF-DATE                 PIC 9(8).
       01  HK-RC                       PIC S9(4) VALUE 0.
       01  CALL-RC                     PIC S9(9).
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
      *    current policy entry
       01  T-NAME                      PIC X(128).
       01  T-KEY                       PIC X(128).
       01  T-BASE                      PIC X(40).
       01  T-DAYS-X                    PIC X(8).
       01  T-DAYS-LEN                  PIC 9(4).
       01  T-DAYS                      PIC 9(5).
       01  T-ACT                       PIC X(8).
           88  ACT-ARCHIVE                 VALUE "ARCHIVE".
           88  ACT-DELETE                  VALUE "DELETE".
       01  T-KIND                      PIC X(1).
           88  KIND-TEXT                   VALUE "T".
           88  KIND-RUNLOG                 VALUE "R".
           88  KIND-ACTION                 VALUE "A".
           88  KIND-QUTESTH                VALUE "H".
       01  T-RESULT                    PIC X(60).
       01  IX                          PIC 9(4).
       01  LOW-CASE                    PIC X(26)
                           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  UP-CASE                     PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *    per-target counts
       01  IN-CNT                      PIC 9(9).
       01  OLD-CNT                     PIC 9(9).
       01  KEEP-CNT                    PIC 9(9).
       01  DEL-CNT                     PIC 9(9).
       01  ARCH-PRE                    PIC 9(9).
       01  VFY-KEEP-CNT                PIC 9(9).
       01  VFY-ARCH-CNT                PIC 9(9).
       01  VFY-TOTAL                   PIC 9(9).
       01  VFY-LEFT                    PIC 9(9).
       01  VFY-SW                      PIC X(1).
           88  VFY-OK                      VALUE "Y".
      *    run totals
       01  TGT-CNT                     PIC 9(5) VALUE 0.
       01  TOT-ARCH                    PIC 9(9) VALUE 0.
       01  TOT-DEL                     PIC 9(9) VALUE 0.
       01  TOT-FAIL                    PIC 9(5) VALUE 0.
       01  TOT-SKIP                    PIC 9(5) VALUE 0.
      *    text log line dating
       01  LN-DATE                     PIC 9(8).
       01  PREV-DATE                   PIC 9(8).
       01  SN-F1                       PIC X(40).
       01  SN-F2                       PIC X(40).
       01  SN-DATE                     PIC X(8).
       01  SN-NUM REDEFINES SN-DATE    PIC 9(8).
       01  OLD-SW                      PIC X(1).
           88  LINE-OLD                    VALUE "Y".
      *    the live log must not grow between the split and the swap
       01  LOG-DETAILS.
           03 LOG-FILESIZE             PIC X(8) COMP-X.
           03 LOG-FILEDATE             PIC X(4).
           03 LOG-FILETIME             PIC X(4).
       01  LOG-EXIST                   PIC X(2) COMP-5.
       01  LOG-SIZE-PRE                PIC 9(18) COMP-5.
       01  LOG-SIZE-NOW                PIC 9(18) COMP-5.
       01  COPY-RC                     PIC XX COMP-X.
       01  CNT-DISP                    PIC Z(8)9.
       01  DAYS-DISP                   PIC Z(4)9.
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUHSKEEP" POL-FNM.
           IF MODE-RUN
               PERFORM PERMIT-CHECK
           END-IF.
           OPEN INPUT POL-F.
           IF POL-STS NOT = "00"
               DISPLAY "QUHSKEEP : policy file " POL-FNM(1:60)
                       " not found"
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ POL-F
                   AT END EXIT PERFORM
              END-READ
              IF POL-REC NOT = SPACE AND POL-REC(1:1) NOT = "*"
                 PERFORM TARGET-PROC
              END-IF
           END-PERFORM.
           CLOSE POL-F.
           PERFORM TOTAL-PROC.
           CLOSE PRINT-F.
           MOVE HK-RC TO RETURN-CODE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *    RUN mode trims live journals - that needs the TRIM
      *    capability (QUPERMIT; refusals are logged there)
       PERMIT-CHECK.
           MOVE "TRIM" TO PERMIT-CAP.
           CALL "QUPERMIT" USING PERMIT-CAP PERMIT-ALLOWED.
           IF PERMIT-ALLOWED NOT = "Y"
               DISPLAY "QUHSKEEP : RUN mode refused - no TRIM "
                       "capability"
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
      *
       INIT-PROC.
           MOVE SPACE TO POL-FNM.
           DISPLAY "QUHSKEEP_POLICY"   UPON ENVIRONMENT-NAME.
           ACCEPT  POL-FNM             FROM ENVIRONMENT-VALUE.
           IF POL-FNM = SPACE
               MOVE "data\QUHSKEEP.pol" TO POL-FNM
           END-IF.
           MOVE SPACE TO RUN-MODE.
           DISPLAY "QUHSKEEP_MODE"     UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-MODE            FROM ENVIRONMENT-VALUE.
           INSPECT RUN-MODE CONVERTING LOW-CASE TO UP-CASE.
           MOVE SPACE TO ARCH-DIR.
           DISPLAY "QUHSKEEP_ARCHDIR"  UPON ENVIRONMENT-NAME.
           ACCEPT  ARCH-DIR            FROM ENVIRONMENT-VALUE.
           IF ARCH-DIR = SPACE
               MOVE "data" TO ARCH-DIR
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUHSKEEP_FNAME"    UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUHSKEEP.txt" TO PRINT-FNM
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO NEW-FNM.
           STRING ARCH-DIR        DELIMITED SPACE
                  "\QUHSKEEP_new" DELIMITED SIZE
                  INTO NEW-FNM.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           IF MODE-RUN
              MOVE "QUHSKEEP housekeeping run" TO P-LINE
           ELSE
              MOVE "QUHSKEEP rehearsal (REPORT mode) - nothing moved"
                TO P-LINE
           END-IF.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "policy: "   DELIMITED SIZE
                  POL-FNM      DELIMITED SPACE
                  "  date: "   DELIMITED SIZE
                  TODAY-DATE   DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    one policy line: decode, then hand to the target's handler
       TARGET-PROC.
           MOVE SPACE TO T-NAME T-DAYS-X T-ACT T-RESULT.
           MOVE 0 TO T-DAYS-LEN T-DAYS.
           UNSTRING POL-REC DELIMITED ";"
               INTO T-NAME
                    T-DAYS-X COUNT IN T-DAYS-LEN
                    T-ACT.
           INSPECT T-ACT CONVERTING LOW-CASE TO UP-CASE.
           IF T-ACT = SPACE
              MOVE "ARCHIVE" TO T-ACT
           END-IF.
           MOVE 0 TO IN-CNT OLD-CNT KEEP-CNT DEL-CNT ARCH-PRE.
           MOVE SPACE TO ARCH-FNM.
           ADD 1 TO TGT-CNT.
           MOVE T-NAME TO T-KEY.
           INSPECT T-KEY CONVERTING LOW-CASE TO UP-CASE.
           EVALUATE T-KEY
              WHEN "RUNLOG"
              WHEN "QURUNLOG"
                 SET KIND-RUNLOG TO TRUE
                 MOVE "QURUNLOG" TO T-BASE
              WHEN "ACTION"
              WHEN "QUACTION"
                 SET KIND-ACTION TO TRUE
                 MOVE "QUACTION" TO T-BASE
              WHEN "QUTESTH"
                 SET KIND-QUTESTH TO TRUE
                 MOVE "QUTESTH" TO T-BASE
              WHEN OTHER
                 SET KIND-TEXT TO TRUE
                 PERFORM SET-BASE
           END-EVALUATE.
           IF T-NAME = SPACE OR T-DAYS-LEN = 0
              OR T-DAYS-X(1:T-DAYS-LEN) IS NOT NUMERIC
              OR T-DAYS-LEN > 5
              MOVE 0 TO CUTOFF-DATE
              MOVE "SKIPPED - bad policy line" TO T-RESULT
              PERFORM SKIP-TARGET
              EXIT PARAGRAPH
           END-IF.
           IF NOT ACT-ARCHIVE AND NOT ACT-DELETE
              MOVE 0 TO CUTOFF-DATE
              MOVE "SKIPPED - action must be ARCHIVE or DELETE"
                TO T-RESULT
              PERFORM SKIP-TARGET
              EXIT PARAGRAPH
           END-IF.
           COMPUTE T-DAYS = FUNCTION NUMVAL(T-DAYS-X(1:T-DAYS-LEN)).
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - T-DAYS).
           IF ACT-ARCHIVE
              MOVE SPACE TO ARCH-FNM
              STRING ARCH-DIR    DELIMITED SPACE
                     "\"         DELIMITED SIZE
                     T-BASE      DELIMITED SPACE
                     "_"         DELIMITED SIZE
                     TODAY-DATE  DELIMITED SIZE
                     INTO ARCH-FNM
           END-IF.
           EVALUATE TRUE
              WHEN KIND-RUNLOG
                 PERFORM RUNLOG-PROC
              WHEN KIND-ACTION
                 PERFORM ACTION-PROC
              WHEN KIND-QUTESTH
                 PERFORM QUTESTH-PROC
              WHEN OTHER
                 PERFORM TEXT-PROC
           END-EVALUATE.
           PERFORM TARGET-PRINT.
      *
       SKIP-TARGET.
           ADD 1 TO TOT-SKIP.
           IF HK-RC = 0
              MOVE 4 TO HK-RC
           END-IF.
           PERFORM TARGET-PRINT.
      *    archive name from the last path element of a text log
       SET-BASE.
           MOVE SPACE TO T-BASE.
           PERFORM VARYING IX FROM 128 BY -1 UNTIL IX < 1
              IF T-NAME(IX:1) = "\" OR T-NAME(IX:1) = "/"
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           ADD 1 TO IX.
           MOVE T-NAME(IX:) TO T-BASE.
           IF T-BASE = SPACE
              MOVE "LOG" TO T-BASE
           END-IF.
      ***************************************************************
      *    text logs: split into the trimmed work file and the
      *    archive, verify by re-reading both, then swap
      ***************************************************************
       TEXT-PROC.
           MOVE T-NAME TO LOG-FNM.
           CALL "CBL_CHECK_FILE_EXIST" USING LOG-FNM LOG-DETAILS
                                   RETURNING LOG-EXIST.
           IF LOG-EXIST NOT = 0
              MOVE "SKIPPED - log not found" TO T-RESULT
              ADD 1 TO TOT-SKIP
              IF HK-RC = 0
                 MOVE 4 TO HK-RC
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE LOG-FILESIZE TO LOG-SIZE-PRE.
           OPEN INPUT LOG-F.
           IF LOG-STS NOT = "00"
              MOVE "SKIPPED - log cannot be opened" TO T-RESULT
              ADD 1 TO TOT-SKIP
              IF HK-RC = 0
                 MOVE 4 TO HK-RC
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF MODE-RUN
              OPEN OUTPUT NEW-F
              IF ACT-ARCHIVE
                 PERFORM ARCH-PRE-COUNT
                 OPEN EXTEND ARCH-F
              END-IF
           END-IF.
           MOVE 0 TO PREV-DATE.
           PERFORM UNTIL 1 = 0
              READ LOG-F
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO IN-CNT
              PERFORM SNIFF-DATE
              IF LINE-OLD
                 ADD 1 TO OLD-CNT
                 IF MODE-RUN AND ACT-ARCHIVE
                    WRITE ARCH-REC FROM LOG-REC
                 END-IF
              ELSE
                 ADD 1 TO KEEP-CNT
                 IF MODE-RUN
                    WRITE NEW-REC FROM LOG-REC
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LOG-F.
           IF NOT MODE-RUN
              MOVE "rehearsal" TO T-RESULT
              EXIT PARAGRAPH
           END-IF.
           CLOSE NEW-F.
           IF ACT-ARCHIVE
              CLOSE ARCH-F
           END-IF.
           IF OLD-CNT = 0
              CALL "C$DELETE" USING NEW-FNM, "S"
              MOVE "nothing to trim" TO T-RESULT
              EXIT PARAGRAPH
           END-IF.
           PERFORM TEXT-VERIFY.
           IF NOT VFY-OK
              EXIT PARAGRAPH
           END-IF.
           CALL "C$COPY" USING NEW-FNM, LOG-FNM, "S"
                         GIVING COPY-RC.
           IF COPY-RC = 0
              CALL "C$DELETE" USING NEW-FNM, "S"
              PERFORM COUNT-DONE
              MOVE "trimmed" TO T-RESULT
           ELSE
              MOVE "FAILED - replace failed, trimmed copy left"
                TO T-RESULT
              PERFORM TARGET-FAILED
           END-IF.
      *    a line's date: stamp at the front, a LOCK_LOG_PUT "#"
      *    session header, or the second ";" field; otherwise the
      *    previous line's date.  a date of 0 is never old.
       SNIFF-DATE.
           MOVE 0 TO LN-DATE.
           MOVE LOG-REC(1:8) TO SN-DATE.
           IF SN-DATE IS NUMERIC
              MOVE SN-NUM TO LN-DATE
           ELSE
              IF LOG-REC(1:1) = "#"
                 MOVE LOG-REC(2:8) TO SN-DATE
                 IF SN-DATE IS NUMERIC
                    MOVE SN-NUM TO LN-DATE
                 END-IF
              ELSE
                 MOVE SPACE TO SN-F1 SN-F2
                 UNSTRING LOG-REC DELIMITED ";"
                     INTO SN-F1 SN-F2
                 MOVE SN-F2(1:8) TO SN-DATE
                 IF SN-DATE IS NUMERIC AND SN-F2(9:1) = SPACE
                    MOVE SN-NUM TO LN-DATE
                 END-IF
              END-IF
           END-IF.
           IF LN-DATE < 19000101 OR LN-DATE > 29991231
              MOVE PREV-DATE TO LN-DATE
           END-IF.
           MOVE LN-DATE TO PREV-DATE.
           MOVE "N" TO OLD-SW.
           IF LN-DATE NOT = 0 AND LN-DATE < CUTOFF-DATE
              MOVE "Y" TO OLD-SW
           END-IF.
      *    re-read what was written; the live log must still be the
      *    size it was when the split started, or lines appended in
      *    the meantime would be lost by the swap
       TEXT-VERIFY.
           MOVE "Y" TO VFY-SW.
           MOVE 0 TO VFY-KEEP-CNT.
           OPEN INPUT NEW-F.
           PERFORM UNTIL 1 = 0
              READ NEW-F
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO VFY-KEEP-CNT
           END-PERFORM.
           CLOSE NEW-F.
           MOVE 0 TO VFY-ARCH-CNT.
           IF ACT-ARCHIVE
              PERFORM ARCH-RECOUNT
           ELSE
              MOVE OLD-CNT TO VFY-ARCH-CNT
           END-IF.
           COMPUTE VFY-TOTAL = VFY-KEEP-CNT + VFY-ARCH-CNT.
           IF VFY-TOTAL NOT = IN-CNT
              OR VFY-KEEP-CNT NOT = KEEP-CNT
              OR VFY-ARCH-CNT NOT = OLD-CNT
              MOVE "N" TO VFY-SW
              MOVE "VERIFY MISMATCH - left untouched" TO T-RESULT
              PERFORM TARGET-FAILED
              EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING LOG-FNM LOG-DETAILS
                                   RETURNING LOG-EXIST.
           MOVE LOG-FILESIZE TO LOG-SIZE-NOW.
           IF LOG-EXIST NOT = 0 OR LOG-SIZE-NOW NOT = LOG-SIZE-PRE
              MOVE "N" TO VFY-SW
              MOVE "log changed during the run - left untouched"
                TO T-RESULT
              PERFORM TARGET-FAILED
           END-IF.
      ***************************************************************
      *    QURUNLOG journal: entries older than the cutoff.  the key
      *    leads with the start date, so the old entries are the
      *    front of the file
      ***************************************************************
       RUNLOG-PROC.
           IF MODE-RUN AND ACT-ARCHIVE
              PERFORM ARCH-PRE-COUNT
              OPEN EXTEND ARCH-F
           END-IF.
           OPEN INPUT RUNLOG-F.
           IF RL-STS NOT = "00"
              MOVE "SKIPPED - journal cannot be opened" TO T-RESULT
              ADD 1 TO TOT-SKIP
              IF HK-RC = 0
                 MOVE 4 TO HK-RC
              END-IF
              IF MODE-RUN AND ACT-ARCHIVE
                 CLOSE ARCH-F
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ RUNLOG-F NEXT
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO IN-CNT
              IF RL-DATE < CUTOFF-DATE
                 ADD 1 TO OLD-CNT
                 IF MODE-RUN AND ACT-ARCHIVE
                    WRITE ARCH-REC FROM RL-REC
                 END-IF
              ELSE
                 ADD 1 TO KEEP-CNT
              END-IF
           END-PERFORM.
           CLOSE RUNLOG-F.
           IF NOT MODE-RUN
              MOVE "rehearsal" TO T-RESULT
              EXIT PARAGRAPH
           END-IF.
           IF ACT-ARCHIVE
              CLOSE ARCH-F
           END-IF.
           IF OLD-CNT = 0
              MOVE "nothing to trim" TO T-RESULT
              EXIT PARAGRAPH
           END-IF.
           PERFORM JOURNAL-ARCH-VERIFY.
           IF NOT VFY-OK
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O RUNLOG-F.
           IF RL-STS NOT = "00"
              MOVE "FAILED - journal cannot be opened for update"
                TO T-RESULT
              PERFORM TARGET-FAILED
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ RUNLOG-F NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RL-DATE NOT < CUTOFF-DATE
                 EXIT PERFORM
              END-IF
              DELETE RUNLOG-F RECORD
              IF RL-STS = "00"
                 ADD 1 TO DEL-CNT
              END-IF
           END-PERFORM.
           CLOSE RUNLOG-F.
      *    afterwards not one entry before the cutoff may be left
           MOVE 0 TO VFY-LEFT.
           OPEN INPUT RUNLOG-F.
           PERFORM UNTIL 1 = 0
              READ RUNLOG-F NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RL-DATE < CUTOFF-DATE
                 ADD 1 TO VFY-LEFT
              END-IF
           END-PERFORM.
           CLOSE RUNLOG-F.
           PERFORM JOURNAL-DEL-CHECK.
      ***************************************************************
      *    QUACTION: only closed items are housekeeping material, aged
      *    by the closing (acknowledge) date; open and acknowledged
      *    items stay whatever their age
      ***************************************************************
       ACTION-PROC.
           IF MODE-RUN AND ACT-ARCHIVE
              PERFORM ARCH-PRE-COUNT
              OPEN EXTEND ARCH-F
           END-IF.
           OPEN INPUT ACT-F.
      *    status 39: still the old record layout (before the
      *    escalation hops) - QU_REPRO, QUREPRO_LAYOUT=QUACTION
           IF AI-STS = "39"
              MOVE "FAILED - old record layout, convert it (QU_REPRO)"
                TO T-RESULT
              PERFORM TARGET-FAILED
              IF MODE-RUN AND ACT-ARCHIVE
                 CLOSE ARCH-F
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF AI-STS NOT = "00"
              MOVE "SKIPPED - journal cannot be opened" TO T-RESULT
              ADD 1 TO TOT-SKIP
              IF HK-RC = 0
                 MOVE 4 TO HK-RC
              END-IF
              IF MODE-RUN AND ACT-ARCHIVE
                 CLOSE ARCH-F
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ ACT-F NEXT
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO IN-CNT
              PERFORM ACTION-AGE
              IF LINE-OLD
                 ADD 1 TO OLD-CNT
                 IF MODE-RUN AND ACT-ARCHIVE
                    WRITE ARCH-REC FROM AI-REC
                 END-IF
              ELSE
                 ADD 1 TO KEEP-CNT
              END-IF
           END-PERFORM.
           CLOSE ACT-F.
           IF NOT MODE-RUN
              MOVE "rehearsal" TO T-RESULT
              EXIT PARAGRAPH
           END-IF.
           IF ACT-ARCHIVE
              CLOSE ARCH-F
           END-IF.
           IF OLD-CNT = 0
              MOVE "nothing to trim" TO T-RESULT
              EXIT PARAGRAPH
           END-IF.
           PERFORM JOURNAL-ARCH-VERIFY.
           IF NOT VFY-OK
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ACT-F.
           IF AI-STS NOT = "00"
              MOVE "FAILED - journal cannot be opened for update"
                TO T-RESULT
              PERFORM TARGET-FAILED
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ ACT-F NEXT
                   AT END EXIT PERFORM
              END-READ
              PERFORM ACTION-AGE
              IF LINE-OLD
                 DELETE ACT-F RECORD
                 IF AI-STS = "00"
                    ADD 1 TO DEL-CNT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ACT-F.
           MOVE 0 TO VFY-LEFT.
           OPEN INPUT ACT-F.
           PERFORM UNTIL 1 = 0
              READ ACT-F NEXT
                   AT END EXIT PERFORM
              END-READ
              PERFORM ACTION-AGE
              IF LINE-OLD
                 ADD 1 TO VFY-LEFT
              END-IF
           END-PERFORM.
           CLOSE ACT-F.
           PERFORM JOURNAL-DEL-CHECK.
      *    an item closed without an acknowledge date ages from its
      *    raise date
       ACTION-AGE.
           MOVE "N" TO OLD-SW.
           IF AI-STATUS = "C"
              IF AI-ACK-DATE > 0
                 MOVE AI-ACK-DATE TO LN-DATE
              ELSE
                 MOVE AI-DATE TO LN-DATE
              END-IF
              IF LN-DATE < CUTOFF-DATE
                 MOVE "Y" TO OLD-SW
              END-IF
           END-IF.
      *    the archive must hold what it held before plus every entry
      *    this run selected, before one entry is deleted
       JOURNAL-ARCH-VERIFY.
           MOVE "Y" TO VFY-SW.
           IF NOT ACT-ARCHIVE
              EXIT PARAGRAPH
           END-IF.
           PERFORM ARCH-RECOUNT.
           IF VFY-ARCH-CNT NOT = OLD-CNT
              MOVE "N" TO VFY-SW
              MOVE "VERIFY MISMATCH - left untouched" TO T-RESULT
              PERFORM TARGET-FAILED
           END-IF.
      *
       JOURNAL-DEL-CHECK.
           IF DEL-CNT = OLD-CNT AND VFY-LEFT = 0
              PERFORM COUNT-DONE
              MOVE "trimmed" TO T-RESULT
           ELSE
              MOVE "VERIFY MISMATCH after delete - see counts"
                TO T-RESULT
              PERFORM TARGET-FAILED
           END-IF.
      ***************************************************************
      *    QUTESTH has its own retention program; hand it the cutoff,
      *    the mode and the archive directory
      ***************************************************************
       QUTESTH-PROC.
           IF NOT ACT-ARCHIVE
              MOVE "SKIPPED - QUTESTH is archive-only (QUHRETEN)"
                TO T-RESULT
              ADD 1 TO TOT-SKIP
              IF HK-RC = 0
                 MOVE 4 TO HK-RC
              END-IF
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "QUHRETEN_CUTOFF"   UPON ENVIRONMENT-NAME.
           DISPLAY CUTOFF-DATE         UPON ENVIRONMENT-VALUE.
           DISPLAY "QUHRETEN_MODE"     UPON ENVIRONMENT-NAME.
           DISPLAY RUN-MODE            UPON ENVIRONMENT-VALUE.
           DISPLAY "QUHRETEN_ARCHDIR"  UPON ENVIRONMENT-NAME.
           DISPLAY ARCH-DIR            UPON ENVIRONMENT-VALUE.
           MOVE 0 TO RETURN-CODE.
           CALL "QUHRETEN".
           MOVE RETURN-CODE TO CALL-RC.
           CANCEL "QUHRETEN".
           MOVE 0 TO RETURN-CODE.
           MOVE SPACE TO ARCH-FNM.
           STRING ARCH-DIR     DELIMITED SPACE
                  "\QUTESTH_yyyy"  DELIMITED SIZE
                  INTO ARCH-FNM.
           IF CALL-RC = 0
              MOVE "done by QUHRETEN - see its report" TO T-RESULT
           ELSE
              MOVE "FAILED in QUHRETEN - see its report" TO T-RESULT
              PERFORM TARGET-FAILED
           END-IF.
      ***************************************************************
      *    archive counting and common result handling
      ***************************************************************
       ARCH-PRE-COUNT.
           MOVE 0 TO ARCH-PRE.
           OPEN INPUT ARCH-F.
           IF A-STS = "00"
              PERFORM UNTIL 1 = 0
                 READ ARCH-F
                      AT END EXIT PERFORM
                 END-READ
                 ADD 1 TO ARCH-PRE
              END-PERFORM
           END-IF.
           CLOSE ARCH-F.
      *    entries this run added to the archive
       ARCH-RECOUNT.
           MOVE 0 TO VFY-TOTAL.
           OPEN INPUT ARCH-F.
           PERFORM UNTIL 1 = 0
              READ ARCH-F
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO VFY-TOTAL
           END-PERFORM.
           CLOSE ARCH-F.
           COMPUTE VFY-ARCH-CNT = VFY-TOTAL - ARCH-PRE.
      *
       COUNT-DONE.
           IF ACT-ARCHIVE
              ADD OLD-CNT TO TOT-ARCH
           ELSE
              ADD OLD-CNT TO TOT-DEL
           END-IF.
           MOVE T-NAME TO AUDIT-OBJ.
           MOVE IN-CNT TO CNT-DISP.
           MOVE SPACE TO AUDIT-OLD AUDIT-NEW.
           STRING CNT-DISP        DELIMITED SIZE
                  " records, cutoff " DELIMITED SIZE
                  CUTOFF-DATE     DELIMITED SIZE
                  INTO AUDIT-OLD.
           MOVE OLD-CNT TO CNT-DISP.
           IF ACT-ARCHIVE
              STRING CNT-DISP     DELIMITED SIZE
                     " archived to " DELIMITED SIZE
                     ARCH-FNM     DELIMITED SPACE
                     INTO AUDIT-NEW
           ELSE
              STRING CNT-DISP     DELIMITED SIZE
                     " deleted"   DELIMITED SIZE
                     INTO AUDIT-NEW
           END-IF.
           CALL "QUAUDIT" USING "QUHSKEEP" "PRG" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
      *
       TARGET-FAILED.
           ADD 1 TO TOT-FAIL.
           MOVE -1 TO HK-RC.
           DISPLAY "QUHSKEEP : " T-NAME(1:50) " " T-RESULT.
      ***************************************************************
      *    summary: one block per policy line, then the totals
      ***************************************************************
       TARGET-PRINT.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE T-DAYS TO DAYS-DISP.
           STRING T-NAME       DELIMITED SPACE
                  "  keep"     DELIMITED SIZE
                  DAYS-DISP    DELIMITED SIZE
                  " days  cutoff " DELIMITED SIZE
                  CUTOFF-DATE  DELIMITED SIZE
                  "  "         DELIMITED SIZE
                  T-ACT        DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE IN-CNT TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           STRING "  records read    : " DELIMITED SIZE
                  CNT-DISP               DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE OLD-CNT TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           IF ACT-DELETE
              STRING "  records deleted : " DELIMITED SIZE
                     CNT-DISP               DELIMITED SIZE
                     INTO P-LINE
           ELSE
              STRING "  records archived: " DELIMITED SIZE
                     CNT-DISP               DELIMITED SIZE
                     "  -> "                DELIMITED SIZE
                     ARCH-FNM               DELIMITED SPACE
                     INTO P-LINE
           END-IF.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE KEEP-CNT TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           STRING "  records kept    : " DELIMITED SIZE
                  CNT-DISP               DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "  result          : " DELIMITED SIZE
                  T-RESULT               DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *
       TOTAL-PROC.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE TGT-CNT TO CNT-DISP.
           STRING "targets          : " DELIMITED SIZE
                  CNT-DISP              DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE TOT-ARCH TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           STRING "total archived   : " DELIMITED SIZE
                  CNT-DISP              DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE TOT-DEL TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           STRING "total deleted    : " DELIMITED SIZE
                  CNT-DISP              DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE TOT-SKIP TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           STRING "targets skipped  : " DELIMITED SIZE
                  CNT-DISP              DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE TOT-FAIL TO CNT-DISP.
           MOVE SPACE TO P-LINE.
           STRING "targets failed   : " DELIMITED SIZE
                  CNT-DISP              DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           DISPLAY "QUHSKEEP : targets " TGT-CNT
                   " archived " TOT-ARCH " deleted " TOT-DEL
                   " failed " TOT-FAIL.
