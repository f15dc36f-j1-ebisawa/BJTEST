       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUPLNIMP.
      *    test plan import: the CSV export of the test-management
      *    tool, one test per line -
      *        testid,description,owner,severity,jclname
      *    (a first line starting TESTID is taken for the column
      *    header; "*" comment lines and blanks are ignored; fields
      *    may be double-quoted, "" inside quotes is one quote) -
      *    compared with the QUTESTM master and, when named, a
      *    QUSUITE definition file:
      *      NEW         in the plan, not in the master
      *      CHANGED     description, owner or severity differ
      *                  (one line per field, old and new value)
      *      REACTIVATE  in the plan but retired in the master
      *      DROPPED     active in the master (within the mask) but
      *                  no longer in the plan
      *      SUITE       tests added to / dropped from the suite,
      *                  jclname changes
      *      REJECTED    plan lines that cannot be imported
      *    REHEARSE mode (the default) only reports.  APPLY mode
      *    needs the EDITPLAN capability (QUPERMIT) and then writes
      *    the new and changed master rows, retires the dropped
      *    ones (QM-ACTIVE-SW "N", nothing is deleted) and rewrites
      *    the suite definition from the plan - comment lines kept,
      *    the old file renamed to <suite>.<stamp>.bak first.
      *    return code 4 when there are differences (rehearsal) or
      *    rejected lines.
      *
      *    QUPLNIMP_IN     plan CSV (required)
      *    QUPLNIMP_SUITE  QUSUITE definition file (optional)
      *    QUPLNIMP_MODE   REHEARSE (default) or APPLY
      *    QUPLNIMP_MASK   testid prefix the plan covers - only
      *                    master rows under it can be DROPPED
      *                    (default: the whole master)
      *    QUPLNIMP_FNAME  report (default data\QUPLNIMP.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUTESTM.sl".
       SELECT IN-F            ASSIGN TO IN-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS IN-STS.
       SELECT OPTIONAL DEF-FILE ASSIGN TO DEF-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS DEF-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUTESTM.fd".
       FD    IN-F.
       01    IN-REC                    PIC X(400).
       FD    DEF-FILE.
       01    DEF-REC                   PIC X(80).
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  QM-STS                      PIC XX.
       01  IN-STS                      PIC XX.
       01  DEF-STS                     PIC XX.
       01  F-STS                       PIC XX.
       01  IN-FNM                      PIC X(128).
       01  DEF-FNM                     PIC X(128).
       01  BAK-FNM                     PIC X(128).
       01  PRINT-FNM                   PIC X(128).
       01  RUN-MODE                    PIC X(8).
           88  MODE-APPLY                  VALUE "APPLY".
       01  PERMIT-CAP                  PIC X(12).
       01  PERMIT-ALLOWED              PIC X(1).
       01  Q-MASK                      PIC X(20).
       01  Q-MASK-L                    PIC 9(2) VALUE 0.
       01  STAMP-D                     PIC 9(8).
       01  STAMP-T                     PIC 9(8).
       01  REN-RC                      PIC S9(9) COMP-5.
      *    the plan
       78  PL-LIMIT                        VALUE 3000.
       01  PL-CNT                      PIC 9(4) VALUE 0.
       01  PL-IX                       PIC 9(4).
       01  PL-TBL.
           03  PL-ENT OCCURS 3000 TIMES.
               05  PL-TESTID       PIC X(20).
               05  PL-DESC         PIC X(60).
               05  PL-OWNER        PIC X(20).
               05  PL-SEV          PIC 9(1).
               05  PL-JCLNAME      PIC X(8).
               05  PL-ACT          PIC X(1).
      *                N=new  C=changed  R=reactivate  space=same
      *    the suite definition as it stands
       78  SU-LIMIT                        VALUE 3000.
       01  SU-CNT                      PIC 9(4) VALUE 0.
       01  SU-IX                       PIC 9(4).
       01  SU-TBL.
           03  SU-ENT OCCURS 3000 TIMES.
               05  SU-TESTID       PIC X(20).
               05  SU-JCLNAME      PIC X(8).
               05  SU-PLAN-SW      PIC X(1).
       78  CM-LIMIT                        VALUE 200.
       01  CM-CNT                      PIC 9(3) VALUE 0.
       01  CM-TBL.
           03  CM-LINE OCCURS 200 TIMES PIC X(80).
      *    one CSV line split into fields
       01  CV-CNT                      PIC 9(2).
       01  CV-TBL.
           03  CV-FLD OCCURS 6 TIMES   PIC X(80).
       01  CV-I                        PIC 9(3).
       01  CV-O                        PIC 9(3).
       01  CV-CH                       PIC X.
       01  CV-QUOTE-SW                 PIC X.
       01  LINE-NO                     PIC 9(6) VALUE 0.
       01  LINE-DISP                   PIC Z(5)9.
       01  REJ-REASON                  PIC X(40).
       01  W-HEAD                      PIC X(6).
       01  W-SEV                       PIC X(80).
      *    counters
       01  NEW-CNT                     PIC 9(5) VALUE 0.
       01  CHG-CNT                     PIC 9(5) VALUE 0.
       01  REACT-CNT                   PIC 9(5) VALUE 0.
       01  DROP-CNT                    PIC 9(5) VALUE 0.
       01  SADD-CNT                    PIC 9(5) VALUE 0.
       01  SJCL-CNT                    PIC 9(5) VALUE 0.
       01  SDROP-CNT                   PIC 9(5) VALUE 0.
       01  REJ-CNT                     PIC 9(5) VALUE 0.
       01  WRT-CNT                     PIC 9(5) VALUE 0.
       01  WRT-ERR-CNT                 PIC 9(5) VALUE 0.
       01  DIFF-CNT                    PIC 9(6) VALUE 0.
       01  FOUND-SW                    PIC X.
       01  B-FIELD                     PIC X(12).
       01  B-OLD                       PIC X(60).
       01  B-NEW                       PIC X(60).
       01  P-LINE                      PIC X(200).
       PROCEDURE DIVISION.
       DECLARATIVES.
       IN-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON IN-F.
              DISPLAY "IN-F ERROR : " IN-STS
              move -1 to return-code.
              goback.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " F-STS
              move -1 to return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           IF MODE-APPLY
               PERFORM PERMIT-CHECK
           END-IF.
           CALL "QURUNLOG" USING "STR" "QUPLNIMP" PRINT-FNM.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "QUPLNIMP  plan "  DELIMITED SIZE
                  IN-FNM             DELIMITED SPACE
                  "  suite "         DELIMITED SIZE
                  DEF-FNM            DELIMITED SPACE
                  "  mode "          DELIMITED SIZE
                  RUN-MODE           DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE "** REJECTED PLAN LINES **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "LINE,REASON,TEXT" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM LOAD-PLAN.
           IF MODE-APPLY
               OPEN I-O QUTESTM
               IF QM-STS = "35"
                   OPEN OUTPUT QUTESTM
                   CLOSE QUTESTM
                   OPEN I-O QUTESTM
               END-IF
           ELSE
               OPEN INPUT QUTESTM
           END-IF.
           IF QM-STS = "39"
               PERFORM QM-LAYOUT-STOP
           END-IF.
           IF QM-STS NOT = "00" AND QM-STS NOT = "05"
              AND QM-STS NOT = "35"
               DISPLAY "QUPLNIMP : QUTESTM unusable - " QM-STS
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MASTER-DIFF.
           PERFORM MASTER-DROPPED.
           IF DEF-FNM NOT = SPACE
               PERFORM LOAD-SUITE
               PERFORM SUITE-DIFF
           END-IF.
           IF MODE-APPLY
               PERFORM APPLY-MASTER
               IF DEF-FNM NOT = SPACE
                   PERFORM APPLY-SUITE
               END-IF
           END-IF.
           IF QM-STS NOT = "35"
               CLOSE QUTESTM
           END-IF.
           PERFORM TOTAL-PROC.
           CLOSE PRINT-F.
           DISPLAY "QUPLNIMP : " PL-CNT " planned, "
                   NEW-CNT " new, " CHG-CNT " changed field(s), "
                   REACT-CNT " reactivated, " DROP-CNT " dropped, "
                   REJ-CNT " rejected".
           COMPUTE DIFF-CNT = NEW-CNT + CHG-CNT + REACT-CNT
                            + DROP-CNT + SADD-CNT + SJCL-CNT
                            + SDROP-CNT.
           IF MODE-APPLY
               DISPLAY "QUPLNIMP : " WRT-CNT " master row(s) written"
               IF WRT-ERR-CNT > 0
                   DISPLAY "QUPLNIMP : " WRT-ERR-CNT
                           " master write(s) failed"
                   MOVE -1 TO RETURN-CODE
               END-IF
           ELSE
               IF DIFF-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF REJ-CNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *    APPLY mode rewrites the master - that needs the EDITPLAN
      *    capability (QUPERMIT; refusals are logged there)
       PERMIT-CHECK.
           MOVE "EDITPLAN" TO PERMIT-CAP.
           CALL "QUPERMIT" USING PERMIT-CAP PERMIT-ALLOWED.
           IF PERMIT-ALLOWED NOT = "Y"
               DISPLAY "QUPLNIMP : APPLY mode refused - no "
                       "EDITPLAN capability"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       INIT-PROC.
           MOVE SPACE TO IN-FNM.
           DISPLAY "QUPLNIMP_IN"        UPON ENVIRONMENT-NAME.
           ACCEPT  IN-FNM               FROM ENVIRONMENT-VALUE.
           IF IN-FNM = SPACE
               DISPLAY "QUPLNIMP : QUPLNIMP_IN not set"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACE TO DEF-FNM.
           DISPLAY "QUPLNIMP_SUITE"     UPON ENVIRONMENT-NAME.
           ACCEPT  DEF-FNM              FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO RUN-MODE.
           DISPLAY "QUPLNIMP_MODE"      UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-MODE             FROM ENVIRONMENT-VALUE.
           CALL "CBL_TOUPPER" USING RUN-MODE VALUE 8.
           IF NOT MODE-APPLY
               MOVE "REHEARSE" TO RUN-MODE
           END-IF.
           MOVE SPACE TO Q-MASK.
           DISPLAY "QUPLNIMP_MASK"      UPON ENVIRONMENT-NAME.
           ACCEPT  Q-MASK               FROM ENVIRONMENT-VALUE.
           MOVE 0 TO Q-MASK-L.
           IF Q-MASK NOT = SPACE
               INSPECT Q-MASK TALLYING Q-MASK-L
                       FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUPLNIMP_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUPLNIMP.txt" TO PRINT-FNM
           END-IF.
           ACCEPT STAMP-D FROM DATE YYYYMMDD.
           ACCEPT STAMP-T FROM TIME.
      *    the plan CSV into PL-TBL
       LOAD-PLAN.
           OPEN INPUT IN-F.
           PERFORM UNTIL 1 = 0
              READ IN-F
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO LINE-NO
              IF IN-REC NOT = SPACE AND IN-REC(1:1) NOT = "*"
                 PERFORM PLAN-LINE
              END-IF
           END-PERFORM.
           CLOSE IN-F.
       PLAN-LINE.
           PERFORM SPLIT-CSV.
           MOVE CV-FLD(1)(1:6) TO W-HEAD.
           CALL "CBL_TOUPPER" USING W-HEAD VALUE 6.
           IF LINE-NO = 1 AND W-HEAD = "TESTID"
               EXIT PARAGRAPH
           END-IF.
           IF CV-FLD(1) = SPACE
               MOVE "no testid" TO REJ-REASON
               PERFORM PRINT-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF CV-FLD(1)(21:60) NOT = SPACE
               MOVE "testid longer than 20" TO REJ-REASON
               PERFORM PRINT-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE CV-FLD(4) TO W-SEV.
           IF W-SEV = SPACE
               MOVE "9" TO W-SEV
           END-IF.
           IF W-SEV(1:1) < "1" OR W-SEV(1:1) > "9"
              OR W-SEV(2:79) NOT = SPACE
               MOVE "severity not 1-9" TO REJ-REASON
               PERFORM PRINT-REJECT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PL-IX FROM 1 BY 1
                   UNTIL PL-IX > PL-CNT
                      OR PL-TESTID(PL-IX) = CV-FLD(1)(1:20)
           END-PERFORM.
           IF PL-IX <= PL-CNT
               MOVE "testid twice in the plan" TO REJ-REASON
               PERFORM PRINT-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF PL-CNT >= PL-LIMIT
               MOVE "plan table full" TO REJ-REASON
               PERFORM PRINT-REJECT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PL-CNT.
           MOVE CV-FLD(1)      TO PL-TESTID(PL-CNT).
           MOVE CV-FLD(2)      TO PL-DESC(PL-CNT).
           MOVE CV-FLD(3)      TO PL-OWNER(PL-CNT).
           MOVE W-SEV(1:1)     TO PL-SEV(PL-CNT).
           MOVE CV-FLD(5)      TO PL-JCLNAME(PL-CNT).
           MOVE SPACE          TO PL-ACT(PL-CNT).
      *    comma-separated, double quotes protect commas, a doubled
      *    quote inside quotes stands for one
       SPLIT-CSV.
           MOVE SPACE TO CV-TBL.
           MOVE 1 TO CV-CNT.
           MOVE 0 TO CV-O.
           MOVE "N" TO CV-QUOTE-SW.
           PERFORM VARYING CV-I FROM 1 BY 1 UNTIL CV-I > 400
              MOVE IN-REC(CV-I:1) TO CV-CH
              EVALUATE TRUE
                WHEN CV-CH = '"' AND CV-QUOTE-SW = "N"
                  MOVE "Y" TO CV-QUOTE-SW
                WHEN CV-CH = '"' AND CV-QUOTE-SW = "Y"
                  IF CV-I < 400 AND IN-REC(CV-I + 1:1) = '"'
                     ADD 1 TO CV-I
                     PERFORM SPLIT-CSV-CHAR
                  ELSE
                     MOVE "N" TO CV-QUOTE-SW
                  END-IF
                WHEN CV-CH = "," AND CV-QUOTE-SW = "N"
                  IF CV-CNT < 6
                     ADD 1 TO CV-CNT
                  END-IF
                  MOVE 0 TO CV-O
                WHEN OTHER
                  PERFORM SPLIT-CSV-CHAR
              END-EVALUATE
           END-PERFORM.
      *    leading blanks of an unquoted field are dropped
           PERFORM VARYING CV-I FROM 1 BY 1 UNTIL CV-I > 6
              IF CV-FLD(CV-I) NOT = SPACE
                 PERFORM UNTIL CV-FLD(CV-I)(1:1) NOT = SPACE
                    MOVE CV-FLD(CV-I)(2:79) TO CV-FLD(CV-I)
                 END-PERFORM
              END-IF
           END-PERFORM.
       SPLIT-CSV-CHAR.
           IF CV-O < 80
               ADD 1 TO CV-O
               MOVE CV-CH TO CV-FLD(CV-CNT)(CV-O:1)
           END-IF.
       PRINT-REJECT.
           ADD 1 TO REJ-CNT.
           MOVE LINE-NO TO LINE-DISP.
           MOVE SPACE TO P-LINE.
           STRING LINE-DISP       DELIMITED SIZE
                  ","             DELIMITED SIZE
                  REJ-REASON      DELIMITED "  "
                  ","             DELIMITED SIZE
                  IN-REC          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    every plan row against its master row
       MASTER-DIFF.
           MOVE "** MASTER - NEW / CHANGED / REACTIVATE **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "KIND,TESTID,FIELD,OLD,NEW" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-CNT
              PERFORM MASTER-DIFF-ONE
           END-PERFORM.
       MASTER-DIFF-ONE.
           MOVE PL-TESTID(PL-IX) TO QM-TESTID.
           MOVE "N" TO FOUND-SW.
           IF QM-STS NOT = "35"
               READ QUTESTM
                   NOT INVALID MOVE "Y" TO FOUND-SW
               END-READ
           END-IF.
           IF FOUND-SW = "N"
               MOVE "N" TO PL-ACT(PL-IX)
               ADD 1 TO NEW-CNT
               MOVE "NEW"            TO B-FIELD
               MOVE SPACE            TO B-OLD
               MOVE PL-DESC(PL-IX)   TO B-NEW
               PERFORM PRINT-DIFF
               EXIT PARAGRAPH
           END-IF.
           IF QM-ACTIVE-SW NOT = "Y"
               MOVE "R" TO PL-ACT(PL-IX)
               ADD 1 TO REACT-CNT
               MOVE "REACTIVATE"     TO B-FIELD
               MOVE QM-ACTIVE-SW     TO B-OLD
               MOVE "Y"              TO B-NEW
               PERFORM PRINT-DIFF
           END-IF.
           IF PL-DESC(PL-IX) NOT = QM-DESC
               PERFORM MARK-CHANGED
               MOVE "DESCRIPTION"    TO B-FIELD
               MOVE QM-DESC          TO B-OLD
               MOVE PL-DESC(PL-IX)   TO B-NEW
               PERFORM PRINT-DIFF
           END-IF.
           IF PL-OWNER(PL-IX) NOT = QM-OWNER
               PERFORM MARK-CHANGED
               MOVE "OWNER"          TO B-FIELD
               MOVE QM-OWNER         TO B-OLD
               MOVE PL-OWNER(PL-IX)  TO B-NEW
               PERFORM PRINT-DIFF
           END-IF.
           IF PL-SEV(PL-IX) NOT = QM-SEV
               PERFORM MARK-CHANGED
               MOVE "SEVERITY"       TO B-FIELD
               MOVE QM-SEV           TO B-OLD
               MOVE PL-SEV(PL-IX)    TO B-NEW
               PERFORM PRINT-DIFF
           END-IF.
       MARK-CHANGED.
           ADD 1 TO CHG-CNT.
           IF PL-ACT(PL-IX) = SPACE
               MOVE "C" TO PL-ACT(PL-IX)
           END-IF.
      *    NEW shows the whole planned row in the NEW column;
      *    REACTIVATE and the field changes show old and new value
       PRINT-DIFF.
           MOVE SPACE TO P-LINE.
           EVALUATE B-FIELD
             WHEN "NEW"
               STRING "NEW,"            DELIMITED SIZE
                      PL-TESTID(PL-IX)  DELIMITED SPACE
                      ",,,"             DELIMITED SIZE
                      PL-DESC(PL-IX)    DELIMITED "  "
                      " / "             DELIMITED SIZE
                      PL-OWNER(PL-IX)   DELIMITED "  "
                      " / SEV "         DELIMITED SIZE
                      PL-SEV(PL-IX)     DELIMITED SIZE
                      INTO P-LINE
             WHEN "REACTIVATE"
               STRING "REACTIVATE,"     DELIMITED SIZE
                      PL-TESTID(PL-IX)  DELIMITED SPACE
                      ",ACTIVE,"        DELIMITED SIZE
                      B-OLD             DELIMITED "  "
                      ","               DELIMITED SIZE
                      B-NEW             DELIMITED "  "
                      INTO P-LINE
             WHEN OTHER
               STRING "CHANGED,"        DELIMITED SIZE
                      PL-TESTID(PL-IX)  DELIMITED SPACE
                      ","               DELIMITED SIZE
                      B-FIELD           DELIMITED SPACE
                      ","               DELIMITED SIZE
                      B-OLD             DELIMITED "  "
                      ","               DELIMITED SIZE
                      B-NEW             DELIMITED "  "
                      INTO P-LINE
           END-EVALUATE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    active master rows (under the mask) the plan no longer has
       MASTER-DROPPED.
           MOVE "** MASTER - DROPPED FROM THE PLAN **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,OWNER,SEV,DESCRIPTION" TO P-REC.
           WRITE P-REC AFTER 1.
           IF QM-STS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUE TO QM-TESTID.
           START QUTESTM KEY >= QM-TESTID
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUTESTM NEXT
                   AT END EXIT PERFORM
              END-READ
              IF QM-ACTIVE-SW = "Y"
                 AND (Q-MASK-L = 0
                      OR QM-TESTID(1:Q-MASK-L) = Q-MASK(1:Q-MASK-L))
                 PERFORM VARYING PL-IX FROM 1 BY 1
                         UNTIL PL-IX > PL-CNT
                            OR PL-TESTID(PL-IX) = QM-TESTID
                 END-PERFORM
                 IF PL-IX > PL-CNT
                    ADD 1 TO DROP-CNT
                    MOVE SPACE TO P-LINE
                    STRING QM-TESTID       DELIMITED SPACE
                           ","             DELIMITED SIZE
                           QM-OWNER        DELIMITED "  "
                           ","             DELIMITED SIZE
                           QM-SEV          DELIMITED SIZE
                           ","             DELIMITED SIZE
                           QM-DESC         DELIMITED "  "
                           INTO P-LINE
                    WRITE P-REC FROM P-LINE AFTER 1
                 END-IF
              END-IF
           END-PERFORM.
      *    the suite definition, comment lines kept aside for the
      *    rewrite
       LOAD-SUITE.
           OPEN INPUT DEF-FILE.
           IF DEF-STS NOT = "00" AND DEF-STS NOT = "05"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ DEF-FILE
                   AT END EXIT PERFORM
              END-READ
              IF DEF-REC(1:1) = "*"
                 IF CM-CNT < CM-LIMIT
                    ADD 1 TO CM-CNT
                    MOVE DEF-REC TO CM-LINE(CM-CNT)
                 END-IF
              ELSE
                 IF DEF-REC NOT = SPACE AND SU-CNT < SU-LIMIT
                    ADD 1 TO SU-CNT
                    MOVE SPACE TO SU-TESTID(SU-CNT)
                                  SU-JCLNAME(SU-CNT)
                    UNSTRING DEF-REC DELIMITED BY ","
                        INTO SU-TESTID(SU-CNT) SU-JCLNAME(SU-CNT)
                    MOVE "N" TO SU-PLAN-SW(SU-CNT)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE DEF-FILE.
       SUITE-DIFF.
           MOVE "** SUITE - ADDED / JCL CHANGED / DROPPED **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "KIND,TESTID,OLD-JCL,NEW-JCL" TO P-REC.
           WRITE P-REC AFTER 1.
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-CNT
              PERFORM VARYING SU-IX FROM 1 BY 1
                      UNTIL SU-IX > SU-CNT
                         OR SU-TESTID(SU-IX) = PL-TESTID(PL-IX)
              END-PERFORM
              IF SU-IX > SU-CNT
                 ADD 1 TO SADD-CNT
                 MOVE "ADDED"   TO B-FIELD
                 MOVE SPACE     TO B-OLD
                 PERFORM PRINT-SUITE-DIFF
              ELSE
                 MOVE "Y" TO SU-PLAN-SW(SU-IX)
                 IF SU-JCLNAME(SU-IX) NOT = PL-JCLNAME(PL-IX)
                    ADD 1 TO SJCL-CNT
                    MOVE "JCL"             TO B-FIELD
                    MOVE SU-JCLNAME(SU-IX) TO B-OLD
                    PERFORM PRINT-SUITE-DIFF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING SU-IX FROM 1 BY 1 UNTIL SU-IX > SU-CNT
              IF SU-PLAN-SW(SU-IX) = "N"
                 ADD 1 TO SDROP-CNT
                 MOVE SPACE TO P-LINE
                 STRING "DROPPED,"         DELIMITED SIZE
                        SU-TESTID(SU-IX)   DELIMITED SPACE
                        ","                DELIMITED SIZE
                        SU-JCLNAME(SU-IX)  DELIMITED SPACE
                        ","                DELIMITED SIZE
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
       PRINT-SUITE-DIFF.
           MOVE SPACE TO P-LINE.
           STRING B-FIELD             DELIMITED SPACE
                  ","                 DELIMITED SIZE
                  PL-TESTID(PL-IX)    DELIMITED SPACE
                  ","                 DELIMITED SIZE
                  B-OLD               DELIMITED SPACE
                  ","                 DELIMITED SIZE
                  PL-JCLNAME(PL-IX)   DELIMITED SPACE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    new and changed rows written, dropped ones retired
       APPLY-MASTER.
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-CNT
              IF PL-ACT(PL-IX) NOT = SPACE
                 PERFORM APPLY-ONE
              END-IF
           END-PERFORM.
           IF DROP-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUE TO QM-TESTID.
           START QUTESTM KEY >= QM-TESTID
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUTESTM NEXT
                   AT END EXIT PERFORM
              END-READ
              IF QM-ACTIVE-SW = "Y"
                 AND (Q-MASK-L = 0
                      OR QM-TESTID(1:Q-MASK-L) = Q-MASK(1:Q-MASK-L))
                 PERFORM VARYING PL-IX FROM 1 BY 1
                         UNTIL PL-IX > PL-CNT
                            OR PL-TESTID(PL-IX) = QM-TESTID
                 END-PERFORM
                 IF PL-IX > PL-CNT
                    MOVE "N" TO QM-ACTIVE-SW
                    REWRITE QM-REC
                        INVALID ADD 1 TO WRT-ERR-CNT
                        NOT INVALID ADD 1 TO WRT-CNT
                    END-REWRITE
                 END-IF
              END-IF
           END-PERFORM.
       APPLY-ONE.
           IF PL-ACT(PL-IX) = "N"
               INITIALIZE QM-REC
               MOVE PL-TESTID(PL-IX) TO QM-TESTID
           ELSE
               MOVE PL-TESTID(PL-IX) TO QM-TESTID
               READ QUTESTM
                   INVALID
                       ADD 1 TO WRT-ERR-CNT
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE PL-DESC(PL-IX)   TO QM-DESC.
           MOVE PL-OWNER(PL-IX)  TO QM-OWNER.
           MOVE PL-SEV(PL-IX)    TO QM-SEV.
           MOVE "Y"              TO QM-ACTIVE-SW.
           IF PL-ACT(PL-IX) = "N"
               WRITE QM-REC
                   INVALID ADD 1 TO WRT-ERR-CNT
                   NOT INVALID ADD 1 TO WRT-CNT
               END-WRITE
           ELSE
               REWRITE QM-REC
                   INVALID ADD 1 TO WRT-ERR-CNT
                   NOT INVALID ADD 1 TO WRT-CNT
               END-REWRITE
           END-IF.
      *    the suite rewritten in plan order behind its own comment
      *    lines; the old file is kept as <suite>.<stamp>.bak
       APPLY-SUITE.
           IF SADD-CNT = 0 AND SJCL-CNT = 0 AND SDROP-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF SU-CNT > 0 OR CM-CNT > 0
               MOVE SPACE TO BAK-FNM
               STRING DEF-FNM       DELIMITED SPACE
                      "."           DELIMITED SIZE
                      STAMP-D       DELIMITED SIZE
                      STAMP-T(1:6)  DELIMITED SIZE
                      ".bak"        DELIMITED SIZE
                      INTO BAK-FNM
               CALL "CBL_RENAME_FILE" USING DEF-FNM BAK-FNM
                                      RETURNING REN-RC
               IF REN-RC NOT = 0
                   DISPLAY "QUPLNIMP : cannot keep the old suite "
                           DEF-FNM(1:50) " - suite not rewritten"
                   MOVE -1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN OUTPUT DEF-FILE.
           IF DEF-STS NOT = "00"
               DISPLAY "QUPLNIMP : cannot write the suite "
                       DEF-FNM(1:50) " sts=" DEF-STS
               MOVE -1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SU-IX FROM 1 BY 1 UNTIL SU-IX > CM-CNT
              WRITE DEF-REC FROM CM-LINE(SU-IX)
           END-PERFORM.
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-CNT
              MOVE SPACE TO DEF-REC
              STRING PL-TESTID(PL-IX)  DELIMITED SPACE
                     ","               DELIMITED SIZE
                     PL-JCLNAME(PL-IX) DELIMITED SPACE
                     INTO DEF-REC
              WRITE DEF-REC
           END-PERFORM.
           CLOSE DEF-FILE.
           DISPLAY "QUPLNIMP : suite " DEF-FNM(1:50) " rewritten, "
                   PL-CNT " test(s)".
       TOTAL-PROC.
           MOVE "** TOTALS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "PLANNED,"      DELIMITED SIZE
                  PL-CNT          DELIMITED SIZE
                  ",NEW,"         DELIMITED SIZE
                  NEW-CNT         DELIMITED SIZE
                  ",CHANGED,"     DELIMITED SIZE
                  CHG-CNT         DELIMITED SIZE
                  ",REACTIVATE,"  DELIMITED SIZE
                  REACT-CNT       DELIMITED SIZE
                  ",DROPPED,"     DELIMITED SIZE
                  DROP-CNT        DELIMITED SIZE
                  ",REJECTED,"    DELIMITED SIZE
                  REJ-CNT         DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF DEF-FNM NOT = SPACE
               MOVE SPACE TO P-LINE
               STRING "SUITE-ADDED,"   DELIMITED SIZE
                      SADD-CNT         DELIMITED SIZE
                      ",SUITE-JCL,"    DELIMITED SIZE
                      SJCL-CNT         DELIMITED SIZE
                      ",SUITE-DROPPED," DELIMITED SIZE
                      SDROP-CNT        DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
           IF MODE-APPLY
               MOVE SPACE TO P-LINE
               STRING "APPLIED,"      DELIMITED SIZE
                      WRT-CNT         DELIMITED SIZE
                      ",FAILED,"      DELIMITED SIZE
                      WRT-ERR-CNT     DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       QM-LAYOUT-STOP.
           DISPLAY "QUPLNIMP : data\QUTESTM is not in the"
                   " current 304-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUTESTM)"
                   " before running".
           CLOSE PRINT-F.
           MOVE -1 TO RETURN-CODE.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
