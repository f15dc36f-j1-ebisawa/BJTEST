       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUINCID.
      *    failure clustering over the night's NG results: when a
      *    shared fixture or machine breaks, forty testids go NG on
      *    the same night for one reason.  every newest-generation
      *    NG of the night is given a signature -
      *        QU-COMM1 with digit runs folded to "#" and any word
      *        holding a path (\ or /) folded to "<path>"
      *        the file status quoted in QU-COMM1 (STS=nn/STATUS nn)
      *        the machine (QU-MACID1/2) and QU-JCLNAME
      *    and equal signatures form one incident with its member
      *    list.  each incident becomes one QUACTPUT action item,
      *    at the most serious QUTESTM severity among its members,
      *    instead of one per testid.  biggest incident first.
      *
      *    QUINCID_DATE    morning of the night, yyyymmdd (default
      *                    today)
      *    QUINCID_CUTHH   hour the night starts on the previous day
      *                    and ends on QUINCID_DATE (default 18)
      *    QUINCID_ACTION  N = report only, no action items
      *    QUINCID_FNAME   report (default data\QUINCID.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUTESTF.sl"      replacing QU-KEY1 BY
                              == QU-KEY1 OF QUTESTF==.
       COPY "QUTESTM.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUTESTF.fd".
       COPY "QUTESTM.fd".
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  FILE-STS                    PIC XX.
       01  QM-STS                      PIC XX.
       01  QM-OPEN-SW                  PIC X VALUE "N".
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(8).
       01  CHK-DATE                    PIC 9(8).
       01  PREV-DATE                   PIC 9(8).
       01  CUT-HH                      PIC 9(2) VALUE 18.
       01  FROM-STAMP                  PIC 9(16).
       01  TO-STAMP                    PIC 9(16).
       01  W-STAMP                     PIC 9(16).
       01  W-D8                        PIC 9(8).
       01  W-T8                        PIC 9(8).
       01  ACTION-SW                   PIC X VALUE "Y".
      *    the signature of one NG
       01  SG-KEY.
           03  SG-TEXT                 PIC X(40).
           03  SG-STS                  PIC X(2).
           03  SG-MAC                  PIC X(8).
           03  SG-JCL                  PIC X(8).
       01  SG-UPPER                    PIC X(40).
       01  SG-PTR                      PIC 9(3).
       01  SG-I                        PIC 9(3).
       01  SG-J                        PIC 9(3).
       01  SG-CH                       PIC X.
       01  SG-LAST                     PIC X.
       01  SG-TOK                      PIC X(40).
       01  SG-TOK-L                    PIC 9(3).
       01  SG-SLASH                    PIC 9(3).
      *    the night's NGs
       78  NG-LIMIT                        VALUE 3000.
       01  NG-CNT                      PIC 9(4) VALUE 0.
       01  NG-IX                       PIC 9(4).
       01  NG-TBL.
           03  NG-ENT OCCURS 3000 TIMES.
               05  NG-TESTID       PIC X(20).
               05  NG-STAMP        PIC 9(16).
               05  NG-COMM         PIC X(40).
               05  NG-IC           PIC 9(4).
       01  DROP-CNT                    PIC 9(5) VALUE 0.
      *    one incident per distinct signature
       78  IC-LIMIT                        VALUE 1000.
       01  IC-CNT                      PIC 9(4) VALUE 0.
       01  IC-IX                       PIC 9(4).
       01  IC-JX                       PIC 9(4).
       01  IC-TBL.
           03  IC-ENT OCCURS 1000 TIMES.
               05  IC-KEY          PIC X(58).
               05  IC-MEMBERS      PIC 9(4).
               05  IC-SEV          PIC X(1).
               05  IC-NO           PIC 9(4).
       01  IC-ORDER-TBL.
           03  IC-ORDER OCCURS 1000 TIMES PIC 9(4).
       01  OR-IX                       PIC 9(4).
       01  OR-SAVE                     PIC 9(4).
       01  W-SEV                       PIC X(1).
       01  CNT-DISP                    PIC Z(3)9.
       01  NO-DISP                     PIC 9(4).
       01  ACT-FINDING                 PIC X(80).
       01  ACT-CNT                     PIC 9(4) VALUE 0.
       01  P-LINE                      PIC X(200).
       PROCEDURE DIVISION.
       DECLARATIVES.
       IN-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON QUTESTF.
              DISPLAY "QUTESTF ERROR : " FILE-STS
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
           CALL "QURUNLOG" USING "STR" "QUINCID " PRINT-FNM.
           PERFORM SCAN-PROC.
           PERFORM RANK-PROC.
           PERFORM PRINT-PROC.
           IF ACTION-SW = "Y"
               PERFORM ACTION-PROC
           END-IF.
           DISPLAY "QUINCID : " NG-CNT " NG result(s) in "
                   IC-CNT " incident(s), " ACT-CNT " action item(s)".
           IF DROP-CNT > 0
               DISPLAY "QUINCID : " DROP-CNT
                       " NG result(s) dropped (table full)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUINCID_DATE"      UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV IS NUMERIC
               MOVE WK-ENV TO CHK-DATE
           ELSE
               ACCEPT CHK-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUINCID_CUTHH"     UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE CUT-HH = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           IF CUT-HH > 23
               MOVE 18 TO CUT-HH
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUINCID_ACTION"    UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) = "N" OR WK-ENV(1:1) = "n"
               MOVE "N" TO ACTION-SW
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUINCID_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUINCID.txt" TO PRINT-FNM
           END-IF.
           COMPUTE PREV-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CHK-DATE) - 1).
           COMPUTE FROM-STAMP = PREV-DATE * 100000000
                              + CUT-HH * 1000000.
           COMPUTE TO-STAMP   = CHK-DATE * 100000000
                              + CUT-HH * 1000000.
           OPEN INPUT QUTESTM.
           IF QM-STS = "39"
               PERFORM QM-LAYOUT-STOP
           END-IF.
           IF QM-STS = "00" OR QM-STS = "05"
               MOVE "Y" TO QM-OPEN-SW
           END-IF.
      *    the newest generation's NGs inside the night window
       SCAN-PROC.
           OPEN INPUT QUTESTF.
           PERFORM UNTIL 1 = 0
              READ QUTESTF NEXT
                   AT END EXIT PERFORM
              END-READ
              IF QU-IDSEQ OF QUTESTF = 0 AND QU-RES NOT = "OK"
                 MOVE QU-DATE TO W-D8
                 MOVE QU-TIME TO W-T8
                 COMPUTE W-STAMP = W-D8 * 100000000 + W-T8
                 IF W-STAMP >= FROM-STAMP AND W-STAMP < TO-STAMP
                    PERFORM BOOK-NG
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE QUTESTF.
           IF QM-OPEN-SW = "Y"
               CLOSE QUTESTM
           END-IF.
       BOOK-NG.
           IF NG-CNT >= NG-LIMIT
               ADD 1 TO DROP-CNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM MAKE-SIGNATURE.
           PERFORM VARYING IC-IX FROM 1 BY 1
                   UNTIL IC-IX > IC-CNT
                      OR IC-KEY(IC-IX) = SG-KEY
           END-PERFORM.
           IF IC-IX > IC-CNT
               IF IC-CNT >= IC-LIMIT
                   ADD 1 TO DROP-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO IC-CNT
               MOVE IC-CNT TO IC-IX
               MOVE SG-KEY TO IC-KEY(IC-IX)
               MOVE 0      TO IC-MEMBERS(IC-IX)
               MOVE "9"    TO IC-SEV(IC-IX)
           END-IF.
           ADD 1 TO NG-CNT.
           MOVE QU-TESTID OF QUTESTF TO NG-TESTID(NG-CNT).
           MOVE W-STAMP              TO NG-STAMP(NG-CNT).
           MOVE QU-COMM1             TO NG-COMM(NG-CNT).
           MOVE IC-IX                TO NG-IC(NG-CNT).
           ADD 1 TO IC-MEMBERS(IC-IX).
      *    the incident carries its most serious member's severity
           MOVE "9" TO W-SEV.
           IF QM-OPEN-SW = "Y"
               MOVE QU-TESTID OF QUTESTF TO QM-TESTID
               READ QUTESTM
                   INVALID CONTINUE
                   NOT INVALID
                       IF QM-SEV > 0
                           MOVE QM-SEV TO W-SEV
                       END-IF
               END-READ
           END-IF.
           IF W-SEV < IC-SEV(IC-IX)
               MOVE W-SEV TO IC-SEV(IC-IX)
           END-IF.
       MAKE-SIGNATURE.
           MOVE SPACE TO SG-KEY.
           MOVE QU-JCLNAME TO SG-JCL.
           MOVE QU-MACID1  TO SG-MAC(1:4).
           MOVE QU-MACID2  TO SG-MAC(5:4).
           MOVE QU-COMM1   TO SG-UPPER.
           INSPECT SG-UPPER CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FIND-STATUS.
      *    word by word: a path becomes <path>, digit runs become #
           MOVE 1 TO SG-PTR.
           MOVE SPACE TO SG-TOK.
           MOVE 0 TO SG-TOK-L.
           PERFORM VARYING SG-I FROM 1 BY 1 UNTIL SG-I > 40
              MOVE SG-UPPER(SG-I:1) TO SG-CH
              IF SG-CH = SPACE
                 PERFORM FLUSH-TOKEN
              ELSE
                 IF SG-TOK-L < 40
                    ADD 1 TO SG-TOK-L
                    MOVE SG-CH TO SG-TOK(SG-TOK-L:1)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM FLUSH-TOKEN.
       FLUSH-TOKEN.
           IF SG-TOK-L = 0
               EXIT PARAGRAPH
           END-IF.
           IF SG-PTR > 1 AND SG-PTR <= 40
               MOVE SPACE TO SG-TEXT(SG-PTR:1)
               ADD 1 TO SG-PTR
           END-IF.
           MOVE 0 TO SG-SLASH.
           INSPECT SG-TOK TALLYING SG-SLASH FOR ALL "\" ALL "/".
           IF SG-SLASH > 0
               IF SG-PTR + 5 <= 40
                   MOVE "<path>" TO SG-TEXT(SG-PTR:6)
                   ADD 6 TO SG-PTR
               END-IF
           ELSE
               MOVE SPACE TO SG-LAST
               PERFORM VARYING SG-J FROM 1 BY 1
                       UNTIL SG-J > SG-TOK-L OR SG-PTR > 40
                  MOVE SG-TOK(SG-J:1) TO SG-CH
                  IF SG-CH IS NUMERIC
                     IF SG-LAST NOT = "#"
                        MOVE "#" TO SG-TEXT(SG-PTR:1)
                        ADD 1 TO SG-PTR
                     END-IF
                     MOVE "#" TO SG-LAST
                  ELSE
                     MOVE SG-CH TO SG-TEXT(SG-PTR:1)
                     ADD 1 TO SG-PTR
                     MOVE SG-CH TO SG-LAST
                  END-IF
               END-PERFORM
           END-IF.
           MOVE SPACE TO SG-TOK.
           MOVE 0 TO SG-TOK-L.
      *    "STS=35", "STS 35", "STATUS=35", "STATUS 35" ...
       FIND-STATUS.
           PERFORM VARYING SG-I FROM 1 BY 1
                   UNTIL SG-I > 34 OR SG-STS NOT = SPACE
              IF SG-UPPER(SG-I:3) = "STS"
                 COMPUTE SG-J = SG-I + 3
                 PERFORM TAKE-STATUS
              END-IF
              IF SG-UPPER(SG-I:6) = "STATUS"
                 COMPUTE SG-J = SG-I + 6
                 PERFORM TAKE-STATUS
              END-IF
           END-PERFORM.
       TAKE-STATUS.
           PERFORM UNTIL SG-J > 38
                      OR (SG-UPPER(SG-J:1) NOT = "="
                          AND SG-UPPER(SG-J:1) NOT = ":"
                          AND SG-UPPER(SG-J:1) NOT = SPACE)
              ADD 1 TO SG-J
           END-PERFORM.
           IF SG-J <= 39 AND SG-UPPER(SG-J:2) IS NUMERIC
               MOVE SG-UPPER(SG-J:2) TO SG-STS
           END-IF.
      *    biggest incident first; the numbers follow that order
       RANK-PROC.
           PERFORM VARYING IC-IX FROM 1 BY 1 UNTIL IC-IX > IC-CNT
              MOVE IC-IX TO IC-ORDER(IC-IX)
           END-PERFORM.
           PERFORM VARYING IC-IX FROM 1 BY 1 UNTIL IC-IX >= IC-CNT
              PERFORM VARYING IC-JX FROM 1 BY 1
                      UNTIL IC-JX >= IC-CNT
                 MOVE IC-ORDER(IC-JX + 1) TO OR-IX
                 MOVE IC-ORDER(IC-JX)     TO OR-SAVE
                 IF IC-MEMBERS(OR-SAVE) < IC-MEMBERS(OR-IX)
                    MOVE OR-IX   TO IC-ORDER(IC-JX)
                    MOVE OR-SAVE TO IC-ORDER(IC-JX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING IC-JX FROM 1 BY 1 UNTIL IC-JX > IC-CNT
              MOVE IC-ORDER(IC-JX) TO IC-IX
              MOVE IC-JX           TO IC-NO(IC-IX)
           END-PERFORM.
       PRINT-PROC.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "QUINCID  night " DELIMITED SIZE
                  PREV-DATE         DELIMITED SIZE
                  " "               DELIMITED SIZE
                  CUT-HH            DELIMITED SIZE
                  ":00 - "          DELIMITED SIZE
                  CHK-DATE          DELIMITED SIZE
                  " "               DELIMITED SIZE
                  CUT-HH            DELIMITED SIZE
                  ":00"             DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING IC-JX FROM 1 BY 1 UNTIL IC-JX > IC-CNT
              MOVE IC-ORDER(IC-JX) TO IC-IX
              PERFORM PRINT-INCIDENT
           END-PERFORM.
           CLOSE PRINT-F.
       PRINT-INCIDENT.
           MOVE IC-KEY(IC-IX)     TO SG-KEY.
           MOVE IC-MEMBERS(IC-IX) TO CNT-DISP.
           MOVE IC-NO(IC-IX)      TO NO-DISP.
           MOVE SPACE TO P-LINE.
           STRING "INCIDENT "     DELIMITED SIZE
                  NO-DISP         DELIMITED SIZE
                  "  members="    DELIMITED SIZE
                  CNT-DISP        DELIMITED SIZE
                  "  sev="        DELIMITED SIZE
                  IC-SEV(IC-IX)   DELIMITED SIZE
                  "  sts="        DELIMITED SIZE
                  SG-STS          DELIMITED SIZE
                  "  mac="        DELIMITED SIZE
                  SG-MAC          DELIMITED SIZE
                  "  jcl="        DELIMITED SIZE
                  SG-JCL          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "    signature: " DELIMITED SIZE
                  SG-TEXT           DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM VARYING NG-IX FROM 1 BY 1 UNTIL NG-IX > NG-CNT
              IF NG-IC(NG-IX) = IC-IX
                 MOVE SPACE TO P-LINE
                 STRING "    "                  DELIMITED SIZE
                        NG-TESTID(NG-IX)        DELIMITED SIZE
                        " "                     DELIMITED SIZE
                        NG-STAMP(NG-IX)(1:8)    DELIMITED SIZE
                        "-"                     DELIMITED SIZE
                        NG-STAMP(NG-IX)(9:6)    DELIMITED SIZE
                        " "                     DELIMITED SIZE
                        NG-COMM(NG-IX)          DELIMITED SIZE
                        INTO P-LINE
                 WRITE P-REC FROM P-LINE AFTER 1
              END-IF
           END-PERFORM.
      *    one action item per incident, not per testid
       ACTION-PROC.
           PERFORM VARYING IC-JX FROM 1 BY 1 UNTIL IC-JX > IC-CNT
              MOVE IC-ORDER(IC-JX)   TO IC-IX
              MOVE IC-KEY(IC-IX)     TO SG-KEY
              MOVE IC-MEMBERS(IC-IX) TO CNT-DISP
              MOVE IC-NO(IC-IX)      TO NO-DISP
              MOVE SPACE TO ACT-FINDING
              STRING "incident "  DELIMITED SIZE
                     NO-DISP      DELIMITED SIZE
                     " NG="       DELIMITED SIZE
                     CNT-DISP     DELIMITED SIZE
                     " "          DELIMITED SIZE
                     SG-MAC       DELIMITED SPACE
                     "/"          DELIMITED SIZE
                     SG-JCL       DELIMITED SPACE
                     " "          DELIMITED SIZE
                     SG-TEXT      DELIMITED SIZE
                     INTO ACT-FINDING
              CALL "QUACTPUT" USING "QUINCID " IC-SEV(IC-IX)
                                    ACT-FINDING
              ADD 1 TO ACT-CNT
           END-PERFORM.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       QM-LAYOUT-STOP.
           DISPLAY "QUINCID : data\QUTESTM is not in the"
                   " current 304-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUTESTM)"
                   " before running".
           MOVE -1 TO RETURN-CODE.
           GOBACK.
