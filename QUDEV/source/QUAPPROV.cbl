       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUAPPROV.
      *    four-eyes approvals (data\QUAPPROV, layout in
      *    QUAPPROV.fd) for the destructive modes - QUHRETEN RUN,
      *    QUCATPRG RUN, QUINTCHK REPAIR and BJ_JRNBACK RUN.  the
      *    requester files the exact parameter string the utility
      *    will run with (a refused run prints it); a different
      *    user holding the APPROVE capability approves or rejects
      *    it; the utility then finds and consumes the approval
      *    through QUAPPCHK.  every step goes to the QUAUDIT trail.
      *
      *    QUAPPROV_ACTION   REQUEST, APPROVE, REJECT or LIST
      *                      (default LIST)
      *    REQUEST:
      *      QUAPPROV_PROG     utility (QUHRETEN, QUCATPRG, ...)
      *      QUAPPROV_MODE     its mode (RUN, REPAIR)
      *      QUAPPROV_PARAMS   parameter string, as printed by the
      *                        refused run
      *      QUAPPROV_REASON   free text
      *    APPROVE / REJECT:
      *      QUAPPROV_ID       request number
      *      QUAPPROV_HOURS    approval lifetime (default 8)
      *    LIST:
      *      QUAPPROV_FNAME    report (default data\QUAPPROV.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUAPPROV.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUAPPROV.fd".
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  AP-STS                      PIC XX.
       01  F-STS                       PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  RUN-ACTION                  PIC X(8).
           88  ACTION-REQUEST              VALUE "REQUEST".
           88  ACTION-APPROVE              VALUE "APPROVE".
           88  ACTION-REJECT               VALUE "REJECT".
       01  IN-PROG                     PIC X(8).
       01  IN-MODE                     PIC X(8).
       01  IN-PARAMS                   PIC X(200).
       01  IN-REASON                   PIC X(60).
       01  WK-ENV                      PIC X(9).
       01  IN-ID                       PIC 9(9).
       01  APR-HOURS                   PIC 9(3) VALUE 8.
       01  USER-ID                     PIC X(12).
       01  PERMIT-CAP                  PIC X(12).
       01  PERMIT-ALLOWED              PIC X(1).
       01  STAMP-D                     PIC 9(8).
       01  STAMP-T                     PIC 9(8).
       01  STAMP-T-R REDEFINES STAMP-T.
           03  STAMP-HH                PIC 9(2).
           03  STAMP-MM                PIC 9(2).
           03  STAMP-SS                PIC 9(2).
           03  STAMP-CC                PIC 9(2).
       01  NOW-STAMP                   PIC 9(14).
       01  EXP-SECS                    PIC 9(15).
       01  EXP-DAYS                    PIC 9(9).
       01  EXP-REM                     PIC 9(5).
       01  EXP-HMS.
           03  EXP-HH                  PIC 9(2).
           03  EXP-MM                  PIC 9(2).
           03  EXP-SS                  PIC 9(2).
       01  EXP-HMS-N REDEFINES EXP-HMS PIC 9(6).
       01  EXP-D                       PIC 9(8).
       78  TRY-MAX                         VALUE 10.
       01  TRY-CNT                     PIC 9(2).
       01  LAST-ID                     PIC 9(9).
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
       01  LIST-CNT                    PIC 9(5) VALUE 0.
       01  LINE-PTR                    PIC 9(3).
       01  CNT-DISP                    PIC Z(4)9.
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUAPPROV" RUN-ACTION.
           OPEN I-O QUAPPROV.
           IF AP-STS = "35"
               OPEN OUTPUT QUAPPROV
               CLOSE QUAPPROV
               OPEN I-O QUAPPROV
           END-IF.
           IF AP-STS NOT = "00" AND AP-STS NOT = "05"
               DISPLAY "QUAPPROV : approval file unusable sts=" AP-STS
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN ACTION-REQUEST
                 PERFORM REQUEST-PROC
              WHEN ACTION-APPROVE
              WHEN ACTION-REJECT
                 PERFORM DECIDE-PROC
              WHEN OTHER
                 PERFORM LIST-PROC
           END-EVALUATE.
           CLOSE QUAPPROV.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO RUN-ACTION.
           DISPLAY "QUAPPROV_ACTION"   UPON ENVIRONMENT-NAME.
           ACCEPT  RUN-ACTION          FROM ENVIRONMENT-VALUE.
           CALL "CBL_TOUPPER" USING RUN-ACTION VALUE 8.
           MOVE SPACE TO IN-PROG.
           DISPLAY "QUAPPROV_PROG"     UPON ENVIRONMENT-NAME.
           ACCEPT  IN-PROG             FROM ENVIRONMENT-VALUE.
           CALL "CBL_TOUPPER" USING IN-PROG VALUE 8.
           MOVE SPACE TO IN-MODE.
           DISPLAY "QUAPPROV_MODE"     UPON ENVIRONMENT-NAME.
           ACCEPT  IN-MODE             FROM ENVIRONMENT-VALUE.
           CALL "CBL_TOUPPER" USING IN-MODE VALUE 8.
           MOVE SPACE TO IN-PARAMS.
           DISPLAY "QUAPPROV_PARAMS"   UPON ENVIRONMENT-NAME.
           ACCEPT  IN-PARAMS           FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO IN-REASON.
           DISPLAY "QUAPPROV_REASON"   UPON ENVIRONMENT-NAME.
           ACCEPT  IN-REASON           FROM ENVIRONMENT-VALUE.
           MOVE 0 TO IN-ID.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUAPPROV_ID"       UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV NOT = SPACE
               COMPUTE IN-ID = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUAPPROV_HOURS"    UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV NOT = SPACE
               COMPUTE APR-HOURS = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUAPPROV_FNAME"    UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUAPPROV.txt" TO PRINT-FNM
           END-IF.
           MOVE SPACE TO USER-ID.
           DISPLAY "QU_USER_ID"        UPON ENVIRONMENT-NAME.
           ACCEPT  USER-ID             FROM ENVIRONMENT-VALUE.
           ACCEPT STAMP-D FROM DATE YYYYMMDD.
           ACCEPT STAMP-T FROM TIME.
           COMPUTE NOW-STAMP = STAMP-D * 1000000 + STAMP-T / 100.
      *    a new pending request under the next number; parallel
      *    filers race for it the way QULEDGER's writers do
       REQUEST-PROC.
           IF IN-PROG = SPACE OR IN-MODE = SPACE
               DISPLAY "QUAPPROV : QUAPPROV_PROG and QUAPPROV_MODE "
                       "required"
               MOVE -1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF USER-ID = SPACE
               DISPLAY "QUAPPROV : QU_USER_ID required to file a "
                       "request"
               MOVE -1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TRY-CNT.
           PERFORM UNTIL TRY-CNT >= TRY-MAX
              ADD 1 TO TRY-CNT
              PERFORM FIND-LAST
              INITIALIZE AP-REC
              COMPUTE AP-ID = LAST-ID + 1
              MOVE IN-PROG   TO AP-PROG
              MOVE IN-MODE   TO AP-MODE
              MOVE IN-PARAMS TO AP-PARAMS
              MOVE IN-REASON TO AP-REASON
              MOVE "P"       TO AP-STATUS
              MOVE USER-ID   TO AP-REQ-USER
              MOVE NOW-STAMP TO AP-REQ-STAMP
              WRITE AP-REC
                  INVALID
                      CONTINUE
                  NOT INVALID
                      EXIT PERFORM
              END-WRITE
           END-PERFORM.
           IF AP-STS NOT = "00"
               DISPLAY "QUAPPROV : request not filed sts=" AP-STS
               MOVE -1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE AP-ID TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD.
           STRING AP-PROG   DELIMITED SPACE
                  " "       DELIMITED SIZE
                  AP-MODE   DELIMITED SPACE
                  " "       DELIMITED SIZE
                  AP-PARAMS DELIMITED SIZE
                  INTO AUDIT-OLD.
           MOVE "pending" TO AUDIT-NEW.
           CALL "QUAUDIT" USING "QUAPPROV" "REQ" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
           DISPLAY "QUAPPROV : request " AP-ID " filed for "
                   AP-PROG " " AP-MODE " - needs a second user".
       FIND-LAST.
           MOVE 0 TO LAST-ID.
           MOVE 999999999 TO AP-ID.
           START QUAPPROV KEY < AP-ID
               INVALID EXIT PARAGRAPH
           END-START.
           READ QUAPPROV PREVIOUS
               AT END EXIT PARAGRAPH
           END-READ.
           MOVE AP-ID TO LAST-ID.
      *    approve or reject: the APPROVE capability, and never the
      *    requester's own request
       DECIDE-PROC.
           MOVE "APPROVE" TO PERMIT-CAP.
           CALL "QUPERMIT" USING PERMIT-CAP PERMIT-ALLOWED.
           IF PERMIT-ALLOWED NOT = "Y"
               DISPLAY "QUAPPROV : refused - no APPROVE capability"
               MOVE -1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE IN-ID TO AP-ID.
           READ QUAPPROV
               INVALID
                   DISPLAY "QUAPPROV : request " IN-ID " not found"
                   MOVE -1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AP-PENDING
               DISPLAY "QUAPPROV : request " IN-ID " is not pending"
                       " (status " AP-STATUS ")"
               MOVE -1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF USER-ID = SPACE OR USER-ID = AP-REQ-USER
               DISPLAY "QUAPPROV : request " IN-ID " was filed by "
                       AP-REQ-USER " - a different user must decide"
               MOVE -1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE USER-ID   TO AP-APR-USER.
           MOVE NOW-STAMP TO AP-APR-STAMP.
           IF ACTION-APPROVE
               MOVE "A" TO AP-STATUS
               PERFORM CALC-EXPIRE
               COMPUTE AP-EXPIRE = EXP-D * 1000000 + EXP-HMS-N
           ELSE
               MOVE "R" TO AP-STATUS
               MOVE 0 TO AP-EXPIRE
           END-IF.
           REWRITE AP-REC
               INVALID
                   DISPLAY "QUAPPROV : request " IN-ID
                           " not updated sts=" AP-STS
                   MOVE -1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE AP-ID TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD AUDIT-NEW.
           STRING "pending, filed by " DELIMITED SIZE
                  AP-REQ-USER          DELIMITED SPACE
                  INTO AUDIT-OLD.
           IF ACTION-APPROVE
               STRING "approved until " DELIMITED SIZE
                      AP-EXPIRE         DELIMITED SIZE
                      INTO AUDIT-NEW
               CALL "QUAUDIT" USING "QUAPPROV" "APR" AUDIT-OBJ
                                    AUDIT-OLD AUDIT-NEW
               DISPLAY "QUAPPROV : request " AP-ID
                       " approved until " AP-EXPIRE
           ELSE
               MOVE "rejected" TO AUDIT-NEW
               CALL "QUAUDIT" USING "QUAPPROV" "RJT" AUDIT-OBJ
                                    AUDIT-OLD AUDIT-NEW
               DISPLAY "QUAPPROV : request " AP-ID " rejected"
           END-IF.
      *    now + APR-HOURS as yyyymmdd / hhmmss
       CALC-EXPIRE.
           COMPUTE EXP-SECS =
                   FUNCTION INTEGER-OF-DATE(STAMP-D) * 86400
                 + STAMP-HH * 3600 + STAMP-MM * 60 + STAMP-SS
                 + APR-HOURS * 3600.
           DIVIDE EXP-SECS BY 86400 GIVING EXP-DAYS
                  REMAINDER EXP-REM.
           COMPUTE EXP-D = FUNCTION DATE-OF-INTEGER(EXP-DAYS).
           DIVIDE EXP-REM BY 3600 GIVING EXP-HH REMAINDER EXP-REM.
           DIVIDE EXP-REM BY 60   GIVING EXP-MM REMAINDER EXP-SS.
      *    pending and live approved requests
       LIST-PROC.
           OPEN OUTPUT PRINT-F.
           MOVE "QUAPPROV four-eyes requests (pending / approved)"
             TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE 0 TO AP-ID.
           START QUAPPROV KEY NOT < AP-ID
               INVALID CONTINUE
           END-START.
           PERFORM UNTIL AP-STS NOT = "00"
              READ QUAPPROV NEXT
                   AT END EXIT PERFORM
              END-READ
              IF AP-PENDING
                 OR (AP-APPROVED AND AP-EXPIRE NOT < NOW-STAMP)
                 PERFORM LIST-ONE
              END-IF
           END-PERFORM.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE LIST-CNT TO CNT-DISP.
           STRING "open requests: " DELIMITED SIZE
                  CNT-DISP          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           CLOSE PRINT-F.
           DISPLAY "QUAPPROV : " LIST-CNT " open request(s)".
       LIST-ONE.
           ADD 1 TO LIST-CNT.
           MOVE SPACE TO P-LINE.
           MOVE 1 TO LINE-PTR.
           STRING AP-ID        DELIMITED SIZE
                  " "          DELIMITED SIZE
                  AP-STATUS    DELIMITED SIZE
                  " "          DELIMITED SIZE
                  AP-PROG      DELIMITED SIZE
                  " "          DELIMITED SIZE
                  AP-MODE      DELIMITED SIZE
                  " by "       DELIMITED SIZE
                  AP-REQ-USER  DELIMITED SPACE
                  " at "       DELIMITED SIZE
                  AP-REQ-STAMP DELIMITED SIZE
                  INTO P-LINE WITH POINTER LINE-PTR.
           IF AP-APPROVED
               STRING " approved by " DELIMITED SIZE
                      AP-APR-USER     DELIMITED SPACE
                      " until "       DELIMITED SIZE
                      AP-EXPIRE       DELIMITED SIZE
                      INTO P-LINE WITH POINTER LINE-PTR
           END-IF.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "    params: " DELIMITED SIZE
                  AP-PARAMS      DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF AP-REASON NOT = SPACE
               MOVE SPACE TO P-LINE
               STRING "    reason: " DELIMITED SIZE
                      AP-REASON      DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
