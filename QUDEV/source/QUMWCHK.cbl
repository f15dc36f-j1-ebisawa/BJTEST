       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUMWCHK.
      *    planned maintenance windows on the test machines - the
      *    one place that reads the window file and knows what a
      *    recurring window means -
      *        CALL "QUMWCHK" USING func mac-id from-date from-time
      *                             hours mw-hit
      *    func       x(3)   CHK  the first window on mac-id that
      *                           overlaps the span (QUMACIO
      *                           RESERVE, QUDISPAT, BJ_Launch)
      *                     NXT  every window occurrence in the span,
      *                           one per call, for mac-id or - mac-id
      *                           space - for all machines; MW-NAME
      *                           space once they are exhausted
      *                           (QUMWRPT)
      *    mac-id     x(7)   the machine
      *    from-date  9(8)   span start yyyymmdd, 0 = now
      *    from-time  9(8)   span start hhmmsscc
      *    hours      9(5)   span length in hours
      *    mw-hit            QUMWHIT.wrk
      *
      *    window file (QU_MAINT_WINDOWS, default data\QUMWIN.txt),
      *    "*" in column 1 is a comment -
      *        target;schedule;hhmm-hhmm;name
      *    target    a MAC-ID, TYPE=xxx (the machine type, the
      *              MAC-ID's last three characters) or ALL
      *    schedule  ONCE=yyyymmdd  DAILY  WEEKLY=d (1 = Monday)
      *              MONTHLY=dd
      *    hhmm-hhmm the window on each such day; an end at or
      *              before the start runs past midnight
      *    a missing window file means no windows.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT WIN-F           ASSIGN TO WIN-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE  SEQUENTIAL
                              FILE STATUS  WIN-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    WIN-F.
       01    WIN-REC                   PIC X(256).
       WORKING-STORAGE                 SECTION.
       01  WIN-STS                     PIC XX.
       01  WIN-FNM                     PIC X(128).
       01  SCAN-SW                     PIC X(1) VALUE "I".
           88  SCAN-IDLE                   VALUE "I".
           88  SCAN-OPEN                   VALUE "O".
       01  LINE-SW                     PIC X(1).
           88  LINE-READY                  VALUE "Y".
       01  HIT-SW                      PIC X(1).
      *    the line in hand
       01  L-TARGET                    PIC X(8).
       01  L-SCHED                     PIC X(16).
       01  L-HOURS                     PIC X(9).
       01  L-HOURS-R REDEFINES L-HOURS.
           03  L-SH                    PIC 9(2).
           03  L-SM                    PIC 9(2).
           03  FILLER                  PIC X(1).
           03  L-EH                    PIC 9(2).
           03  L-EM                    PIC 9(2).
       01  L-NAME                      PIC X(30).
       01  L-KIND                      PIC X(1).
       01  L-ARG                       PIC 9(8).
       01  L-DAY                       PIC 9(7).
      *    the span, on the day-number scale in seconds
       01  Q-START                     PIC 9(11).
       01  Q-END                       PIC 9(11).
       01  FIRST-DAY                   PIC 9(7).
       01  LAST-DAY                    PIC 9(7).
       01  CUR-DAY                     PIC 9(7).
       01  W-DATE                      PIC 9(8).
       01  W-TIME                      PIC 9(8).
       01  W-TIME-R REDEFINES W-TIME.
           03  W-HH                    PIC 9(2).
           03  W-MI                    PIC 9(2).
           03  W-SS                    PIC 9(2).
           03  FILLER                  PIC 9(2).
       01  W-D8                        PIC 9(8).
       01  W-DOW                       PIC 9(1).
       01  W-S                         PIC 9(11).
       01  W-E                         PIC 9(11).
       01  W-DAYS                      PIC 9(7).
       01  W-REM                       PIC 9(5).
       01  W-PTR                       PIC 9(3).
       01  LOW-CASE                    PIC X(26)
                           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  UP-CASE                     PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  W-HHMM                      PIC 9(4).
       01  W-HHMM-R REDEFINES W-HHMM.
           03  W-HHMM-H                PIC 9(2).
           03  W-HHMM-M                PIC 9(2).
       LINKAGE                         SECTION.
       01  P-FUNC                      PIC X(3).
       01  P-MAC-ID                    PIC X(7).
       01  P-FROM-DATE                 PIC 9(8).
       01  P-FROM-TIME                 PIC 9(8).
       01  P-HOURS                     PIC 9(5).
       COPY "QUMWHIT.wrk".
       PROCEDURE DIVISION USING P-FUNC P-MAC-ID P-FROM-DATE
                                P-FROM-TIME P-HOURS MW-HIT.
       MAIN-ROUTINE.
           MOVE SPACE TO MW-HIT.
           MOVE 0 TO MW-START-DATE MW-START-HHMM
                     MW-END-DATE MW-END-HHMM.
           EVALUATE P-FUNC
             WHEN "CHK"
               IF SCAN-OPEN
                   PERFORM CLOSE-SCAN
               END-IF
               PERFORM SET-SPAN
               PERFORM OPEN-SCAN
               PERFORM NEXT-HIT
               PERFORM CLOSE-SCAN
             WHEN "NXT"
               IF SCAN-IDLE
                   PERFORM SET-SPAN
                   PERFORM OPEN-SCAN
               END-IF
               PERFORM NEXT-HIT
               IF MW-NAME = SPACE
                   PERFORM CLOSE-SCAN
               END-IF
           END-EVALUATE.
           GOBACK.
      *
       SET-SPAN.
           IF P-FROM-DATE IS NUMERIC AND P-FROM-DATE > 0
               MOVE P-FROM-DATE TO W-DATE
               MOVE P-FROM-TIME TO W-TIME
           ELSE
               ACCEPT W-DATE FROM DATE YYYYMMDD
               ACCEPT W-TIME FROM TIME
           END-IF.
           COMPUTE Q-START = FUNCTION INTEGER-OF-DATE(W-DATE) * 86400
                           + W-HH * 3600 + W-MI * 60 + W-SS.
           COMPUTE Q-END = Q-START + P-HOURS * 3600.
      *    a window that started the day before can still be open
           COMPUTE FIRST-DAY = Q-START / 86400 - 1.
           COMPUTE LAST-DAY  = Q-END / 86400.
           IF LAST-DAY - FIRST-DAY > 400
               COMPUTE LAST-DAY = FIRST-DAY + 400
           END-IF.
       OPEN-SCAN.
           MOVE SPACE TO WIN-FNM.
           DISPLAY "QU_MAINT_WINDOWS"   UPON ENVIRONMENT-NAME.
           ACCEPT  WIN-FNM              FROM ENVIRONMENT-VALUE.
           IF WIN-FNM = SPACE
               MOVE "data\QUMWIN.txt" TO WIN-FNM
           END-IF.
           OPEN INPUT WIN-F.
           IF WIN-STS = "00"
               SET SCAN-OPEN TO TRUE
               MOVE "N" TO LINE-SW
           END-IF.
       CLOSE-SCAN.
           IF SCAN-OPEN
               CLOSE WIN-F
           END-IF.
           SET SCAN-IDLE TO TRUE.
      *    the next occurrence: day by day through the line in
      *    hand, then on to the next line
       NEXT-HIT.
           IF NOT SCAN-OPEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              IF NOT LINE-READY
                 READ WIN-F
                      AT END EXIT PERFORM
                 END-READ
                 PERFORM PARSE-LINE
              ELSE
                 IF CUR-DAY > LAST-DAY
                    MOVE "N" TO LINE-SW
                 ELSE
                    PERFORM TRY-DAY
                    ADD 1 TO CUR-DAY
                    IF HIT-SW = "Y"
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       PARSE-LINE.
           MOVE "N" TO LINE-SW.
           IF WIN-REC = SPACE OR WIN-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO L-TARGET L-SCHED L-HOURS L-NAME.
           UNSTRING WIN-REC DELIMITED ";"
               INTO L-TARGET L-SCHED L-HOURS L-NAME.
           INSPECT L-SCHED  CONVERTING LOW-CASE TO UP-CASE.
           IF P-MAC-ID NOT = SPACE
               EVALUATE TRUE
                 WHEN L-TARGET = "ALL"
                 WHEN L-TARGET = P-MAC-ID
                 WHEN L-TARGET(1:5) = "TYPE="
                      AND L-TARGET(6:3) = P-MAC-ID(5:3)
                   CONTINUE
                 WHEN OTHER
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           MOVE 0 TO L-ARG.
           EVALUATE TRUE
             WHEN L-SCHED(1:5) = "ONCE="
                  AND L-SCHED(6:8) IS NUMERIC
               MOVE "O" TO L-KIND
               MOVE L-SCHED(6:8) TO L-ARG
               COMPUTE L-DAY = FUNCTION INTEGER-OF-DATE(L-ARG)
             WHEN L-SCHED = "DAILY"
               MOVE "D" TO L-KIND
             WHEN L-SCHED(1:7) = "WEEKLY="
                  AND L-SCHED(8:1) >= "1" AND L-SCHED(8:1) <= "7"
               MOVE "W" TO L-KIND
               MOVE L-SCHED(8:1) TO L-ARG
             WHEN L-SCHED(1:8) = "MONTHLY="
                  AND L-SCHED(9:2) IS NUMERIC
               MOVE "M" TO L-KIND
               MOVE L-SCHED(9:2) TO L-ARG
             WHEN OTHER
               DISPLAY "QUMWCHK : bad schedule, line ignored - "
                       WIN-REC(1:40)
               EXIT PARAGRAPH
           END-EVALUATE.
           IF L-HOURS(1:4) IS NOT NUMERIC
              OR L-HOURS(5:1) NOT = "-"
              OR L-HOURS(6:4) IS NOT NUMERIC
              OR L-SH > 23 OR L-EH > 24 OR L-SM > 59 OR L-EM > 59
               DISPLAY "QUMWCHK : bad hhmm-hhmm, line ignored - "
                       WIN-REC(1:40)
               EXIT PARAGRAPH
           END-IF.
           IF L-NAME = SPACE
               MOVE L-SCHED TO L-NAME
           END-IF.
           MOVE FIRST-DAY TO CUR-DAY.
           MOVE "Y" TO LINE-SW.
      *    does the line's window fall on CUR-DAY, and does that
      *    occurrence overlap the span
       TRY-DAY.
           MOVE "N" TO HIT-SW.
           EVALUATE L-KIND
             WHEN "O"
               IF CUR-DAY NOT = L-DAY
                   EXIT PARAGRAPH
               END-IF
             WHEN "W"
      *        day 1 of the day-number scale, 1601-01-01, a Monday
               COMPUTE W-DOW = FUNCTION MOD(CUR-DAY - 1, 7) + 1
               IF W-DOW NOT = L-ARG
                   EXIT PARAGRAPH
               END-IF
             WHEN "M"
               COMPUTE W-D8 = FUNCTION DATE-OF-INTEGER(CUR-DAY)
               IF W-D8(7:2) NOT = L-ARG(7:2)
                   EXIT PARAGRAPH
               END-IF
           END-EVALUATE.
           COMPUTE W-S = CUR-DAY * 86400 + L-SH * 3600 + L-SM * 60.
           COMPUTE W-E = CUR-DAY * 86400 + L-EH * 3600 + L-EM * 60.
           IF W-E NOT > W-S
               ADD 86400 TO W-E
           END-IF.
           IF W-S NOT < Q-END OR W-E NOT > Q-START
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO HIT-SW.
           MOVE L-NAME   TO MW-NAME.
           MOVE L-TARGET TO MW-TARGET.
           DIVIDE W-S BY 86400 GIVING W-DAYS REMAINDER W-REM.
           COMPUTE MW-START-DATE = FUNCTION DATE-OF-INTEGER(W-DAYS).
           COMPUTE MW-START-HHMM = L-SH * 100 + L-SM.
           DIVIDE W-E BY 86400 GIVING W-DAYS REMAINDER W-REM.
           COMPUTE MW-END-DATE = FUNCTION DATE-OF-INTEGER(W-DAYS).
           COMPUTE MW-END-HHMM = L-EH * 100 + L-EM.
           MOVE 1 TO W-PTR.
           MOVE MW-START-HHMM TO W-HHMM.
           STRING L-NAME         DELIMITED "  "
                  " "            DELIMITED SIZE
                  MW-START-DATE  DELIMITED SIZE
                  " "            DELIMITED SIZE
                  W-HHMM-H       DELIMITED SIZE
                  ":"            DELIMITED SIZE
                  W-HHMM-M       DELIMITED SIZE
                  "-"            DELIMITED SIZE
                  INTO MW-TEXT WITH POINTER W-PTR.
           MOVE MW-END-HHMM TO W-HHMM.
           STRING W-HHMM-H       DELIMITED SIZE
                  ":"            DELIMITED SIZE
                  W-HHMM-M       DELIMITED SIZE
                  INTO MW-TEXT WITH POINTER W-PTR.
