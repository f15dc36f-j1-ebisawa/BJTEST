       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUAUDQRY.
      *    query report over the unified audit trail (data\QUAUDIT):
      *    every change by one user, to one object, or in a date
      *    range - answers the quarterly audit question, which jobs
      *    touched which files in a date range, in one run.  the
      *    selections combine; with a user the trail is read down
      *    the user key, with an object down the object key, else
      *    down the date key from the FROM date.
      *
      *    QUAUDQRY_USER     user id (optional)
      *    QUAUDQRY_OBJECT   object key or its leading part
      *                      (optional)
      *    QUAUDQRY_PROG     program (optional)
      *    QUAUDQRY_FROM     first date yyyymmdd (default all)
      *    QUAUDQRY_TO       last date yyyymmdd (default all)
      *    QUAUDQRY_FNAME    report file (default data\QUAUDQRY.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUAUDIT.sl".
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUAUDIT.fd".
       FD    PRINT-F.
       01    P-REC                     PIC X(132).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  AU-STS                      PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  WK-ENV                      PIC X(8).
       01  SEL-USER                    PIC X(12).
       01  SEL-OBJECT                  PIC X(60).
       01  SEL-OBJ-LEN                 PIC 9(2) VALUE 0.
       01  SEL-PROG                    PIC X(8).
       01  SEL-FROM                    PIC 9(8) VALUE 0.
       01  SEL-TO                      PIC 9(8) VALUE 99999999.
       01  IX                          PIC 9(2).
       01  MATCH-SW                    PIC X(1).
           88  ENTRY-MATCHES               VALUE "Y".
       01  HIT-CNT                     PIC 9(7) VALUE 0.
       01  CNT-DISP                    PIC Z(6)9.
       01  P-LINE                      PIC X(132).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUAUDQRY" PRINT-FNM.
           OPEN INPUT QUAUDIT.
           IF AU-STS NOT = "00"
               DISPLAY "QUAUDQRY : audit trail not available sts="
                       AU-STS
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN SEL-USER NOT = SPACE
                 PERFORM BY-USER
              WHEN SEL-OBJ-LEN > 0
                 PERFORM BY-OBJECT
              WHEN OTHER
                 PERFORM BY-DATE
           END-EVALUATE.
           CLOSE QUAUDIT.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE HIT-CNT TO CNT-DISP.
           STRING "entries listed: " DELIMITED SIZE
                  CNT-DISP           DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           CLOSE PRINT-F.
           DISPLAY "QUAUDQRY : " HIT-CNT " entries".
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO SEL-USER.
           DISPLAY "QUAUDQRY_USER"     UPON ENVIRONMENT-NAME.
           ACCEPT  SEL-USER            FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO SEL-OBJECT.
           DISPLAY "QUAUDQRY_OBJECT"   UPON ENVIRONMENT-NAME.
           ACCEPT  SEL-OBJECT          FROM ENVIRONMENT-VALUE.
           PERFORM VARYING IX FROM 60 BY -1 UNTIL IX < 1
              IF SEL-OBJECT(IX:1) NOT = SPACE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE IX TO SEL-OBJ-LEN.
           MOVE SPACE TO SEL-PROG.
           DISPLAY "QUAUDQRY_PROG"     UPON ENVIRONMENT-NAME.
           ACCEPT  SEL-PROG            FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUAUDQRY_FROM"     UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV IS NUMERIC
               MOVE WK-ENV TO SEL-FROM
           END-IF.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QUAUDQRY_TO"       UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV              FROM ENVIRONMENT-VALUE.
           IF WK-ENV IS NUMERIC
               MOVE WK-ENV TO SEL-TO
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUAUDQRY_FNAME"    UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM           FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUAUDQRY.txt" TO PRINT-FNM
           END-IF.
           OPEN OUTPUT PRINT-F.
           MOVE "QUAUDQRY audit trail query" TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "user: "      DELIMITED SIZE
                  SEL-USER      DELIMITED SPACE
                  "  object: "  DELIMITED SIZE
                  SEL-OBJECT    DELIMITED SPACE
                  "  program: " DELIMITED SIZE
                  SEL-PROG      DELIMITED SPACE
                  "  dates: "   DELIMITED SIZE
                  SEL-FROM      DELIMITED SIZE
                  "-"           DELIMITED SIZE
                  SEL-TO        DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE "date     time   user         program  act object"
             TO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    one user's entries, in date order within the user
       BY-USER.
           MOVE SEL-USER TO AU-USER.
           START QUAUDIT KEY = AU-USER
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUAUDIT NEXT
                   AT END EXIT PERFORM
              END-READ
              IF AU-USER NOT = SEL-USER
                 EXIT PERFORM
              END-IF
              PERFORM SELECT-ENTRY
           END-PERFORM.
      *    every entry whose object key starts with the selection
       BY-OBJECT.
           MOVE SEL-OBJECT TO AU-OBJECT.
           START QUAUDIT KEY NOT < AU-OBJECT
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUAUDIT NEXT
                   AT END EXIT PERFORM
              END-READ
              IF AU-OBJECT(1:SEL-OBJ-LEN) NOT =
                 SEL-OBJECT(1:SEL-OBJ-LEN)
                 EXIT PERFORM
              END-IF
              PERFORM SELECT-ENTRY
           END-PERFORM.
      *    the date range down the primary key
       BY-DATE.
           MOVE SEL-FROM TO AU-DATE.
           MOVE 0 TO AU-TIME AU-SEQ.
           START QUAUDIT KEY NOT < AU-KEY
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUAUDIT NEXT
                   AT END EXIT PERFORM
              END-READ
              IF AU-DATE > SEL-TO
                 EXIT PERFORM
              END-IF
              PERFORM SELECT-ENTRY
           END-PERFORM.
      *    the remaining selections apply whichever key was walked
       SELECT-ENTRY.
           MOVE "Y" TO MATCH-SW.
           IF AU-DATE < SEL-FROM OR AU-DATE > SEL-TO
               MOVE "N" TO MATCH-SW
           END-IF.
           IF SEL-USER NOT = SPACE AND AU-USER NOT = SEL-USER
               MOVE "N" TO MATCH-SW
           END-IF.
           IF SEL-OBJ-LEN > 0
              AND AU-OBJECT(1:SEL-OBJ-LEN) NOT =
                  SEL-OBJECT(1:SEL-OBJ-LEN)
               MOVE "N" TO MATCH-SW
           END-IF.
           IF SEL-PROG NOT = SPACE AND AU-PROG NOT = SEL-PROG
               MOVE "N" TO MATCH-SW
           END-IF.
           IF ENTRY-MATCHES
               PERFORM PRINT-ENTRY
           END-IF.
      *
       PRINT-ENTRY.
           ADD 1 TO HIT-CNT.
           MOVE SPACE TO P-LINE.
           STRING AU-DATE         DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AU-TIME(1:6)    DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AU-USER         DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AU-PROG         DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AU-ACTION       DELIMITED SIZE
                  " "             DELIMITED SIZE
                  AU-OBJECT       DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF AU-OLD NOT = SPACE
               MOVE SPACE TO P-LINE
               STRING "    old: " DELIMITED SIZE
                      AU-OLD      DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
           IF AU-NEW NOT = SPACE
               MOVE SPACE TO P-LINE
               STRING "    new: " DELIMITED SIZE
                      AU-NEW      DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
