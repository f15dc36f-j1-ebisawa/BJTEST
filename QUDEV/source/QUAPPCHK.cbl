       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUAPPCHK.
      *    four-eyes gate for destructive runs:
      *        CALL "QUAPPCHK" USING program mode params allowed
      *    program  x(8)    the utility asking (QUHRETEN, ...)
      *    mode     x(8)    its destructive mode (RUN, REPAIR)
      *    params   x(200)  the exact parameter string it was
      *                     started with, built by the utility
      *    allowed  x(1)    "Y"/"N" out
      *    the run goes ahead only on an APPROVED request in
      *    data\QUAPPROV for the same program, mode and parameter
      *    string whose approval has not run out; the request is
      *    consumed (status U) so one approval covers one run.  a
      *    refusal shows the parameter string to file with QUAPPROV.
      *    like QUPERMIT, the gate is armed by the roles file - no
      *    roles file, no approving capability, no enforcement.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUAPPROV.sl".
       SELECT ROLE-F          ASSIGN TO ROLE-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS ROLE-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUAPPROV.fd".
       FD    ROLE-F.
       01    ROLE-REC                  PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  AP-STS                      PIC XX.
       01  ROLE-FNM                    PIC X(128).
       01  ROLE-STS                    PIC XX.
       01  USER-ID                     PIC X(12).
       01  STAMP-D                     PIC 9(8).
       01  STAMP-T                     PIC 9(8).
       01  NOW-STAMP                   PIC 9(14).
       01  FOUND-SW                    PIC X(1).
           88  REQUEST-FOUND               VALUE "Y".
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
       LINKAGE                         SECTION.
       01  P-PROG                      PIC X(8).
       01  P-MODE                      PIC X(8).
       01  P-PARAMS                    PIC X(200).
       01  P-ALLOWED                   PIC X(1).
       PROCEDURE DIVISION USING P-PROG P-MODE P-PARAMS P-ALLOWED.
       MAIN-ROUTINE.
           MOVE "Y" TO P-ALLOWED.
           MOVE SPACE TO ROLE-FNM.
           DISPLAY "QUROLES_FILE"       UPON ENVIRONMENT-NAME.
           ACCEPT  ROLE-FNM             FROM ENVIRONMENT-VALUE.
           IF ROLE-FNM = SPACE
               MOVE "data\QUROLES.txt" TO ROLE-FNM
           END-IF.
           OPEN INPUT ROLE-F.
           IF ROLE-STS NOT = "00"
      *        no roles file - the approval layer is not armed
               GOBACK
           END-IF.
           CLOSE ROLE-F.
           MOVE "N" TO P-ALLOWED FOUND-SW.
           MOVE SPACE TO USER-ID.
           DISPLAY "QU_USER_ID"         UPON ENVIRONMENT-NAME.
           ACCEPT  USER-ID              FROM ENVIRONMENT-VALUE.
           ACCEPT STAMP-D FROM DATE YYYYMMDD.
           ACCEPT STAMP-T FROM TIME.
           COMPUTE NOW-STAMP = STAMP-D * 1000000 + STAMP-T / 100.
           OPEN I-O QUAPPROV.
           IF AP-STS = "00"
               PERFORM FIND-REQUEST
               CLOSE QUAPPROV
           END-IF.
           MOVE P-PROG TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD AUDIT-NEW.
           IF REQUEST-FOUND
               MOVE "Y" TO P-ALLOWED
               STRING "request "   DELIMITED SIZE
                      AP-ID        DELIMITED SIZE
                      " approved by " DELIMITED SIZE
                      AP-APR-USER  DELIMITED SPACE
                      INTO AUDIT-OLD
               MOVE P-PARAMS TO AUDIT-NEW
               CALL "QUAUDIT" USING "QUAPPCHK" "USE" AUDIT-OBJ
                                    AUDIT-OLD AUDIT-NEW
               DISPLAY P-PROG " : four-eyes request " AP-ID
                       " approved by " AP-APR-USER
           ELSE
               STRING P-MODE       DELIMITED SPACE
                      " refused - no approved request" DELIMITED SIZE
                      INTO AUDIT-OLD
               MOVE P-PARAMS TO AUDIT-NEW
               CALL "QUAUDIT" USING "QUAPPCHK" "REF" AUDIT-OBJ
                                    AUDIT-OLD AUDIT-NEW
               DISPLAY P-PROG " : " P-MODE " refused - no approved, "
                       "unexpired four-eyes request for"
               DISPLAY "  QUAPPROV_PROG=" P-PROG
                       " QUAPPROV_MODE=" P-MODE
               DISPLAY "  QUAPPROV_PARAMS=" P-PARAMS
           END-IF.
           GOBACK.
      *    any live approval for the same program, mode and
      *    parameters will do; the first one found is consumed
       FIND-REQUEST.
           PERFORM UNTIL 1 = 0
              READ QUAPPROV NEXT
                   AT END EXIT PERFORM
              END-READ
              IF AP-APPROVED
                 AND AP-PROG   = P-PROG
                 AND AP-MODE   = P-MODE
                 AND AP-PARAMS = P-PARAMS
                 AND AP-EXPIRE NOT < NOW-STAMP
                 MOVE "U"       TO AP-STATUS
                 MOVE USER-ID   TO AP-USE-USER
                 MOVE NOW-STAMP TO AP-USE-STAMP
                 REWRITE AP-REC
                 IF AP-STS = "00"
                    MOVE "Y" TO FOUND-SW
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
