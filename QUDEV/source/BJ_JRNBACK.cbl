*                         (optional, default all)
*     BJ_JRNBACK_MODE     REPORT (default) lists what would be
*                         undone; RUN applies it
* RUN needs an approved four-eyes request (QUAPPROV, program
* BJ_JRNBA) for "JRNFILE=<journal> FILE=<data file>"
******************************************************************
ENVIRONMENT                     DIVISION.
CONFIGURATION                   SECTION.
01  RUN-MODE                    PIC X(6).
    88  MODE-RUN                    VALUE "RUN".
01  ONLY-FILE                   PIC X(64).
01  APPROVAL-PARAMS             PIC X(200).
01  APPROVAL-ALLOWED            PIC X(1).
*    the journal loaded for reverse replay
78  JT-MAX                          VALUE 500.
01  JT-CNT                      PIC 9(4) VALUE 0.
PROCEDURE DIVISION.
MAIN-ROUTINE.
    PERFORM INIT-PROC.
    IF MODE-RUN
        PERFORM APPROVAL-CHECK
    END-IF.
    PERFORM LOAD-PROC.
    PERFORM REPLAY-PROC.
    DISPLAY "BJ_JRNBACK : " JT-CNT " journal record(s), undone "
    MOVE SPACE TO RUN-MODE.
    DISPLAY "BJ_JRNBACK_MODE"    UPON ENVIRONMENT-NAME.
    ACCEPT  RUN-MODE             FROM ENVIRONMENT-VALUE.
*    a backout rewrites live data - RUN needs a second person's
*    approval of exactly this journal and file selection
*    (QUAPPROV / QUAPPCHK)
APPROVAL-CHECK.
    MOVE SPACE TO APPROVAL-PARAMS.
    STRING "JRNFILE="    DELIMITED SIZE
           JRN-FNAME     DELIMITED SPACE
           " FILE="      DELIMITED SIZE
           ONLY-FILE     DELIMITED SPACE
           INTO APPROVAL-PARAMS.
    CALL "QUAPPCHK" USING "BJ_JRNBA" "RUN     "
                          APPROVAL-PARAMS APPROVAL-ALLOWED.
    IF APPROVAL-ALLOWED NOT = "Y"
        MOVE -1 TO RETURN-CODE
        GOBACK
    END-IF.
LOAD-PROC.
    OPEN INPUT JRN-F.
    IF JRN-STS NOT = "00"
