      *                      and the QUTESTH_new work file
      *                      (default "data")
      *    QUHRETEN_FNAME    report file (default data\QUHRETEN.txt)
      *    RUN mode needs the TRIM capability and an approved
      *    four-eyes request (QUAPPROV) for
      *        "CUTOFF=<cutoff> ARCHDIR=<archive directory>"
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
           88  MODE-RUN                    VALUE "RUN".
       01  PERMIT-CAP                  PIC X(12).
       01  PERMIT-ALLOWED              PIC X(1).
       01  APPROVAL-PARAMS             PIC X(200).
       01  CUR-ARCH-YYYY               PIC 9(4) VALUE 0.
       01  REC-YYYY                    PIC 9(4).
       01  IN-CNT                      PIC 9(9) VALUE 0.
           PERFORM INIT-PROC.
           IF MODE-RUN
               PERFORM PERMIT-CHECK
               PERFORM APPROVAL-CHECK
           END-IF.
           IF MODE-RUN
      *        pre-scan establishes the year list and how many
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
      *    and a second person's approval of exactly this cutoff
      *    and archive directory (QUAPPROV / QUAPPCHK)
       APPROVAL-CHECK.
           MOVE SPACE TO APPROVAL-PARAMS.
           STRING "CUTOFF="     DELIMITED SIZE
                  CUTOFF-DATE   DELIMITED SIZE
                  " ARCHDIR="   DELIMITED SIZE
                  ARCH-DIR      DELIMITED SPACE
                  INTO APPROVAL-PARAMS.
           CALL "QUAPPCHK" USING "QUHRETEN" "RUN     "
                                 APPROVAL-PARAMS PERMIT-ALLOWED.
           IF PERMIT-ALLOWED NOT = "Y"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       INIT-PROC.
           MOVE SPACE TO WK-ENV.
