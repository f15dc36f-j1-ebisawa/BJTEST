      *                       RUN    = actually archive/delete
      *    QUCATPRG_ARCHDIR   archive directory; empty = delete
      *    QUCATPRG_FNAME     report file (default data\QUCATPRG.txt)
      *    RUN needs an approved four-eyes request (QUAPPROV) for
      *        "CATLG=<catalog> ARCHDIR=<archive directory>"
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       01  WK-BASE                     PIC X(128).
       01  ARCH-NAME                   PIC X(200).
       01  CNT-DISP                    PIC ZZZ9.
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
       01  APPROVAL-PARAMS             PIC X(200).
       01  APPROVAL-ALLOWED            PIC X(1).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
               MOVE SPACE TO RUN-MODE
               MOVE -1 TO RETURN-CODE
           END-IF.
           IF MODE-RUN
               PERFORM APPROVAL-CHECK
           END-IF.
           PERFORM PURGE-PROC.
           IF MODE-RUN AND PURGE-CNT > 0
               PERFORM REWRITE-CATLG
           PERFORM TERM-PROC.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *    RUN deletes data files - a second person must have
      *    approved exactly this catalog and archive directory
      *    (QUAPPROV / QUAPPCHK)
       APPROVAL-CHECK.
           MOVE SPACE TO APPROVAL-PARAMS.
           STRING "CATLG="      DELIMITED SIZE
                  CATLG-FNAME   DELIMITED SPACE
                  " ARCHDIR="   DELIMITED SIZE
                  ARCH-DIR      DELIMITED SPACE
                  INTO APPROVAL-PARAMS.
           CALL "QUAPPCHK" USING "QUCATPRG" "RUN     "
                                 APPROVAL-PARAMS APPROVAL-ALLOWED.
           IF APPROVAL-ALLOWED NOT = "Y"
               CLOSE PRINT-F
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
      *
       INIT-PROC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
                   ADD 1 TO GONE-CNT
                   MOVE "  -> deleted" TO P-REC
                   WRITE P-REC
                   MOVE "deleted" TO AUDIT-NEW
                   PERFORM AUDIT-PURGE
               ELSE
                   MOVE "  -> delete FAILED" TO P-REC
                   WRITE P-REC
                      ARCH-NAME           DELIMITED SPACE
                      INTO P-REC
               WRITE P-REC
               MOVE SPACE TO AUDIT-NEW
               STRING "archived to "      DELIMITED SIZE
                      ARCH-NAME           DELIMITED SPACE
                      INTO AUDIT-NEW
               PERFORM AUDIT-PURGE
           ELSE
               MOVE "  -> archive FAILED" TO P-REC
               WRITE P-REC
               PERFORM KEEP-FAILED-ENTRY
           END-IF.
      *    one QUAUDIT entry per purged catalog entry
       AUDIT-PURGE.
           MOVE CATLG-FPATH TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD.
           STRING "expires "            DELIMITED SIZE
                  CATLG-EXPDATE         DELIMITED SIZE
                  " class "             DELIMITED SIZE
                  CATLG-RETCLASS        DELIMITED SIZE
                  INTO AUDIT-OLD.
           CALL "QUAUDIT" USING "QUCATPRG" "PRG" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
      *    survivors back in catalog order
       REWRITE-CATLG.
           OPEN OUTPUT CATLG-F.
