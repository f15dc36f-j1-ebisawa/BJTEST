      *    disposition that says intended change; then the old
      *    baseline is archived with a timestamp, the output is
      *    copied over it, the audit line (who, when, testid,
      *    reviewer, files) is appended to data\QUBLPROM.log and
      *    the QUAUDIT trail, the catalog entry is validated against
      *    the new file, and the QUFPRINT fingerprint is refreshed
      *    so the fast-path compare stays truthful.
      *
      *    QUBLPROM_TESTID    the compare's testid (required)
      *    QUBLPROM_OUTPUT    the compared output file (required)
       01  STAMP-D                     PIC 9(8).
       01  STAMP-T                     PIC 9(8).
       01  WK-USER                     PIC X(12).
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
       01  REN-RC                      PIC S9(9) COMP-5.
       01  COPY-RC                     PIC XX COMP-X.
       01  FILE-DETAILS.
           END-IF.
      *    the history auditors ask for: who, when, which review
       AUDIT-PROC.
           MOVE IN-TESTID   TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD AUDIT-NEW.
           STRING BASE-FNAME     DELIMITED SPACE
                  " old="        DELIMITED SIZE
                  ARCH-FNAME     DELIMITED SPACE
                  INTO AUDIT-OLD.
           STRING OUT-FNAME      DELIMITED SPACE
                  " review "     DELIMITED SIZE
                  QU-REVIEWED-BY DELIMITED SPACE
                  "/"            DELIMITED SIZE
                  QU-REVIEW-DISP DELIMITED SIZE
                  INTO AUDIT-NEW.
           CALL "QUAUDIT" USING "QUBLPROM" "PRM" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
           OPEN EXTEND AUD-F.
           IF AUD-STS NOT = "00" AND AUD-STS NOT = "05"
               DISPLAY "QUBLPROM : audit log unwritable"
