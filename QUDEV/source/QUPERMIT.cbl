      *    role-based permission check:
      *        CALL "QUPERMIT" USING capability allowed
      *    capability x(12)  e.g. RUNQUEUE, EDITPLAN, REPAIR,
      *                      TRIM, RETIRE, MAINT, QUEUECTL
      *    allowed    x(1)   "Y"/"N" out
      *    the roles file (QUROLES_FILE, default data\QUROLES.txt)
      *    maps user ids to capabilities, one line each:
      *    file means no enforcement (everything allowed), so the
      *    layer switches on the day the file appears.  every
      *    refusal is logged with who/when/what to
      *    data\QUPERMIT.log and the QUAUDIT trail.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       01  FOUND-USER-SW               PIC X.
       01  STAMP-D                     PIC 9(8).
       01  STAMP-T                     PIC 9(8).
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
       LINKAGE                         SECTION.
       01  P-CAPABILITY                PIC X(12).
       01  P-ALLOWED                   PIC X(1).
              END-IF
           END-PERFORM.
       LOG-REFUSAL.
           MOVE P-CAPABILITY TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD AUDIT-NEW.
           STRING "REFUSED "    DELIMITED SIZE
                  P-CAPABILITY  DELIMITED SPACE
                  " user "      DELIMITED SIZE
                  USER-ID       DELIMITED SPACE
                  INTO AUDIT-NEW.
           CALL "QUAUDIT" USING "QUPERMIT" "REF" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
           ACCEPT STAMP-D FROM DATE YYYYMMDD.
           ACCEPT STAMP-T FROM TIME.
           OPEN EXTEND LOGP-F.
